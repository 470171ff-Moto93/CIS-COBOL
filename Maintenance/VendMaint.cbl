           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Maint
               Display "The maintenance area is not among your "
                   "permissions."
               Perform Close-Files
               Goback
           End-If
           If not SO-Supervisor
               Display "File maintenance requires a supervisor."
               Perform Close-Files
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Perform Until Maint-Choice = "X" or "x"
               Display " "
