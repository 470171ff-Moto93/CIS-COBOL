           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Maint
               Display "The maintenance area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
               Display "File maintenance requires a supervisor."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Until Maint-Choice = "X" or "x"
