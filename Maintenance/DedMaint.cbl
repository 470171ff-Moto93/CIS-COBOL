           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Maint
               Display "The maintenance area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *deductions change what lands in people's checks; that is a
      *supervisor decision, same as wages
