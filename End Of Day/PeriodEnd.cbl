           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-EOD
               Display "The end-of-day area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *moving pieces of the audit trail is a supervisor's call
               Display "Consolidation requires a supervisor."
