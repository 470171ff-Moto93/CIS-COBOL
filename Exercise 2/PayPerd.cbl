           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Payroll
               Display "The payroll area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *opening and closing periods decides when money can move;
      *that is a supervisor call
