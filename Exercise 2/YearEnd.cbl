           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Payroll
               Display "The payroll area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Perform Load-Rollover-Year
           Perform Until Maint-Choice = "X" or "x"
           Move 0 to EM-YTD-Gross
           Move 0 to EM-YTD-Tax
           Move 0 to EM-YTD-Net
      *    the employer-tax wage bases start over with the year
           Move 0 to EM-YTD-SS-Wages
           Move 0 to EM-YTD-FUTA-Wages
           Move 0 to EM-YTD-SUTA-Wages
           Move 0 to EM-YTD-Employer-Tax
           Rewrite Employee-Master-Record
               Invalid Key
                   Display "Unable to zero YTD for " EM-Employee-Id
