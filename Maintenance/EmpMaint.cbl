           05 New-Allowances    pic 99.
           05 Old-Filing-Status pic x(1).
           05 Old-Allowances    pic 99.
           05 New-Dept-Code     pic x(3).
           05 Old-Dept-Code     pic x(3).
           05 WS-Dept-Valid     pic x.
       Copy "DEPTTBL.CPY".
       01 Display-Fields.
           05 nHourly-Wage      pic $$$9.99.
           05 nOld-Wage         pic $$$9.99.
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
               Display "K) Change bank details (direct deposit)"
               Display "V) Leave accrual rates and balances"
               Display "P) Change pay type (hourly/salaried)"
               Display "R) Change sales commission rate"
               Display "G) Change home department"
               Display "D) Deactivate an employee"
               Display "X) Exit"
               Display "Choice: " with no advancing
                       Perform Change-Leave-Setup
                   When "P"
                       Perform Change-Pay-Type
                   When "R"
                       Perform Change-Commission-Rate
                   When "G"
                       Perform Change-Department
                   When "D"
                       Perform Deactivate-Employee
                   When "X"
                       Continue
                   When Other
                       Display "Please enter B, A, C, T, K, V, "
                           "P, R, G, D, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
                   Move "Y" to WS-EM-EOF
           End-Start
           Display " "
           Display "Id    Name                 Wage    YTD Gross  St "
               "Dept"
           Perform Until WS-EM-EOF = "Y"
               Read Employee-Master-File next record
                   At End
                       Move EM-YTD-Gross to nYTD-Gross
                       Display EM-Employee-Id " " EM-Employee-Name
                           " " nHourly-Wage " " nYTD-Gross "  "
                           EM-Active-Flag "  " EM-Dept-Code
               End-Read
           End-Perform.

                   Set EM-Pay-Hourly to true
                   Move 0 to EM-Salary-Period
               End-If
               Move 0 to EM-YTD-SS-Wages
               Move 0 to EM-YTD-FUTA-Wages
               Move 0 to EM-YTD-SUTA-Wages
               Move 0 to EM-YTD-Employer-Tax
               Move 0 to EM-Commission-Pct
               Perform Accept-Dept-Code
               Move New-Dept-Code to EM-Dept-Code
               Move 0 to EM-Last-Gross
               Write Employee-Master-Record
                   Invalid Key
                       Display "Unable to add employee " Employee-Id
               End-Rewrite
           End-If.

       Change-Commission-Rate.
      *sets the percent an outside rep earns on each account
      *invoice paid in full; like wages, a supervisor decision
           If not SO-Supervisor
               Display "Commission changes require a supervisor."
               Exit Paragraph
           End-If
           Display "Employee id to change: " with no advancing
           Accept Employee-Id
           Perform Read-Employee-Master
           If WS-Found-Employee = "N"
               Display "No employee on file for id " Employee-Id
           Else
               If EM-Commission-Pct not numeric
                   Move 0 to EM-Commission-Pct
               End-If
               Display "On file: " EM-Employee-Name " earns "
                   EM-Commission-Pct "% commission"
               Display "New commission percent (0 = none): "
                   with no advancing
               Accept EM-Commission-Pct
               Rewrite Employee-Master-Record
                   Invalid Key
                       Display "Unable to update employee "
                           Employee-Id
                   Not Invalid Key
                       Display "Employee " Employee-Id
                           " commission rate updated."
                       Move "COMM-RATE" to WS-Audit-Type
                       Move spaces to WS-Audit-Detail
                       String Employee-Id delimited by size
                           " commission pct " delimited by size
                           EM-Commission-Pct delimited by size
                           into WS-Audit-Detail
                       Perform Write-Audit-Record
               End-Rewrite
           End-If.

       Change-Department.
      *moves an employee's time to another department from the
      *next payroll run on; runs already paid stay where they
      *were charged
           Display "Employee id to change: " with no advancing
           Accept Employee-Id
           Perform Read-Employee-Master
           If WS-Found-Employee = "N"
               Display "No employee on file for id " Employee-Id
               Exit Paragraph
           End-If
           Move EM-Dept-Code to Old-Dept-Code
           Display "On file: " EM-Employee-Name " in department "
               Old-Dept-Code
           Perform Accept-Dept-Code
           If New-Dept-Code = Old-Dept-Code
               Display "Department unchanged."
               Exit Paragraph
           End-If
           Move New-Dept-Code to EM-Dept-Code
           Rewrite Employee-Master-Record
               Invalid Key
                   Display "Unable to update employee " Employee-Id
               Not Invalid Key
                   Display "Employee " Employee-Id
                       " department updated."
                   Move "EMP-DEPT" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                   String Employee-Id delimited by size
                       " dept " delimited by size
                       Old-Dept-Code delimited by size
                       " to " delimited by size
                       New-Dept-Code delimited by size
                       into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Accept-Dept-Code.
      *only a department in the table is taken; blank leaves the
      *employee unassigned, charged to general payroll expense
           Move "N" to WS-Dept-Valid
           Perform Until WS-Dept-Valid = "Y"
               Display "Home department (" with no advancing
               Perform Varying Dept-Idx from 1 by 1
                       until Dept-Idx > Department-Count
                   Display DP-Dept-Code (Dept-Idx) " "
                       with no advancing
               End-Perform
               Display "or blank): " with no advancing
               Move spaces to New-Dept-Code
               Accept New-Dept-Code
               Move Function Upper-Case (New-Dept-Code) to
                   New-Dept-Code
               If New-Dept-Code = spaces
                   Move "Y" to WS-Dept-Valid
               Else
                   Set Dept-Idx to 1
                   Search Department-Entry
                       At End
                           Display "No department " New-Dept-Code
                               "."
                       When DP-Dept-Code (Dept-Idx) = New-Dept-Code
                           Move "Y" to WS-Dept-Valid
                   End-Search
               End-If
           End-Perform.

       Deactivate-Employee.
      *marks a terminated employee inactive instead of deleting the
      *record, so the YTD history stays on file
