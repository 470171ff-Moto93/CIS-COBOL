      **************************************
      *Program:    Ledger budget maintenance
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. BudMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select GL-Master-File assign to "GLMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GM-Account
               file status is WS-GM-Status.
           Select GL-Budget-File assign to "GLBUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is GB-Key
               file status is WS-GB-Status.
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  GL-Master-File.
       Copy "GLMAST.CPY".
       FD  GL-Budget-File.
       Copy "GLBUDGET.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-GM-Status      pic xx.
           05 WS-GB-Status      pic xx.
           05 WS-GB-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Maintenance-Fields.
           05 Maint-Choice      pic x value spaces.
           05 Keyed-Account     pic x(4).
           05 Keyed-Year        pic 9(4).
           05 Spread-Select     pic x.
           05 Keyed-Amount      pic 9(9)v99.
           05 Budget-Found      pic x.
           05 Listed-Count      pic 9(4).
           05 WS-Month-Sub      pic 99.
           05 WS-Annual-Total   pic s9(11)v99.
           05 WS-Spread-Amount  pic s9(9)v99.
           05 nAmount           pic $$$,$$$,$$9.99-.
           05 nAnnual           pic $$,$$$,$$$,$$9.99-.

       procedure division.
       Main-Start.
           Display "Ledger Budget Maintenance"
           Call "SignOn" using Signon-Parms
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
           Perform Open-Files
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "L) List budgets for a year"
               Display "S) Set an account's budget for a year"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "L"
                       Perform List-Budgets
                   When "S"
                       Perform Set-Budget
                   When "X"
                       Continue
                   When Other
                       Display "Please enter L, S, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
           Goback.

       Open-Files.
      *opens the indexed budget file, creating it on first use the
      *same way the other indexed masters are created
           Open Input GL-Master-File
           Open I-O GL-Budget-File
           If WS-GB-Status = "35"
               Close GL-Budget-File
               Open Output GL-Budget-File
               Close GL-Budget-File
               Open I-O GL-Budget-File
           End-If.

       Close-Files.
           If WS-GM-Status = "00"
               Close GL-Master-File
           End-If
           Close GL-Budget-File.

       List-Budgets.
           Display "Fiscal year: " with no advancing
           Accept Keyed-Year
           Move 0 to Listed-Count
           Move "N" to WS-GB-EOF
           Move low-values to GB-Key
           Start GL-Budget-File key not < GB-Key
               Invalid Key
                   Move "Y" to WS-GB-EOF
           End-Start
           Display " "
           Display "Acct Year  Annual budget        Jan"
           Perform Until WS-GB-EOF = "Y"
               Read GL-Budget-File next record
                   At End
                       Move "Y" to WS-GB-EOF
                   Not At End
                       If GB-Year = Keyed-Year
                           Perform Show-One-Budget
                       End-If
               End-Read
           End-Perform
           If Listed-Count = 0
               Display "No budgets on file for " Keyed-Year "."
           End-If.

       Show-One-Budget.
           Add 1 to Listed-Count
           Move 0 to WS-Annual-Total
           Perform Varying WS-Month-Sub from 1 by 1
                   until WS-Month-Sub > 12
               Add GB-Month-Amount (WS-Month-Sub) to WS-Annual-Total
           End-Perform
           Move WS-Annual-Total to nAnnual
           Move GB-Month-Amount (1) to nAmount
           Display GB-Account " " GB-Year " " nAnnual " " nAmount.

       Set-Budget.
      *keys one account's twelve months for a fiscal year, either
      *month by month or as an annual figure spread evenly with the
      *rounding left in December
           If WS-GM-Status not = "00"
               Display "No chart of accounts on file; run the ledger "
                   "extract once to seed it."
               Exit Paragraph
           End-If
           Display "Account: " with no advancing
           Move spaces to Keyed-Account
           Accept Keyed-Account
           Move Keyed-Account to GM-Account
           Read GL-Master-File
               Invalid Key
                   Display "Account " Keyed-Account " is not on the "
                       "chart."
                   Exit Paragraph
           End-Read
           Display GM-Account " " GM-Account-Name
           Display "Fiscal year: " with no advancing
           Accept Keyed-Year
           Move Keyed-Account to GB-Account
           Move Keyed-Year to GB-Year
           Move "Y" to Budget-Found
           Read GL-Budget-File
               Invalid Key
                   Move "N" to Budget-Found
                   Move Keyed-Account to GB-Account
                   Move Keyed-Year to GB-Year
                   Perform Varying WS-Month-Sub from 1 by 1
                           until WS-Month-Sub > 12
                       Move 0 to GB-Month-Amount (WS-Month-Sub)
                   End-Perform
           End-Read
           Display "M)onth by month or A)nnual amount spread evenly: "
               with no advancing
           Accept Spread-Select
           Move Function Upper-Case (Spread-Select) to Spread-Select
           Evaluate Spread-Select
               When "A"
                   Display "Annual amount: " with no advancing
                   Accept Keyed-Amount
                   Compute WS-Spread-Amount = Keyed-Amount / 12
                   Perform Varying WS-Month-Sub from 1 by 1
                           until WS-Month-Sub > 11
                       Move WS-Spread-Amount to
                           GB-Month-Amount (WS-Month-Sub)
                   End-Perform
                   Compute GB-Month-Amount (12) =
                       Keyed-Amount - (WS-Spread-Amount * 11)
               When "M"
                   Perform Varying WS-Month-Sub from 1 by 1
                           until WS-Month-Sub > 12
                       Move GB-Month-Amount (WS-Month-Sub) to nAmount
                       Display "Month " WS-Month-Sub " (now " nAmount
                           "): " with no advancing
                       Accept Keyed-Amount
                       Move Keyed-Amount to
                           GB-Month-Amount (WS-Month-Sub)
                   End-Perform
               When Other
                   Display "Please enter M or A; nothing changed."
                   Exit Paragraph
           End-Evaluate
           If Budget-Found = "Y"
               Rewrite GL-Budget-Record
                   Invalid Key
                       Display "Unable to update the budget."
                       Exit Paragraph
               End-Rewrite
           Else
               Write GL-Budget-Record
                   Invalid Key
                       Display "Unable to add the budget."
                       Exit Paragraph
               End-Write
           End-If
           Move 0 to WS-Annual-Total
           Perform Varying WS-Month-Sub from 1 by 1
                   until WS-Month-Sub > 12
               Add GB-Month-Amount (WS-Month-Sub) to WS-Annual-Total
           End-Perform
           Move WS-Annual-Total to nAnnual
           Display "Budget for " Keyed-Account " " Keyed-Year
               " saved; year total " nAnnual "."
           Move "BUDGET-SET" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "acct " delimited by size
               Keyed-Account delimited by size
               " year " delimited by size
               Keyed-Year delimited by size
               " total " delimited by size
               nAnnual delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between changes
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "BUDMAINT" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program BudMaint.
