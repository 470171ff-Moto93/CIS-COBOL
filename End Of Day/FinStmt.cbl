      **************************************
      *Program:    Monthly financial statements
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. FinStmt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select GL-Master-File assign to "GLMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GM-Account
               file status is WS-GM-Status.
           Select GL-Period-File assign to "GLPERD.DAT"
               organization is indexed
               access mode is dynamic
               record key is GP-Key
               file status is WS-GQ-Status.
           Select GL-Budget-File assign to "GLBUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is GB-Key
               file status is WS-GB-Status.
           Select Statement-Print-File assign to "FINSTMT.DAT"
               organization is line sequential.

       data division.
       file section.
       FD  GL-Master-File.
       Copy "GLMAST.CPY".
       FD  GL-Period-File.
       Copy "GLPERD.CPY".
       FD  GL-Budget-File.
       Copy "GLBUDGET.CPY".
       FD  Statement-Print-File.
       01  Statement-Line       pic x(132).

       working-storage section.
       01 File-Status-Fields.
           05 WS-GM-Status      pic xx.
           05 WS-GM-EOF         pic x value "N".
           05 WS-GQ-Status      pic xx.
           05 WS-GQ-EOF         pic x.
           05 WS-GB-Status      pic xx.
       01 Statement-Fields.
           05 Keyed-Period      pic 9(6).
           05 Keyed-Period-X redefines Keyed-Period.
              10 Keyed-Year     pic 9(4).
              10 Keyed-Month    pic 99.
           05 WS-Year-Start     pic 9(6).
           05 WS-Month-Sub      pic 99.
           05 WS-Period-Net     pic s9(11)v99.
           05 WS-Lifetime-Net   pic s9(11)v99.
           05 WS-After-Net      pic s9(11)v99.
           05 WS-Fav-Type       pic x.
           05 WS-Want-Class     pic x.
           05 WS-Table-Full     pic x value "N".
       01 Account-Table.
      *    every chart account's figures for the month, in debit-
      *    minus-credit terms until the statements flip each class
      *    to its natural side
           05 AT-Count          pic 9(3) value 0.
           05 AT-Entry occurs 200 times indexed by AT-Idx.
               10 AT-Account       pic x(4).
               10 AT-Name          pic x(22).
      *           A asset, L liability, Q equity, R revenue,
      *           C cost of goods, E expense
               10 AT-Class         pic x.
               10 AT-Month-Net     pic s9(11)v99.
               10 AT-YTD-Net       pic s9(11)v99.
               10 AT-End-Net       pic s9(11)v99.
               10 AT-Month-Budget  pic s9(11)v99.
               10 AT-YTD-Budget    pic s9(11)v99.
       01 Line-Figures.
      *    the four figures one income-statement line carries, in
      *    the line's natural sign; variances are worked from them
           05 LF-Month          pic s9(11)v99.
           05 LF-Month-Budget   pic s9(11)v99.
           05 LF-YTD            pic s9(11)v99.
           05 LF-YTD-Budget     pic s9(11)v99.
           05 LF-Balance        pic s9(11)v99.
       01 Section-Totals.
           05 ST-Month          pic s9(11)v99.
           05 ST-Month-Budget   pic s9(11)v99.
           05 ST-YTD            pic s9(11)v99.
           05 ST-YTD-Budget     pic s9(11)v99.
           05 ST-Balance        pic s9(11)v99.
       01 Statement-Totals.
           05 Rev-Month         pic s9(11)v99 value 0.
           05 Rev-Month-Budget  pic s9(11)v99 value 0.
           05 Rev-YTD           pic s9(11)v99 value 0.
           05 Rev-YTD-Budget    pic s9(11)v99 value 0.
           05 Cogs-Month        pic s9(11)v99 value 0.
           05 Cogs-Month-Budget pic s9(11)v99 value 0.
           05 Cogs-YTD          pic s9(11)v99 value 0.
           05 Cogs-YTD-Budget   pic s9(11)v99 value 0.
           05 Exp-Month         pic s9(11)v99 value 0.
           05 Exp-Month-Budget  pic s9(11)v99 value 0.
           05 Exp-YTD           pic s9(11)v99 value 0.
           05 Exp-YTD-Budget    pic s9(11)v99 value 0.
           05 NI-Month          pic s9(11)v99 value 0.
           05 NI-Month-Budget   pic s9(11)v99 value 0.
           05 NI-YTD            pic s9(11)v99 value 0.
           05 NI-YTD-Budget     pic s9(11)v99 value 0.
      *    earnings of earlier years still sitting in the income
      *    accounts because the books have never been closed
           05 Prior-Earnings    pic s9(11)v99 value 0.
           05 Total-Assets      pic s9(11)v99 value 0.
           05 Total-Liab-Equity pic s9(11)v99 value 0.
       01 Statement-Detail.
           05 SD-Label          pic x(28).
           05 SD-Col occurs 6 times.
               10 SD-Amount     pic -zzz,zzz,zz9.99.
               10 filler        pic x.

       procedure division.
       Main-Start.
           Display "Monthly Financial Statements"
           Display "Statement month (YYYYMM): " with no advancing
           Accept Keyed-Period
           If Keyed-Month < 1 or Keyed-Month > 12
               Display "That is not a month; nothing printed."
               Goback
           End-If
           Compute WS-Year-Start = Keyed-Year * 100 + 1
           Open Input GL-Master-File
           If WS-GM-Status not = "00"
               Display "No ledger master on file; run the posting "
                   "step first."
               Goback
           End-If
           Open Input GL-Period-File
           Open Input GL-Budget-File
           Perform Load-Account-Table
           Close GL-Master-File
           If WS-GQ-Status = "00"
               Close GL-Period-File
           End-If
           If WS-GB-Status = "00"
               Close GL-Budget-File
           End-If
           Open Output Statement-Print-File
           Perform Write-Income-Statement
           Perform Write-Balance-Sheet
           Close Statement-Print-File
           Display AT-Count " accounts; statements for " Keyed-Period
               " written to FINSTMT.DAT."
           If WS-Table-Full = "Y"
               Display "The chart holds more than 200 accounts; the "
                   "rest are not on the statements."
           End-If
           Goback.

       Load-Account-Table.
           Move low-values to GM-Account
           Start GL-Master-File key not < GM-Account
               Invalid Key
                   Move "Y" to WS-GM-EOF
           End-Start
           Perform Until WS-GM-EOF = "Y"
               Read GL-Master-File next record
                   At End
                       Move "Y" to WS-GM-EOF
                   Not At End
                       If AT-Count >= 200
                           Move "Y" to WS-Table-Full
                       Else
                           Perform Load-One-Account
                       End-If
               End-Read
           End-Perform.

       Load-One-Account.
      *the month and year-to-date come off the period balances; the
      *month-end balance is the lifetime balance less whatever
      *posted after the month, so it is right even for accounts
      *that carried balances from before periods were kept
           Add 1 to AT-Count
           Set AT-Idx to AT-Count
           Move GM-Account to AT-Account (AT-Idx)
           Move GM-Account-Name to AT-Name (AT-Idx)
           Evaluate GM-Account (1:1)
               When "1"
                   Move "A" to AT-Class (AT-Idx)
               When "2"
                   Move "L" to AT-Class (AT-Idx)
               When "3"
                   Move "Q" to AT-Class (AT-Idx)
               When "4"
                   Move "R" to AT-Class (AT-Idx)
               When "5"
                   Move "C" to AT-Class (AT-Idx)
               When Other
                   Move "E" to AT-Class (AT-Idx)
           End-Evaluate
           Move 0 to AT-Month-Net (AT-Idx)
           Move 0 to AT-YTD-Net (AT-Idx)
           Move 0 to WS-After-Net
           Compute WS-Lifetime-Net = GM-Debit-Total - GM-Credit-Total
           If WS-GQ-Status = "00"
               Perform Read-Account-Periods
           End-If
           Compute AT-End-Net (AT-Idx) =
               WS-Lifetime-Net - WS-After-Net
           Move 0 to AT-Month-Budget (AT-Idx)
           Move 0 to AT-YTD-Budget (AT-Idx)
           If WS-GB-Status = "00"
               Move GM-Account to GB-Account
               Move Keyed-Year to GB-Year
               Read GL-Budget-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform Add-Up-Budget
               End-Read
           End-If.

       Read-Account-Periods.
           Move "N" to WS-GQ-EOF
           Move GM-Account to GP-Account
           Move 0 to GP-Period
           Start GL-Period-File key not < GP-Key
               Invalid Key
                   Move "Y" to WS-GQ-EOF
           End-Start
           Perform Until WS-GQ-EOF = "Y"
               Read GL-Period-File next record
                   At End
                       Move "Y" to WS-GQ-EOF
                   Not At End
                       If GP-Account not = GM-Account
                           Move "Y" to WS-GQ-EOF
                       Else
                           Compute WS-Period-Net =
                               GP-Debit-Total - GP-Credit-Total
                           If GP-Period = Keyed-Period
                               Add WS-Period-Net to
                                   AT-Month-Net (AT-Idx)
                           End-If
                           If GP-Period >= WS-Year-Start
                                   and GP-Period <= Keyed-Period
                               Add WS-Period-Net to
                                   AT-YTD-Net (AT-Idx)
                           End-If
                           If GP-Period > Keyed-Period
                               Add WS-Period-Net to WS-After-Net
                           End-If
                       End-If
               End-Read
           End-Perform.

       Add-Up-Budget.
      *budgets are keyed in the account's natural sign; they are
      *turned to debit-minus-credit terms to sit beside the actuals
           Perform Varying WS-Month-Sub from 1 by 1
                   until WS-Month-Sub > Keyed-Month
               Add GB-Month-Amount (WS-Month-Sub) to
                   AT-YTD-Budget (AT-Idx)
           End-Perform
           Move GB-Month-Amount (Keyed-Month) to
               AT-Month-Budget (AT-Idx)
           If AT-Class (AT-Idx) = "L" or "Q" or "R"
               Compute AT-Month-Budget (AT-Idx) =
                   0 - AT-Month-Budget (AT-Idx)
               Compute AT-YTD-Budget (AT-Idx) =
                   0 - AT-YTD-Budget (AT-Idx)
           End-If.

       Write-Income-Statement.
           Move spaces to Statement-Line
           String "INCOME STATEMENT - MONTH " Keyed-Period
               "   (variance + is favorable)"
               delimited by size into Statement-Line
           Write Statement-Line
           Move spaces to Statement-Line
           String "Acct Name                          This month"
               "          Budget        Variance    Year to date"
               "      YTD budget    YTD variance"
               delimited by size into Statement-Line
           Write Statement-Line
           Move "R" to WS-Want-Class
           Move "REVENUE" to Statement-Line
           Write Statement-Line
           Perform Write-PL-Section
           Move ST-Month to Rev-Month
           Move ST-Month-Budget to Rev-Month-Budget
           Move ST-YTD to Rev-YTD
           Move ST-YTD-Budget to Rev-YTD-Budget
           Move "  Total revenue" to SD-Label
           Perform Write-PL-Total
           Move "C" to WS-Want-Class
           Move "COST OF GOODS SOLD" to Statement-Line
           Write Statement-Line
           Perform Write-PL-Section
           Move ST-Month to Cogs-Month
           Move ST-Month-Budget to Cogs-Month-Budget
           Move ST-YTD to Cogs-YTD
           Move ST-YTD-Budget to Cogs-YTD-Budget
           Move "  Total cost of goods sold" to SD-Label
           Perform Write-PL-Total
           Compute ST-Month = Rev-Month - Cogs-Month
           Compute ST-Month-Budget =
               Rev-Month-Budget - Cogs-Month-Budget
           Compute ST-YTD = Rev-YTD - Cogs-YTD
           Compute ST-YTD-Budget = Rev-YTD-Budget - Cogs-YTD-Budget
           Move "R" to WS-Fav-Type
           Move "GROSS PROFIT" to SD-Label
           Perform Write-PL-Total
           Move "E" to WS-Want-Class
           Move "OPERATING EXPENSES" to Statement-Line
           Write Statement-Line
           Perform Write-PL-Section
           Move ST-Month to Exp-Month
           Move ST-Month-Budget to Exp-Month-Budget
           Move ST-YTD to Exp-YTD
           Move ST-YTD-Budget to Exp-YTD-Budget
           Move "  Total operating expenses" to SD-Label
           Perform Write-PL-Total
           Compute NI-Month = Rev-Month - Cogs-Month - Exp-Month
           Compute NI-Month-Budget = Rev-Month-Budget
               - Cogs-Month-Budget - Exp-Month-Budget
           Compute NI-YTD = Rev-YTD - Cogs-YTD - Exp-YTD
           Compute NI-YTD-Budget = Rev-YTD-Budget
               - Cogs-YTD-Budget - Exp-YTD-Budget
           Move NI-Month to ST-Month
           Move NI-Month-Budget to ST-Month-Budget
           Move NI-YTD to ST-YTD
           Move NI-YTD-Budget to ST-YTD-Budget
           Move "R" to WS-Fav-Type
           Move "NET INCOME" to SD-Label
           Perform Write-PL-Total.

       Write-PL-Section.
      *one line per account of the wanted class, totalled into the
      *section; revenue reads as credits, costs as debits
           Move 0 to ST-Month
           Move 0 to ST-Month-Budget
           Move 0 to ST-YTD
           Move 0 to ST-YTD-Budget
           If WS-Want-Class = "R"
               Move "R" to WS-Fav-Type
           Else
               Move "E" to WS-Fav-Type
           End-If
           Perform Varying AT-Idx from 1 by 1
                   until AT-Idx > AT-Count
               If AT-Class (AT-Idx) = WS-Want-Class
                   Perform Write-PL-Account
               End-If
           End-Perform.

       Write-PL-Account.
           Move AT-Month-Net (AT-Idx) to LF-Month
           Move AT-Month-Budget (AT-Idx) to LF-Month-Budget
           Move AT-YTD-Net (AT-Idx) to LF-YTD
           Move AT-YTD-Budget (AT-Idx) to LF-YTD-Budget
           If WS-Fav-Type = "R"
               Compute LF-Month = 0 - LF-Month
               Compute LF-Month-Budget = 0 - LF-Month-Budget
               Compute LF-YTD = 0 - LF-YTD
               Compute LF-YTD-Budget = 0 - LF-YTD-Budget
           End-If
           If LF-Month = 0 and LF-Month-Budget = 0
                   and LF-YTD = 0 and LF-YTD-Budget = 0
               Exit Paragraph
           End-If
           Add LF-Month to ST-Month
           Add LF-Month-Budget to ST-Month-Budget
           Add LF-YTD to ST-YTD
           Add LF-YTD-Budget to ST-YTD-Budget
           Move spaces to SD-Label
           String "  " AT-Account (AT-Idx) " " AT-Name (AT-Idx)
               delimited by size into SD-Label
           Perform Write-PL-Line.

       Write-PL-Total.
           Move ST-Month to LF-Month
           Move ST-Month-Budget to LF-Month-Budget
           Move ST-YTD to LF-YTD
           Move ST-YTD-Budget to LF-YTD-Budget
           Perform Write-PL-Line.

       Write-PL-Line.
      *a revenue line is favorable when it beats budget, a cost
      *line when it comes in under
           Move LF-Month to SD-Amount (1)
           Move LF-Month-Budget to SD-Amount (2)
           Move LF-YTD to SD-Amount (4)
           Move LF-YTD-Budget to SD-Amount (5)
           If WS-Fav-Type = "R"
               Compute SD-Amount (3) = LF-Month - LF-Month-Budget
               Compute SD-Amount (6) = LF-YTD - LF-YTD-Budget
           Else
               Compute SD-Amount (3) = LF-Month-Budget - LF-Month
               Compute SD-Amount (6) = LF-YTD-Budget - LF-YTD
           End-If
           Move Statement-Detail to Statement-Line
           Write Statement-Line.

       Write-Balance-Sheet.
           Move spaces to Statement-Line
           Write Statement-Line
           Move spaces to Statement-Line
           String "BALANCE SHEET - END OF MONTH " Keyed-Period
               delimited by size into Statement-Line
           Write Statement-Line
           Move spaces to Statement-Line
           String "Acct Name                             Balance"
               "    Month change      YTD change          Budget"
               "        Variance"
               delimited by size into Statement-Line
           Write Statement-Line
           Move "A" to WS-Want-Class
           Move "ASSETS" to Statement-Line
           Write Statement-Line
           Perform Write-BS-Section
           Move ST-Balance to Total-Assets
           Move "  Total assets" to SD-Label
           Perform Write-BS-Total
           Move "L" to WS-Want-Class
           Move "LIABILITIES" to Statement-Line
           Write Statement-Line
           Perform Write-BS-Section
           Move ST-Balance to Total-Liab-Equity
           Move "  Total liabilities" to SD-Label
           Perform Write-BS-Total
           Move "Q" to WS-Want-Class
           Move "EQUITY" to Statement-Line
           Write Statement-Line
           Perform Write-BS-Section
           Perform Add-Earnings-To-Equity
           Add ST-Balance to Total-Liab-Equity
           Move "  Total equity" to SD-Label
           Perform Write-BS-Total
           Move Total-Liab-Equity to ST-Balance
           Move 0 to ST-Month
           Move 0 to ST-YTD
           Move 0 to ST-Month-Budget
           Move "TOTAL LIABILITIES AND EQUITY" to SD-Label
           Perform Write-BS-Total
           Move spaces to Statement-Line
           If Total-Assets = Total-Liab-Equity
               Move "Assets equal liabilities plus equity."
                   to Statement-Line
           Else
               Move "*** OUT OF BALANCE ***" to Statement-Line
           End-If
           Write Statement-Line.

       Write-BS-Section.
           Move 0 to ST-Balance
           Move 0 to ST-Month
           Move 0 to ST-YTD
           Move 0 to ST-Month-Budget
           Perform Varying AT-Idx from 1 by 1
                   until AT-Idx > AT-Count
               If AT-Class (AT-Idx) = WS-Want-Class
                   Perform Write-BS-Account
               End-If
           End-Perform.

       Write-BS-Account.
      *assets read as debits, liabilities and equity as credits
           Move AT-End-Net (AT-Idx) to LF-Balance
           Move AT-Month-Net (AT-Idx) to LF-Month
           Move AT-YTD-Net (AT-Idx) to LF-YTD
           Move AT-Month-Budget (AT-Idx) to LF-Month-Budget
           If WS-Want-Class not = "A"
               Compute LF-Balance = 0 - LF-Balance
               Compute LF-Month = 0 - LF-Month
               Compute LF-YTD = 0 - LF-YTD
               Compute LF-Month-Budget = 0 - LF-Month-Budget
           End-If
           If LF-Balance = 0 and LF-Month = 0 and LF-YTD = 0
                   and LF-Month-Budget = 0
               Exit Paragraph
           End-If
           Add LF-Balance to ST-Balance
           Add LF-Month to ST-Month
           Add LF-YTD to ST-YTD
           Add LF-Month-Budget to ST-Month-Budget
           Move spaces to SD-Label
           String "  " AT-Account (AT-Idx) " " AT-Name (AT-Idx)
               delimited by size into SD-Label
           Perform Write-BS-Line.

       Add-Earnings-To-Equity.
      *the income accounts are never closed out, so equity carries
      *this year's net income and whatever earlier years left in
      *them; together they are every income account's month-end
      *balance, turned to the credit side
           Move 0 to Prior-Earnings
           Perform Varying AT-Idx from 1 by 1
                   until AT-Idx > AT-Count
               If AT-Class (AT-Idx) = "R" or "C" or "E"
                   Compute Prior-Earnings = Prior-Earnings
                       - AT-End-Net (AT-Idx) + AT-YTD-Net (AT-Idx)
               End-If
           End-Perform
           Move Prior-Earnings to LF-Balance
           Move 0 to LF-Month
           Move 0 to LF-YTD
           Move 0 to LF-Month-Budget
           Add LF-Balance to ST-Balance
           Move "  Earnings of prior years" to SD-Label
           Perform Write-BS-Line
           Move NI-YTD to LF-Balance
           Move NI-Month to LF-Month
           Move NI-YTD to LF-YTD
           Move NI-YTD-Budget to LF-Month-Budget
           Add LF-Balance to ST-Balance
           Add LF-Month to ST-Month
           Add LF-YTD to ST-YTD
           Add LF-Month-Budget to ST-Month-Budget
           Move "  Net income year to date" to SD-Label
           Perform Write-BS-Line.

       Write-BS-Total.
           Move ST-Balance to LF-Balance
           Move ST-Month to LF-Month
           Move ST-YTD to LF-YTD
           Move ST-Month-Budget to LF-Month-Budget
           Perform Write-BS-Line.

       Write-BS-Line.
      *a balance-sheet budget is the balance planned for month end
           Move LF-Balance to SD-Amount (1)
           Move LF-Month to SD-Amount (2)
           Move LF-YTD to SD-Amount (3)
           Move LF-Month-Budget to SD-Amount (4)
           Compute SD-Amount (5) = LF-Balance - LF-Month-Budget
           Move spaces to SD-Col (6)
           Move Statement-Detail to Statement-Line
           Write Statement-Line.

       End Program FinStmt.
