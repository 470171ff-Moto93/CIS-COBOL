      **************************************
      *Program:    Sales commission statement
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. CommStmt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Employee-Master-File assign to "EMPMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is EM-Employee-Id
               file status is WS-EM-Status.
           Select Statement-Report-File assign to "COMMSTMT.DAT"
               organization is line sequential.
       Copy "COMMSEL.CPY".
       Copy "PAYPERSEL.CPY".

       data division.
       file section.
       FD  Employee-Master-File.
       Copy "EMPMAST.CPY".
       FD  Statement-Report-File.
       01  Statement-Report-Line  pic x(80).
       Copy "COMMFD.CPY".
       Copy "PAYPERFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-EM-Status      pic xx.
           05 WS-EM-File-Open   pic x value "N".
           05 WS-CM-Status      pic xx.
           05 WS-CM-EOF         pic x value "N".
           05 WS-PP-Status      pic xx.
       01 Statement-Work-Fields.
           05 Keyed-Period      pic 9(4).
           05 WS-Open-Period    pic 9(4) value 0.
           05 WS-Period-End     pic 9(8) value 0.
           05 WS-Include-Pending pic x value "N".
           05 WS-Dropped-Count  pic 9(4) value 0.
           05 WS-Rep-Name       pic x(20).
           05 WS-Line-Flag      pic x(7).
       01 Statement-Lines.
      *    every line that belongs on this period's statements,
      *    paid in the period or, for the open period, still
      *    waiting on its payroll run
           05 SL-Count          pic 9(4) value 0.
           05 SL-Entry occurs 2000 times indexed by SL-Idx.
               10 SL-Rep-Id        pic x(5).
               10 SL-Invoice       pic 9(6).
               10 SL-Cust-Number   pic 9(5).
               10 SL-Earned-Date   pic 9(8).
               10 SL-Basis         pic 9(8)v99.
               10 SL-Pct           pic 9(2)v99.
               10 SL-Amount        pic 9(6)v99.
               10 SL-Status        pic x(1).
       01 Rep-Totals.
      *    one slot per rep with anything on the statement
           05 Rep-Count         pic 999 value 0.
           05 Rep-Entry occurs 200 times indexed by Rep-Idx.
               10 RT-Rep-Id        pic x(5).
               10 RT-Paid          pic 9(7)v99.
               10 RT-Pending       pic 9(7)v99.
       01 Grand-Totals.
           05 GT-Paid           pic 9(8)v99 value 0.
           05 GT-Pending        pic 9(8)v99 value 0.
       01 Report-Build-Fields.
           05 WS-Found-Slot     pic x.
           05 nBasis            pic $$,$$$,$$9.99.
           05 nPct              pic z9.99.
           05 nAmount           pic $$$$,$$9.99.
           05 nPaid             pic $$,$$$,$$9.99.
           05 nPending          pic $$,$$$,$$9.99.

       procedure division.
       Main-Start.
           Display "Sales Commission Statement"
           Perform Load-Pay-Period
           If WS-Open-Period > 0
               Display "Open pay period is " WS-Open-Period "."
           End-If
           Display "Statement for pay period: " with no advancing
           Accept Keyed-Period
           If Keyed-Period = WS-Open-Period and WS-Open-Period > 0
      *        the open period has not been paid yet; show what its
      *        payroll run will pay alongside anything already paid
               Move "Y" to WS-Include-Pending
           End-If
           Perform Gather-Commission-Lines
           Perform Write-Statements
           Goback.

       Load-Pay-Period.
           Open Input Pay-Period-File
           If WS-PP-Status = "00"
               Read Pay-Period-File
                   At End
                       Continue
                   Not At End
                       If PP-Open
                           Move PP-Period-Number to WS-Open-Period
                           If PP-End-Date numeric
                               Move PP-End-Date to WS-Period-End
                           End-If
                       End-If
               End-Read
               Close Pay-Period-File
           End-If.

       Gather-Commission-Lines.
           Open Input Commission-File
           If WS-CM-Status not = "00"
               Display "No commission file; nothing has been earned."
               Move "Y" to WS-CM-EOF
           End-If
           Perform Until WS-CM-EOF = "Y"
               Read Commission-File
                   At End
                       Move "Y" to WS-CM-EOF
                   Not At End
                       Perform Select-One-Line
               End-Read
           End-Perform
           If WS-CM-Status = "00" or "10"
               Close Commission-File
           End-If.

       Select-One-Line.
      *paid lines belong to the period that paid them; earned
      *lines only show on the open period's statement, and only
      *when the period end would sweep them into its run
           If CM-Paid and CM-Period-Number = Keyed-Period
               Continue
           Else
               If CM-Earned and WS-Include-Pending = "Y"
                       and (WS-Period-End = 0
                           or CM-Earned-Date <= WS-Period-End)
                   Continue
               Else
                   Exit Paragraph
               End-If
           End-If
           Perform Find-Rep-Slot
           If WS-Found-Slot = "N" or SL-Count >= 2000
               Add 1 to WS-Dropped-Count
               Exit Paragraph
           End-If
           Add 1 to SL-Count
           Move CM-Rep-Id to SL-Rep-Id (SL-Count)
           Move CM-Invoice-Number to SL-Invoice (SL-Count)
           Move CM-Cust-Number to SL-Cust-Number (SL-Count)
           Move CM-Earned-Date to SL-Earned-Date (SL-Count)
           Move CM-Basis to SL-Basis (SL-Count)
           Move CM-Pct to SL-Pct (SL-Count)
           Move CM-Amount to SL-Amount (SL-Count)
           Move CM-Status to SL-Status (SL-Count)
           If CM-Paid
               Add CM-Amount to RT-Paid (Rep-Idx)
               Add CM-Amount to GT-Paid
           Else
               Add CM-Amount to RT-Pending (Rep-Idx)
               Add CM-Amount to GT-Pending
           End-If.

       Find-Rep-Slot.
           Move "N" to WS-Found-Slot
           Perform Varying Rep-Idx from 1 by 1
                   until Rep-Idx > Rep-Count
               If RT-Rep-Id (Rep-Idx) = CM-Rep-Id
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N" and Rep-Count < 200
               Add 1 to Rep-Count
               Set Rep-Idx to Rep-Count
               Move CM-Rep-Id to RT-Rep-Id (Rep-Idx)
               Move 0 to RT-Paid (Rep-Idx)
               Move 0 to RT-Pending (Rep-Idx)
               Move "Y" to WS-Found-Slot
           End-If.

       Write-Statements.
      *one statement block per rep: the invoices behind the
      *commission, then the rep's paid and pending totals
           Open Input Employee-Master-File
           If WS-EM-Status = "00"
               Move "Y" to WS-EM-File-Open
           End-If
           Open Output Statement-Report-File
           Move spaces to Statement-Report-Line
           String "SALES COMMISSION STATEMENTS - PAY PERIOD "
               Keyed-Period
               delimited by size into Statement-Report-Line
           Perform Put-Statement-Line
           Perform Varying Rep-Idx from 1 by 1
                   until Rep-Idx > Rep-Count
               Perform Write-One-Rep
           End-Perform
           Move spaces to Statement-Report-Line
           Perform Put-Statement-Line
           Move GT-Paid to nPaid
           Move GT-Pending to nPending
           Move spaces to Statement-Report-Line
           String "ALL REPS   paid " nPaid "   pending " nPending
               delimited by size into Statement-Report-Line
           Perform Put-Statement-Line
           If WS-Dropped-Count > 0
               Move spaces to Statement-Report-Line
               String "WARNING: " WS-Dropped-Count " lines did not "
                   "fit the statement tables and are not shown."
                   delimited by size into Statement-Report-Line
               Perform Put-Statement-Line
           End-If
           Close Statement-Report-File
           If WS-EM-File-Open = "Y"
               Close Employee-Master-File
           End-If
           Display Rep-Count " rep statements written to "
               "COMMSTMT.DAT.".

       Write-One-Rep.
           Perform Resolve-Rep-Name
           Move spaces to Statement-Report-Line
           Perform Put-Statement-Line
           Move spaces to Statement-Report-Line
           String "Rep " RT-Rep-Id (Rep-Idx) " " WS-Rep-Name
               delimited by size into Statement-Report-Line
           Perform Put-Statement-Line
           Move spaces to Statement-Report-Line
           String "  Inv.    Cust  Earned           Basis   Pct  "
               "Commission"
               delimited by size into Statement-Report-Line
           Perform Put-Statement-Line
           Perform Varying SL-Idx from 1 by 1
                   until SL-Idx > SL-Count
               If SL-Rep-Id (SL-Idx) = RT-Rep-Id (Rep-Idx)
                   Perform Write-One-Line
               End-If
           End-Perform
           Move RT-Paid (Rep-Idx) to nPaid
           Move RT-Pending (Rep-Idx) to nPending
           Move spaces to Statement-Report-Line
           String "  Rep total   paid " nPaid "   pending " nPending
               delimited by size into Statement-Report-Line
           Perform Put-Statement-Line.

       Write-One-Line.
           Move SL-Basis (SL-Idx) to nBasis
           Move SL-Pct (SL-Idx) to nPct
           Move SL-Amount (SL-Idx) to nAmount
           If SL-Status (SL-Idx) = "P"
               Move "PAID" to WS-Line-Flag
           Else
               Move "PENDING" to WS-Line-Flag
           End-If
           Move spaces to Statement-Report-Line
           String "  " SL-Invoice (SL-Idx) "  "
               SL-Cust-Number (SL-Idx) " "
               SL-Earned-Date (SL-Idx) " " nBasis " " nPct
               " " nAmount " " WS-Line-Flag
               delimited by size into Statement-Report-Line
           Perform Put-Statement-Line.

       Resolve-Rep-Name.
           Move "(not on employee file)" to WS-Rep-Name
           If WS-EM-File-Open = "Y"
               Move RT-Rep-Id (Rep-Idx) to EM-Employee-Id
               Read Employee-Master-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move EM-Employee-Name to WS-Rep-Name
               End-Read
           End-If.

       Put-Statement-Line.
           Write Statement-Report-Line
           Display Statement-Report-Line.

       End Program CommStmt.
