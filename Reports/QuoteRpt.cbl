      **************************************
      *Program:    Quote conversion report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. QuoteRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Quote-Report-File assign to "QUOTERPT.DAT"
               organization is line sequential.
       Copy "QUOTESEL.CPY".

       data division.
       file section.
       FD  Quote-Report-File.
       01  Quote-Report-Line  pic x(80).
       Copy "QUOTEFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-QT-Status      pic xx.
           05 WS-QT-EOF         pic x value "N".
       01 Report-Range.
           05 WS-From-Date      pic 9(8).
           05 WS-To-Date        pic 9(8).
           05 WS-Today-Date     pic 9(8).
       01 Outcome-Totals.
      *    won, lapsed, and still-open quotes, counted once per quote
      *    off its first line
           05 Outcome-Entry occurs 3 times indexed by Outcome-Idx.
               10 OT-Word          pic x(6).
               10 OT-Count         pic 9(5).
               10 OT-Value         pic 9(8)v99.
       01 Report-Fields.
           05 WS-Quote-Count    pic 9(5) value 0.
           05 WS-Closed-Count   pic 9(5).
           05 WS-Win-Pct        pic 9(3)v9.
           05 WS-Order-Shown    pic x(6).
           05 nTotal            pic $$$,$$9.99.
           05 nValue            pic $$,$$$,$$9.99.
           05 nWin-Pct          pic zz9.9.

       procedure division.
       Main-Start.
           Display "Quote Conversion Report"
           Display "From quote date (YYYYMMDD): " with no advancing
           Accept WS-From-Date
           Display "To quote date (YYYYMMDD):   " with no advancing
           Accept WS-To-Date
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Clear-Outcome-Totals
           Open Output Quote-Report-File
           Move spaces to Quote-Report-Line
           String "QUOTE CONVERSION " WS-From-Date " TO " WS-To-Date
               "   AS OF " WS-Today-Date
               delimited by size into Quote-Report-Line
           Perform Put-Report-Line
           Move spaces to Quote-Report-Line
           String "Quote  Quoted   Cust  Customer             "
               "     Total  Expires  Status Order"
               delimited by size into Quote-Report-Line
           Perform Put-Report-Line
           Perform Report-Quotes
           Perform Write-Outcome-Totals
           Close Quote-Report-File
           Display WS-Quote-Count " quotes reported; report written "
               "to QUOTERPT.DAT."
           Goback.

       Clear-Outcome-Totals.
           Perform Varying Outcome-Idx from 1 by 1
                   until Outcome-Idx > 3
               Move 0 to OT-Count (Outcome-Idx)
               Move 0 to OT-Value (Outcome-Idx)
           End-Perform
           Move "WON" to OT-Word (1)
           Move "LAPSED" to OT-Word (2)
           Move "OPEN" to OT-Word (3).

       Report-Quotes.
      *every line of a quote carries its header figures, so the
      *first line alone stands for the quote
           Open Input Quote-File
           If WS-QT-Status not = "00"
               Display "No quotes on file."
               Move "Y" to WS-QT-EOF
           End-If
           Perform Until WS-QT-EOF = "Y"
               Read Quote-File
                   At End
                       Move "Y" to WS-QT-EOF
                   Not At End
                       If QT-Line-Number = 1
                               and QT-Quote-Date >= WS-From-Date
                               and QT-Quote-Date <= WS-To-Date
                           Perform Report-One-Quote
                       End-If
               End-Read
           End-Perform
           If WS-QT-Status = "00" or "10"
               Close Quote-File
           End-If.

       Report-One-Quote.
      *converted is won; still open past its expiry has lapsed,
      *since the desk will no longer convert it
           Add 1 to WS-Quote-Count
           Move spaces to WS-Order-Shown
           Evaluate true
               When QT-Won
                   Set Outcome-Idx to 1
                   Move QT-Order-Number to WS-Order-Shown
               When QT-Expiry-Date < WS-Today-Date
                   Set Outcome-Idx to 2
               When Other
                   Set Outcome-Idx to 3
           End-Evaluate
           Add 1 to OT-Count (Outcome-Idx)
           Add QT-Total to OT-Value (Outcome-Idx)
           Move QT-Total to nTotal
           Move spaces to Quote-Report-Line
           String QT-Quote-Number " " QT-Quote-Date " "
               QT-Cust-Number " " QT-Customer-Name " " nTotal " "
               QT-Expiry-Date " " OT-Word (Outcome-Idx) " "
               WS-Order-Shown
               delimited by size into Quote-Report-Line
           Perform Put-Report-Line.

       Write-Outcome-Totals.
      *the win rate is taken over decided quotes only - won plus
      *lapsed - since an open quote may still come in
           Move spaces to Quote-Report-Line
           Perform Put-Report-Line
           Move "Outcome  Quotes          Value" to Quote-Report-Line
           Perform Put-Report-Line
           Perform Varying Outcome-Idx from 1 by 1
                   until Outcome-Idx > 3
               Move OT-Value (Outcome-Idx) to nValue
               Move spaces to Quote-Report-Line
               String OT-Word (Outcome-Idx) "   "
                   OT-Count (Outcome-Idx) "  " nValue
                   delimited by size into Quote-Report-Line
               Perform Put-Report-Line
           End-Perform
           Add OT-Count (1) OT-Count (2) giving WS-Closed-Count
           If WS-Closed-Count > 0
               Compute WS-Win-Pct rounded =
                   OT-Count (1) * 100 / WS-Closed-Count
           Else
               Move 0 to WS-Win-Pct
           End-If
           Move WS-Win-Pct to nWin-Pct
           Move spaces to Quote-Report-Line
           String "Win rate on decided quotes: " nWin-Pct "%"
               delimited by size into Quote-Report-Line
           Perform Put-Report-Line.

       Put-Report-Line.
           Write Quote-Report-Line
           Display Quote-Report-Line.

       End Program QuoteRpt.
