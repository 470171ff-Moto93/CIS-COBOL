      **************************************
      *Program:    Promotion results report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. PromoRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Promo-Report-File assign to "PROMORPT.DAT"
               organization is line sequential.
       Copy "PROMOSEL.CPY".
       Copy "ORDDETSEL.CPY".
           Select Archive-File assign using Archive-File-Name
               organization is line sequential
               file status is WS-AR-Status.

       data division.
       file section.
       FD  Promo-Report-File.
       01  Promo-Report-Line  pic x(80).
       Copy "PROMOFD.CPY".
       Copy "ORDDETFD.CPY".
       FD  Archive-File.
       01  Archive-Record       pic x(150).

       working-storage section.
       01 File-Status-Fields.
           05 WS-PM-Status      pic xx.
           05 WS-PM-EOF         pic x value "N".
           05 WS-OD-Status      pic xx.
           05 WS-OD-EOF         pic x value "N".
           05 WS-AR-Status      pic xx.
           05 WS-AR-EOF         pic x value "N".
       01 Report-Range.
           05 WS-From-Date      pic 9(8).
           05 WS-To-Date        pic 9(8).
       01 Promo-Results.
      *    one slot per code: what the master says it was, and what
      *    the detail lines it priced add up to.  A code found on
      *    detail but no longer on the master still gets a slot.
           05 Promo-Count       pic 9(3) value 0.
           05 Promo-Entry occurs 200 times indexed by Promo-Idx.
               10 PR-Promo-Code    pic x(8).
               10 PR-Description   pic x(30).
               10 PR-Type          pic x(1).
               10 PR-Start-Date    pic 9(8).
               10 PR-End-Date      pic 9(8).
               10 PR-Usage-Limit   pic 9(5).
               10 PR-Usage-Count   pic 9(5).
               10 PR-On-Master     pic x.
               10 PR-Last-Order    pic 9(6).
               10 PR-Orders        pic 9(5).
               10 PR-Lbs           pic 9(7).
               10 PR-Revenue       pic 9(8)v99.
               10 PR-Discount      pic 9(8)v99.
       01 Work-Fields.
           05 WS-Found-Slot     pic x.
           05 WS-Dropped-Count  pic 9(5) value 0.
           05 WS-Line-Discount  pic 9(6)v99.
           05 WS-All-Lbs        pic 9(8) value 0.
           05 WS-All-Revenue    pic 9(9)v99 value 0.
           05 WS-Promo-Lbs      pic 9(8) value 0.
           05 WS-Promo-Revenue  pic 9(9)v99 value 0.
           05 WS-Promo-Discount pic 9(9)v99 value 0.
           05 WS-Share-Pct      pic 9(3)v9.
           05 WS-Scan-Int       pic 9(7).
           05 WS-End-Int        pic 9(7).
           05 WS-Date-X         pic 9(8).
           05 Archive-File-Name pic x(30).
           05 WS-Type-Word      pic x(6).
           05 WS-Limit-Word     pic x(9).
       01 Report-Edit-Fields.
           05 nLbs              pic zzzzzz9.
           05 nRevenue          pic $$,$$$,$$9.99.
           05 nDiscount         pic $$,$$$,$$9.99.
           05 nShare-Pct        pic zz9.9.

       procedure division.
       Main-Start.
           Display "Promotion Results Report"
           Display "From date (YYYYMMDD): " with no advancing
           Accept WS-From-Date
           Display "To date (YYYYMMDD):   " with no advancing
           Accept WS-To-Date
           Perform Load-Promotions
           Perform Gather-Order-Lines
           Open Output Promo-Report-File
           Move spaces to Promo-Report-Line
           String "PROMOTION RESULTS " WS-From-Date " TO " WS-To-Date
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           Move spaces to Promo-Report-Line
           String "Code     Type   Orders     Lbs        Revenue"
               "  Discount given"
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           Perform Varying Promo-Idx from 1 by 1
                   until Promo-Idx > Promo-Count
               Perform Write-One-Promotion
           End-Perform
           Perform Write-Report-Totals
           Close Promo-Report-File
           Display Promo-Count " promotions reported; report written "
               "to PROMORPT.DAT."
           Goback.

       Load-Promotions.
      *every code on the master gets a line, so a promotion that
      *sold nothing in the range shows as nothing rather than
      *going missing
           Open Input Promotion-File
           If WS-PM-Status not = "00"
               Display "No promotion master on file."
               Exit Paragraph
           End-If
           Move low-values to PM-Promo-Code
           Start Promotion-File key not < PM-Promo-Code
               Invalid Key
                   Move "Y" to WS-PM-EOF
           End-Start
           Perform Until WS-PM-EOF = "Y" or Promo-Count >= 200
               Read Promotion-File next record
                   At End
                       Move "Y" to WS-PM-EOF
                   Not At End
                       Add 1 to Promo-Count
                       Set Promo-Idx to Promo-Count
                       Perform Clear-Promo-Slot
                       Move PM-Promo-Code to PR-Promo-Code (Promo-Idx)
                       Move PM-Description to
                           PR-Description (Promo-Idx)
                       Move PM-Type to PR-Type (Promo-Idx)
                       Move PM-Start-Date to PR-Start-Date (Promo-Idx)
                       Move PM-End-Date to PR-End-Date (Promo-Idx)
                       Move PM-Usage-Limit to
                           PR-Usage-Limit (Promo-Idx)
                       Move PM-Usage-Count to
                           PR-Usage-Count (Promo-Idx)
                       Move "Y" to PR-On-Master (Promo-Idx)
               End-Read
           End-Perform
           Close Promotion-File.

       Clear-Promo-Slot.
           Move spaces to PR-Description (Promo-Idx)
           Move space to PR-Type (Promo-Idx)
           Move 0 to PR-Start-Date (Promo-Idx)
           Move 0 to PR-End-Date (Promo-Idx)
           Move 0 to PR-Usage-Limit (Promo-Idx)
           Move 0 to PR-Usage-Count (Promo-Idx)
           Move "N" to PR-On-Master (Promo-Idx)
           Move 0 to PR-Last-Order (Promo-Idx)
           Move 0 to PR-Orders (Promo-Idx)
           Move 0 to PR-Lbs (Promo-Idx)
           Move 0 to PR-Revenue (Promo-Idx)
           Move 0 to PR-Discount (Promo-Idx).

       Gather-Order-Lines.
      *the live detail file, then the ORDDET.<date>.DAT files
      *EndOfDay rolls each day off to; a night it ran late files
      *the lines under a later date, so the scan runs a week past
      *the range and each line's own date decides
           Open Input Order-Detail-File
           If WS-OD-Status not = "00"
               Move "Y" to WS-OD-EOF
           End-If
           Perform Until WS-OD-EOF = "Y"
               Read Order-Detail-File
                   At End
                       Move "Y" to WS-OD-EOF
                   Not At End
                       Perform Take-Order-Line
               End-Read
           End-Perform
           If WS-OD-Status = "00" or "10"
               Close Order-Detail-File
           End-If
           Compute WS-Scan-Int = Function Integer-Of-Date
               (WS-From-Date)
           Compute WS-End-Int = Function Integer-Of-Date
               (WS-To-Date) + 7
           Perform Until WS-Scan-Int > WS-End-Int
               Perform Gather-Archived-Lines
               Add 1 to WS-Scan-Int
           End-Perform.

       Gather-Archived-Lines.
           Move Function Date-Of-Integer (WS-Scan-Int) to WS-Date-X
           Move spaces to Archive-File-Name
           String "ORDDET." WS-Date-X ".DAT"
               delimited by size into Archive-File-Name
           Move "N" to WS-AR-EOF
           Open Input Archive-File
           If WS-AR-Status not = "00"
               Move "Y" to WS-AR-EOF
           End-If
           Perform Until WS-AR-EOF = "Y"
               Read Archive-File
                   At End
                       Move "Y" to WS-AR-EOF
                   Not At End
                       Move spaces to Order-Detail-Record
                       Move Archive-Record to Order-Detail-Record
                       Perform Take-Order-Line
               End-Read
           End-Perform
           If WS-AR-Status = "00" or "10"
               Close Archive-File
           End-If.

       Take-Order-Line.
      *every line in the range counts toward all sales; a line
      *carrying a code also counts toward that code.  Lines from
      *before promotions existed carry spaces in both fields.
           If OD-Order-Date < WS-From-Date
                   or OD-Order-Date > WS-To-Date
               Exit Paragraph
           End-If
           Add OD-Lbs to WS-All-Lbs
           Add OD-Ext-Price to WS-All-Revenue
           If OD-Promo-Code = spaces or OD-Promo-Code = low-values
               Exit Paragraph
           End-If
           If OD-Promo-Discount numeric
               Move OD-Promo-Discount to WS-Line-Discount
           Else
               Move 0 to WS-Line-Discount
           End-If
           Perform Find-Promo-Slot
           If WS-Found-Slot = "N"
               Add 1 to WS-Dropped-Count
               Exit Paragraph
           End-If
      *    an order's lines are written together, so a change of
      *    order number on the same code is a new order
           If OD-Order-Number not = PR-Last-Order (Promo-Idx)
               Add 1 to PR-Orders (Promo-Idx)
               Move OD-Order-Number to PR-Last-Order (Promo-Idx)
           End-If
           Add OD-Lbs to PR-Lbs (Promo-Idx)
           Add OD-Ext-Price to PR-Revenue (Promo-Idx)
           Add WS-Line-Discount to PR-Discount (Promo-Idx)
           Add OD-Lbs to WS-Promo-Lbs
           Add OD-Ext-Price to WS-Promo-Revenue
           Add WS-Line-Discount to WS-Promo-Discount.

       Find-Promo-Slot.
           Move "N" to WS-Found-Slot
           Perform Varying Promo-Idx from 1 by 1
                   until Promo-Idx > Promo-Count
               If PR-Promo-Code (Promo-Idx) = OD-Promo-Code
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N" and Promo-Count < 200
               Add 1 to Promo-Count
               Set Promo-Idx to Promo-Count
               Perform Clear-Promo-Slot
               Move OD-Promo-Code to PR-Promo-Code (Promo-Idx)
               Move "(not on the promotion master)" to
                   PR-Description (Promo-Idx)
               Move "Y" to WS-Found-Slot
           End-If.

       Write-One-Promotion.
      *the results line, then what the code was and how much of
      *its usage limit is gone
           Evaluate PR-Type (Promo-Idx)
               When "P"
                   Move "PCT" to WS-Type-Word
               When "F"
                   Move "PRICE" to WS-Type-Word
               When "S"
                   Move "FRSHIP" to WS-Type-Word
               When Other
                   Move "?" to WS-Type-Word
           End-Evaluate
           Move PR-Lbs (Promo-Idx) to nLbs
           Move PR-Revenue (Promo-Idx) to nRevenue
           Move PR-Discount (Promo-Idx) to nDiscount
           Move spaces to Promo-Report-Line
           String PR-Promo-Code (Promo-Idx) " " WS-Type-Word " "
               PR-Orders (Promo-Idx) " " nLbs " " nRevenue " "
               nDiscount
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           Move spaces to Promo-Report-Line
           If PR-On-Master (Promo-Idx) = "N"
               String "         " PR-Description (Promo-Idx)
                   delimited by size into Promo-Report-Line
           Else
               If PR-Usage-Limit (Promo-Idx) = 0
                   Move "no limit" to WS-Limit-Word
               Else
                   Move spaces to WS-Limit-Word
                   String "of " PR-Usage-Limit (Promo-Idx)
                       delimited by size into WS-Limit-Word
               End-If
               String "         " PR-Description (Promo-Idx) " "
                   PR-Start-Date (Promo-Idx) "-"
                   PR-End-Date (Promo-Idx) " used "
                   PR-Usage-Count (Promo-Idx) " " WS-Limit-Word
                   delimited by size into Promo-Report-Line
           End-If
           Perform Put-Report-Line.

       Write-Report-Totals.
      *what the promotions brought in against all sales in the
      *range, and what they cost in discount and waived freight
           Move spaces to Promo-Report-Line
           Perform Put-Report-Line
           Move WS-Promo-Lbs to nLbs
           Move WS-Promo-Revenue to nRevenue
           Move WS-Promo-Discount to nDiscount
           Move spaces to Promo-Report-Line
           String "ALL PROMOTIONS        " nLbs " " nRevenue " "
               nDiscount
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           Move WS-All-Lbs to nLbs
           Move WS-All-Revenue to nRevenue
           Move spaces to Promo-Report-Line
           String "ALL SALES             " nLbs " " nRevenue
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           If WS-All-Revenue > 0
               Compute WS-Share-Pct rounded =
                   WS-Promo-Revenue * 100 / WS-All-Revenue
           Else
               Move 0 to WS-Share-Pct
           End-If
           Move WS-Share-Pct to nShare-Pct
           Move spaces to Promo-Report-Line
           String "Promotion share of revenue: " nShare-Pct "%"
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           Move spaces to Promo-Report-Line
           String "Discount given includes freight waived by "
               "free-shipping codes."
               delimited by size into Promo-Report-Line
           Perform Put-Report-Line
           If WS-Dropped-Count > 0
               Move spaces to Promo-Report-Line
               String "WARNING: " WS-Dropped-Count " promoted lines "
                   "did not fit the code table and are not shown."
                   delimited by size into Promo-Report-Line
               Perform Put-Report-Line
           End-If.

       Put-Report-Line.
           Write Promo-Report-Line
           Display Promo-Report-Line.

       End Program PromoRpt.
