      **************************************
      *Program:    Gross-margin report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. MarginRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Margin-Report-File assign to "MARGIN.DAT"
               organization is line sequential.
       Copy "PRODSEL.CPY".
       Copy "BOMSEL.CPY".
       Copy "ORDDETSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "OPENORDSEL.CPY".
       Copy "RECEIPTSEL.CPY".
           Select Archive-File assign using Archive-File-Name
               organization is line sequential
               file status is WS-AR-Status.

       data division.
       file section.
       FD  Margin-Report-File.
       01  Margin-Report-Line  pic x(80).
       Copy "PRODFD.CPY".
       Copy "BOMFD.CPY".
       Copy "ORDDETFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "OPENORDFD.CPY".
       Copy "RECEIPTFD.CPY".
       FD  Archive-File.
       01  Archive-Record       pic x(150).

       working-storage section.
       01 File-Status-Fields.
           05 WS-Prod-Status    pic xx.
           05 WS-Prod-EOF       pic x value "N".
           05 WS-BM-Status      pic xx.
           05 WS-BM-EOF         pic x value "N".
           05 WS-OD-Status      pic xx.
           05 WS-OD-EOF         pic x value "N".
           05 WS-IJ-Status      pic xx.
           05 WS-IJ-EOF         pic x value "N".
           05 WS-OO-Status      pic xx.
           05 WS-OO-EOF         pic x.
           05 WS-RC-Status      pic xx.
           05 WS-RC-EOF         pic x.
           05 WS-AR-Status      pic xx.
           05 WS-AR-EOF         pic x.
       Copy "PRODTBL.CPY".
       01 Report-Range.
           05 WS-From-Date      pic 9(8).
           05 WS-To-Date        pic 9(8).
           05 WS-Floor-Pct      pic 9(3).
       01 Pack-Fields.
      *    the pack component list, so a pack line's cost can be
      *    built from the components its sale relieved
           05 Pack-Comp-Count   pic 9(3) value 0.
           05 Pack-Comp-Entry occurs 50 times indexed by Pack-Idx.
               10 PB-Pack-Code     pic x(1).
               10 PB-Comp-Code     pic x(1).
               10 PB-Lbs           pic 9(3).
           05 Pack-Unit-Lbs     pic 9(5).
           05 Pack-Units        pic 9(5)v99.
       01 Order-Table.
      *    every order with detail in the range, kept in order-number
      *    sequence for a binary search, with the customer it was
      *    sold to once the open-order file or a receipt names it
           05 Order-Count       pic 9(4) value 0.
           05 Order-Entry occurs 1 to 3000 times
                  depending on Order-Count
                  ascending key is OT-Order-Number
                  indexed by Order-Idx.
               10 OT-Order-Number  pic 9(6).
               10 OT-Cust-Number   pic 9(5).
               10 OT-Cust-Name     pic x(20).
               10 OT-Cust-Found    pic x(1).
           05 Order-Shift-Sub   pic 9(4).
           05 Order-Unnamed     pic 9(4).
       01 Line-Table.
      *    the order lines in the range, revenue off the detail file
      *    and cost filled in from the journal
           05 Line-Count        pic 9(4) value 0.
           05 Line-Entry occurs 5000 times indexed by Line-Idx.
               10 LN-Order-Number  pic 9(6).
               10 LN-Product-Code  pic x(1).
               10 LN-Lbs           pic 9(3).
               10 LN-Revenue       pic 9(6)v99.
               10 LN-Cost          pic 9(6)v99.
       01 Cost-Table.
      *    cost relieved per order and product: class L for loose
      *    sales and amendments, P for pack components, so a pack
      *    component is never mistaken for a loose line of the
      *    same coffee on the same order
           05 Cost-Count        pic 9(4) value 0.
           05 Cost-Entry occurs 5000 times indexed by Cost-Idx.
               10 CS-Order-Number  pic 9(6).
               10 CS-Product-Code  pic x(1).
               10 CS-Class         pic x(1).
               10 CS-Qty           pic s9(7).
               10 CS-Cost          pic s9(7)v99.
       01 Product-Totals.
           05 Prod-Tot-Count    pic 99 value 0.
           05 Prod-Tot-Entry occurs 50 times indexed by PT-Idx.
               10 PT-Product-Code  pic x(1).
               10 PT-Lbs           pic 9(7).
               10 PT-Revenue       pic 9(8)v99.
               10 PT-Cost          pic 9(8)v99.
       01 Customer-Totals.
           05 Cust-Tot-Count    pic 9(4) value 0.
           05 Cust-Tot-Entry occurs 1000 times indexed by CT-Idx.
               10 CT-Cust-Number   pic 9(5).
               10 CT-Cust-Name     pic x(20).
               10 CT-Revenue       pic 9(8)v99.
               10 CT-Cost          pic 9(8)v99.
       01 Work-Fields.
           05 WS-Line-Dropped   pic 9(5) value 0.
           05 WS-No-Cost-Count  pic 9(5) value 0.
           05 WS-Found-Slot     pic x.
           05 WS-Cost-Class     pic x(1).
           05 WS-Cost-Product   pic x(1).
           05 WS-Signed-Qty     pic s9(7).
           05 WS-Signed-Cost    pic s9(7)v99.
           05 WS-Per-Lb-Cost    pic s9(5)v9999.
           05 WS-Line-Cost      pic s9(8)v99.
           05 WS-Margin         pic s9(8)v99.
           05 WS-Margin-Pct     pic s9(5)v9.
           05 WS-Flag           pic x(5).
           05 WS-Tot-Revenue    pic 9(9)v99 value 0.
           05 WS-Tot-Cost       pic 9(9)v99 value 0.
           05 WS-Scan-Int       pic 9(7).
           05 WS-End-Int        pic 9(7).
           05 WS-Date-X         pic 9(8).
           05 Archive-File-Name pic x(30).
           05 WS-Name-Work      pic x(20).
       01 Report-Edit-Fields.
           05 nLbs              pic zzzzzz9.
           05 nRevenue          pic $$,$$$,$$9.99.
           05 nCost             pic $$,$$$,$$9.99.
           05 nMargin           pic $$,$$$,$$9.99-.
           05 nMargin-Pct       pic ---9.9.
           05 nLine-Revenue     pic $$$,$$9.99.
           05 nLine-Cost        pic $$$,$$9.99.

       procedure division.
       Main-Start.
           Display "Gross-Margin Report"
           Call "OpenConv"
           Cancel "OpenConv"
           Display "From date (YYYYMMDD): " with no advancing
           Accept WS-From-Date
           Display "To date (YYYYMMDD):   " with no advancing
           Accept WS-To-Date
           Display "Margin floor, whole percent (0 = 20): "
               with no advancing
           Accept WS-Floor-Pct
           If WS-Floor-Pct = 0
               Move 20 to WS-Floor-Pct
           End-If
           Perform Load-Product-Table
           Perform Load-Pack-Components
           Perform Load-Order-Lines
           Perform Load-Relieved-Costs
           Perform Cost-Order-Lines
           Perform Name-Order-Customers
           Perform Total-Order-Lines
           Open Output Margin-Report-File
           Perform Write-Product-Section
           Perform Write-Customer-Section
           Perform Write-Below-Floor-Lines
           Perform Write-Report-Notes
           Close Margin-Report-File
           Display Line-Count " order lines costed; report written "
               "to MARGIN.DAT."
           Goback.

       Load-Product-Table.
      *names only; a report must not seed the master
           Open Input Product-Master-File
           If WS-Prod-Status = "00"
               Perform Until WS-Prod-EOF = "Y" or Product-Count >= 50
                   Read Product-Master-File next record
                       At End
                           Move "Y" to WS-Prod-EOF
                       Not At End
                           Add 1 to Product-Count
                           Move Prod-Code to
                               Coffee-Product-Code (Product-Count)
                           Move Prod-Name to
                               Coffee-Product-Name (Product-Count)
                           Move Prod-Price to
                               Coffee-Product-Price (Product-Count)
                           Move Prod-Active-Flag to
                               Coffee-Product-Active (Product-Count)
                   End-Read
               End-Perform
               Close Product-Master-File
           End-If.

       Load-Pack-Components.
           Open Input Pack-Component-File
           If WS-BM-Status not = "00"
               Move "Y" to WS-BM-EOF
           End-If
           Perform Until WS-BM-EOF = "Y" or Pack-Comp-Count >= 50
               Read Pack-Component-File
                   At End
                       Move "Y" to WS-BM-EOF
                   Not At End
                       Add 1 to Pack-Comp-Count
                       Move BM-Pack-Code to
                           PB-Pack-Code (Pack-Comp-Count)
                       Move BM-Component-Code to
                           PB-Comp-Code (Pack-Comp-Count)
                       Move BM-Lbs to PB-Lbs (Pack-Comp-Count)
               End-Read
           End-Perform
           If WS-BM-Status = "00" or "10"
               Close Pack-Component-File
           End-If.

       Load-Order-Lines.
      *every detail line dated in the range, live and archived;
      *the extended price is the line's revenue after contract
      *price, discount, and any promotion
           Open Input Order-Detail-File
           If WS-OD-Status not = "00"
               Display "No order detail on file."
               Move "Y" to WS-OD-EOF
           End-If
           Perform Until WS-OD-EOF = "Y"
               Read Order-Detail-File
                   At End
                       Move "Y" to WS-OD-EOF
                   Not At End
                       If OD-Order-Date >= WS-From-Date
                               and OD-Order-Date <= WS-To-Date
                           Perform Hold-Order-Line
                       End-If
               End-Read
           End-Perform
           If WS-OD-Status = "00" or "10"
               Close Order-Detail-File
           End-If
      *EndOfDay rolls the day's detail off to ORDDET.<date>.DAT; a
      *night it ran late files the lines under a later date, so the
      *scan runs a week past the range and each line's own date
      *decides
           Compute WS-Scan-Int = Function Integer-Of-Date
               (WS-From-Date)
           Compute WS-End-Int = Function Integer-Of-Date
               (WS-To-Date) + 7
           Perform Until WS-Scan-Int > WS-End-Int
               Perform Load-Archived-Lines
               Add 1 to WS-Scan-Int
           End-Perform.

       Load-Archived-Lines.
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
                       If OD-Order-Date >= WS-From-Date
                               and OD-Order-Date <= WS-To-Date
                           Perform Hold-Order-Line
                       End-If
               End-Read
           End-Perform
           If WS-AR-Status = "00" or "10"
               Close Archive-File
           End-If.

       Hold-Order-Line.
           If Line-Count >= 5000
               Add 1 to WS-Line-Dropped
               Exit Paragraph
           End-If
           Perform Find-Order
           If WS-Found-Slot = "N"
               If Order-Count >= 3000
                   Add 1 to WS-Line-Dropped
                   Exit Paragraph
               End-If
               Perform Insert-Order
           End-If
           Add 1 to Line-Count
           Move OD-Order-Number to LN-Order-Number (Line-Count)
           Move OD-Product-Code to LN-Product-Code (Line-Count)
           Move OD-Lbs to LN-Lbs (Line-Count)
           Move OD-Ext-Price to LN-Revenue (Line-Count)
           Move 0 to LN-Cost (Line-Count).

       Find-Order.
      *binary search on the order number in OD-Order-Number
           Move "N" to WS-Found-Slot
           If Order-Count = 0
               Exit Paragraph
           End-If
           Search All Order-Entry
               At End
                   Continue
               When OT-Order-Number (Order-Idx) = OD-Order-Number
                   Move "Y" to WS-Found-Slot
           End-Search.

       Insert-Order.
      *orders mostly arrive in number sequence, so the new one
      *usually lands at the end; anything out of step is shifted
      *into place so the table stays searchable
           Add 1 to Order-Count
           Move Order-Count to Order-Shift-Sub
           Perform Until Order-Shift-Sub = 1
               If OT-Order-Number (Order-Shift-Sub - 1)
                       < OD-Order-Number
                   Exit Perform
               End-If
               Move Order-Entry (Order-Shift-Sub - 1) to
                   Order-Entry (Order-Shift-Sub)
               Subtract 1 from Order-Shift-Sub
           End-Perform
           Move OD-Order-Number to OT-Order-Number (Order-Shift-Sub)
           Move 0 to OT-Cust-Number (Order-Shift-Sub)
           Move "(no customer found)" to
               OT-Cust-Name (Order-Shift-Sub)
           Move "N" to OT-Cust-Found (Order-Shift-Sub).

       Load-Relieved-Costs.
      *the cost each sale relieved, the same movements GLExtract
      *turns into cost-of-goods-sold; a voided order has no detail
      *lines, so its sale and void never reach the report
           Open Input Inventory-Journal-File
           If WS-IJ-Status not = "00"
               Display "No inventory journal on file; costs will "
                   "show as zero."
               Move "Y" to WS-IJ-EOF
           End-If
           Perform Until WS-IJ-EOF = "Y"
               Read Inventory-Journal-File
                   At End
                       Move "Y" to WS-IJ-EOF
                   Not At End
                       If IJ-Order-Number > 0
                           Perform Take-Journal-Cost
                       End-If
               End-Read
           End-Perform
           If WS-IJ-Status = "00" or "10"
               Close Inventory-Journal-File
           End-If.

       Take-Journal-Cost.
           Evaluate IJ-Reason
               When "SALE"
                   Move "L" to WS-Cost-Class
                   Move IJ-Qty-Lbs to WS-Signed-Qty
               When "PACKSALE"
                   Move "P" to WS-Cost-Class
                   Move IJ-Qty-Lbs to WS-Signed-Qty
               When "AMEND"
      *        an amendment puts pounds back or takes more out
                   Move "L" to WS-Cost-Class
                   If IJ-Stock-In
                       Compute WS-Signed-Qty = 0 - IJ-Qty-Lbs
                   Else
                       Move IJ-Qty-Lbs to WS-Signed-Qty
                   End-If
               When Other
                   Exit Paragraph
           End-Evaluate
           Move IJ-Order-Number to OD-Order-Number
           Perform Find-Order
           If WS-Found-Slot = "N"
               Exit Paragraph
           End-If
           Compute WS-Signed-Cost = WS-Signed-Qty * IJ-Unit-Cost
           Move IJ-Product-Code to WS-Cost-Product
           Perform Find-Cost-Slot
           If WS-Found-Slot = "Y"
               Add WS-Signed-Qty to CS-Qty (Cost-Idx)
               Add WS-Signed-Cost to CS-Cost (Cost-Idx)
           End-If.

       Find-Cost-Slot.
           Move "N" to WS-Found-Slot
           Perform Varying Cost-Idx from 1 by 1
                   until Cost-Idx > Cost-Count
               If CS-Order-Number (Cost-Idx) = OD-Order-Number
                       and CS-Product-Code (Cost-Idx) =
                           WS-Cost-Product
                       and CS-Class (Cost-Idx) = WS-Cost-Class
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N" and Cost-Count < 5000
               Add 1 to Cost-Count
               Set Cost-Idx to Cost-Count
               Move OD-Order-Number to CS-Order-Number (Cost-Idx)
               Move WS-Cost-Product to CS-Product-Code (Cost-Idx)
               Move WS-Cost-Class to CS-Class (Cost-Idx)
               Move 0 to CS-Qty (Cost-Idx)
               Move 0 to CS-Cost (Cost-Idx)
               Move "Y" to WS-Found-Slot
           End-If.

       Cost-Order-Lines.
      *a loose line costs its pounds at the order's average relieved
      *cost for that coffee; a pack line costs each component's
      *pounds at what that component's pack sale relieved
           Perform Varying Line-Idx from 1 by 1
                   until Line-Idx > Line-Count
               Move 0 to WS-Line-Cost
               Move LN-Order-Number (Line-Idx) to OD-Order-Number
               Perform Compute-Pack-Unit-Lbs
               If Pack-Unit-Lbs > 0
                   Perform Cost-Pack-Line
               Else
                   Move "L" to WS-Cost-Class
                   Move LN-Product-Code (Line-Idx) to WS-Cost-Product
                   Perform Find-Existing-Cost
                   If WS-Found-Slot = "Y"
                       Compute WS-Line-Cost rounded =
                           WS-Per-Lb-Cost * LN-Lbs (Line-Idx)
                   End-If
               End-If
               If WS-Line-Cost > 0
                   Move WS-Line-Cost to LN-Cost (Line-Idx)
               Else
                   Add 1 to WS-No-Cost-Count
               End-If
           End-Perform.

       Compute-Pack-Unit-Lbs.
           Move 0 to Pack-Unit-Lbs
           Perform Varying Pack-Idx from 1 by 1
                   until Pack-Idx > Pack-Comp-Count
               If PB-Pack-Code (Pack-Idx) = LN-Product-Code (Line-Idx)
                   Add PB-Lbs (Pack-Idx) to Pack-Unit-Lbs
               End-If
           End-Perform.

       Cost-Pack-Line.
      *the pack line carries the component pounds, so the number of
      *packs is those pounds over one pack's component pounds
           Compute Pack-Units = LN-Lbs (Line-Idx) / Pack-Unit-Lbs
           Move "P" to WS-Cost-Class
           Perform Varying Pack-Idx from 1 by 1
                   until Pack-Idx > Pack-Comp-Count
               If PB-Pack-Code (Pack-Idx) = LN-Product-Code (Line-Idx)
                   Move PB-Comp-Code (Pack-Idx) to WS-Cost-Product
                   Perform Find-Existing-Cost
                   If WS-Found-Slot = "Y"
                       Compute WS-Line-Cost rounded = WS-Line-Cost
                           + WS-Per-Lb-Cost * Pack-Units
                               * PB-Lbs (Pack-Idx)
                   End-If
               End-If
           End-Perform.

       Find-Existing-Cost.
           Move "N" to WS-Found-Slot
           Move 0 to WS-Per-Lb-Cost
           Perform Varying Cost-Idx from 1 by 1
                   until Cost-Idx > Cost-Count
               If CS-Order-Number (Cost-Idx) = OD-Order-Number
                       and CS-Product-Code (Cost-Idx) =
                           WS-Cost-Product
                       and CS-Class (Cost-Idx) = WS-Cost-Class
                       and CS-Qty (Cost-Idx) > 0
                   Move "Y" to WS-Found-Slot
                   Compute WS-Per-Lb-Cost rounded =
                       CS-Cost (Cost-Idx) / CS-Qty (Cost-Idx)
                   Exit Perform
               End-If
           End-Perform.

       Name-Order-Customers.
      *the detail line carries no customer, so each order is named
      *from its open-order lines, then from the live receipts, then
      *from the dated receipt archives EndOfDay rolls off each day
           Move "N" to WS-OO-EOF
           Open Input Open-Order-File
           If WS-OO-Status not = "00"
               Move "Y" to WS-OO-EOF
           End-If
           Perform Until WS-OO-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-OO-EOF
                   Not At End
                       Move OO-Order-Number to OD-Order-Number
                       Perform Find-Order
                       If WS-Found-Slot = "Y"
                           Move OO-Cust-Number to
                               OT-Cust-Number (Order-Idx)
                           Move OO-Customer-Name to
                               OT-Cust-Name (Order-Idx)
                           Move "Y" to OT-Cust-Found (Order-Idx)
                       End-If
               End-Read
           End-Perform
           If WS-OO-Status = "00" or "10"
               Close Open-Order-File
           End-If
           Perform Count-Unnamed-Orders
           If Order-Unnamed = 0
               Exit Paragraph
           End-If
           Move "N" to WS-RC-EOF
           Open Input Receipt-File
           If WS-RC-Status not = "00"
               Move "Y" to WS-RC-EOF
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
                       Perform Name-From-Receipt
               End-Read
           End-Perform
           If WS-RC-Status = "00" or "10"
               Close Receipt-File
           End-If
           Compute WS-Scan-Int = Function Integer-Of-Date
               (WS-From-Date)
           Compute WS-End-Int = Function Integer-Of-Date
               (WS-To-Date)
           Perform Count-Unnamed-Orders
           Perform Until WS-Scan-Int > WS-End-Int
                   or Order-Unnamed = 0
               Perform Name-From-Archive
               Add 1 to WS-Scan-Int
           End-Perform.

       Name-From-Receipt.
           If RC-Record-Type = "R"
               Exit Paragraph
           End-If
           Move RC-Order-Number to OD-Order-Number
           Perform Find-Order
           If WS-Found-Slot = "Y"
               If OT-Cust-Found (Order-Idx) = "N"
                   Move RC-Cust-Number to OT-Cust-Number (Order-Idx)
                   Move RC-Customer-Name to OT-Cust-Name (Order-Idx)
                   Move "Y" to OT-Cust-Found (Order-Idx)
                   Subtract 1 from Order-Unnamed
               End-If
           End-If.

       Name-From-Archive.
           Move Function Date-Of-Integer (WS-Scan-Int) to WS-Date-X
           Move spaces to Archive-File-Name
           String "RECEIPT." WS-Date-X ".DAT"
               delimited by size into Archive-File-Name
           Move "N" to WS-AR-EOF
           Open Input Archive-File
           If WS-AR-Status not = "00"
               Move "Y" to WS-AR-EOF
           End-If
           Perform Until WS-AR-EOF = "Y" or Order-Unnamed = 0
               Read Archive-File
                   At End
                       Move "Y" to WS-AR-EOF
                   Not At End
                       Move spaces to Receipt-Record
                       Move Archive-Record to Receipt-Record
                       Perform Name-From-Receipt
               End-Read
           End-Perform
           If WS-AR-Status = "00" or "10"
               Close Archive-File
           End-If.

       Count-Unnamed-Orders.
           Move 0 to Order-Unnamed
           Perform Varying Order-Idx from 1 by 1
                   until Order-Idx > Order-Count
               If OT-Cust-Found (Order-Idx) = "N"
                   Add 1 to Order-Unnamed
               End-If
           End-Perform.

       Total-Order-Lines.
           Perform Varying Line-Idx from 1 by 1
                   until Line-Idx > Line-Count
               Add LN-Revenue (Line-Idx) to WS-Tot-Revenue
               Add LN-Cost (Line-Idx) to WS-Tot-Cost
               Perform Post-Product-Total
               Perform Post-Customer-Total
           End-Perform.

       Post-Product-Total.
           Move "N" to WS-Found-Slot
           Perform Varying PT-Idx from 1 by 1
                   until PT-Idx > Prod-Tot-Count
               If PT-Product-Code (PT-Idx) = LN-Product-Code (Line-Idx)
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N"
               If Prod-Tot-Count >= 50
                   Exit Paragraph
               End-If
               Add 1 to Prod-Tot-Count
               Set PT-Idx to Prod-Tot-Count
               Move LN-Product-Code (Line-Idx) to
                   PT-Product-Code (PT-Idx)
               Move 0 to PT-Lbs (PT-Idx)
               Move 0 to PT-Revenue (PT-Idx)
               Move 0 to PT-Cost (PT-Idx)
           End-If
           Add LN-Lbs (Line-Idx) to PT-Lbs (PT-Idx)
           Add LN-Revenue (Line-Idx) to PT-Revenue (PT-Idx)
           Add LN-Cost (Line-Idx) to PT-Cost (PT-Idx).

       Post-Customer-Total.
           Move LN-Order-Number (Line-Idx) to OD-Order-Number
           Perform Find-Order
           Move "N" to WS-Found-Slot
           Perform Varying CT-Idx from 1 by 1
                   until CT-Idx > Cust-Tot-Count
               If CT-Cust-Number (CT-Idx) = OT-Cust-Number (Order-Idx)
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N"
               If Cust-Tot-Count >= 1000
                   Exit Paragraph
               End-If
               Add 1 to Cust-Tot-Count
               Set CT-Idx to Cust-Tot-Count
               Move OT-Cust-Number (Order-Idx) to
                   CT-Cust-Number (CT-Idx)
               Move OT-Cust-Name (Order-Idx) to CT-Cust-Name (CT-Idx)
               Move 0 to CT-Revenue (CT-Idx)
               Move 0 to CT-Cost (CT-Idx)
           End-If
           Add LN-Revenue (Line-Idx) to CT-Revenue (CT-Idx)
           Add LN-Cost (Line-Idx) to CT-Cost (CT-Idx).

       Write-Product-Section.
           Move spaces to Margin-Report-Line
           String "GROSS MARGIN " WS-From-Date " TO " WS-To-Date
               "   FLOOR " WS-Floor-Pct "%"
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line
           Move spaces to Margin-Report-Line
           Perform Put-Report-Line
           Move "BY PRODUCT" to Margin-Report-Line
           Perform Put-Report-Line
           Move spaces to Margin-Report-Line
           String "P Name             Lbs       Revenue          Cost"
               "         Margin   Pct"
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line
           Perform Varying PT-Idx from 1 by 1
                   until PT-Idx > Prod-Tot-Count
               Perform Write-One-Product
           End-Perform.

       Write-One-Product.
           Move PT-Revenue (PT-Idx) to WS-Line-Cost
           Compute WS-Margin = PT-Revenue (PT-Idx) - PT-Cost (PT-Idx)
           Perform Figure-Margin-Pct
           Move spaces to WS-Name-Work
           Perform Varying Coffee-Product-Idx from 1 by 1
                   until Coffee-Product-Idx > Product-Count
               If Coffee-Product-Code (Coffee-Product-Idx) =
                       PT-Product-Code (PT-Idx)
                   Move Coffee-Product-Name (Coffee-Product-Idx)
                       to WS-Name-Work
               End-If
           End-Perform
           Move PT-Lbs (PT-Idx) to nLbs
           Move PT-Revenue (PT-Idx) to nRevenue
           Move PT-Cost (PT-Idx) to nCost
           Move WS-Margin to nMargin
           Move WS-Margin-Pct to nMargin-Pct
           Move spaces to Margin-Report-Line
           String PT-Product-Code (PT-Idx) " " WS-Name-Work (1:12)
               " " nLbs " " nRevenue " " nCost " " nMargin
               nMargin-Pct " " WS-Flag
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line.

       Write-Customer-Section.
           Move spaces to Margin-Report-Line
           Perform Put-Report-Line
           Move "BY CUSTOMER" to Margin-Report-Line
           Perform Put-Report-Line
           Move spaces to Margin-Report-Line
           String "Cust  Name                 Revenue          Cost"
               "         Margin   Pct"
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line
           Perform Varying CT-Idx from 1 by 1
                   until CT-Idx > Cust-Tot-Count
               Perform Write-One-Customer
           End-Perform
           Move WS-Tot-Revenue to WS-Line-Cost
           Compute WS-Margin = WS-Tot-Revenue - WS-Tot-Cost
           Perform Figure-Margin-Pct
           Move WS-Tot-Revenue to nRevenue
           Move WS-Tot-Cost to nCost
           Move WS-Margin to nMargin
           Move WS-Margin-Pct to nMargin-Pct
           Move spaces to Margin-Report-Line
           String "TOTAL                 " nRevenue " " nCost " "
               nMargin nMargin-Pct " " WS-Flag
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line.

       Write-One-Customer.
           Move CT-Revenue (CT-Idx) to WS-Line-Cost
           Compute WS-Margin = CT-Revenue (CT-Idx) - CT-Cost (CT-Idx)
           Perform Figure-Margin-Pct
           Move CT-Revenue (CT-Idx) to nRevenue
           Move CT-Cost (CT-Idx) to nCost
           Move WS-Margin to nMargin
           Move WS-Margin-Pct to nMargin-Pct
           Move spaces to Margin-Report-Line
           String CT-Cust-Number (CT-Idx) " "
               CT-Cust-Name (CT-Idx) (1:15) " " nRevenue " " nCost
               " " nMargin nMargin-Pct " " WS-Flag
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line.

       Write-Below-Floor-Lines.
      *the individual order lines under the floor - where a
      *contract price or loyalty discount is giving the margin away
           Move spaces to Margin-Report-Line
           Perform Put-Report-Line
           Move "ORDER LINES BELOW THE FLOOR" to Margin-Report-Line
           Perform Put-Report-Line
           Move spaces to Margin-Report-Line
           String "Order  Cust  Name            P  Lbs    Revenue"
               "       Cost   Pct"
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line
           Perform Varying Line-Idx from 1 by 1
                   until Line-Idx > Line-Count
               Move LN-Revenue (Line-Idx) to WS-Line-Cost
               Compute WS-Margin =
                   LN-Revenue (Line-Idx) - LN-Cost (Line-Idx)
               Perform Figure-Margin-Pct
               If WS-Flag not = spaces and LN-Cost (Line-Idx) > 0
                   Perform Write-One-Low-Line
               End-If
           End-Perform.

       Write-One-Low-Line.
           Move LN-Order-Number (Line-Idx) to OD-Order-Number
           Perform Find-Order
           Move LN-Revenue (Line-Idx) to nLine-Revenue
           Move LN-Cost (Line-Idx) to nLine-Cost
           Move WS-Margin-Pct to nMargin-Pct
           Move spaces to Margin-Report-Line
           String LN-Order-Number (Line-Idx) " "
               OT-Cust-Number (Order-Idx) " "
               OT-Cust-Name (Order-Idx) (1:15) " "
               LN-Product-Code (Line-Idx) "  " LN-Lbs (Line-Idx)
               " " nLine-Revenue " " nLine-Cost nMargin-Pct
               delimited by size into Margin-Report-Line
           Perform Put-Report-Line.

       Figure-Margin-Pct.
      *margin over revenue (revenue staged in WS-Line-Cost); a
      *line with no revenue but some cost is all loss
           If WS-Line-Cost > 0
               Compute WS-Margin-Pct rounded =
                   WS-Margin * 100 / WS-Line-Cost
           Else
               If WS-Margin < 0
                   Move -100 to WS-Margin-Pct
               Else
                   Move 0 to WS-Margin-Pct
               End-If
           End-If
           Move spaces to WS-Flag
           If WS-Margin-Pct < WS-Floor-Pct
               Move "FLOOR" to WS-Flag
           End-If
           If WS-Margin < 0
               Move "LOSS" to WS-Flag
           End-If.

       Write-Report-Notes.
           If WS-No-Cost-Count > 0
               Move spaces to Margin-Report-Line
               String "NOTE: " WS-No-Cost-Count " lines found no "
                   "relieved cost on the journal (zero cost shown)."
                   delimited by size into Margin-Report-Line
               Perform Put-Report-Line
           End-If
           If WS-Line-Dropped > 0
               Move spaces to Margin-Report-Line
               String "WARNING: " WS-Line-Dropped " lines did not "
                   "fit the report tables; narrow the date range."
                   delimited by size into Margin-Report-Line
               Perform Put-Report-Line
           End-If.

       Put-Report-Line.
           Write Margin-Report-Line
           Display Margin-Report-Line.

       End Program MarginRpt.
