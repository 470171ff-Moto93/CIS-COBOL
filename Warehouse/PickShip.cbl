           Select Manifest-File assign to "MANIFEST.DAT"
               organization is line sequential.
       Copy "AUDITSEL.CPY".
       Copy "SHIPLOGSEL.CPY".
       Copy "RECEIPTSEL.CPY".
           Select Archive-File assign using Archive-File-Name
               organization is line sequential
               file status is WS-AR-Status.

       data division.
       file section.
           05 PL-Total-Lbs      pic ZZZZ9.
           05 filler            pic x(5).
           05 PL-Line-Count     pic ZZ9.
           05 filler            pic x(2).
           05 PL-Location       pic x(2).
       FD  Manifest-File.
       01  Manifest-Record     pic x(70).
       Copy "AUDITFD.CPY".
       Copy "SHIPLOGFD.CPY".
       Copy "RECEIPTFD.CPY".
       FD  Archive-File.
       01  Archive-Record       pic x(150).

       working-storage section.
       01 File-Status-Fields.
           05 WS-OO-Status      pic xx.
           05 WS-AL-Status      pic xx.
           05 WS-OO-EOF         pic x.
           05 WS-LO-Status      pic xx.
           05 WS-LO-EOF         pic x.
           05 WS-LO-Overflow    pic x value "N".
           05 WS-SH-Status      pic xx.
           05 WS-RC-Status      pic xx.
           05 WS-AR-Status      pic xx.
           05 WS-AR-EOF         pic x.
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Method-Sub     pic 9.
           05 WS-Method-Word    pic x(15).
           05 Pick-Found        pic x.
           05 WS-Pick-Date      pic 9(8).
       01 Shipment-Fields.
      *    what the dock keys off the carrier's label when an order
      *    goes out, and the freight the receipt charged for it
           05 Keyed-Tracking    pic x(25).
           05 Keyed-Ship-Date   pic 9(8).
           05 Keyed-Weight      pic 9(4)v9.
           05 Keyed-Freight     pic 9(5)v99.
           05 Ship-Order-Lbs    pic 9(5).
           05 Ship-Cust-Number  pic 9(5).
           05 Ship-Order-Date   pic 9(8).
           05 Ship-Method       pic x(15).
           05 Ship-Charged      pic 9(5)v99.
           05 Ship-Charge-Found pic x.
           05 WS-Date-X         pic x(8).
           05 Archive-File-Name pic x(30).
       01 Lot-Work-Table.
      *    the whole lot file held in storage so the pick list can
      *    relieve the oldest lot of each product first and write
               10 LT-Product-Code pic x(1).
               10 LT-Roast-Date   pic 9(8).
               10 LT-Lbs          pic 9(5).
               10 LT-Location     pic x(2).
               10 LT-Xfer-Number  pic 9(6).
       01 Lot-Pick-Fields.
           05 Lot-Need-Lbs      pic 9(5).
           05 Lot-Take-Lbs      pic 9(5).
           05 Oldest-Lot-Sub    pic 9(3).
       01 Pick-Totals.
      *    pounds to pull rolled up per product and shipping
      *    location for the pick list
           05 Pick-Product-Count pic 99 value 0.
           05 Pick-Product-Entry occurs 50 times
                  indexed by Pick-Idx.
               10 PK-Product-Code pic x(1).
               10 PK-Location     pic x(2).
               10 PK-Total-Lbs    pic 9(5).
               10 PK-Line-Count   pic 9(3).

           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "L) List open orders"
           End-Perform
           Goback.

       List-Open-Orders.
           Display " "
           Display "Order   Cust   Name                 Prod Lbs  "
               "Method          St Loc"
           Move "N" to WS-OO-EOF
           Open Input Open-Order-File
           If WS-OO-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-OO-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-OO-EOF
                   Not At End
                       If OO-Ship-Location = spaces
                           Move Home-Location to OO-Ship-Location
                       End-If
                       If not OO-Shipped
                           Display OO-Order-Number "  "
                               OO-Cust-Number "  "
                               OO-Customer-Name " "
                               OO-Product-Code "   "
                               OO-Lbs "  "
                               OO-Shipping-Method " "
                               OO-Status "  "
                               OO-Ship-Location
                       End-If
               End-Read
           End-Perform
           Close Open-Order-File.

       Print-Pick-List.
      *rolls every entered line up by product and prints the pull
      *sheet, then advances those lines to Picked so tomorrow's
      *pick list does not repeat today's pulls; each line is
      *rewritten where it sits as it is picked
           Move 0 to Pick-Product-Count
           Move 0 to Lines-Marked
           Accept WS-Pick-Date from Date YYYYMMDD
           Move "N" to WS-OO-EOF
           Open I-O Open-Order-File
           If WS-OO-Status not = "00"
               Move "Y" to WS-OO-EOF
           End-If
           Perform Until WS-OO-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-OO-EOF
                   Not At End
                       If OO-Entered
                           Perform Mark-Line-Picked
                       End-If
               End-Read
           End-Perform
           If WS-OO-Status = "00" or "10"
               Close Open-Order-File
           End-If
           If Lines-Marked = 0
               Display "Nothing waiting to be picked."
           Else
               Perform Load-Lot-Table
               Open Output Pick-List-File
      *        one section per location, so each shelf gets its own
      *        pull sheet and its own lots
               Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
                   Perform Print-Location-Picks
               End-Perform
               Close Pick-List-File
               Perform Rewrite-Lot-File
               Display Lines-Marked " line(s) marked picked; pick "
                   "list written to PICKLIST.DAT."
               Move "PICK-PRINT" to WS-Audit-Type
               Perform Write-Audit-Record
           End-If.

       Mark-Line-Picked.
      *a blank location is the roastery, and is written back that
      *way so the line says where it was pulled
           If OO-Ship-Location = spaces
               Move Home-Location to OO-Ship-Location
           End-If
           If OO-Ship-Date not numeric
               Move 0 to OO-Ship-Date
           End-If
           Perform Add-To-Pick-Totals
           Move "P" to OO-Status
           Move WS-Pick-Date to OO-Pick-Date
           Rewrite Open-Order-Record
               Invalid Key
                   Display "Order " OO-Order-Number " line "
                       OO-Line-Number " could not be marked picked."
               Not Invalid Key
                   Add 1 to Lines-Marked
           End-Rewrite.

       Print-Location-Picks.
           Move "N" to Pick-Found
           Perform Varying Pick-Idx from 1 by 1
                   until Pick-Idx > Pick-Product-Count
               If PK-Location (Pick-Idx) = LC-Code (Loc-Idx)
                   Move "Y" to Pick-Found
               End-If
           End-Perform
           If Pick-Found = "N"
               Exit Paragraph
           End-If
           Move spaces to Pick-List-Record
           String "Pull at " LC-Code (Loc-Idx) " "
               LC-Name (Loc-Idx)
               delimited by size into Pick-List-Record
           Write Pick-List-Record
           Display " "
           Display Pick-List-Record
           Display "Prod  Pull lbs   Lines  Loc"
           Perform Varying Pick-Idx from 1 by 1
                   until Pick-Idx > Pick-Product-Count
               If PK-Location (Pick-Idx) = LC-Code (Loc-Idx)
                   Move spaces to Pick-List-Record
                   Move PK-Product-Code (Pick-Idx) to
                       PL-Product-Code
                   Move PK-Total-Lbs (Pick-Idx) to PL-Total-Lbs
                   Move PK-Line-Count (Pick-Idx) to PL-Line-Count
                   Move PK-Location (Pick-Idx) to PL-Location
                   Write Pick-List-Record
                   Display PK-Product-Code (Pick-Idx) "     "
                       PL-Total-Lbs "      " PL-Line-Count "  "
                       PL-Location
                   Perform Allocate-From-Lots
               End-If
           End-Perform.

       Load-Lot-Table.
           Move 0 to LO-Table-Count
           Move "N" to WS-LO-EOF
                           Move LO-Roast-Date to
                               LT-Roast-Date (LO-Table-Count)
                           Move LO-Lbs to LT-Lbs (LO-Table-Count)
                           Move LO-Location to
                               LT-Location (LO-Table-Count)
                           If LO-Location = spaces
                               Move Home-Location to
                                   LT-Location (LO-Table-Count)
                           End-If
                           Move LO-Xfer-Number to
                               LT-Xfer-Number (LO-Table-Count)
                           If LO-Xfer-Number not numeric
                               Move 0 to
                                   LT-Xfer-Number (LO-Table-Count)
                           End-If
                       End-If
               End-Read
           End-Perform.
                   until LO-Tbl-Idx > LO-Table-Count
               If LT-Product-Code (LO-Tbl-Idx) =
                       PK-Product-Code (Pick-Idx)
                       and LT-Location (LO-Tbl-Idx) =
                           PK-Location (Pick-Idx)
                       and LT-Lbs (LO-Tbl-Idx) > 0
                   If Oldest-Lot-Sub = 0
                       Set Oldest-Lot-Sub to LO-Tbl-Idx
                   Move LT-Roast-Date (LO-Tbl-Idx) to
                       LO-Roast-Date
                   Move LT-Lbs (LO-Tbl-Idx) to LO-Lbs
                   Move LT-Location (LO-Tbl-Idx) to LO-Location
                   Move LT-Xfer-Number (LO-Tbl-Idx) to
                       LO-Xfer-Number
                   Write Inventory-Lot-Record
               End-If
           End-Perform
           Move "N" to Pick-Found
           Perform Varying Pick-Idx from 1 by 1
                   until Pick-Idx > Pick-Product-Count
               If PK-Product-Code (Pick-Idx) = OO-Product-Code
                       and PK-Location (Pick-Idx) = OO-Ship-Location
                   Add OO-Lbs to PK-Total-Lbs (Pick-Idx)
                   Add 1 to PK-Line-Count (Pick-Idx)
                   Move "Y" to Pick-Found
                   Exit Perform
           End-Perform
           If Pick-Found = "N" and Pick-Product-Count < 50
               Add 1 to Pick-Product-Count
               Move OO-Product-Code to
                   PK-Product-Code (Pick-Product-Count)
               Move OO-Ship-Location to
                   PK-Location (Pick-Product-Count)
               Move OO-Lbs to PK-Total-Lbs (Pick-Product-Count)
               Move 1 to PK-Line-Count (Pick-Product-Count)
           End-If.

               Write Manifest-Record
               Display " "
               Display "** " WS-Method-Word
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
                           If OO-Picked
                                   and OO-Shipping-Method (1:3)
                                       = WS-Method-Word (1:3)
                               Perform Write-Manifest-Line
                           End-If
                   End-Read
               End-Perform
               If WS-OO-Status = "00" or "10"
                   Close Open-Order-File
               End-If
           End-Perform
           Close Manifest-File
           If Manifest-Lines = 0
      *before ship-tos existed print the name alone, as before
           Add 1 to Manifest-Lines
           Move spaces to Manifest-Record
           String OO-Order-Number delimited by size
               " " delimited by size
               OO-Customer-Name delimited by size
               " " delimited by size
               OO-Product-Code delimited by size
               " " delimited by size
               OO-Lbs delimited by size
               " lbs" delimited by size
               into Manifest-Record
           Write Manifest-Record
           Display Manifest-Record
           If OO-Ship-Address not = spaces
               Move spaces to Manifest-Record
               String "        deliver to: " OO-Ship-Address
                   delimited by size into Manifest-Record
               Write Manifest-Record
               Display Manifest-Record

       Post-Order-Shipped.
      *marks every line of an order shipped once it is on the truck,
      *so the open-order file reflects reality, and logs the
      *carrier's tracking number, the parcel weight and the freight
      *the carrier billed, so "where's my coffee" has an answer.
      *The order's lines are read by key; the file is closed while
      *the dock keys the carrier details, then the lines are gone
      *through again and rewritten shipped
           Display "Order number shipped: " with no advancing
           Accept Keyed-Order-Number
           Move 0 to Lines-Marked
           Move 0 to Ship-Order-Lbs
           Open Input Open-Order-File
           If WS-OO-Status = "00"
               Perform Start-Order-Lines
               Perform Until WS-OO-EOF = "Y"
                   If not OO-Shipped
                       Add 1 to Lines-Marked
                       Add OO-Lbs to Ship-Order-Lbs
                       Move OO-Cust-Number to Ship-Cust-Number
                       Move OO-Order-Date to Ship-Order-Date
                       Move OO-Shipping-Method to Ship-Method
                   End-If
                   Perform Read-Order-Line
               End-Perform
               Close Open-Order-File
           End-If
           If Lines-Marked = 0
               Display "No unshipped lines on file for order "
                   Keyed-Order-Number "."
               Exit Paragraph
           End-If
           Perform Get-Shipment-Details
           Move 0 to Lines-Marked
           Open I-O Open-Order-File
           If WS-OO-Status not = "00"
               Display "OPENORD.DAT is in use; order "
                   Keyed-Order-Number " was not marked shipped."
               Exit Paragraph
           End-If
           Perform Start-Order-Lines
           Perform Until WS-OO-EOF = "Y"
               If not OO-Shipped
                   Move "S" to OO-Status
                   Move Keyed-Ship-Date to OO-Ship-Date
                   If OO-Pick-Date not numeric
                       Move 0 to OO-Pick-Date
                   End-If
                   Rewrite Open-Order-Record
                       Invalid Key
                           Display "Order " OO-Order-Number " line "
                               OO-Line-Number
                               " could not be marked shipped."
                       Not Invalid Key
                           Add 1 to Lines-Marked
                   End-Rewrite
               End-If
               Perform Read-Order-Line
           End-Perform
           Close Open-Order-File
           Perform Find-Charged-Freight
           Perform Write-Shipment-Log
           Display Lines-Marked " line(s) of order "
               Keyed-Order-Number " marked shipped."
           If Ship-Charge-Found = "N"
               Display "NOTE: no receipt found for the order; the "
                   "freight charged is logged as zero."
           End-If
           Move "ORDER-SHIP" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "order " delimited by size
               Keyed-Order-Number delimited by size
               " shipped trk " delimited by size
               Keyed-Tracking delimited by space
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Start-Order-Lines.
      *positions on the keyed order's first line and reads it;
      *WS-OO-EOF comes back Y when the order has no lines on file
           Move "N" to WS-OO-EOF
           Move Keyed-Order-Number to OO-Order-Number
           Move 0 to OO-Line-Number
           Start Open-Order-File key not < OO-Order-Key
               Invalid Key
                   Move "Y" to WS-OO-EOF
           End-Start
           If WS-OO-EOF = "N"
               Perform Read-Order-Line
           End-If.

       Read-Order-Line.
           Read Open-Order-File next record
               At End
                   Move "Y" to WS-OO-EOF
           End-Read
           If WS-OO-EOF = "N"
                   and OO-Order-Number not = Keyed-Order-Number
               Move "Y" to WS-OO-EOF
           End-If.

       Get-Shipment-Details.
      *a blank ship date means it went out today
           Display "Method on the order: " Ship-Method
           Display "Carrier tracking number: " with no advancing
           Move spaces to Keyed-Tracking
           Accept Keyed-Tracking
           Display "Ship date (YYYYMMDD, 0 = today): "
               with no advancing
           Move 0 to Keyed-Ship-Date
           Accept Keyed-Ship-Date
           If Keyed-Ship-Date = 0
               Accept Keyed-Ship-Date from Date YYYYMMDD
           End-If
           Display "Actual shipped weight, lbs (" Ship-Order-Lbs
               " lbs of coffee): " with no advancing
           Accept Keyed-Weight
           Display "Carrier's freight charge: " with no advancing
           Accept Keyed-Freight.

       Find-Charged-Freight.
      *the freight the customer paid is on the order's receipt:
      *still in the live file if the day has not closed, otherwise
      *in the archive EndOfDay rolled it to under the order date.
      *The sale is always sequence 00 under the order number.
           Move 0 to Ship-Charged
           Move "N" to Ship-Charge-Found
           Open Input Receipt-File
           If WS-RC-Status = "00"
               Move Keyed-Order-Number to RC-Key-Order
               Move 0 to RC-Key-Seq
               Read Receipt-File key is RC-Receipt-Key
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Perform Take-Receipt-Freight
               End-Read
               Close Receipt-File
           End-If
           If Ship-Charge-Found = "Y" or Ship-Order-Date = 0
               Exit Paragraph
           End-If
           Move Ship-Order-Date to WS-Date-X
           Move spaces to Archive-File-Name
           String "RECEIPT." WS-Date-X ".DAT"
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
                       Move spaces to Receipt-Record
                       Move Archive-Record to Receipt-Record
                       Perform Take-Receipt-Freight
               End-Read
           End-Perform
           If WS-AR-Status = "00" or "10"
               Close Archive-File
           End-If.

       Take-Receipt-Freight.
           If RC-Order-Number = Keyed-Order-Number
                   and RC-Record-Type not = "R"
               Compute Ship-Charged =
                   Function Numval-C (RC-Shipping-Cost)
               Move "Y" to Ship-Charge-Found
           End-If.

       Write-Shipment-Log.
           Move spaces to Shipment-Log-Record
           Move Keyed-Order-Number to SH-Order-Number
           Move Ship-Cust-Number to SH-Cust-Number
           Move Keyed-Ship-Date to SH-Ship-Date
           Move Ship-Method to SH-Shipping-Method
           Move Keyed-Tracking to SH-Tracking-Number
           Move Ship-Order-Lbs to SH-Ordered-Lbs
           Move Keyed-Weight to SH-Ship-Weight
           Move Keyed-Freight to SH-Freight-Cost
           Move Ship-Charged to SH-Charged-Cost
           Move Ship-Charge-Found to SH-Charge-Found
           Move WS-Operator-Id to SH-Operator-Id
           Open Extend Shipment-Log-File
           If WS-SH-Status = "35"
               Open Output Shipment-Log-File
           End-If
           Write Shipment-Log-Record
           Close Shipment-Log-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
