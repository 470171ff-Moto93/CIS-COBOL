      **************************************
      *Program:    Stale stock disposal
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. Dispose.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Inventory-Master-File assign to "INVMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Inv-Product-Code
               file status is WS-Inv-Status.
           Select Vendor-Master-File assign to "VENDMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is VN-Vendor-Number
               file status is WS-VN-Status.
           Select RA-Print-File assign to "RTVPRT.DAT"
               organization is line sequential
               file status is WS-RP-Status.
       Copy "INVLOTSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "PORDSEL.CPY".
       Copy "RTVSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Inventory-Master-File.
       Copy "INVMAST.CPY".
       FD  Vendor-Master-File.
       Copy "VENDMAST.CPY".
       FD  RA-Print-File.
       01  RA-Print-Line        pic x(70).
       Copy "INVLOTFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "PORDFD.CPY".
       Copy "RTVFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Inv-Status     pic xx.
           05 WS-VN-Status      pic xx.
           05 WS-RP-Status      pic xx.
           05 WS-IL-Status      pic xx.
           05 WS-IL-EOF         pic x.
           05 WS-LO-Status      pic xx.
           05 WS-LO-EOF         pic x.
           05 WS-LO-Overflow    pic x value "N".
           05 WS-PO-Status      pic xx.
           05 WS-PO-EOF         pic x.
           05 WS-RA-Status      pic xx.
           05 WS-RA-EOF         pic x.
           05 WS-AL-Status      pic xx.
       01 Journal-Fields.
      *    one movement line per on-hand change, staged here before
      *    Write-Inventory-Journal stamps and appends it
           05 WS-IJ-Status    pic xx.
           05 WS-IJ-In-Out    pic x(1).
           05 WS-IJ-Qty       pic 9(5).
           05 WS-IJ-Reason    pic x(8).
           05 WS-IJ-Order     pic 9(6).
           05 WS-IJ-Cost      pic 9(3)v99.
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Disposal-Fields.
      *    coffee past the shelf-life threshold leaves stock one lot
      *    at a time, for a reason: given away, thrown out, or sent
      *    back to the roaster the beans were bought from
           05 Maint-Choice      pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 WS-Today-Int      pic 9(8).
           05 WS-Lot-Int        pic 9(8).
           05 WS-Lot-Age        pic s9(5).
           05 Shelf-Life-Days   pic 9(3).
           05 Stale-Count       pic 9(3).
           05 Keyed-Lot         pic 9(3).
           05 Keyed-Lbs         pic 9(5).
           05 Reason-Select     pic x.
           05 Dispose-Reason    pic x(8).
           05 Dispose-Lbs       pic 9(5).
           05 Dispose-Location  pic x(2).
           05 Dispose-Cost      pic 9(7)v99.
           05 Loc-On-Hand-Lbs   pic 9(5).
           05 Loc-Elsewhere-Lbs pic 9(7).
           05 Loc-Found         pic x.
           05 Loc-Balance-Lbs   pic 9(5).
           05 Disposal-Count    pic 9(3) value 0.
           05 nLot-Age          pic zzzz9.
           05 nAmount           pic $$,$$$,$$9.99.
       01 Return-Fields.
      *    the purchase a returned lot is charged back against: the
      *    latest PO for the product received on or before the
      *    roast date, unless the operator names another
           05 RT-PO-Number      pic 9(6).
           05 RT-PO-Date        pic 9(8).
           05 RT-Vendor-Number  pic 9(4).
           05 RT-Cost-Lb        pic 9(3)v99.
           05 RT-Vendor-Name    pic x(20).
           05 RT-Credit         pic 9(7)v99.
           05 Keyed-PO-Number   pic 9(6).
           05 PO-Found          pic x.
           05 Next-RA-Number    pic 9(6).
           05 Listed-Count      pic 9(4).
       01 Lot-Work-Table.
      *    the whole lot file held in storage so a disposed lot can
      *    be drawn down in place and the file written back out,
      *    the way the pick list relieves lots
           05 LO-Table-Count    pic 9(3) value 0.
           05 LO-Table-Entry occurs 300 times
                  indexed by LO-Tbl-Idx.
               10 LT-Product-Code pic x(1).
               10 LT-Roast-Date   pic 9(8).
               10 LT-Lbs          pic 9(5).
               10 LT-Location     pic x(2).
               10 LT-Xfer-Number  pic 9(6).

       procedure division.
       Main-Start.
           Display "Stale Stock Disposal"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *writing stock off the book is a supervisor's decision, the
      *same as a count adjustment
               Display "Stock disposal requires a supervisor."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Compute WS-Today-Int =
               Function Integer-Of-Date (WS-Today-Date)
           Display "Shelf life in days (lots older are stale): "
               with no advancing
           Accept Shelf-Life-Days
           Perform Open-Files
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "L) List stale lots"
               Display "D) Dispose of a stale lot"
               Display "R) List return authorizations"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "L"
                       Perform Load-Lot-Table
                       Perform List-Stale-Lots
                   When "D"
                       Perform Dispose-One-Lot
                   When "R"
                       Perform List-Return-Auths
                   When "X"
                       Continue
                   When Other
                       Display "Please enter L, D, R, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
           If Disposal-Count > 0
               Display Disposal-Count " lot disposal(s) posted."
           End-If
           Goback.

       Open-Files.
      *opens the indexed files, creating each on first use the same
      *way Exercise3's Open-Files does
           Open I-O Inventory-Master-File
           If WS-Inv-Status = "35"
               Close Inventory-Master-File
               Open Output Inventory-Master-File
               Close Inventory-Master-File
               Open I-O Inventory-Master-File
           End-If
           Open I-O Inventory-Location-File
           If WS-IL-Status = "35"
               Close Inventory-Location-File
               Open Output Inventory-Location-File
               Close Inventory-Location-File
               Open I-O Inventory-Location-File
           End-If
           Open Input Vendor-Master-File.

       Close-Files.
           Close Inventory-Master-File
           Close Inventory-Location-File
           If WS-VN-Status = "00"
               Close Vendor-Master-File
           End-If.

       List-Stale-Lots.
      *the lot number shown is the lot's place in INVLOT.DAT, which
      *is what Dispose-One-Lot asks for
           Move 0 to Stale-Count
           Display " "
           Display "Lot  Prod Loc Roasted    Lbs   Age"
           Perform Varying LO-Tbl-Idx from 1 by 1
                   until LO-Tbl-Idx > LO-Table-Count
               Perform Age-Table-Lot
               If WS-Lot-Age > Shelf-Life-Days
                       and LT-Lbs (LO-Tbl-Idx) > 0
                       and LT-Xfer-Number (LO-Tbl-Idx) = 0
                   Add 1 to Stale-Count
                   Set Keyed-Lot to LO-Tbl-Idx
                   Move WS-Lot-Age to nLot-Age
                   Display Keyed-Lot "  " LT-Product-Code (LO-Tbl-Idx)
                       "    " LT-Location (LO-Tbl-Idx) "  "
                       LT-Roast-Date (LO-Tbl-Idx) " "
                       LT-Lbs (LO-Tbl-Idx) " " nLot-Age
               End-If
           End-Perform
           If Stale-Count = 0
               Display "No lots past " Shelf-Life-Days " days."
           End-If.

       Age-Table-Lot.
           Compute WS-Lot-Int =
               Function Integer-Of-Date (LT-Roast-Date (LO-Tbl-Idx))
           Compute WS-Lot-Age = WS-Today-Int - WS-Lot-Int.

       Dispose-One-Lot.
           Perform Load-Lot-Table
           If WS-LO-Overflow = "Y"
               Display "INVLOT.DAT holds more than 300 lots; it "
                   "cannot be written back safely."
               Exit Paragraph
           End-If
           Perform List-Stale-Lots
           If Stale-Count = 0
               Exit Paragraph
           End-If
           Display "Lot number (0 = none): " with no advancing
           Move 0 to Keyed-Lot
           Accept Keyed-Lot
           If Keyed-Lot = 0 or Keyed-Lot > LO-Table-Count
               Exit Paragraph
           End-If
           Set LO-Tbl-Idx to Keyed-Lot
           Perform Age-Table-Lot
           If WS-Lot-Age not > Shelf-Life-Days
                   or LT-Lbs (LO-Tbl-Idx) = 0
                   or LT-Xfer-Number (LO-Tbl-Idx) not = 0
               Display "Lot " Keyed-Lot " is not a stale lot on "
                   "hand."
               Exit Paragraph
           End-If
           Display "D)onate, X) discard, or R)eturn to roaster: "
               with no advancing
           Accept Reason-Select
           Move Function Upper-Case (Reason-Select) to Reason-Select
           Evaluate Reason-Select
               When "D"
                   Move "DONATE" to Dispose-Reason
               When "X"
                   Move "DISCARD" to Dispose-Reason
               When "R"
                   Move "RTV" to Dispose-Reason
               When Other
                   Display "Nothing disposed."
                   Exit Paragraph
           End-Evaluate
           Display "Pounds (0 = whole lot of " LT-Lbs (LO-Tbl-Idx)
               "): " with no advancing
           Move 0 to Keyed-Lbs
           Accept Keyed-Lbs
           If Keyed-Lbs = 0
               Move LT-Lbs (LO-Tbl-Idx) to Dispose-Lbs
           Else
               Move Keyed-Lbs to Dispose-Lbs
           End-If
           If Dispose-Lbs > LT-Lbs (LO-Tbl-Idx)
               Display "The lot holds only " LT-Lbs (LO-Tbl-Idx)
                   " lbs."
               Exit Paragraph
           End-If
           Move LT-Location (LO-Tbl-Idx) to Dispose-Location
           Move LT-Product-Code (LO-Tbl-Idx) to Inv-Product-Code
           Read Inventory-Master-File
               Invalid Key
                   Display "Product " Inv-Product-Code
                       " is not on the inventory master."
                   Exit Paragraph
           End-Read
           Perform Get-Location-Stock
           If Dispose-Lbs > Loc-On-Hand-Lbs
               Display "The book shows only " Loc-On-Hand-Lbs
                   " lbs at " Dispose-Location "; count the "
                   "product first."
               Exit Paragraph
           End-If
           Compute Dispose-Cost rounded =
               Dispose-Lbs * Inv-Avg-Cost-Lb
           Move 0 to WS-IJ-Order
           If Dispose-Reason = "RTV"
               Perform Find-Return-PO
               If PO-Found = "N"
                   Exit Paragraph
               End-If
               Perform Get-Next-RA-Number
               Move Next-RA-Number to WS-IJ-Order
           End-If
           Subtract Dispose-Lbs from Inv-On-Hand-Lbs
           Rewrite Inventory-Master-Record
           Perform Post-Location-Stock
           Move "O" to WS-IJ-In-Out
           Move Dispose-Lbs to WS-IJ-Qty
           Move Dispose-Reason to WS-IJ-Reason
           Move Inv-Avg-Cost-Lb to WS-IJ-Cost
           Perform Write-Inventory-Journal
           Subtract Dispose-Lbs from LT-Lbs (LO-Tbl-Idx)
           Perform Rewrite-Lot-File
           Add 1 to Disposal-Count
           Move Dispose-Cost to nAmount
           Display Dispose-Lbs " lbs of product " Inv-Product-Code
               " roasted " LT-Roast-Date (LO-Tbl-Idx) " written off "
               "(" Dispose-Reason ") at cost " nAmount "."
           If Dispose-Reason = "RTV"
               Perform Write-Return-Auth
           End-If
           Move "STK-DISPOSE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String Dispose-Reason delimited by space
               " product " delimited by size
               Inv-Product-Code delimited by size
               " lot " delimited by size
               LT-Roast-Date (LO-Tbl-Idx) delimited by size
               " " delimited by size
               Dispose-Lbs delimited by size
               " lbs at " delimited by size
               Dispose-Location delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Get-Location-Stock.
      *pounds of the product at the lot's location, with the master
      *record already read; the roastery's is the master less every
      *other location and open transfer
           If Dispose-Location not = Home-Location
               Move Inv-Product-Code to IL-Product-Code
               Move Dispose-Location to IL-Location
               Read Inventory-Location-File
                   Invalid Key
                       Move 0 to Loc-On-Hand-Lbs
                   Not Invalid Key
                       Move IL-On-Hand-Lbs to Loc-On-Hand-Lbs
               End-Read
               Exit Paragraph
           End-If
           Move 0 to Loc-Elsewhere-Lbs
           Move Inv-Product-Code to IL-Product-Code
           Move low-values to IL-Location
           Move "N" to WS-IL-EOF
           Start Inventory-Location-File key not < IL-Key
               Invalid Key
                   Move "Y" to WS-IL-EOF
           End-Start
           Perform Until WS-IL-EOF = "Y"
               Read Inventory-Location-File next record
                   At End
                       Move "Y" to WS-IL-EOF
                   Not At End
                       If IL-Product-Code not = Inv-Product-Code
                           Move "Y" to WS-IL-EOF
                       Else
                           Add IL-On-Hand-Lbs to Loc-Elsewhere-Lbs
                       End-If
               End-Read
           End-Perform
           If Loc-Elsewhere-Lbs > Inv-On-Hand-Lbs
               Move 0 to Loc-On-Hand-Lbs
           Else
               Compute Loc-On-Hand-Lbs =
                   Inv-On-Hand-Lbs - Loc-Elsewhere-Lbs
           End-If.

       Post-Location-Stock.
      *a lot away from the roastery also comes off its location's
      *record; the roastery's share moved with the master
           Move 0 to Loc-Balance-Lbs
           If Dispose-Location = Home-Location
               Exit Paragraph
           End-If
           Move Inv-Product-Code to IL-Product-Code
           Move Dispose-Location to IL-Location
           Read Inventory-Location-File
               Invalid Key
                   Exit Paragraph
           End-Read
           If Dispose-Lbs > IL-On-Hand-Lbs
               Move 0 to IL-On-Hand-Lbs
           Else
               Subtract Dispose-Lbs from IL-On-Hand-Lbs
           End-If
           Rewrite Inventory-Location-Record
           Move IL-On-Hand-Lbs to Loc-Balance-Lbs.

       Find-Return-PO.
      *suggests the purchase the beans most likely came in on and
      *lets the operator name the right one instead
           Move "N" to PO-Found
           Move 0 to RT-PO-Number
           Move 0 to RT-PO-Date
           Move "N" to WS-PO-EOF
           Open Input Purchase-Order-File
           If WS-PO-Status not = "00"
               Move "Y" to WS-PO-EOF
           End-If
           Perform Until WS-PO-EOF = "Y"
               Read Purchase-Order-File
                   At End
                       Move "Y" to WS-PO-EOF
                   Not At End
                       If PO-Product-Code = Inv-Product-Code
                               and PO-Received-Lbs > 0
                               and PO-Vendor-Number > 0
                               and PO-Order-Date <=
                                   LT-Roast-Date (LO-Tbl-Idx)
                               and PO-Order-Date >= RT-PO-Date
                           Perform Take-Return-PO
                       End-If
               End-Read
           End-Perform
           If WS-PO-Status = "00" or "10"
               Close Purchase-Order-File
           End-If
           If PO-Found = "Y"
               Display "Charge back to PO " RT-PO-Number
                   ", vendor " RT-Vendor-Number
           Else
               Display "No received PO for product " Inv-Product-Code
                   " before the roast date."
           End-If
           Display "PO number (0 = as shown): " with no advancing
           Move 0 to Keyed-PO-Number
           Accept Keyed-PO-Number
           If Keyed-PO-Number not = 0
               Perform Find-Keyed-PO
           End-If
           If PO-Found = "N"
               Display "A return needs the PO it is charged back "
                   "against; nothing disposed."
               Exit Paragraph
           End-If
           Move spaces to RT-Vendor-Name
           Move RT-Vendor-Number to VN-Vendor-Number
           If WS-VN-Status = "00"
               Read Vendor-Master-File
                   Invalid Key
                       Move "VENDOR NOT ON FILE" to RT-Vendor-Name
                   Not Invalid Key
                       Move VN-Vendor-Name to RT-Vendor-Name
               End-Read
           End-If
           Compute RT-Credit rounded = Dispose-Lbs * RT-Cost-Lb.

       Take-Return-PO.
           Move "Y" to PO-Found
           Move PO-Number to RT-PO-Number
           Move PO-Order-Date to RT-PO-Date
           Move PO-Vendor-Number to RT-Vendor-Number
      *    the credit follows what the roaster actually invoiced at
      *    the dock, else the cost agreed on the PO
           If PO-Recv-Cost-Lb > 0
               Move PO-Recv-Cost-Lb to RT-Cost-Lb
           Else
               Move PO-Exp-Cost-Lb to RT-Cost-Lb
           End-If.

       Find-Keyed-PO.
           Move "N" to PO-Found
           Move "N" to WS-PO-EOF
           Open Input Purchase-Order-File
           If WS-PO-Status not = "00"
               Move "Y" to WS-PO-EOF
           End-If
           Perform Until WS-PO-EOF = "Y"
               Read Purchase-Order-File
                   At End
                       Move "Y" to WS-PO-EOF
                   Not At End
                       If PO-Number = Keyed-PO-Number
                           Move "Y" to WS-PO-EOF
                           If PO-Vendor-Number > 0
                               Perform Take-Return-PO
                           Else
                               Display "PO " Keyed-PO-Number
                                   " has no vendor."
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-PO-Status = "00" or "10"
               Close Purchase-Order-File
           End-If.

       Get-Next-RA-Number.
      *one past the highest authorization on file
           Move 0 to Next-RA-Number
           Move "N" to WS-RA-EOF
           Open Input Return-Auth-File
           If WS-RA-Status not = "00"
               Move "Y" to WS-RA-EOF
           End-If
           Perform Until WS-RA-EOF = "Y"
               Read Return-Auth-File
                   At End
                       Move "Y" to WS-RA-EOF
                   Not At End
                       If RA-Number > Next-RA-Number
                           Move RA-Number to Next-RA-Number
                       End-If
               End-Read
           End-Perform
           If WS-RA-Status = "00" or "10"
               Close Return-Auth-File
           End-If
           If Next-RA-Number = 0
               Move 900000 to Next-RA-Number
           End-If
           Add 1 to Next-RA-Number.

       Write-Return-Auth.
      *files the authorization the payables desk settles against
      *the roaster's credit memo, and prints the copy that goes in
      *the box with the coffee
           Move spaces to Return-Auth-Record
           Move Next-RA-Number to RA-Number
           Move WS-Today-Date to RA-Date
           Move RT-Vendor-Number to RA-Vendor-Number
           Move RT-PO-Number to RA-PO-Number
           Move Inv-Product-Code to RA-Product-Code
           Move LT-Roast-Date (LO-Tbl-Idx) to RA-Roast-Date
           Move Dispose-Location to RA-Location
           Move Dispose-Lbs to RA-Lbs
           Move Dispose-Cost to RA-Book-Cost
           Move RT-Cost-Lb to RA-Cost-Lb
           Move RT-Credit to RA-Expected-Credit
           Set RA-Open to true
           Move 0 to RA-Credit-Voucher
           Move 0 to RA-Credit-Date
           Move 0 to RA-Credit-Amount
           Move WS-Operator-Id to RA-Entered-By
           Open Extend Return-Auth-File
           If WS-RA-Status = "35"
               Open Output Return-Auth-File
           End-If
           Write Return-Auth-Record
           Close Return-Auth-File
           Open Extend RA-Print-File
           If WS-RP-Status = "35"
               Open Output RA-Print-File
           End-If
           Move all "-" to RA-Print-Line
           Write RA-Print-Line
           Move spaces to RA-Print-Line
           String "CIS COFFEE SUPPLIERS   RETURN AUTHORIZATION "
               RA-Number
               delimited by size into RA-Print-Line
           Write RA-Print-Line
           Move spaces to RA-Print-Line
           String "Date " RA-Date "   To vendor " RA-Vendor-Number
               " " RT-Vendor-Name
               delimited by size into RA-Print-Line
           Write RA-Print-Line
           Move spaces to RA-Print-Line
           String "Against PO " RA-PO-Number "   Product "
               RA-Product-Code "   Roasted " RA-Roast-Date
               delimited by size into RA-Print-Line
           Write RA-Print-Line
           Move RT-Credit to nAmount
           Move spaces to RA-Print-Line
           String "Returned " RA-Lbs " lbs   Credit expected "
               nAmount
               delimited by size into RA-Print-Line
           Write RA-Print-Line
           Close RA-Print-File
           Display "Return authorization " RA-Number " to "
               RT-Vendor-Name "; credit expected " nAmount "."
           Display "Authorization printed to RTVPRT.DAT."
           Move "STK-RTV" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "RA " delimited by size
               RA-Number delimited by size
               " vendor " delimited by size
               RA-Vendor-Number delimited by size
               " PO " delimited by size
               RA-PO-Number delimited by size
               " " delimited by size
               RA-Lbs delimited by size
               " lbs" delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       List-Return-Auths.
           Move 0 to Listed-Count
           Move "N" to WS-RA-EOF
           Open Input Return-Auth-File
           If WS-RA-Status not = "00"
               Move "Y" to WS-RA-EOF
           End-If
           Display " "
           Display "RA#    Dated    Vend PO     Prod   Lbs  "
               "Expected      St Voucher"
           Perform Until WS-RA-EOF = "Y"
               Read Return-Auth-File
                   At End
                       Move "Y" to WS-RA-EOF
                   Not At End
                       Add 1 to Listed-Count
                       Move RA-Expected-Credit to nAmount
                       Display RA-Number " " RA-Date " "
                           RA-Vendor-Number " " RA-PO-Number " "
                           RA-Product-Code "    " RA-Lbs " "
                           nAmount " " RA-Status "  "
                           RA-Credit-Voucher
               End-Read
           End-Perform
           If WS-RA-Status = "00" or "10"
               Close Return-Auth-File
           End-If
           If Listed-Count = 0
               Display "No return authorizations on file."
           End-If.

       Load-Lot-Table.
           Move 0 to LO-Table-Count
           Move "N" to WS-LO-EOF
           Move "N" to WS-LO-Overflow
           Open Input Inventory-Lot-File
           If WS-LO-Status not = "00"
               Move "Y" to WS-LO-EOF
           End-If
           Perform Until WS-LO-EOF = "Y"
               Read Inventory-Lot-File
                   At End
                       Move "Y" to WS-LO-EOF
                       Close Inventory-Lot-File
                   Not At End
                       If LO-Table-Count >= 300
      *a lot past the table would be lost when the file is written
      *back out, so disposal is refused rather than risk it
                           Move "Y" to WS-LO-Overflow
                       Else
                           Add 1 to LO-Table-Count
                           Move LO-Product-Code to
                               LT-Product-Code (LO-Table-Count)
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

       Rewrite-Lot-File.
      *writes the surviving lot balances back out, dropping a lot
      *disposed of down to nothing
           Open Output Inventory-Lot-File
           Perform Varying LO-Tbl-Idx from 1 by 1
                   until LO-Tbl-Idx > LO-Table-Count
               If LT-Lbs (LO-Tbl-Idx) > 0
                   Move LT-Product-Code (LO-Tbl-Idx) to
                       LO-Product-Code
                   Move LT-Roast-Date (LO-Tbl-Idx) to
                       LO-Roast-Date
                   Move LT-Lbs (LO-Tbl-Idx) to LO-Lbs
                   Move LT-Location (LO-Tbl-Idx) to LO-Location
                   Move LT-Xfer-Number (LO-Tbl-Idx) to
                       LO-Xfer-Number
                   Write Inventory-Lot-Record
               End-If
           End-Perform
           Close Inventory-Lot-File.

       Write-Inventory-Journal.
      *one line per on-hand change, balance-after included, so the
      *EndOfDay stock section can prove the day's movements; the
      *cost lets GLExtract post the write-off to spoilage, and a
      *return carries its authorization number as the reference
           Accept IJ-Date from Date YYYYMMDD
           Move Inv-Product-Code to IJ-Product-Code
           Move WS-IJ-In-Out to IJ-In-Out
           Move WS-IJ-Qty to IJ-Qty-Lbs
           Move WS-IJ-Reason to IJ-Reason
           Move Inv-On-Hand-Lbs to IJ-Balance-After
           Move WS-IJ-Order to IJ-Order-Number
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
           Move Dispose-Location to IJ-Location
           Move Loc-Balance-Lbs to IJ-Loc-Balance-After
           Move spaces to IJ-Xfer-Location
           Move 0 to IJ-Xfer-Number
           Open Extend Inventory-Journal-File
           If WS-IJ-Status = "35"
               Open Output Inventory-Journal-File
           End-If
           Write Inventory-Journal-Record
           Close Inventory-Journal-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between lots
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "DISPOSE" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program Dispose.
