      **************************************
      *Program:    Stock transfer between locations
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. StkXfer.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Inventory-Master-File assign to "INVMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Inv-Product-Code
               file status is WS-Inv-Status.
       Copy "XFERSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "INVLOTSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Inventory-Master-File.
       Copy "INVMAST.CPY".
       Copy "XFERFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "INVLOTFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Inv-Status     pic xx.
           05 WS-XF-Status      pic xx.
           05 WS-XF-EOF         pic x.
           05 WS-IL-Status      pic xx.
           05 WS-IL-EOF         pic x.
           05 WS-Inv-EOF        pic x.
           05 WS-AL-Status      pic xx.
           05 WS-LO-Status      pic xx.
           05 WS-LO-EOF         pic x.
           05 WS-LO-Overflow    pic x value "N".
       01 Journal-Fields.
      *    one movement line per on-hand change, staged here before
      *    Write-Inventory-Journal stamps and appends it; a transfer
      *    writes four, out of and into each location it touches
           05 WS-IJ-Status    pic xx.
           05 WS-IJ-In-Out    pic x(1).
           05 WS-IJ-Qty       pic 9(5).
           05 WS-IJ-Reason    pic x(8).
           05 WS-IJ-Order     pic 9(6).
           05 WS-IJ-Cost      pic 9(3)v99.
           05 WS-IJ-Location  pic x(2).
           05 WS-IJ-Xfer-Location pic x(2).
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Transfer-Fields.
           05 Xfer-Choice       pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 Product-Code      pic x(1).
           05 From-Location     pic x(2).
           05 To-Location       pic x(2).
           05 Xfer-Lbs          pic 9(5).
           05 Next-Xfer-Number  pic 9(6).
           05 Entered-Number    pic 9(6).
           05 Transit-Count     pic 9(3).
       01 Location-Fields.
      *    the roastery's pounds are the master's less every other
      *    location and open transfer; anywhere else reads its own
      *    INVLOC.DAT record
           05 Entered-Location   pic x(2).
           05 Stock-Location     pic x(2).
           05 Loc-On-Hand-Lbs    pic 9(5).
           05 Loc-Elsewhere-Lbs  pic 9(7).
           05 Loc-Found          pic x.
           05 Post-Location      pic x(2).
           05 Post-In-Out        pic x(1).
           05 Post-Lbs           pic 9(5).
           05 Post-Balance-Lbs   pic 9(5).
       01 Lot-Work-Table.
      *    the whole lot file held in storage while a transfer ships
      *    or lands, so the dated lots travel with the pounds - the
      *    oldest lots at the sending location go first, the way the
      *    pick list relieves them
           05 LO-Table-Count    pic 9(3) value 0.
           05 LO-Table-Entry occurs 300 times
                  indexed by LO-Tbl-Idx.
               10 LT-Product-Code pic x(1).
               10 LT-Roast-Date   pic 9(8).
               10 LT-Lbs          pic 9(5).
               10 LT-Location     pic x(2).
               10 LT-Xfer-Number  pic 9(6).
       01 Lot-Move-Fields.
           05 Lot-Need-Lbs      pic 9(5).
           05 Lot-Take-Lbs      pic 9(5).
           05 Oldest-Lot-Sub    pic 9(3).
       01 Display-Fields.
           05 nLbs              pic ZZZZ9.

       procedure division.
       Main-Start.
           Display "Stock Transfer Between Locations"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Open-Files
           Perform Until Xfer-Choice = "X" or "x"
               Display " "
               Display "S) Ship a transfer"
               Display "R) Receive a transfer"
               Display "L) List transfers in transit"
               Display "B) Stock by location"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Xfer-Choice
               Move Function Upper-Case (Xfer-Choice) to Xfer-Choice
               Evaluate Xfer-Choice
                   When "S"
                       Perform Ship-Transfer
                   When "R"
                       Perform Receive-Transfer
                   When "L"
                       Perform List-In-Transit
                   When "B"
                       Perform Stock-By-Location
                   When "X"
                       Continue
                   When Other
                       Display "Please enter S, R, L, B, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
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
           Open I-O Stock-Transfer-File
           If WS-XF-Status = "35"
               Close Stock-Transfer-File
               Open Output Stock-Transfer-File
               Close Stock-Transfer-File
               Open I-O Stock-Transfer-File
           End-If.

       Close-Files.
           Close Inventory-Master-File
           Close Inventory-Location-File
           Close Stock-Transfer-File.

       Ship-Transfer.
      *the pounds leave the sending location and sit in transit
      *until the other end receives them; the master total does not
      *move, since the coffee is still the shop's
           Display " "
           Display "Product code: " with no advancing
           Accept Product-Code
           Move Function Upper-Case (Product-Code) to Product-Code
           Move Product-Code to Inv-Product-Code
           Read Inventory-Master-File
               Invalid Key
                   Display "Product " Product-Code
                       " is not on the inventory master."
                   Exit Paragraph
           End-Read
           Display "Ship from:"
           Perform Enter-Location
           If Loc-Found = "N"
               Exit Paragraph
           End-If
           Move Entered-Location to From-Location
           Display "Ship to:"
           Perform Enter-Location
           If Loc-Found = "N"
               Exit Paragraph
           End-If
           Move Entered-Location to To-Location
           If From-Location = To-Location
               Display "The two ends of a transfer must differ."
               Exit Paragraph
           End-If
           Move From-Location to Stock-Location
           Perform Get-Location-Stock
           Display From-Location " holds " Loc-On-Hand-Lbs
               " lbs of product " Product-Code "."
           Display "Pounds to ship: " with no advancing
           Move 0 to Xfer-Lbs
           Accept Xfer-Lbs
           If Xfer-Lbs = 0
               Display "Nothing shipped."
               Exit Paragraph
           End-If
           If Xfer-Lbs > Loc-On-Hand-Lbs
               Display "Only " Loc-On-Hand-Lbs " lbs on hand at "
                   From-Location "; transfer refused."
               Exit Paragraph
           End-If
           Perform Get-Next-Xfer-Number
           Move Next-Xfer-Number to XF-Number
           Move Product-Code to XF-Product-Code
           Move From-Location to XF-From-Location
           Move To-Location to XF-To-Location
           Move Xfer-Lbs to XF-Lbs
           Move "T" to XF-Status
           Move WS-Today-Date to XF-Ship-Date
           Move WS-Operator-Id to XF-Shipped-By
           Move 0 to XF-Receive-Date
           Move spaces to XF-Received-By
           Write Stock-Transfer-Record
               Invalid Key
                   Display "Transfer " XF-Number
                       " already exists; nothing shipped."
                   Exit Paragraph
           End-Write
           Move Inv-Avg-Cost-Lb to WS-IJ-Cost
           Move Xfer-Lbs to WS-IJ-Qty Post-Lbs
           Move Next-Xfer-Number to WS-IJ-Order
           Move From-Location to Post-Location WS-IJ-Location
           Move "O" to Post-In-Out WS-IJ-In-Out
           Move In-Transit-Location to WS-IJ-Xfer-Location
           Move "XFER-OUT" to WS-IJ-Reason
           Perform Post-Location-Stock
           Perform Write-Inventory-Journal
           Move In-Transit-Location to Post-Location WS-IJ-Location
           Move "I" to Post-In-Out WS-IJ-In-Out
           Move From-Location to WS-IJ-Xfer-Location
           Move "XFER-TRN" to WS-IJ-Reason
           Perform Post-Location-Stock
           Perform Write-Inventory-Journal
           Perform Load-Lot-Table
           Perform Ship-Lots
           Perform Rewrite-Lot-File
           Display "Transfer " Next-Xfer-Number " shipped: " Xfer-Lbs
               " lbs of product " Product-Code " from "
               From-Location " to " To-Location "."
           Move "STK-XFER-OUT" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "Xfer " delimited by size
               Next-Xfer-Number delimited by size
               " product " delimited by size
               Product-Code delimited by size
               " " delimited by size
               Xfer-Lbs delimited by size
               " lbs " delimited by size
               From-Location delimited by size
               " to " delimited by size
               To-Location delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Receive-Transfer.
      *a transfer is received whole: the pounds leave transit and
      *land at the receiving location with their lots
           Display " "
           Display "Transfer number: " with no advancing
           Move 0 to Entered-Number
           Accept Entered-Number
           Move Entered-Number to XF-Number
           Read Stock-Transfer-File
               Invalid Key
                   Display "Transfer " Entered-Number " not found."
                   Exit Paragraph
           End-Read
           If not XF-In-Transit
               Display "Transfer " XF-Number " was received on "
                   XF-Receive-Date "."
               Exit Paragraph
           End-If
           Move XF-Number to Next-Xfer-Number
           Move XF-Product-Code to Product-Code Inv-Product-Code
           Move XF-From-Location to From-Location
           Move XF-To-Location to To-Location
           Move XF-Lbs to Xfer-Lbs
           Read Inventory-Master-File
               Invalid Key
                   Display "Product " Product-Code
                       " is not on the inventory master."
                   Exit Paragraph
           End-Read
           Move "R" to XF-Status
           Move WS-Today-Date to XF-Receive-Date
           Move WS-Operator-Id to XF-Received-By
           Rewrite Stock-Transfer-Record
           Move Inv-Avg-Cost-Lb to WS-IJ-Cost
           Move Xfer-Lbs to WS-IJ-Qty Post-Lbs
           Move Next-Xfer-Number to WS-IJ-Order
           Move In-Transit-Location to Post-Location WS-IJ-Location
           Move "O" to Post-In-Out WS-IJ-In-Out
           Move To-Location to WS-IJ-Xfer-Location
           Move "XFER-RCV" to WS-IJ-Reason
           Perform Post-Location-Stock
           Perform Write-Inventory-Journal
           Move To-Location to Post-Location WS-IJ-Location
           Move "I" to Post-In-Out WS-IJ-In-Out
           Move In-Transit-Location to WS-IJ-Xfer-Location
           Move "XFER-IN" to WS-IJ-Reason
           Perform Post-Location-Stock
           Perform Write-Inventory-Journal
           Perform Load-Lot-Table
           Perform Receive-Lots
           Perform Rewrite-Lot-File
           Display "Transfer " Next-Xfer-Number " received: " Xfer-Lbs
               " lbs of product " Product-Code " now at "
               To-Location "."
           Move "STK-XFER-IN" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "Xfer " delimited by size
               Next-Xfer-Number delimited by size
               " product " delimited by size
               Product-Code delimited by size
               " " delimited by size
               Xfer-Lbs delimited by size
               " lbs received at " delimited by size
               To-Location delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       List-In-Transit.
           Move 0 to Transit-Count
           Display " "
           Display "Xfer#   Prod  From  To    Lbs  Shipped   By"
           Move 0 to XF-Number
           Move "N" to WS-XF-EOF
           Start Stock-Transfer-File key not < XF-Number
               Invalid Key
                   Move "Y" to WS-XF-EOF
           End-Start
           Perform Until WS-XF-EOF = "Y"
               Read Stock-Transfer-File next record
                   At End
                       Move "Y" to WS-XF-EOF
                   Not At End
                       If XF-In-Transit
                           Add 1 to Transit-Count
                           Move XF-Lbs to nLbs
                           Display XF-Number "  " XF-Product-Code
                               "     " XF-From-Location "    "
                               XF-To-Location "  " nLbs "  "
                               XF-Ship-Date "  " XF-Shipped-By
                       End-If
               End-Read
           End-Perform
           If Transit-Count = 0
               Display "Nothing is in transit."
           End-If.

       Stock-By-Location.
      *every product on the master, its roastery pounds and then
      *each other location and transit line INVLOC.DAT holds
           Display " "
           Display "Prod  Loc  Location                Lbs"
           Move low-values to Inv-Product-Code
           Move "N" to WS-Inv-EOF
           Start Inventory-Master-File key not < Inv-Product-Code
               Invalid Key
                   Move "Y" to WS-Inv-EOF
           End-Start
           Perform Until WS-Inv-EOF = "Y"
               Read Inventory-Master-File next record
                   At End
                       Move "Y" to WS-Inv-EOF
                   Not At End
                       Perform Show-Product-Locations
               End-Read
           End-Perform.

       Show-Product-Locations.
           Move Inv-Product-Code to Product-Code
           Move Home-Location to Stock-Location
           Perform Get-Location-Stock
           Move Loc-On-Hand-Lbs to nLbs
           Display Product-Code "     " Home-Location "   "
               LC-Name (1) "  " nLbs
           Move Product-Code to IL-Product-Code
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
                       If IL-Product-Code not = Product-Code
                           Move "Y" to WS-IL-EOF
                       Else
                           Perform Show-One-Location
                       End-If
               End-Read
           End-Perform.

       Show-One-Location.
           Move IL-On-Hand-Lbs to nLbs
           If IL-Location = In-Transit-Location
               Display Product-Code "     " IL-Location "   "
                   "In transit          " "  " nLbs
               Exit Paragraph
           End-If
           Set Loc-Idx to 1
           Search Location-Entry
               At End
                   Display Product-Code "     " IL-Location "   "
                       "                    " "  " nLbs
               When LC-Code (Loc-Idx) = IL-Location
                   Display Product-Code "     " IL-Location "   "
                       LC-Name (Loc-Idx) "  " nLbs
           End-Search.

       Enter-Location.
           Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
               Display "  " LC-Code (Loc-Idx) " " LC-Name (Loc-Idx)
           End-Perform
           Display "Location: " with no advancing
           Move spaces to Entered-Location
           Accept Entered-Location
           Move Function Upper-Case (Entered-Location) to
               Entered-Location
           Move "N" to Loc-Found
           Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
               If LC-Code (Loc-Idx) = Entered-Location
                   Move "Y" to Loc-Found
               End-If
           End-Perform
           If Loc-Found = "N"
               Display "No such location; nothing shipped."
           End-If.

       Get-Location-Stock.
      *pounds of Product-Code at Stock-Location, with the master
      *record already read
           If Stock-Location not = Home-Location
               Move Product-Code to IL-Product-Code
               Move Stock-Location to IL-Location
               Read Inventory-Location-File
                   Invalid Key
                       Move 0 to Loc-On-Hand-Lbs
                   Not Invalid Key
                       Move IL-On-Hand-Lbs to Loc-On-Hand-Lbs
               End-Read
               Exit Paragraph
           End-If
           Move 0 to Loc-Elsewhere-Lbs
           Move Product-Code to IL-Product-Code
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
                       If IL-Product-Code not = Product-Code
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
      *moves Post-Lbs in or out of Post-Location's record; the
      *roastery keeps none of its own, so it only moves by the
      *difference the other records make
           Move 0 to Post-Balance-Lbs
           If Post-Location = Home-Location
               Exit Paragraph
           End-If
           Move Product-Code to IL-Product-Code
           Move Post-Location to IL-Location
           Move "Y" to Loc-Found
           Read Inventory-Location-File
               Invalid Key
                   Move "N" to Loc-Found
                   Move 0 to IL-On-Hand-Lbs
           End-Read
           If Post-In-Out = "I"
               Add Post-Lbs to IL-On-Hand-Lbs
           Else
               If Post-Lbs > IL-On-Hand-Lbs
                   Move 0 to IL-On-Hand-Lbs
               Else
                   Subtract Post-Lbs from IL-On-Hand-Lbs
               End-If
           End-If
           If Loc-Found = "Y"
               Rewrite Inventory-Location-Record
           Else
               Write Inventory-Location-Record
           End-If
           Move IL-On-Hand-Lbs to Post-Balance-Lbs.

       Get-Next-Xfer-Number.
      *one past the highest transfer on file
           Move 0 to Next-Xfer-Number
           Move 0 to XF-Number
           Move "N" to WS-XF-EOF
           Start Stock-Transfer-File key not < XF-Number
               Invalid Key
                   Move "Y" to WS-XF-EOF
           End-Start
           Perform Until WS-XF-EOF = "Y"
               Read Stock-Transfer-File next record
                   At End
                       Move "Y" to WS-XF-EOF
                   Not At End
                       Move XF-Number to Next-Xfer-Number
               End-Read
           End-Perform
           Add 1 to Next-Xfer-Number.

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
      *a shipment can split a lot in two, so one slot stays free;
      *past that the lot detail is left untouched
                       If LO-Table-Count >= 299
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

       Ship-Lots.
      *the oldest lots at the sending location go on the transfer;
      *a lot only partly shipped is split, the shipped part tagged
      *with the transfer number and sitting in transit
           If WS-LO-Overflow = "Y"
               Exit Paragraph
           End-If
           Move Xfer-Lbs to Lot-Need-Lbs
           Perform Until Lot-Need-Lbs = 0
               Perform Find-Oldest-Ship-Lot
               If Oldest-Lot-Sub = 0
                   Exit Perform
               End-If
               Set LO-Tbl-Idx to Oldest-Lot-Sub
               If LT-Lbs (LO-Tbl-Idx) > Lot-Need-Lbs
                   Move Lot-Need-Lbs to Lot-Take-Lbs
                   Subtract Lot-Take-Lbs from LT-Lbs (LO-Tbl-Idx)
                   Add 1 to LO-Table-Count
                   Move LT-Product-Code (LO-Tbl-Idx) to
                       LT-Product-Code (LO-Table-Count)
                   Move LT-Roast-Date (LO-Tbl-Idx) to
                       LT-Roast-Date (LO-Table-Count)
                   Move Lot-Take-Lbs to LT-Lbs (LO-Table-Count)
                   Move In-Transit-Location to
                       LT-Location (LO-Table-Count)
                   Move Next-Xfer-Number to
                       LT-Xfer-Number (LO-Table-Count)
               Else
                   Move LT-Lbs (LO-Tbl-Idx) to Lot-Take-Lbs
                   Move In-Transit-Location to
                       LT-Location (LO-Tbl-Idx)
                   Move Next-Xfer-Number to LT-Xfer-Number (LO-Tbl-Idx)
               End-If
               Subtract Lot-Take-Lbs from Lot-Need-Lbs
               If LO-Table-Count >= 300
                   Exit Perform
               End-If
           End-Perform
           If Lot-Need-Lbs > 0
               Display "NOTE: " Lot-Need-Lbs " shipped lbs of "
                   "product " Product-Code " not covered by "
                   "any dated lot."
           End-If.

       Find-Oldest-Ship-Lot.
           Move 0 to Oldest-Lot-Sub
           Perform Varying LO-Tbl-Idx from 1 by 1
                   until LO-Tbl-Idx > LO-Table-Count
               If LT-Product-Code (LO-Tbl-Idx) = Product-Code
                       and LT-Location (LO-Tbl-Idx) = From-Location
                       and LT-Xfer-Number (LO-Tbl-Idx) = 0
                       and LT-Lbs (LO-Tbl-Idx) > 0
                   If Oldest-Lot-Sub = 0
                       Set Oldest-Lot-Sub to LO-Tbl-Idx
                   Else
                       If LT-Roast-Date (LO-Tbl-Idx) <
                               LT-Roast-Date (Oldest-Lot-Sub)
                           Set Oldest-Lot-Sub to LO-Tbl-Idx
                       End-If
                   End-If
               End-If
           End-Perform.

       Receive-Lots.
      *the lots that travelled on the transfer land where it went
           If WS-LO-Overflow = "Y"
               Exit Paragraph
           End-If
           Perform Varying LO-Tbl-Idx from 1 by 1
                   until LO-Tbl-Idx > LO-Table-Count
               If LT-Xfer-Number (LO-Tbl-Idx) = Next-Xfer-Number
                   Move To-Location to LT-Location (LO-Tbl-Idx)
                   Move 0 to LT-Xfer-Number (LO-Tbl-Idx)
               End-If
           End-Perform.

       Rewrite-Lot-File.
      *writes the lot table back out with the moved lots relocated
           If WS-LO-Overflow = "Y" or LO-Table-Count = 0
               Exit Paragraph
           End-If
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
      *one line per location a transfer touches; the master total
      *is unchanged, so every line carries the same balance-after
      *and the product's movements for the transfer net to zero
           Accept IJ-Date from Date YYYYMMDD
           Move Inv-Product-Code to IJ-Product-Code
           Move WS-IJ-In-Out to IJ-In-Out
           Move WS-IJ-Qty to IJ-Qty-Lbs
           Move WS-IJ-Reason to IJ-Reason
           Move Inv-On-Hand-Lbs to IJ-Balance-After
           Move 0 to IJ-Order-Number
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
           Move WS-IJ-Location to IJ-Location
           Move Post-Balance-Lbs to IJ-Loc-Balance-After
           Move WS-IJ-Xfer-Location to IJ-Xfer-Location
           Move WS-IJ-Order to IJ-Xfer-Number
           Open Extend Inventory-Journal-File
           If WS-IJ-Status = "35"
               Open Output Inventory-Journal-File
           End-If
           Write Inventory-Journal-Record
           Close Inventory-Journal-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between transfers
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "STKXFER" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program StkXfer.
