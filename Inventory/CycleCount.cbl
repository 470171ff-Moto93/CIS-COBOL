               organization is line sequential
               file status is WS-VR-Status.
       Copy "INVJRNSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
           05 VR-Reason-Code    pic x(3).
           05 filler            pic x(2).
           05 VR-Count-Date     pic 9(8).
           05 filler            pic x(2).
           05 VR-Location       pic x(2).
       Copy "INVJRNFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
           05 WS-Inv-Status     pic xx.
           05 WS-VR-Status      pic xx.
           05 WS-AL-Status      pic xx.
           05 WS-IL-Status      pic xx.
           05 WS-IL-EOF         pic x.
           05 WS-Found-Product  pic x.
       01 Journal-Fields.
      *    one movement line per on-hand change, staged here before
           05 WS-IJ-Order     pic 9(6).
           05 WS-IJ-Cost      pic 9(3)v99.
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Location-Fields.
      *    each location is counted on its own shelf; the book for
      *    the roastery is the master less every other location and
      *    open transfer, for anywhere else its own record
           05 Count-Location     pic x(2).
           05 Loc-Elsewhere-Lbs  pic 9(7).
           05 Loc-Found          pic x.
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Perform Close-Files
               Goback
           End-If
           If not SO-Supervisor
      *adjusting the book to the count rewrites what the shop owns;
      *that is a supervisor-level decision
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
           Open Output Variance-Report-File.

       Close-Files.
           Close Inventory-Master-File
           Close Inventory-Location-File
           Close Variance-Report-File.

       Enter-One-Count.
           Display "Product code: " with no advancing
           Accept Product-Code
           Move Function Upper-Case (Product-Code) to Product-Code
           Perform Enter-Count-Location
           Move "Y" to WS-Found-Product
           Move Product-Code to Inv-Product-Code
           Read Inventory-Master-File
           If WS-Found-Product = "N"
               Perform First-Count-For-Product
           Else
               Perform Get-Location-Book
               Display "Book on hand at " Count-Location " is "
                   Book-Lbs " lbs."
               Display "Counted pounds: " with no advancing
               Accept Counted-Lbs
               Compute Variance-Lbs = Counted-Lbs - Book-Lbs
               End-If
           End-If.

       Enter-Count-Location.
           Display "Location counted (".
           Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
               Display "  " LC-Code (Loc-Idx) " " LC-Name (Loc-Idx)
           End-Perform
           Display "  Enter for the roastery): " with no advancing
           Move spaces to Count-Location
           Accept Count-Location
           Move Function Upper-Case (Count-Location) to
               Count-Location
           If Count-Location = spaces
               Move Home-Location to Count-Location
           End-If
           Move "N" to Loc-Found
           Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
               If LC-Code (Loc-Idx) = Count-Location
                   Move "Y" to Loc-Found
               End-If
           End-Perform
           If Loc-Found = "N"
               Display "No such location; counting the roastery."
               Move Home-Location to Count-Location
           End-If.

       Get-Location-Book.
           If Count-Location not = Home-Location
               Move Product-Code to IL-Product-Code
               Move Count-Location to IL-Location
               Read Inventory-Location-File
                   Invalid Key
                       Move 0 to Book-Lbs
                   Not Invalid Key
                       Move IL-On-Hand-Lbs to Book-Lbs
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
               Move 0 to Book-Lbs
           Else
               Compute Book-Lbs = Inv-On-Hand-Lbs - Loc-Elsewhere-Lbs
           End-If.

       Post-Location-Count.
      *a location other than the roastery takes the counted pounds
      *on its own record; the roastery's share moved with the master
           Move 0 to IJ-Loc-Balance-After
           If Count-Location = Home-Location
               Exit Paragraph
           End-If
           Move Product-Code to IL-Product-Code
           Move Count-Location to IL-Location
           Move "Y" to Loc-Found
           Read Inventory-Location-File
               Invalid Key
                   Move "N" to Loc-Found
           End-Read
           Move Counted-Lbs to IL-On-Hand-Lbs
           If Loc-Found = "Y"
               Rewrite Inventory-Location-Record
           Else
               Write Inventory-Location-Record
           End-If
           Move IL-On-Hand-Lbs to IJ-Loc-Balance-After.

       First-Count-For-Product.
      *a product the book has never seen still has to be countable,
      *so the first count seeds its inventory record at a book of
           End-Write.

       Post-Adjustment.
      *replaces the location's book quantity with the counted
      *quantity - the master moves by the variance - keyed against a
      *reason code so the variance report says why the book was
      *off, and logs the adjustment to the audit trail
           Move Variance-Lbs to nVariance-Lbs
           Display "Variance is " nVariance-Lbs " lbs."
           Display "Reason code (SHR shrinkage, SPL spillage,"
           If Reason-Code not = "SHR" and "SPL" and "RCV" and "OTH"
               Move "OTH" to Reason-Code
           End-If
           Compute Inv-On-Hand-Lbs = Inv-On-Hand-Lbs + Variance-Lbs
           Rewrite Inventory-Master-Record
               Invalid Key
                   Display "Unable to adjust product " Product-Code
                   Perform Write-Inventory-Journal
                   Add 1 to Adjust-Count
                   Display "Book adjusted to " Counted-Lbs
                       " lbs of product " Product-Code " at "
                       Count-Location "."
                   Perform Write-Variance-Line
                   Move "INV-ADJUST" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                       Counted-Lbs delimited by size
                       " reason " delimited by size
                       Reason-Code delimited by size
                       " at " delimited by size
                       Count-Location delimited by size
                       into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.
           Move Variance-Lbs to VR-Variance-Lbs
           Move Reason-Code to VR-Reason-Code
           Move WS-Today-Date to VR-Count-Date
           Move Count-Location to VR-Location
           Write Variance-Report-Record.

       Write-Inventory-Journal.
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
           Move Count-Location to IJ-Location
           Move spaces to IJ-Xfer-Location
           Move 0 to IJ-Xfer-Number
           Perform Post-Location-Count
           Open Extend Inventory-Journal-File
           If WS-IJ-Status = "35"
               Open Output Inventory-Journal-File
