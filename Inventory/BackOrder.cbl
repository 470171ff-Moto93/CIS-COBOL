       Copy "BACKSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "INVLOTSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "NITESEL.CPY".
       Copy "AUDITSEL.CPY".

       Copy "BACKFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "INVLOTFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "NITEFD.CPY".
       Copy "AUDITFD.CPY".

           05 WS-LO-Status      pic xx.
           05 WS-LO-EOF         pic x.
           05 WS-LO-Overflow    pic x value "N".
           05 WS-IL-Status      pic xx.
           05 WS-IL-EOF         pic x.
       01 Journal-Fields.
      *    one movement line per on-hand change, staged here before
      *    Write-Inventory-Journal stamps and appends it
           05 WS-IJ-Order     pic 9(6).
           05 WS-IJ-Cost      pic 9(3)v99.
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Night-Run-Fields.
      *    when NightRun left answers stamped today, the step runs
      *    unattended off them instead of prompting
               10 LT-Product-Code pic x(1).
               10 LT-Roast-Date   pic 9(8).
               10 LT-Lbs          pic 9(5).
               10 LT-Location     pic x(2).
               10 LT-Xfer-Number  pic 9(6).
       01 Lot-Release-Fields.
           05 Lot-Need-Lbs      pic 9(5).
           05 Lot-Take-Lbs      pic 9(5).
           05 Oldest-Lot-Sub    pic 9(3).
      *    a release fills from the roastery, so only what the
      *    roastery holds counts - the master less the pounds
      *    other locations and open transfers hold
           05 Home-On-Hand-Lbs  pic 9(5).
           05 Home-Elsewhere-Lbs pic 9(7).
       01 BO-Work-Table.
      *    the whole backorder file held in storage so releases can
      *    be marked filled in place and the file written back out,
               10 BT-Lbs            pic 9(3).
               10 BT-Entered-Date   pic 9(8).
               10 BT-Status         pic x(1).
               10 BT-Fill-Date      pic 9(8).

       procedure division.
       Main-Start.
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Perform Load-BO-Table
           Perform Until Maint-Choice = "X" or "x"
                               BT-Entered-Date (BO-Table-Count)
                           Move BK-Status to
                               BT-Status (BO-Table-Count)
                           If BK-Fill-Date not numeric
                               Move 0 to BK-Fill-Date
                           End-If
                           Move BK-Fill-Date to
                               BT-Fill-Date (BO-Table-Count)
                       End-If
               End-Read
           End-Perform.
               Invalid Key
                   Continue
               Not Invalid Key
                   Perform Get-Home-Stock
                   If Home-On-Hand-Lbs >= BT-Lbs (BO-Tbl-Idx)
                       Subtract BT-Lbs (BO-Tbl-Idx) from
                           Inv-On-Hand-Lbs
                       Rewrite Inventory-Master-Record
                       Perform Write-Inventory-Journal
                       Perform Relieve-Lots-For-Release
                       Move "F" to BT-Status (BO-Tbl-Idx)
                       Accept BT-Fill-Date (BO-Tbl-Idx)
                           from Date YYYYMMDD
                       Add 1 to Release-Count
                       Display "Released " BT-Lbs (BO-Tbl-Idx)
                           " lbs of product "
                   End-If
           End-Read.

       Get-Home-Stock.
      *the roastery's pounds of the product on the master record
           Move 0 to Home-Elsewhere-Lbs
           Open Input Inventory-Location-File
           If WS-IL-Status = "00"
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
                               Add IL-On-Hand-Lbs to
                                   Home-Elsewhere-Lbs
                           End-If
                   End-Read
               End-Perform
               Close Inventory-Location-File
           End-If
           If Home-Elsewhere-Lbs > Inv-On-Hand-Lbs
               Move 0 to Home-On-Hand-Lbs
           Else
               Compute Home-On-Hand-Lbs =
                   Inv-On-Hand-Lbs - Home-Elsewhere-Lbs
           End-If.

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
           Perform Varying LO-Tbl-Idx from 1 by 1
                   until LO-Tbl-Idx > LO-Table-Count
               If LT-Product-Code (LO-Tbl-Idx) = Inv-Product-Code
                       and LT-Location (LO-Tbl-Idx) = Home-Location
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
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
           Move Home-Location to IJ-Location
           Move 0 to IJ-Loc-Balance-After
           Move spaces to IJ-Xfer-Location
           Move 0 to IJ-Xfer-Number
           Open Extend Inventory-Journal-File
           If WS-IJ-Status = "35"
               Open Output Inventory-Journal-File
               Move BT-Lbs (BO-Tbl-Idx) to BK-Lbs
               Move BT-Entered-Date (BO-Tbl-Idx) to BK-Entered-Date
               Move BT-Status (BO-Tbl-Idx) to BK-Status
               Move BT-Fill-Date (BO-Tbl-Idx) to BK-Fill-Date
               Write Backorder-Record
           End-Perform
           Close Backorder-File.
