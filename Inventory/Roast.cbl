      **************************************
      *Program:    Roast batch entry and yield report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. Roast.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Inventory-Master-File assign to "INVMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Inv-Product-Code
               file status is WS-Inv-Status.
           Select Green-Stock-File assign to "GRNMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GR-Product-Code
               file status is WS-GR-Status.
       Copy "ROASTSEL.CPY".
       Copy "GRNJRNSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "INVLOTSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "BACKSEL.CPY".
       Copy "AUDITSEL.CPY".
           Select Yield-Report-File assign to "ROASTYLD.DAT"
               organization is line sequential.

       data division.
       file section.
       FD  Inventory-Master-File.
       Copy "INVMAST.CPY".
       FD  Green-Stock-File.
       Copy "GRNMAST.CPY".
       Copy "ROASTFD.CPY".
       Copy "GRNJRNFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "INVLOTFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "BACKFD.CPY".
       Copy "AUDITFD.CPY".
       FD  Yield-Report-File.
       01  Yield-Report-Line    pic x(80).

       working-storage section.
       01 File-Status-Fields.
           05 WS-Inv-Status     pic xx.
           05 WS-GR-Status      pic xx.
           05 WS-GR-EOF         pic x.
           05 WS-RB-Status      pic xx.
           05 WS-RB-EOF         pic x.
           05 WS-GJ-Status      pic xx.
           05 WS-AL-Status      pic xx.
           05 WS-BO-Status      pic xx.
           05 WS-BO-EOF         pic x.
           05 WS-BO-Overflow    pic x.
           05 WS-LO-Status      pic xx.
           05 WS-LO-EOF         pic x.
           05 WS-LO-Overflow    pic x value "N".
           05 WS-IL-Status      pic xx.
           05 WS-IL-EOF         pic x.
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
       01 Roast-Fields.
           05 Maint-Choice      pic x value spaces.
           05 Keyed-Product     pic x(1).
           05 Green-Used-Lbs    pic 9(5).
           05 Roasted-Lbs       pic 9(5).
           05 Keyed-Roast-Date  pic 9(8).
           05 Confirm-Choice    pic x.
      *    the next batch number is one past the highest on file
           05 Last-Batch-Number pic 9(6) value 0.
           05 Batch-Cost        pic 9(7)v99.
           05 Roast-Cost-Lb     pic 9(3)v99.
           05 Batch-Yield-Pct   pic 9(3)v9.
      *    a roast normally loses 15-20% of its green weight; a
      *    yield outside this band is usually a keying slip
           05 Yield-Low-Pct     pic 9(3)v9 value 75.0.
           05 Yield-High-Pct    pic 9(3)v9 value 90.0.
           05 nCost             pic $$$9.99.
           05 nBatch-Cost       pic $$,$$$,$$9.99.
           05 nYield            pic zz9.9.
       01 Report-Fields.
           05 From-Date         pic 9(8).
           05 Thru-Date         pic 9(8).
           05 Report-Batch-Count pic 9(5).
           05 Total-Green-Lbs   pic 9(7).
           05 Total-Roasted-Lbs pic 9(7).
           05 Total-Batch-Cost  pic 9(9)v99.
           05 nLbs              pic z,zzz,zz9.
           05 nLbs2             pic z,zzz,zz9.
           05 nTotal-Cost       pic $$$$,$$$,$$9.99.
       01 Product-Yield-Table.
      *    one slot per product roasted in the report window, so
      *    the summary can show which coffee shrinks the most
           05 PY-Count          pic 9(3) value 0.
           05 PY-Entry occurs 50 times indexed by PY-Idx.
               10 PY-Product-Code  pic x(1).
               10 PY-Batches       pic 9(5).
               10 PY-Green-Lbs     pic 9(7).
               10 PY-Roasted-Lbs   pic 9(7).
               10 PY-Batch-Cost    pic 9(9)v99.
       01 Lot-Work-Table.
      *    the whole lot file held in storage during the release
      *    run so released pounds come out of the oldest dated
      *    lots, the way the pick list relieves them - otherwise
      *    the freshness report keeps counting pounds that shipped
           05 LO-Table-Count    pic 9(3) value 0.
           05 LO-Table-Entry occurs 300 times
                  indexed by LO-Tbl-Idx.
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
      *    the whole backorder file held in storage during the
      *    auto-release that follows a roast, rewritten wholesale
      *    once the filled marks are set
           05 BO-Table-Count    pic 9(3).
           05 BO-Release-Count  pic 9(3).
           05 BO-Table-Entry occurs 300 times
                  indexed by BO-Tbl-Idx.
               10 BT-Cust-Number    pic 9(5).
               10 BT-Customer-Name  pic x(20).
               10 BT-Product-Code   pic x(1).
               10 BT-Lbs            pic 9(3).
               10 BT-Entered-Date   pic 9(8).
               10 BT-Status         pic x(1).
               10 BT-Fill-Date      pic 9(8).

       procedure division.
       Main-Start.
           Display "Roast Batch Entry"
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
           Perform Open-Files
           Perform Find-Last-Batch
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "G) List green coffee on hand"
               Display "E) Enter a roast batch"
               Display "Y) Roast yield report"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "G"
                       Perform List-Green-Stock
                   When "E"
                       Perform Enter-Roast-Batch
                   When "Y"
                       Perform Yield-Report
                   When "X"
                       Continue
                   When Other
                       Display "Please enter G, E, Y, or X."
               End-Evaluate
           End-Perform
           Close Inventory-Master-File
           Close Green-Stock-File
           Goback.

       Open-Files.
      *opens both indexed stock files, creating each on first use
      *the same way Exercise3's Open-Files does
           Open I-O Inventory-Master-File
           If WS-Inv-Status = "35"
               Close Inventory-Master-File
               Open Output Inventory-Master-File
               Close Inventory-Master-File
               Open I-O Inventory-Master-File
           End-If
           Open I-O Green-Stock-File
           If WS-GR-Status = "35"
               Close Green-Stock-File
               Open Output Green-Stock-File
               Close Green-Stock-File
               Open I-O Green-Stock-File
           End-If.

       Find-Last-Batch.
           Move 0 to Last-Batch-Number
           Move "N" to WS-RB-EOF
           Open Input Roast-Batch-File
           If WS-RB-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-RB-EOF = "Y"
               Read Roast-Batch-File
                   At End
                       Move "Y" to WS-RB-EOF
                   Not At End
                       If RB-Batch-Number > Last-Batch-Number
                           Move RB-Batch-Number to Last-Batch-Number
                       End-If
               End-Read
           End-Perform
           Close Roast-Batch-File.

       List-Green-Stock.
           Display " "
           Display "Prod  Green lbs  Avg cost/lb"
           Move "N" to WS-GR-EOF
           Move low-values to GR-Product-Code
           Start Green-Stock-File key not < GR-Product-Code
               Invalid Key
                   Display "No green coffee on file; Receiving books "
                       "it as PO deliveries arrive."
                   Move "Y" to WS-GR-EOF
           End-Start
           Perform Until WS-GR-EOF = "Y"
               Read Green-Stock-File next record
                   At End
                       Move "Y" to WS-GR-EOF
                   Not At End
                       Move GR-Avg-Cost-Lb to nCost
                       Display GR-Product-Code "     "
                           GR-On-Hand-Lbs "      " nCost
               End-Read
           End-Perform.

       Enter-Roast-Batch.
      *draws green pounds down and books the roasted yield as a
      *dated lot of finished coffee, carrying the full green cost
      *into the roasted pounds so the shrink lands in the average
           Display "Product code: " with no advancing
           Accept Keyed-Product
           Move Function Upper-Case (Keyed-Product) to Keyed-Product
           Move Keyed-Product to GR-Product-Code
           Read Green-Stock-File
               Invalid Key
                   Display "No green coffee on file for product "
                       Keyed-Product "."
                   Exit Paragraph
           End-Read
           Display "Green on hand: " GR-On-Hand-Lbs " lbs"
           Display "Green pounds into the roaster: " with no advancing
           Accept Green-Used-Lbs
           If Green-Used-Lbs = 0
               Display "Nothing roasted; no batch entered."
               Exit Paragraph
           End-If
           If Green-Used-Lbs > GR-On-Hand-Lbs
               Display "Only " GR-On-Hand-Lbs " green lbs on hand; "
                   "no batch entered."
               Exit Paragraph
           End-If
           Display "Roasted pounds out: " with no advancing
           Accept Roasted-Lbs
           If Roasted-Lbs = 0 or Roasted-Lbs > Green-Used-Lbs
               Display "Roasted pounds must be more than zero and no "
                   "more than the green pounds; no batch entered."
               Exit Paragraph
           End-If
           Display "Roast date (YYYYMMDD, 0 = today): "
               with no advancing
           Accept Keyed-Roast-Date
           If Keyed-Roast-Date = 0
               Accept Keyed-Roast-Date from Date YYYYMMDD
           End-If
           Compute Batch-Yield-Pct rounded =
               Roasted-Lbs * 100 / Green-Used-Lbs
           If Batch-Yield-Pct < Yield-Low-Pct
                   or Batch-Yield-Pct > Yield-High-Pct
               Move Batch-Yield-Pct to nYield
               Display "Yield of " nYield "% is outside the usual "
                   "band.  Post it anyway (Y/N)? " with no advancing
               Accept Confirm-Choice
               Move Function Upper-Case (Confirm-Choice) to
                   Confirm-Choice
               If Confirm-Choice not = "Y"
                   Display "No batch entered."
                   Exit Paragraph
               End-If
           End-If
           Compute Batch-Cost rounded =
               Green-Used-Lbs * GR-Avg-Cost-Lb
           Compute Roast-Cost-Lb rounded = Batch-Cost / Roasted-Lbs
           Add 1 to Last-Batch-Number
           Perform Relieve-Green-Stock
           Perform Post-Roasted-Stock
           Perform Book-Roasted-Lot
           Perform Write-Batch-Record
           Move Batch-Yield-Pct to nYield
           Move Roast-Cost-Lb to nCost
           Display "Batch " Last-Batch-Number ": " Green-Used-Lbs
               " green lbs roasted to " Roasted-Lbs " lbs, yield "
               nYield "%, " nCost "/lb."
           Move "ROAST-BATCH" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "batch " delimited by size
               Last-Batch-Number delimited by size
               " product " delimited by size
               Keyed-Product delimited by size
               " green " delimited by size
               Green-Used-Lbs delimited by size
               " roasted " delimited by size
               Roasted-Lbs delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Release-Backorders.

       Relieve-Green-Stock.
           Subtract Green-Used-Lbs from GR-On-Hand-Lbs
           Rewrite Green-Stock-Record
           Accept GJ-Date from Date YYYYMMDD
           Move GR-Product-Code to GJ-Product-Code
           Move "O" to GJ-In-Out
           Move Green-Used-Lbs to GJ-Qty-Lbs
           Move "ROAST" to GJ-Reason
           Move GR-On-Hand-Lbs to GJ-Balance-After
           Move Last-Batch-Number to GJ-Reference
           Move WS-Operator-Id to GJ-Operator-Id
           Move GR-Avg-Cost-Lb to GJ-Unit-Cost
           Move SO-Station-Id to GJ-Station-Id
           Open Extend Green-Journal-File
           If WS-GJ-Status = "35"
               Open Output Green-Journal-File
           End-If
           Write Green-Journal-Record
           Close Green-Journal-File.

       Post-Roasted-Stock.
      *adds the roasted pounds to finished stock, re-weighting the
      *running average by the batch's cost per roasted pound
           Move Keyed-Product to Inv-Product-Code
           Read Inventory-Master-File
               Invalid Key
                   Move Roasted-Lbs to Inv-On-Hand-Lbs
                   Move 100 to Inv-Reorder-Point
                   Move 500 to Inv-Reorder-Qty
                   Move Roast-Cost-Lb to Inv-Avg-Cost-Lb
                   Write Inventory-Master-Record
               Not Invalid Key
                   Perform Roll-Average-Cost
                   Add Roasted-Lbs to Inv-On-Hand-Lbs
                   Rewrite Inventory-Master-Record
           End-Read
           Move "I" to WS-IJ-In-Out
           Move Roasted-Lbs to WS-IJ-Qty
           Move "ROAST" to WS-IJ-Reason
           Move Last-Batch-Number to WS-IJ-Order
           Move Roast-Cost-Lb to WS-IJ-Cost
           Perform Write-Inventory-Journal.

       Roll-Average-Cost.
      *re-weights the running average cost by the pounds already on
      *hand at the old average and the roasted pounds at the batch
      *cost, before the roasted pounds are added on
           If Inv-On-Hand-Lbs + Roasted-Lbs > 0
               Compute Inv-Avg-Cost-Lb rounded =
                   ((Inv-On-Hand-Lbs * Inv-Avg-Cost-Lb)
                       + (Roasted-Lbs * Roast-Cost-Lb))
                   / (Inv-On-Hand-Lbs + Roasted-Lbs)
           Else
               Move Roast-Cost-Lb to Inv-Avg-Cost-Lb
           End-If.

       Book-Roasted-Lot.
      *one dated lot per batch, under the product's on-hand bucket;
      *the pick list relieves these oldest-first
           Move Keyed-Product to LO-Product-Code
           Move Keyed-Roast-Date to LO-Roast-Date
           Move Roasted-Lbs to LO-Lbs
           Move Home-Location to LO-Location
           Move 0 to LO-Xfer-Number
           Open Extend Inventory-Lot-File
           If WS-LO-Status = "35"
               Open Output Inventory-Lot-File
           End-If
           Write Inventory-Lot-Record
           Close Inventory-Lot-File.

       Write-Batch-Record.
           Move Last-Batch-Number to RB-Batch-Number
           Move Keyed-Roast-Date to RB-Roast-Date
           Move Keyed-Product to RB-Product-Code
           Move Green-Used-Lbs to RB-Green-Lbs
           Move Roasted-Lbs to RB-Roasted-Lbs
           Move GR-Avg-Cost-Lb to RB-Green-Cost-Lb
           Move Batch-Cost to RB-Batch-Cost
           Move Roast-Cost-Lb to RB-Roast-Cost-Lb
           Move WS-Operator-Id to RB-Operator-Id
           Open Extend Roast-Batch-File
           If WS-RB-Status = "35"
               Open Output Roast-Batch-File
           End-If
           Write Roast-Batch-Record
           Close Roast-Batch-File.

       Yield-Report.
      *every batch roasted in the window with its shrink, then a
      *summary by product
           Display "Roasted from (YYYYMMDD): " with no advancing
           Accept From-Date
           Display "Roasted through (YYYYMMDD, 0 = today): "
               with no advancing
           Accept Thru-Date
           If Thru-Date = 0
               Accept Thru-Date from Date YYYYMMDD
           End-If
           Move 0 to Report-Batch-Count
           Move 0 to Total-Green-Lbs
           Move 0 to Total-Roasted-Lbs
           Move 0 to Total-Batch-Cost
           Move 0 to PY-Count
           Open Input Roast-Batch-File
           If WS-RB-Status not = "00"
               Display "No roast batches on file."
               Exit Paragraph
           End-If
           Open Output Yield-Report-File
           Move spaces to Yield-Report-Line
           String "Roast yield report " From-Date " through "
               Thru-Date delimited by size into Yield-Report-Line
           Perform Write-Yield-Line
           Move spaces to Yield-Report-Line
           Perform Write-Yield-Line
           Move spaces to Yield-Report-Line
           String "Batch  Roasted   P  Green lbs  Roast lbs  Yield%  "
               "  Batch cost  Cost/lb" delimited by size
               into Yield-Report-Line
           Perform Write-Yield-Line
           Move "N" to WS-RB-EOF
           Perform Until WS-RB-EOF = "Y"
               Read Roast-Batch-File
                   At End
                       Move "Y" to WS-RB-EOF
                   Not At End
                       If RB-Roast-Date >= From-Date
                               and RB-Roast-Date <= Thru-Date
                           Perform Report-One-Batch
                       End-If
               End-Read
           End-Perform
           Close Roast-Batch-File
           Move spaces to Yield-Report-Line
           Perform Write-Yield-Line
           Move spaces to Yield-Report-Line
           String "Product  Batches  Green lbs  Roast lbs  Yield%  "
               "      Batch cost" delimited by size
               into Yield-Report-Line
           Perform Write-Yield-Line
           Perform Varying PY-Idx from 1 by 1 until PY-Idx > PY-Count
               Perform Report-One-Product
           End-Perform
           Move Total-Green-Lbs to nLbs
           Move Total-Roasted-Lbs to nLbs2
           Move Total-Batch-Cost to nTotal-Cost
           If Total-Green-Lbs > 0
               Compute Batch-Yield-Pct rounded =
                   Total-Roasted-Lbs * 100 / Total-Green-Lbs
           Else
               Move 0 to Batch-Yield-Pct
           End-If
           Move Batch-Yield-Pct to nYield
           Move spaces to Yield-Report-Line
           String "All      " Report-Batch-Count "  " nLbs "  "
               nLbs2 "  " nYield "  " nTotal-Cost
               delimited by size into Yield-Report-Line
           Perform Write-Yield-Line
           Close Yield-Report-File
           Display "Report written to ROASTYLD.DAT.".

       Report-One-Batch.
           Add 1 to Report-Batch-Count
           Add RB-Green-Lbs to Total-Green-Lbs
           Add RB-Roasted-Lbs to Total-Roasted-Lbs
           Add RB-Batch-Cost to Total-Batch-Cost
           Compute Batch-Yield-Pct rounded =
               RB-Roasted-Lbs * 100 / RB-Green-Lbs
           Move Batch-Yield-Pct to nYield
           Move RB-Batch-Cost to nBatch-Cost
           Move RB-Roast-Cost-Lb to nCost
           Move spaces to Yield-Report-Line
           String RB-Batch-Number " " RB-Roast-Date "  "
               RB-Product-Code "  " RB-Green-Lbs "      "
               RB-Roasted-Lbs "      " nYield "  " nBatch-Cost "  "
               nCost delimited by size into Yield-Report-Line
           Perform Write-Yield-Line
           Perform Varying PY-Idx from 1 by 1 until PY-Idx > PY-Count
               If PY-Product-Code (PY-Idx) = RB-Product-Code
                   Exit Perform
               End-If
           End-Perform
           If PY-Idx > PY-Count
               If PY-Count >= 50
                   Exit Paragraph
               End-If
               Add 1 to PY-Count
               Set PY-Idx to PY-Count
               Move RB-Product-Code to PY-Product-Code (PY-Idx)
               Move 0 to PY-Batches (PY-Idx)
               Move 0 to PY-Green-Lbs (PY-Idx)
               Move 0 to PY-Roasted-Lbs (PY-Idx)
               Move 0 to PY-Batch-Cost (PY-Idx)
           End-If
           Add 1 to PY-Batches (PY-Idx)
           Add RB-Green-Lbs to PY-Green-Lbs (PY-Idx)
           Add RB-Roasted-Lbs to PY-Roasted-Lbs (PY-Idx)
           Add RB-Batch-Cost to PY-Batch-Cost (PY-Idx).

       Report-One-Product.
           Compute Batch-Yield-Pct rounded =
               PY-Roasted-Lbs (PY-Idx) * 100 / PY-Green-Lbs (PY-Idx)
           Move Batch-Yield-Pct to nYield
           Move PY-Green-Lbs (PY-Idx) to nLbs
           Move PY-Roasted-Lbs (PY-Idx) to nLbs2
           Move PY-Batch-Cost (PY-Idx) to nTotal-Cost
           Move spaces to Yield-Report-Line
           String PY-Product-Code (PY-Idx) "        "
               PY-Batches (PY-Idx) "  " nLbs "  " nLbs2 "  " nYield
               "  " nTotal-Cost delimited by size
               into Yield-Report-Line
           Perform Write-Yield-Line.

       Write-Yield-Line.
           Write Yield-Report-Line
           Display Yield-Report-Line.

       Release-Backorders.
      *fills open backorders for the product just roasted,
      *oldest-first, out of the newly roasted stock - a backordered
      *customer gets the coffee the moment it comes off the roaster
           Perform Load-BO-Table
           If WS-BO-Overflow = "Y"
               Display "BACKORD.DAT holds more than 300 records; "
                   "purge filled entries, then release from the "
                   "backorder screen."
           Else
               Perform Load-Lot-Table
               Move 0 to BO-Release-Count
               Perform Varying BO-Tbl-Idx from 1 by 1
                       until BO-Tbl-Idx > BO-Table-Count
                   If BT-Status (BO-Tbl-Idx) = "O"
                           and BT-Product-Code (BO-Tbl-Idx)
                               = Inv-Product-Code
                       Perform Release-One-Backorder
                   End-If
               End-Perform
               If BO-Release-Count > 0
                   Perform Rewrite-BO-File
                   Perform Rewrite-Lot-File
                   Display BO-Release-Count " backorder(s) "
                       "released from the roasted stock."
               End-If
           End-If.

       Release-One-Backorder.
           Read Inventory-Master-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Perform Get-Home-Stock
                   If Home-On-Hand-Lbs >= BT-Lbs (BO-Tbl-Idx)
                       Subtract BT-Lbs (BO-Tbl-Idx) from
                           Inv-On-Hand-Lbs
                       Rewrite Inventory-Master-Record
                       Move "O" to WS-IJ-In-Out
                       Move BT-Lbs (BO-Tbl-Idx) to WS-IJ-Qty
                       Move "RELEASE" to WS-IJ-Reason
                       Move 0 to WS-IJ-Order
                       Move Inv-Avg-Cost-Lb to WS-IJ-Cost
                       Perform Write-Inventory-Journal
                       Perform Relieve-Lots-For-Release
                       Move "F" to BT-Status (BO-Tbl-Idx)
                       Accept BT-Fill-Date (BO-Tbl-Idx)
                           from Date YYYYMMDD
                       Add 1 to BO-Release-Count
                       Display "Released " BT-Lbs (BO-Tbl-Idx)
                           " lbs of product "
                           BT-Product-Code (BO-Tbl-Idx) " to "
                           BT-Customer-Name (BO-Tbl-Idx)
                       Move "BO-RELEASE" to WS-Audit-Type
                       Move spaces to WS-Audit-Detail
                       String BT-Customer-Name (BO-Tbl-Idx)
                           delimited by size
                           " " delimited by size
                           BT-Lbs (BO-Tbl-Idx) delimited by size
                           " lbs product " delimited by size
                           BT-Product-Code (BO-Tbl-Idx)
                           delimited by size
                           into WS-Audit-Detail
                       Perform Write-Audit-Record
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
      *back out; releases then leave the lot detail untouched
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

       Relieve-Lots-For-Release.
      *takes the released pounds out of the oldest dated lots of
      *the product just released, mirroring the pick list
           If WS-LO-Overflow = "Y"
               Exit Paragraph
           End-If
           Move BT-Lbs (BO-Tbl-Idx) to Lot-Need-Lbs
           Perform Until Lot-Need-Lbs = 0
               Perform Find-Oldest-Release-Lot
               If Oldest-Lot-Sub = 0
                   Exit Perform
               End-If
               Set LO-Tbl-Idx to Oldest-Lot-Sub
               If LT-Lbs (LO-Tbl-Idx) >= Lot-Need-Lbs
                   Move Lot-Need-Lbs to Lot-Take-Lbs
               Else
                   Move LT-Lbs (LO-Tbl-Idx) to Lot-Take-Lbs
               End-If
               Subtract Lot-Take-Lbs from LT-Lbs (LO-Tbl-Idx)
               Subtract Lot-Take-Lbs from Lot-Need-Lbs
           End-Perform
           If Lot-Need-Lbs > 0
               Display "NOTE: " Lot-Need-Lbs " released lbs of "
                   "product " Inv-Product-Code " not covered by "
                   "any dated lot."
           End-If.

       Find-Oldest-Release-Lot.
           Move 0 to Oldest-Lot-Sub
           Perform Varying LO-Tbl-Idx from 1 by 1
                   until LO-Tbl-Idx > LO-Table-Count
               If LT-Product-Code (LO-Tbl-Idx) = Inv-Product-Code
                       and LT-Location (LO-Tbl-Idx) = Home-Location
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

       Rewrite-Lot-File.
      *writes the surviving lot balances back out, dropping lots
      *released down to nothing
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

       Load-BO-Table.
           Move 0 to BO-Table-Count
           Move "N" to WS-BO-EOF
           Move "N" to WS-BO-Overflow
           Open Input Backorder-File
           If WS-BO-Status not = "00"
               Move "Y" to WS-BO-EOF
           End-If
           Perform Until WS-BO-EOF = "Y"
               Read Backorder-File
                   At End
                       Move "Y" to WS-BO-EOF
                       Close Backorder-File
                   Not At End
                       If BO-Table-Count >= 300
                           Move "Y" to WS-BO-Overflow
                       Else
                           Add 1 to BO-Table-Count
                           Move BK-Cust-Number to
                               BT-Cust-Number (BO-Table-Count)
                           Move BK-Customer-Name to
                               BT-Customer-Name (BO-Table-Count)
                           Move BK-Product-Code to
                               BT-Product-Code (BO-Table-Count)
                           Move BK-Lbs to BT-Lbs (BO-Table-Count)
                           Move BK-Entered-Date to
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

       Rewrite-BO-File.
      *writes the whole backorder file back out from the work table
      *so the filled marks stick
           Open Output Backorder-File
           Perform Varying BO-Tbl-Idx from 1 by 1
                   until BO-Tbl-Idx > BO-Table-Count
               Move BT-Cust-Number (BO-Tbl-Idx) to BK-Cust-Number
               Move BT-Customer-Name (BO-Tbl-Idx) to
                   BK-Customer-Name
               Move BT-Product-Code (BO-Tbl-Idx) to BK-Product-Code
               Move BT-Lbs (BO-Tbl-Idx) to BK-Lbs
               Move BT-Entered-Date (BO-Tbl-Idx) to BK-Entered-Date
               Move BT-Status (BO-Tbl-Idx) to BK-Status
               Move BT-Fill-Date (BO-Tbl-Idx) to BK-Fill-Date
               Write Backorder-Record
           End-Perform
           Close Backorder-File.

       Write-Inventory-Journal.
      *one line per on-hand change, balance-after included, so the
      *EndOfDay stock section can prove the day's movements
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
           Move Home-Location to IJ-Location
           Move 0 to IJ-Loc-Balance-After
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
      *writes, and closes so nothing is left open between batches
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "ROAST" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program Roast.
