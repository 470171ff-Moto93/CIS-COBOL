       configuration section.
       input-output section.
       file-control.
           Select Green-Stock-File assign to "GRNMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GR-Product-Code
               file status is WS-GR-Status.
       Copy "PORDSEL.CPY".
       Copy "GRNJRNSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Green-Stock-File.
       Copy "GRNMAST.CPY".
       Copy "PORDFD.CPY".
       Copy "GRNJRNFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-GR-Status      pic xx.
           05 WS-PO-Status      pic xx.
           05 WS-AL-Status      pic xx.
           05 WS-PO-EOF         pic x value "N".
           05 WS-PO-Overflow    pic x value "N".
           05 WS-GJ-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
      *    at the dock so a price that drifted from the agreed
      *    vendor cost surfaces before the bill is paid
           05 Arrived-Cost-Lb   pic 9(3)v99.
           05 nExp-Cost         pic $$$9.99.
           05 nRecv-Cost        pic $$$9.99.
       01 PO-Work-Table.
               10 PT-Vendor-Number pic 9(4).
               10 PT-Exp-Cost-Lb   pic 9(3)v99.
               10 PT-Recv-Cost-Lb  pic 9(3)v99.
               10 PT-Recv-Value    pic 9(7)v99.

       procedure division.
       Main-Start.
           Perform Open-Green-Stock
           Display "Warehouse Receiving"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Close Green-Stock-File
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Perform Load-PO-Table
           Perform Until Maint-Choice = "X" or "x"
                       Display "Please enter L, R, or X."
               End-Evaluate
           End-Perform
           Close Green-Stock-File
           Goback.

       Open-Green-Stock.
      *opens the indexed green coffee stock, creating it on first
      *use the same way Exercise3's Open-Files does
           Open I-O Green-Stock-File
           If WS-GR-Status = "35"
               Close Green-Stock-File
               Open Output Green-Stock-File
               Close Green-Stock-File
               Open I-O Green-Stock-File
           End-If.

       Load-PO-Table.
                               PT-Exp-Cost-Lb (PO-Table-Count)
                           Move PO-Recv-Cost-Lb to
                               PT-Recv-Cost-Lb (PO-Table-Count)
                           If PO-Recv-Value numeric
                               Move PO-Recv-Value to
                                   PT-Recv-Value (PO-Table-Count)
                           Else
                               Compute PT-Recv-Value (PO-Table-Count)
                                   = PO-Received-Lbs * PO-Recv-Cost-Lb
                           End-If
                       End-If
               End-Read
           End-Perform.
                   Display "Invoiced cost per pound: "
                       with no advancing
                   Accept Arrived-Cost-Lb
                   Perform Check-Invoiced-Cost
                   Perform Post-Arrived-Stock
               End-If
           End-If.

       Post-Arrived-Stock.
      *adds the arrived pounds to green stock and marks the PO
      *closed once it has received everything ordered; the beans
      *become sellable coffee only when a roast batch is entered
           Move PT-Product-Code (PO-Tbl-Idx) to GR-Product-Code
           Read Green-Stock-File
               Invalid Key
                   Move Arrived-Lbs to GR-On-Hand-Lbs
                   Move Arrived-Cost-Lb to GR-Avg-Cost-Lb
                   Write Green-Stock-Record
               Not Invalid Key
                   Perform Roll-Average-Cost
                   Add Arrived-Lbs to GR-On-Hand-Lbs
                   Rewrite Green-Stock-Record
           End-Read
           Perform Write-Green-Journal
           Add Arrived-Lbs to PT-Received-Lbs (PO-Tbl-Idx)
      *    valued at this delivery's own cost, the same figure the
      *    green journal just accrued
           Compute PT-Recv-Value (PO-Tbl-Idx) =
               PT-Recv-Value (PO-Tbl-Idx)
                   + (Arrived-Lbs * Arrived-Cost-Lb)
           If PT-Received-Lbs (PO-Tbl-Idx) >=
                   PT-Ordered-Lbs (PO-Tbl-Idx)
               Move "C" to PT-Status (PO-Tbl-Idx)
                   PT-Received-Lbs (PO-Tbl-Idx) " of "
                   PT-Ordered-Lbs (PO-Tbl-Idx) " lbs received."
           End-If
           Display Arrived-Lbs " lbs of green coffee for product "
               GR-Product-Code " posted; green on hand is now "
               GR-On-Hand-Lbs " lbs."
           Move "PO-RECEIVE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "PO " delimited by size
               PT-Number (PO-Tbl-Idx) delimited by size
               " product " delimited by size
               GR-Product-Code delimited by size
               " received " delimited by size
               Arrived-Lbs delimited by size
               " lbs green" delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Rewrite-PO-File.

       Roll-Average-Cost.
      *re-weights the running green cost by the pounds already on
      *hand at the old average and the pounds arriving at the
      *invoiced cost, before the arrived pounds are added on
           If GR-On-Hand-Lbs + Arrived-Lbs > 0
               Compute GR-Avg-Cost-Lb rounded =
                   ((GR-On-Hand-Lbs * GR-Avg-Cost-Lb)
                       + (Arrived-Lbs * Arrived-Cost-Lb))
                   / (GR-On-Hand-Lbs + Arrived-Lbs)
           Else
               Move Arrived-Cost-Lb to GR-Avg-Cost-Lb
           End-If.

       Rewrite-PO-File.
      *writes the whole PO file back out from the work table so the
      *posted receipt sticks
                   PO-Vendor-Number
               Move PT-Exp-Cost-Lb (PO-Tbl-Idx) to PO-Exp-Cost-Lb
               Move PT-Recv-Cost-Lb (PO-Tbl-Idx) to PO-Recv-Cost-Lb
               Move PT-Recv-Value (PO-Tbl-Idx) to PO-Recv-Value
               Write Purchase-Order-Record
           End-Perform
           Close Purchase-Order-File.

       Write-Green-Journal.
      *one line per green delivery, balance-after included, and
      *priced at the invoiced cost so the GL extract can post the
      *purchase
           Accept GJ-Date from Date YYYYMMDD
           Move GR-Product-Code to GJ-Product-Code
           Move "I" to GJ-In-Out
           Move Arrived-Lbs to GJ-Qty-Lbs
           Move "RECEIPT" to GJ-Reason
           Move GR-On-Hand-Lbs to GJ-Balance-After
           Move PT-Number (PO-Tbl-Idx) to GJ-Reference
           Move WS-Operator-Id to GJ-Operator-Id
           Move Arrived-Cost-Lb to GJ-Unit-Cost
           Move SO-Station-Id to GJ-Station-Id
           Open Extend Green-Journal-File
           If WS-GJ-Status = "35"
               Open Output Green-Journal-File
           End-If
           Write Green-Journal-Record
           Close Green-Journal-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
