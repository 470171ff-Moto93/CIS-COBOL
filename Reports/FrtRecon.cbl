      **************************************
      *Program:    Freight cost reconciliation
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. FrtRecon.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Freight-Report-File assign to "FRTRECON.DAT"
               organization is line sequential.
       Copy "SHIPLOGSEL.CPY".

       data division.
       file section.
       FD  Freight-Report-File.
       01  Freight-Report-Line  pic x(80).
       Copy "SHIPLOGFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-SH-Status      pic xx.
           05 WS-SH-EOF         pic x value "N".
       01 Report-Range.
           05 WS-From-Date      pic 9(8).
           05 WS-To-Date        pic 9(8).
       01 Method-Totals.
      *    one slot each for Ground and Air, plus anything keyed
      *    under neither, so the totals always foot to the detail
           05 Method-Entry occurs 3 times indexed by Method-Idx.
               10 MT-Method-Word   pic x(6).
               10 MT-Count         pic 9(5).
               10 MT-Charged       pic 9(7)v99.
               10 MT-Actual        pic 9(7)v99.
               10 MT-Under-Count   pic 9(5).
       01 Report-Fields.
           05 WS-Ship-Count     pic 9(5) value 0.
           05 WS-No-Receipt     pic 9(5) value 0.
           05 WS-Variance       pic s9(7)v99.
           05 WS-Recovery-Pct   pic 9(5)v9.
           05 WS-Flag           pic x(8).
           05 nCharged          pic $$$,$$9.99.
           05 nActual           pic $$$,$$9.99.
           05 nVariance         pic $$$,$$9.99-.
           05 nTot-Charged      pic $$,$$$,$$9.99.
           05 nTot-Actual       pic $$,$$$,$$9.99.
           05 nTot-Variance     pic $$,$$$,$$9.99-.
           05 nRecovery-Pct     pic zzzz9.9.

       procedure division.
       Main-Start.
           Display "Freight Cost Reconciliation"
           Display "From ship date (YYYYMMDD): " with no advancing
           Accept WS-From-Date
           Display "To ship date (YYYYMMDD):   " with no advancing
           Accept WS-To-Date
           Perform Clear-Method-Totals
           Open Output Freight-Report-File
           Move spaces to Freight-Report-Line
           String "FREIGHT RECONCILIATION " WS-From-Date " TO "
               WS-To-Date
               delimited by size into Freight-Report-Line
           Perform Put-Report-Line
           Move spaces to Freight-Report-Line
           String "Order  Shipped  Method  Tracking    "
               "    Charged    Carrier   Variance "
               delimited by size into Freight-Report-Line
           Perform Put-Report-Line
           Perform Reconcile-Shipments
           Perform Write-Method-Totals
           Close Freight-Report-File
           Display WS-Ship-Count " shipments reconciled; report "
               "written to FRTRECON.DAT."
           Goback.

       Clear-Method-Totals.
           Perform Varying Method-Idx from 1 by 1
                   until Method-Idx > 3
               Move 0 to MT-Count (Method-Idx)
               Move 0 to MT-Charged (Method-Idx)
               Move 0 to MT-Actual (Method-Idx)
               Move 0 to MT-Under-Count (Method-Idx)
           End-Perform
           Move "Ground" to MT-Method-Word (1)
           Move "Air" to MT-Method-Word (2)
           Move "Other" to MT-Method-Word (3).

       Reconcile-Shipments.
      *one line per shipment in the range: what the receipt
      *charged the customer against what the carrier billed us
           Open Input Shipment-Log-File
           If WS-SH-Status not = "00"
               Display "No shipment log on file."
               Move "Y" to WS-SH-EOF
           End-If
           Perform Until WS-SH-EOF = "Y"
               Read Shipment-Log-File
                   At End
                       Move "Y" to WS-SH-EOF
                   Not At End
                       If SH-Ship-Date >= WS-From-Date
                               and SH-Ship-Date <= WS-To-Date
                           Perform Reconcile-One-Shipment
                       End-If
               End-Read
           End-Perform
           If WS-SH-Status = "00" or "10"
               Close Shipment-Log-File
           End-If.

       Reconcile-One-Shipment.
      *the method is matched on its first three letters, the same
      *way PickShip groups the manifest
           Add 1 to WS-Ship-Count
           Evaluate SH-Shipping-Method (1:3)
               When "Gro"
                   Set Method-Idx to 1
               When "Air"
                   Set Method-Idx to 2
               When Other
                   Set Method-Idx to 3
           End-Evaluate
           Add 1 to MT-Count (Method-Idx)
           Add SH-Charged-Cost to MT-Charged (Method-Idx)
           Add SH-Freight-Cost to MT-Actual (Method-Idx)
           Compute WS-Variance = SH-Charged-Cost - SH-Freight-Cost
           Move spaces to WS-Flag
           If WS-Variance < 0
               Add 1 to MT-Under-Count (Method-Idx)
               Move "UNDER" to WS-Flag
           End-If
           If SH-Charge-Found = "N"
               Add 1 to WS-No-Receipt
               Move "NO RCPT" to WS-Flag
           End-If
           Move SH-Charged-Cost to nCharged
           Move SH-Freight-Cost to nActual
           Move WS-Variance to nVariance
           Move spaces to Freight-Report-Line
           String SH-Order-Number " " SH-Ship-Date " "
               MT-Method-Word (Method-Idx) "  "
               SH-Tracking-Number (1:12) " " nCharged " " nActual
               " " nVariance " " WS-Flag
               delimited by size into Freight-Report-Line
           Perform Put-Report-Line.

       Write-Method-Totals.
      *the recovery percentage is freight charged over freight
      *paid; under 100 means the rate table is not covering the
      *carrier for that method
           Move spaces to Freight-Report-Line
           Perform Put-Report-Line
           Move spaces to Freight-Report-Line
           String "Method  Ships  Under       Charged"
               "        Carrier      Variance  Recov%"
               delimited by size into Freight-Report-Line
           Perform Put-Report-Line
           Perform Varying Method-Idx from 1 by 1
                   until Method-Idx > 3
               If MT-Count (Method-Idx) > 0
                   Perform Write-One-Method
               End-If
           End-Perform
           If WS-No-Receipt > 0
               Move spaces to Freight-Report-Line
               String "NOTE: " WS-No-Receipt " shipments had no "
                   "receipt to take the charged freight from."
                   delimited by size into Freight-Report-Line
               Perform Put-Report-Line
           End-If.

       Write-One-Method.
           Compute WS-Variance =
               MT-Charged (Method-Idx) - MT-Actual (Method-Idx)
           If MT-Actual (Method-Idx) > 0
               Compute WS-Recovery-Pct rounded =
                   MT-Charged (Method-Idx) * 100
                       / MT-Actual (Method-Idx)
           Else
               Move 0 to WS-Recovery-Pct
           End-If
           Move MT-Charged (Method-Idx) to nTot-Charged
           Move MT-Actual (Method-Idx) to nTot-Actual
           Move WS-Variance to nTot-Variance
           Move WS-Recovery-Pct to nRecovery-Pct
           Move spaces to Freight-Report-Line
           String MT-Method-Word (Method-Idx) "  "
               MT-Count (Method-Idx) "  "
               MT-Under-Count (Method-Idx) " "
               nTot-Charged "  " nTot-Actual " " nTot-Variance
               nRecovery-Pct
               delimited by size into Freight-Report-Line
           Perform Put-Report-Line.

       Put-Report-Line.
           Write Freight-Report-Line
           Display Freight-Report-Line.

       End Program FrtRecon.
