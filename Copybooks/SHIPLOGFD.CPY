      *************************************************************
      *  Shipment log - FD and record.
      *  One record per order shipped.  SH-Charged-Cost is the
      *  RC-Shipping-Cost off the order's receipt, found when the
      *  shipment is posted; SH-Charge-Found is N when no receipt
      *  could be found for the order, and the charge is zero.
      *************************************************************
       FD  Shipment-Log-File.
       01  Shipment-Log-Record.
           05 SH-Order-Number      pic 9(6).
           05 SH-Cust-Number       pic 9(5).
           05 SH-Ship-Date         pic 9(8).
           05 SH-Shipping-Method   pic x(15).
           05 SH-Tracking-Number   pic x(25).
      *    pounds of coffee on the order's lines, and what the
      *    parcel actually weighed on the scale, packing included
           05 SH-Ordered-Lbs       pic 9(5).
           05 SH-Ship-Weight       pic 9(4)v9.
      *    what the carrier billed us, and what we billed for it
           05 SH-Freight-Cost      pic 9(5)v99.
           05 SH-Charged-Cost      pic 9(5)v99.
           05 SH-Charge-Found      pic x(1).
           05 SH-Operator-Id       pic x(8).
