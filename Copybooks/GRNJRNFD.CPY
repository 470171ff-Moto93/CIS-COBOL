      *************************************************************
      *  Green coffee movement journal - FD and record.
      *  Laid out like the finished-stock journal; the reference is
      *  the PO number on a receipt and the batch number on a
      *  roast.  The GL extract takes purchases from the RECEIPT
      *  lines at their invoiced cost.
      *************************************************************
       FD  Green-Journal-File.
       01  Green-Journal-Record.
           05 GJ-Date           pic 9(8).
           05 GJ-Product-Code   pic x(1).
           05 GJ-In-Out         pic x(1).
              88 GJ-Stock-In       value "I".
              88 GJ-Stock-Out      value "O".
           05 GJ-Qty-Lbs        pic 9(5).
           05 GJ-Reason         pic x(8).
           05 GJ-Balance-After  pic 9(5).
           05 GJ-Reference      pic 9(6).
           05 GJ-Operator-Id    pic x(8).
           05 GJ-Unit-Cost      pic 9(3)v99.
           05 GJ-Station-Id     pic x(4).
