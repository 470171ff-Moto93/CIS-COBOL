      *************************************************************
      *  Return-to-vendor authorization file - FD and record.
      *  The vendor and PO are the purchase the lot's beans came
      *  in on; the expected credit is the returned pounds at that
      *  PO's cost.  Open (O) until the vendor's credit memo is
      *  entered against it in APInv, then credited (C).
      *************************************************************
       FD  Return-Auth-File.
       01  Return-Auth-Record.
           05 RA-Number            pic 9(6).
           05 RA-Date              pic 9(8).
           05 RA-Vendor-Number     pic 9(4).
           05 RA-PO-Number         pic 9(6).
           05 RA-Product-Code      pic x(1).
           05 RA-Roast-Date        pic 9(8).
           05 RA-Location          pic x(2).
           05 RA-Lbs               pic 9(5).
      *    our book cost of the pounds written off, and the credit
      *    the roaster owes at the PO cost per pound
           05 RA-Book-Cost         pic 9(7)v99.
           05 RA-Cost-Lb           pic 9(3)v99.
           05 RA-Expected-Credit   pic 9(7)v99.
           05 RA-Status            pic x(1).
              88 RA-Open              value "O".
              88 RA-Credited          value "C".
           05 RA-Credit-Voucher    pic 9(6).
           05 RA-Credit-Date       pic 9(8).
           05 RA-Credit-Amount     pic 9(7)v99.
           05 RA-Entered-By        pic x(8).
