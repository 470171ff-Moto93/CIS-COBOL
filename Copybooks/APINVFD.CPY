      *************************************************************
      *  Vendor invoice (payables) file - FD and record.
      *  An invoice that fails the match is held (status H) with
      *  the reason until a supervisor releases or rejects it; a
      *  released or clean invoice is open (O) until the payment
      *  run pays it (P).  Rejected invoices keep their record (X)
      *  so the voucher number never disappears from the trail.
      *************************************************************
       FD  Vendor-Invoice-File.
       01  Vendor-Invoice-Record.
           05 AI-Voucher-Number    pic 9(6).
           05 AI-Vendor-Number     pic 9(4).
      *    the roaster's own invoice number, as printed on the bill
           05 AI-Vendor-Invoice    pic x(12).
           05 AI-PO-Number         pic 9(6).
           05 AI-Product-Code      pic x(1).
           05 AI-Invoice-Date      pic 9(8).
      *    invoice date plus the vendor's terms days
           05 AI-Due-Date          pic 9(8).
           05 AI-Lbs               pic 9(5).
           05 AI-Cost-Lb           pic 9(3)v99.
           05 AI-Amount            pic 9(7)v99.
      *    the invoice amount less what Receiving already accrued
      *    to payables at the dock cost; GLExtract posts it on the
      *    day the invoice is approved so account 2000 ties out
           05 AI-Variance          pic s9(7)v99.
           05 AI-Status            pic x(1).
              88 AI-Held              value "H".
              88 AI-Open              value "O".
              88 AI-Paid              value "P".
              88 AI-Rejected          value "X".
           05 AI-Hold-Reason       pic x(20).
      *    the day the invoice cleared the match or a supervisor
      *    released it; zero while held or once rejected
           05 AI-Approved-Date     pic 9(8).
           05 AI-Check-Number      pic 9(6).
           05 AI-Paid-Date         pic 9(8).
           05 AI-Entered-By        pic x(8).
      *    a vendor credit memo (C) is filed beside the invoices,
      *    open until the payment run nets it off the vendor's next
      *    check; it names the return authorization it settles.
      *    Spaces and zero on invoices.
           05 AI-Doc-Type          pic x(1).
              88 AI-Credit-Memo       value "C".
           05 AI-RA-Number         pic 9(6).
