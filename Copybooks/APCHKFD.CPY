      *************************************************************
      *  Vendor check register - FD and record.
      *  One check per vendor per payment run, covering every
      *  invoice of theirs that fell due; the invoices carry the
      *  check number back in AI-Check-Number.
      *************************************************************
       FD  AP-Check-File.
       01  AP-Check-Record.
           05 AC-Check-Number      pic 9(6).
           05 AC-Vendor-Number     pic 9(4).
           05 AC-Vendor-Name       pic x(20).
           05 AC-Check-Date        pic 9(8).
           05 AC-Amount            pic 9(7)v99.
           05 AC-Invoice-Count     pic 9(3).
           05 AC-Status            pic x(1).
              88 AC-Issued            value "I".
              88 AC-Void              value "V".
      *    the date the bank statement shows it paid; zero while it
      *    is still outstanding
           05 AC-Cleared-Date      pic 9(8).
