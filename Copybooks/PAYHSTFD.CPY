      *************************************************************
      *  Payment history file - FD and record.
      *  The invoice date rides along so days-to-pay is the paid
      *  date less the invoice date without a trip back to the
      *  open-invoice file.  Closed is Y on the application that
      *  paid the invoice off.
      *************************************************************
       FD  Payment-History-File.
       01  Payment-History-Record.
           05 PY-Cust-Number       pic 9(5).
           05 PY-Invoice-Number    pic 9(6).
           05 PY-Invoice-Date      pic 9(8).
           05 PY-Paid-Date         pic 9(8).
           05 PY-Applied           pic 9(8)v99.
           05 PY-Doc-Type          pic x(1).
           05 PY-Closed            pic x(1).
              88 PY-Closed-Invoice    value "Y".
           05 PY-Operator-Id       pic x(8).
