      *************************************************************
      *  Open-invoice file - FD and record.
      *  The invoice number is the order number, so a dispute can
      *  always be walked back to the receipt.  Numbers are handed
      *  out in order of entry, so key order - and, within one
      *  customer, alternate-key order - is oldest-first and
      *  payments apply the way the auditors expect.
      *************************************************************
       FD  Open-Invoice-File.
       01  Open-Invoice-Record.
      *    never charged on interest
           05 IV-Doc-Type          pic x(1).
              88 IV-Finance-Charge    value "F".
      *    the rep carried from the order; PayPost pays commission
      *    to this rep when the invoice closes.  Spaces on finance
      *    charges, house accounts, and invoices written before
      *    reps were carried.
           05 IV-Rep-Id            pic x(5).
