      *************************************************************
      *  Payment history file - FILE-CONTROL entry.
      *  PayPost appends one line for every piece of a check it
      *  applies to an invoice, so how long each account takes to
      *  pay survives after the invoice itself is closed.
      *************************************************************
           Select Payment-History-File assign to "PAYHIST.DAT"
               organization is line sequential
               file status is WS-PY-Status.
