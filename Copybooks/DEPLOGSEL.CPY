      *************************************************************
      *  Book deposit log - FILE-CONTROL entry.
      *  The bank activity the books expect to see that is not a
      *  check: each day's drawer deposit and card settlement from
      *  the end-of-day slip, and each direct-deposit batch, kept
      *  until the bank statement shows it cleared.
      *************************************************************
           Select Book-Deposit-File assign to "DEPLOG.DAT"
               organization is line sequential
               file status is WS-DL-Status.
