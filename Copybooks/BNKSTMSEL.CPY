      *************************************************************
      *  Bank statement file - FILE-CONTROL entry.
      *  The bank's own record of the month: every check it paid,
      *  every deposit and debit it posted, and the opening and
      *  closing balances, loaded so the bank rec can match it to
      *  the books instead of ticking the paper statement by hand.
      *************************************************************
           Select Bank-Statement-File assign to "BANKSTMT.DAT"
               organization is line sequential
               file status is WS-BS-Status.
