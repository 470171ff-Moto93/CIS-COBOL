      *************************************************************
      *  Book deposit log - FD and record.
      *  B is the drawer's cash and checks for one business date,
      *  C that date's card settlement, A a direct-deposit batch
      *  (a debit, where B and C are credits to the bank).  The
      *  cleared date is zero until the bank rec matches it.
      *************************************************************
       FD  Book-Deposit-File.
       01  Book-Deposit-Record.
           05 DL-Deposit-Type      pic x(1).
              88 DL-Drawer            value "B".
              88 DL-Card              value "C".
              88 DL-Direct-Deposit    value "A".
           05 DL-Book-Date         pic 9(8).
           05 DL-Amount            pic 9(8)v99.
           05 DL-Cleared-Date      pic 9(8).
