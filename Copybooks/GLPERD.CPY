      *************************************************************
      *  General-ledger period balances - indexed by account and
      *  fiscal period (YYYYMM, the fiscal year being the calendar
      *  year).  GLPost rolls each posted line into its account's
      *  month alongside the lifetime totals on GLMAST, so the
      *  statements can say what happened in a given month.
      *************************************************************
       01  GL-Period-Record.
           05 GP-Key.
              10 GP-Account        pic x(4).
              10 GP-Period         pic 9(6).
           05 GP-Debit-Total       pic 9(11)v99.
           05 GP-Credit-Total      pic 9(11)v99.
