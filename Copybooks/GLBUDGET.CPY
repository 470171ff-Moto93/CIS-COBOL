      *************************************************************
      *  General-ledger budget - indexed by account and fiscal
      *  year, one amount per month in the account's natural sign:
      *  revenue and liabilities as credits, expenses and assets as
      *  debits, all keyed positive.  A balance-sheet account's
      *  budget is the month-end balance it is planned to carry.
      *************************************************************
       01  GL-Budget-Record.
           05 GB-Key.
              10 GB-Account        pic x(4).
              10 GB-Year           pic 9(4).
           05 GB-Month-Amount      pic s9(9)v99
                                   occurs 12 times.
