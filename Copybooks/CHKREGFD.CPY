              88 KR-Void              value "V".
      *    the voided check this one replaces; zero on first issues
           05 KR-Replaces          pic 9(6).
      *    the date the bank statement shows it paid; zero (or
      *    blank on records written before the bank rec) while it
      *    is still outstanding
           05 KR-Cleared-Date      pic 9(8).
      *    the off-cycle reason code on a check cut by an off-cycle
      *    run; spaces on regular period checks (and older records),
      *    which are the only ones held to one per period
           05 KR-Off-Cycle         pic x(3).
