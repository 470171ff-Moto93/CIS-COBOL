      *************************************************************
      *  Manual journal entry file - FILE-CONTROL entry.
      *  The accountant's adjustments, accruals and corrections,
      *  keyed against the chart and held for a supervisor before
      *  they ride the daily extract into the ledger.
      *************************************************************
           Select Journal-Entry-File assign to "JRNLENT.DAT"
               organization is line sequential
               file status is WS-JE-Status.
