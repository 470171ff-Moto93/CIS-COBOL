      *************************************************************
      *  Roast batch file - FILE-CONTROL entry.
      *  One line per roast: the green pounds that went into the
      *  roaster and the roasted pounds that came out, kept for
      *  the yield report.
      *************************************************************
           Select Roast-Batch-File assign to "ROASTBAT.DAT"
               organization is line sequential
               file status is WS-RB-Status.
