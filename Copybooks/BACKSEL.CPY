      *  Backorder file - FILE-CONTROL entry.
      *  Exercise3 writes an insufficient-stock order's unfillable
      *  pounds here instead of losing them; BackOrder answers
      *  "what is owed to whom" and a roast batch releases open
      *  entries oldest-first whenever new stock is posted.
      *************************************************************
           Select Backorder-File assign to "BACKORD.DAT"
               organization is line sequential
