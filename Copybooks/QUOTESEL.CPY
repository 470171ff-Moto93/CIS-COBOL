      *************************************************************
      *  Sales quotation file - FILE-CONTROL entry.
      *  Exercise3's quote mode prices a prospect's lines through
      *  the same contract, discount, and tax paragraphs an order
      *  uses and appends the numbered quote here; its convert
      *  mode books an unexpired quote as an order at the quoted
      *  prices.  QuoteRpt reports won, lapsed, and open quotes.
      *************************************************************
           Select Quote-File assign to "QUOTE.DAT"
               organization is line sequential
               file status is WS-QT-Status.
