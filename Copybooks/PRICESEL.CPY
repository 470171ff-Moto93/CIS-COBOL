      *************************************************************
      *  Effective-dated product price schedule - FILE-CONTROL
      *  entry.  Every program that prices coffee off the catalog
      *  (Exercise3, Coffee-Shop, Coffee, Returns) loads the price
      *  in effect for the day from here at startup, so an
      *  increase announced ahead of time is keyed when announced
      *  and takes over on its date.
      *************************************************************
           Select Price-Change-File assign to "PRICECHG.DAT"
               organization is line sequential
               file status is WS-PC-Status.
