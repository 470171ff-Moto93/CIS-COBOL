      *************************************************************
      *  Web-store order export - FILE-CONTROL entry.
      *  The storefront's comma-separated export, dropped in the
      *  working directory for WebImp to queue onto ORDTRAN.DAT.
      *************************************************************
           Select Web-Order-File assign to "WEBORD.CSV"
               organization is line sequential
               file status is WS-WO-Status.
