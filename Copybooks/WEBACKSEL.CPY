      *************************************************************
      *  Web-store acknowledgment file - FILE-CONTROL entry.
      *  Sent back to the storefront: for every web order line,
      *  our order number once the order desk books it, or the
      *  reason it was turned away.  WebImp writes the rejects it
      *  finds; Exercise3's batch run writes the rest.
      *************************************************************
           Select Web-Ack-File assign to "WEBACK.CSV"
               organization is line sequential
               file status is WS-WA-Status.
