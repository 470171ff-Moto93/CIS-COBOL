      *************************************************************
      *  Green coffee movement journal - FILE-CONTROL entry.
      *  One line per change to green stock: deliveries in from
      *  Receiving, roast batches out from Roast.
      *************************************************************
           Select Green-Journal-File assign to "GRNJRNL.DAT"
               organization is line sequential
               file status is WS-GJ-Status.
