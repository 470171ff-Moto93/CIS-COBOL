      *************************************************************
      *  Inventory-by-location file - FILE-CONTROL entry.
      *  One record per product per location other than the
      *  roastery, plus each product's in-transit pounds, so the
      *  counter's stock is visible instead of buried in the one
      *  master bucket.  The roastery is the master's on-hand less
      *  everything here (see LOCTBL.CPY).
      *************************************************************
           Select Inventory-Location-File assign to "INVLOC.DAT"
               organization is indexed
               access mode is dynamic
               record key is IL-Key
               file status is WS-IL-Status.
