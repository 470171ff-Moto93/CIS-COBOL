      *************************************************************
      *  Shared receipt file - FILE-CONTROL entry.
      *  Every coffee order-entry program (Exercise3, Coffee-Shop,
      *  Coffee) writes its receipts to the same file.  Keyed by
      *  order number and sequence (see RECEIPT.CPY), with an
      *  alternate key by customer.  OpenConv loads it from the
      *  old line-sequential file the first time it is found.
      *************************************************************
           Select Receipt-File assign to "RECEIPT.DAT"
               organization is indexed
               access mode is dynamic
               record key is RC-Receipt-Key
               alternate record key is RC-Cust-Number
                   with duplicates
               file status is WS-RC-Status.
