      *  One record per order charged to a customer account at the
      *  order desk; PayPost applies checks against it and Aging
      *  reports who owes us what by age.
      *  Keyed by invoice number, with an alternate key by
      *  customer so one account's invoices come back together
      *  oldest first.  OpenConv loads it from the old
      *  line-sequential file the first time it is found.
      *************************************************************
           Select Open-Invoice-File assign to "OPENINV.DAT"
               organization is indexed
               access mode is dynamic
               record key is IV-Invoice-Number
               alternate record key is IV-Cust-Number
                   with duplicates
               file status is WS-IV-Status.
