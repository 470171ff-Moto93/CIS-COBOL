      *************************************************************
      *  Store-credit file - FILE-CONTROL entry.
      *  One record per store-credit account: a numbered gift
      *  certificate sold at the counter by GiftCert, or credit
      *  Returns issues in place of money back.  The order desk
      *  redeems against it as a tender.
      *  Keyed by certificate number, with an alternate key by
      *  customer so one account's credits come back together.
      *************************************************************
           Select Store-Credit-File assign to "STCREDIT.DAT"
               organization is indexed
               access mode is dynamic
               record key is SC-Credit-Number
               alternate record key is SC-Cust-Number
                   with duplicates
               file status is WS-SC-Status.
