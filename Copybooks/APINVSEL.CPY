      *************************************************************
      *  Vendor invoice (payables) file - FILE-CONTROL entry.
      *  One record per roaster's invoice keyed in at the payables
      *  desk (APInv), matched three ways against the PO and the
      *  pounds Receiving actually posted.  The payment run
      *  (APPay) cuts the vendor checks off it by due date.
      *************************************************************
           Select Vendor-Invoice-File assign to "APINV.DAT"
               organization is line sequential
               file status is WS-AI-Status.
