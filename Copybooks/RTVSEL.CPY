      *************************************************************
      *  Return-to-vendor authorization file - FILE-CONTROL entry.
      *  One record per stale lot sent back to the roaster that
      *  supplied it; Dispose writes it, and APInv marks it
      *  credited when the roaster's credit memo comes in.
      *************************************************************
           Select Return-Auth-File assign to "RTV.DAT"
               organization is line sequential
               file status is WS-RA-Status.
