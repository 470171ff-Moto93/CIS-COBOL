      *************************************************************
      *  Promotion master - FILE-CONTROL entry.
      *  Keyed by promotion code; the order desk and the batch run
      *  read a code here when it is offered and count its use
      *  when the order commits, so a limited offer stops itself.
      *************************************************************
           Select Promotion-File assign to "PROMO.DAT"
               organization is indexed
               access mode is dynamic
               record key is PM-Promo-Code
               file status is WS-PM-Status.
