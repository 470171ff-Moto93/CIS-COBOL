      *************************************************************
      *  Stock transfer file - FILE-CONTROL entry.
      *  One document per movement of pounds between locations;
      *  StkXfer ships it (the pounds leave the sending location
      *  and sit in transit) and receives it at the other end.
      *************************************************************
           Select Stock-Transfer-File assign to "XFER.DAT"
               organization is indexed
               access mode is dynamic
               record key is XF-Number
               file status is WS-XF-Status.
