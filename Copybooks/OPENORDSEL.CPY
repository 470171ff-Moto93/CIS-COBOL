      *  so the warehouse knows what to pull and ship; PickShip
      *  prints the daily pick list and manifest from it and posts
      *  orders shipped so the file reflects reality.
      *  Keyed by order and line so a program can go straight to
      *  one order and change its lines where they sit, with an
      *  alternate key by customer.  OpenConv loads it from the
      *  old line-sequential file the first time it is found.
      *************************************************************
           Select Open-Order-File assign to "OPENORD.DAT"
               organization is indexed
               access mode is dynamic
               record key is OO-Order-Key
               alternate record key is OO-Cust-Number
                   with duplicates
               file status is WS-OO-Status.
