      *************************************************************
      *  Store-credit journal - FILE-CONTROL entry.
      *  One line per movement on a store-credit account:
      *  certificates sold, return credits issued, redemptions at
      *  the order desk, and redemptions given back by an order
      *  amendment.  EndOfDay and the GL extract take the
      *  certificate sales from here.
      *************************************************************
           Select Store-Credit-Journal-File assign to "SCJRNL.DAT"
               organization is line sequential
               file status is WS-SJ-Status.
