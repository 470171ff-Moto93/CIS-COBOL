      *************************************************************
      *  Store-credit journal - FD and record.
      *  A certificate sale carries the tender it was paid with,
      *  since that money is in the drawer like any other; return
      *  credits, redemptions, and redemptions given back when an
      *  amended order comes to less move no money and carry
      *  spaces.
      *************************************************************
       FD  Store-Credit-Journal-File.
       01  Store-Credit-Journal-Record.
           05 SJ-Date           pic 9(8).
           05 SJ-Credit-Number  pic 9(6).
           05 SJ-Movement       pic x(1).
              88 SJ-Sold           value "S".
              88 SJ-Return-Issued  value "R".
              88 SJ-Redeemed       value "D".
              88 SJ-Restored       value "A".
           05 SJ-Amount         pic 9(6)v99.
           05 SJ-Balance-After  pic 9(6)v99.
           05 SJ-Order-Number   pic 9(6).
           05 SJ-Tender-Type    pic x(1).
           05 SJ-Check-Number   pic 9(8).
           05 SJ-Operator-Id    pic x(8).
           05 SJ-Station-Id     pic x(4).
