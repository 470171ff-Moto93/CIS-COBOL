      *************************************************************
      *  Promotion master - FD and record.
      *  One record per promotion code: which products it covers,
      *  the dates it runs, what it gives, and how many orders may
      *  use it.  A promotion never stacks with the quantity or
      *  loyalty tier on the same line - the line takes whichever
      *  price is lower - while free shipping rides alongside
      *  whatever the lines were priced at.
      *************************************************************
       FD  Promotion-File.
       01  Promotion-Record.
           05 PM-Promo-Code         pic x(8).
           05 PM-Description        pic x(30).
      *    up to ten product codes the promotion covers; all
      *    spaces covers every loose coffee in the catalog.  Built
      *    packs are never covered.
           05 PM-Products           pic x(10).
           05 PM-Start-Date         pic 9(8).
           05 PM-End-Date           pic 9(8).
           05 PM-Type               pic x(1).
              88 PM-Percent-Off        value "P".
              88 PM-Fixed-Price        value "F".
              88 PM-Free-Shipping      value "S".
      *    percent off the customer's per-pound price (contract
      *    price if they have one, else catalog), for type P
           05 PM-Percent            pic v999.
      *    flat per-pound price for type F
           05 PM-Price-Per-Lb       pic 99v99.
      *    pounds a line must reach (types P and F), or covered
      *    pounds the order must reach (type S), to qualify
           05 PM-Min-Lbs            pic 9(3).
      *    type S only: G or A limits the waiver to that method;
      *    space waives either
           05 PM-Ship-Method        pic x(1).
      *    orders the code may be used on; zero is unlimited
           05 PM-Usage-Limit        pic 9(5).
           05 PM-Usage-Count        pic 9(5).
           05 PM-Status             pic x(1).
              88 PM-Active             value "A".
              88 PM-Withdrawn          value "W".
