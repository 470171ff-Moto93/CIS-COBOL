      *  One record per accepted line item; the extended price is
      *  the line's amount after the quantity/loyalty discount, so
      *  detail lines sum to the order's before-tax subtotal.
      *  A line a promotion priced carries the code and what the
      *  promotion took off; a free-shipping promotion tags every
      *  line it covered and books the freight waived on the first.
      *************************************************************
       FD  Order-Detail-File.
       01  Order-Detail-Record.
           05 OD-Product-Code      pic x(1).
           05 OD-Lbs               pic 9(3).
           05 OD-Ext-Price         pic 9(6)v99.
           05 OD-Promo-Code        pic x(8).
           05 OD-Promo-Discount    pic 9(6)v99.
