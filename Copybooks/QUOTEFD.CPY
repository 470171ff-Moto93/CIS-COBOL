      *************************************************************
      *  Sales quotation file - FD and record.
      *  One record per quoted line; the quote's header figures
      *  (customer, dates, ship-to, tax, shipping, and totals) ride
      *  on every line the way the open-order file carries them.
      *  A quote is open until converted; an open quote past its
      *  expiry date has lapsed and can no longer be converted.
      *************************************************************
       FD  Quote-File.
       01  Quote-Record.
           05 QT-Quote-Number      pic 9(6).
           05 QT-Line-Number       pic 9(2).
           05 QT-Cust-Number       pic 9(5).
           05 QT-Customer-Name     pic x(20).
           05 QT-Quote-Date        pic 9(8).
           05 QT-Expiry-Date       pic 9(8).
           05 QT-Product-Code      pic x(1).
           05 QT-Lbs               pic 9(3).
      *    packs quoted on a pack line; zero on a loose-coffee line
           05 QT-Pack-Units        pic 9(2).
           05 QT-Ext-Price         pic 9(6)v99.
           05 QT-Shipping-Method   pic x(15).
           05 QT-Ship-Address      pic x(30).
           05 QT-Ship-State        pic x(2).
           05 QT-Tax-Jur           pic x(2).
           05 QT-Tax-Rate          pic 9v9999.
           05 QT-Subtotal          pic 9(6)v99.
           05 QT-Tax-Amount        pic 9(6)v99.
           05 QT-Ship-Cost         pic 9(6)v99.
           05 QT-Total             pic 9(6)v99.
           05 QT-Status            pic x(1).
               88 QT-Open          value "O".
               88 QT-Won           value "W".
      *    the order the quote became, and when; zero while open
           05 QT-Order-Number      pic 9(6).
           05 QT-Converted-Date    pic 9(8).
           05 QT-Operator-Id       pic x(8).
