               10 Coffee-Product-Name    pic x(12).
               10 Coffee-Product-Price   pic 99v99.
               10 Coffee-Product-Active  pic x(1).
      *        effective date of the scheduled price change loaded
      *        over the master's price; zero when none applies
               10 Coffee-Price-Date      pic 9(8).
