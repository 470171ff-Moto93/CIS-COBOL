           05 LO-Product-Code      pic x(1).
           05 LO-Roast-Date        pic 9(8).
           05 LO-Lbs               pic 9(5).
      *    where the lot sits; spaces on lots booked before stock
      *    was kept by location mean the roastery.  A lot on a
      *    transfer sits in transit and carries the transfer number
      *    until StkXfer receives it; zero otherwise.
           05 LO-Location          pic x(2).
           05 LO-Xfer-Number       pic 9(6).
