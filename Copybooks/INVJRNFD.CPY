      *    the station the movement was keyed at; spaces on older
      *    lines and unattended runs
           05 IJ-Station-Id     pic x(4).
      *    the location the pounds moved at, and that location's
      *    balance after, carried for every location but the
      *    roastery (whose balance is the master's less the rest,
      *    so zero here); a transfer's lines also name the other
      *    end and the transfer number.  Spaces or zero on lines
      *    written before stock was kept by location.
           05 IJ-Location-Fields.
               10 IJ-Location       pic x(2).
               10 IJ-Loc-Balance-After pic 9(5).
               10 IJ-Xfer-Location  pic x(2).
               10 IJ-Xfer-Number    pic 9(6).
