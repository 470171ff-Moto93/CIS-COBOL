      *************************************************************
      *  Next-order-number control file - FD and record.
      *  Key "01" carries the next order number, key "SC" the
      *  next store-credit / gift certificate number, and key "QT"
      *  the next quote number; each draw reads its record, bumps
      *  it, and rewrites it in place.
      *************************************************************
       FD  Order-Control-File.
       01  Order-Control-Record.
