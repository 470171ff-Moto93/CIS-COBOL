      *************************************************************
      *  Data-set table - every master, control, and open file the
      *  nightly snapshot copies and a restore brings back.  Each
      *  entry is the file's base name (the live file is the name
      *  plus .DAT) and its organization: I indexed, S sequential.
      *  Reports and print files are rebuilt by rerunning them and
      *  are left out, as are the audit trail and its history
      *  index, the night-run answer file and log, and the
      *  snapshot manifest itself - a restore must never rewind
      *  the record of what was done.  An indexed entry also needs
      *  its own select, scan, and reload in SnapShot; a
      *  sequential one is just one more entry here and the count.
      *  SnapShot copies records of up to 1024 bytes; a data set
      *  with a longer record needs its work areas widened first.
      *  Entry layout: base name (8) + organization (1).
      *************************************************************
       01  Data-Set-Table-Initial.
           05 filler pic x(9) value "CUSTMASTI".
           05 filler pic x(9) value "CUSTCTL I".
           05 filler pic x(9) value "INVMAST I".
           05 filler pic x(9) value "INVLOC  I".
           05 filler pic x(9) value "XFER    I".
           05 filler pic x(9) value "PRODMASTI".
           05 filler pic x(9) value "PROMO   I".
           05 filler pic x(9) value "ORDCTL  I".
           05 filler pic x(9) value "GRNMAST I".
           05 filler pic x(9) value "VENDMASTI".
           05 filler pic x(9) value "EMPMAST I".
           05 filler pic x(9) value "OPERMASTI".
           05 filler pic x(9) value "GLMAST  I".
           05 filler pic x(9) value "GLPERD  I".
           05 filler pic x(9) value "GLBUDGETI".
           05 filler pic x(9) value "BACKORD S".
           05 filler pic x(9) value "OPENORD I".
           05 filler pic x(9) value "OPENINV I".
           05 filler pic x(9) value "RECEIPT I".
           05 filler pic x(9) value "STCREDITI".
           05 filler pic x(9) value "SCJRNL  S".
           05 filler pic x(9) value "ORDDET  S".
           05 filler pic x(9) value "ORDTRAN S".
           05 filler pic x(9) value "CRHOLD  S".
           05 filler pic x(9) value "QUOTE   S".
           05 filler pic x(9) value "STANDORDS".
           05 filler pic x(9) value "SHIPTO  S".
           05 filler pic x(9) value "CONTRACTS".
           05 filler pic x(9) value "PRICECHGS".
           05 filler pic x(9) value "PRODBOM S".
           05 filler pic x(9) value "COMMISS S".
           05 filler pic x(9) value "INVLOT  S".
           05 filler pic x(9) value "INVJRNL S".
           05 filler pic x(9) value "GRNJRNL S".
           05 filler pic x(9) value "ROASTBATS".
           05 filler pic x(9) value "PORDER  S".
           05 filler pic x(9) value "PORDCTL S".
           05 filler pic x(9) value "VENDPRODS".
           05 filler pic x(9) value "RTV     S".
           05 filler pic x(9) value "SHIPLOG S".
           05 filler pic x(9) value "EXCEPT  S".
           05 filler pic x(9) value "APINV   S".
           05 filler pic x(9) value "APCHECK S".
           05 filler pic x(9) value "CHKCTL  S".
           05 filler pic x(9) value "CHECKREGS".
           05 filler pic x(9) value "DEPLOG  S".
           05 filler pic x(9) value "BANKSTMTS".
           05 filler pic x(9) value "JRNLENT S".
           05 filler pic x(9) value "GLPOST  S".
           05 filler pic x(9) value "PAYREG  S".
           05 filler pic x(9) value "BANKDEP S".
           05 filler pic x(9) value "PAYHIST S".
           05 filler pic x(9) value "PAYPER  S".
           05 filler pic x(9) value "PAYAPPR S".
           05 filler pic x(9) value "PUNCH   S".
           05 filler pic x(9) value "ROSTER  S".
           05 filler pic x(9) value "DEDCODE S".
           05 filler pic x(9) value "EMPDED  S".
           05 filler pic x(9) value "RATECTL S".
           05 filler pic x(9) value "PRIORYR S".
           05 filler pic x(9) value "YRENDCTLS".
           05 filler pic x(9) value "WEBLOG  S".
           05 filler pic x(9) value "ORDCKPT S".
           05 filler pic x(9) value "PAYCKPT S".

       01  Data-Set-Table redefines Data-Set-Table-Initial.
           05 Data-Set-Entry occurs 64 times
                  indexed by DS-Idx.
               10 DS-Base-Name      pic x(8).
               10 DS-Organization   pic x(1).
                  88 DS-Indexed     value "I".

       01  Data-Set-Count           pic 9(2) value 64.
