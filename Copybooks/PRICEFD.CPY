      *************************************************************
      *  Effective-dated product price schedule - FD and record.
      *  One record per price change, never edited: the change
      *  with the latest effective date on or before the run date
      *  wins for its product, and the whole file is the product's
      *  price history.  The prior price is the catalog price the
      *  change replaced when it was keyed, so the price before the
      *  first change on file can still be answered.
      *************************************************************
       FD  Price-Change-File.
       01  Price-Change-Record.
           05 PC-Product-Code       pic x(1).
           05 PC-Effective-Date     pic 9(8).
           05 PC-New-Price          pic 99v99.
           05 PC-Prior-Price        pic 99v99.
           05 PC-Keyed-Date         pic 9(8).
           05 PC-Operator-Id        pic x(8).
