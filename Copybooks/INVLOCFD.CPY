      *************************************************************
      *  Inventory-by-location file - FD and record.
      *  Kept in step with the master: every movement at a
      *  location other than the roastery changes both.
      *************************************************************
       FD  Inventory-Location-File.
       01  Inventory-Location-Record.
           05 IL-Key.
               10 IL-Product-Code  pic x(1).
               10 IL-Location      pic x(2).
           05 IL-On-Hand-Lbs       pic 9(5).
