           05 Lot-Count         pic 9(4) value 0.
           05 Stale-Count       pic 9(4) value 0.
           05 nLot-Age          pic zzzz9.
           05 Lot-Location      pic x(2).
       Copy "LOCTBL.CPY".

       procedure division.
       Main-Start.
               Function Integer-Of-Date (WS-Today-Date)
           Open Input Inventory-Lot-File
           If WS-LO-Status not = "00"
               Display "No lot file on file; each roast batch books "
                   "a lot as it comes off the roaster."
               Goback
           End-If
           Open Output Freshness-Report-File
           Move spaces to Freshness-Report-Line
           String "Prod  Loc  Roasted    Lbs     Age  "
               delimited by size into Freshness-Report-Line
           Write Freshness-Report-Line
           Display Freshness-Report-Line
               Function Integer-Of-Date (LO-Roast-Date)
           Compute WS-Lot-Age = WS-Today-Int - WS-Lot-Int
           Move WS-Lot-Age to nLot-Age
           Move LO-Location to Lot-Location
           If LO-Location = spaces
               Move Home-Location to Lot-Location
           End-If
           Move spaces to Freshness-Report-Line
           If WS-Lot-Age > Shelf-Life-Days
               Add 1 to Stale-Count
               String LO-Product-Code "     " Lot-Location "   "
                   LO-Roast-Date "  "
                   LO-Lbs "  " nLot-Age "  ** PULL FOR MARKDOWN"
                   delimited by size into Freshness-Report-Line
           Else
               String LO-Product-Code "     " Lot-Location "   "
                   LO-Roast-Date "  "
                   LO-Lbs "  " nLot-Age
                   delimited by size into Freshness-Report-Line
           End-If
