      **************************************
      *Program:    Product price history inquiry
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. PriceInq.

       environment division.
       configuration section.
       input-output section.
       file-control.
       Copy "PRODSEL.CPY".
       Copy "PRICESEL.CPY".

       data division.
       file section.
       Copy "PRODFD.CPY".
       Copy "PRICEFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Prod-Status    pic xx.
           05 WS-PC-Status      pic xx.
           05 WS-PC-EOF         pic x value "N".
       01 Inquiry-Fields.
           05 Product-Code      pic x(1).
           05 WS-As-Of-Date     pic 9(8).
           05 WS-Today-Date     pic 9(8).
           05 WS-Found-Product  pic x.
           05 WS-Product-Name   pic x(12).
           05 WS-Master-Price   pic 99v99.
           05 WS-As-Of-Price    pic 99v99.
           05 WS-Price-Source   pic x(30).
      *    the entries governing the as-of date and today
           05 WS-As-Of-Entry    pic 9(3).
           05 WS-Today-Entry    pic 9(3).
           05 WS-State-Word     pic x(10).
           05 WS-Move-Idx       pic 9(3).
       01 History-Table.
      *    the product's changes in effective-date order; changes
      *    dated the same day stay in the order they were keyed,
      *    so the later one governs the way the order desk sees it
           05 History-Count     pic 9(3) value 0.
           05 History-Entry occurs 500 times indexed by Hist-Idx.
               10 PH-Effective-Date pic 9(8).
               10 PH-New-Price      pic 99v99.
               10 PH-Prior-Price    pic 99v99.
               10 PH-Keyed-Date     pic 9(8).
               10 PH-Operator-Id    pic x(8).
       01 Inquiry-Edit-Fields.
           05 nPrice            pic $$9.99.
           05 nPrior            pic $$9.99.

       procedure division.
       Main-Start.
           Display "Product Price History"
           Display "Product code: " with no advancing
           Accept Product-Code
           Move Function Upper-Case (Product-Code) to Product-Code
           Display "Price as of (YYYYMMDD, 0 = today): "
               with no advancing
           Move 0 to WS-As-Of-Date
           Accept WS-As-Of-Date
           Accept WS-Today-Date from Date YYYYMMDD
           If WS-As-Of-Date = 0
               Move WS-Today-Date to WS-As-Of-Date
           End-If
           Perform Read-Product
           Perform Load-Price-History
           If WS-Found-Product = "N" and History-Count = 0
               Display "No product on file for code " Product-Code
               Goback
           End-If
           Perform Find-Governing-Entries
           Perform Show-Price-History
           Perform Show-As-Of-Price
           Goback.

       Read-Product.
           Move "N" to WS-Found-Product
           Move spaces to WS-Product-Name
           Move 0 to WS-Master-Price
           Open Input Product-Master-File
           If WS-Prod-Status not = "00"
               Exit Paragraph
           End-If
           Move Product-Code to Prod-Code
           Read Product-Master-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "Y" to WS-Found-Product
                   Move Prod-Name to WS-Product-Name
                   Move Prod-Price to WS-Master-Price
           End-Read
           Close Product-Master-File.

       Load-Price-History.
           Open Input Price-Change-File
           If WS-PC-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-PC-EOF = "Y"
               Read Price-Change-File
                   At End
                       Move "Y" to WS-PC-EOF
                   Not At End
                       If PC-Product-Code = Product-Code
                           Perform Insert-History-Entry
                       End-If
               End-Read
           End-Perform
           Close Price-Change-File.

       Insert-History-Entry.
      *slides later-dated entries down one place and drops the
      *new change in behind every change dated the same day or
      *earlier
           If History-Count >= 500
               Exit Paragraph
           End-If
           Move History-Count to WS-Move-Idx
           Perform Until WS-Move-Idx = 0
               If PH-Effective-Date (WS-Move-Idx) <= PC-Effective-Date
                   Exit Perform
               End-If
               Move History-Entry (WS-Move-Idx)
                   to History-Entry (WS-Move-Idx + 1)
               Subtract 1 from WS-Move-Idx
           End-Perform
           Add 1 to WS-Move-Idx
           Add 1 to History-Count
           Move PC-Effective-Date to PH-Effective-Date (WS-Move-Idx)
           Move PC-New-Price to PH-New-Price (WS-Move-Idx)
           Move PC-Prior-Price to PH-Prior-Price (WS-Move-Idx)
           Move PC-Keyed-Date to PH-Keyed-Date (WS-Move-Idx)
           Move PC-Operator-Id to PH-Operator-Id (WS-Move-Idx).

       Find-Governing-Entries.
      *the last change dated on or before a day is the price that
      *day; before the first change on file the price is what
      *that first change replaced
           Move 0 to WS-As-Of-Entry
           Move 0 to WS-Today-Entry
           Perform Varying Hist-Idx from 1 by 1
                   until Hist-Idx > History-Count
               If PH-Effective-Date (Hist-Idx) <= WS-As-Of-Date
                   Set WS-As-Of-Entry to Hist-Idx
               End-If
               If PH-Effective-Date (Hist-Idx) <= WS-Today-Date
                   Set WS-Today-Entry to Hist-Idx
               End-If
           End-Perform
           Evaluate true
               When WS-As-Of-Entry > 0
                   Move PH-New-Price (WS-As-Of-Entry)
                       to WS-As-Of-Price
                   Move "change on file" to WS-Price-Source
               When History-Count > 0
                   Move PH-Prior-Price (1) to WS-As-Of-Price
                   Move "price before first change" to WS-Price-Source
               When Other
                   Move WS-Master-Price to WS-As-Of-Price
                   Move "catalog - no changes on file"
                       to WS-Price-Source
           End-Evaluate.

       Show-Price-History.
           Display " "
           Display "Product " Product-Code " " WS-Product-Name
           If WS-Found-Product = "Y"
               Move WS-Master-Price to nPrice
               Display "Catalog price on the master: " nPrice
           Else
               Display "Product is no longer on the master."
           End-If
           If History-Count = 0
               Display "No price changes on file."
               Exit Paragraph
           End-If
           Display " "
           Display "Effective   Price    Was  Keyed     By       Status"
           Perform Varying Hist-Idx from 1 by 1
                   until Hist-Idx > History-Count
               Evaluate true
                   When PH-Effective-Date (Hist-Idx) > WS-Today-Date
                       Move "PENDING" to WS-State-Word
                   When Hist-Idx = WS-Today-Entry
                       Move "IN EFFECT" to WS-State-Word
                   When Other
                       Move "SUPERSEDED" to WS-State-Word
               End-Evaluate
               Move PH-New-Price (Hist-Idx) to nPrice
               Move PH-Prior-Price (Hist-Idx) to nPrior
               Display PH-Effective-Date (Hist-Idx) "  " nPrice " "
                   nPrior "  " PH-Keyed-Date (Hist-Idx) " "
                   PH-Operator-Id (Hist-Idx) " " WS-State-Word
           End-Perform.

       Show-As-Of-Price.
           Move WS-As-Of-Price to nPrice
           Display " "
           Display "Price per lb on " WS-As-Of-Date ": " nPrice
               " - " WS-Price-Source.

       End Program PriceInq.
