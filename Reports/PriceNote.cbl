      **************************************
      *Program:    Price-change notice
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. PriceNote.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Notice-Report-File assign to "PRICENOT.DAT"
               organization is line sequential.
           Select Customer-Master-File assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Cust-Number
               file status is WS-Cust-Status.
       Copy "PRODSEL.CPY".
       Copy "PRICESEL.CPY".
       Copy "STANDSEL.CPY".
       Copy "QUOTESEL.CPY".
       Copy "CONTRSEL.CPY".

       data division.
       file section.
       FD  Notice-Report-File.
       01  Notice-Report-Line  pic x(80).
       FD  Customer-Master-File.
       Copy "CUSTMAST.CPY".
       Copy "PRODFD.CPY".
       Copy "PRICEFD.CPY".
       Copy "STANDFD.CPY".
       Copy "QUOTEFD.CPY".
       Copy "CONTRFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Cust-Status    pic xx.
           05 WS-Prod-Status    pic xx.
           05 WS-PC-Status      pic xx.
           05 WS-PC-EOF         pic x value "N".
           05 WS-SD-Status      pic xx.
           05 WS-SD-EOF         pic x value "N".
           05 WS-QT-Status      pic xx.
           05 WS-QT-EOF         pic x value "N".
           05 WS-CT-Status      pic xx.
           05 WS-CT-EOF         pic x value "N".
           05 WS-Cust-Open      pic x value "N".
           05 WS-Prod-Open      pic x value "N".
       01 Notice-Range.
           05 WS-Today-Date     pic 9(8).
           05 WS-Through-Date   pic 9(8).
           05 WS-Date-Int       pic 9(7).
       01 Change-Table.
      *    every change on the schedule in effective-date order, so
      *    the price a pending change replaces is the last one
      *    ahead of it for the same product
           05 Change-Count      pic 9(3) value 0.
           05 Change-Entry occurs 500 times indexed by Chg-Idx.
               10 CH-Product-Code   pic x(1).
               10 CH-Effective-Date pic 9(8).
               10 CH-New-Price      pic 99v99.
               10 CH-Prior-Price    pic 99v99.
       01 Contract-Table.
      *    customer/product pairs with a contract price; a contract
      *    customer is billed the contract, so a catalog change
      *    does not reach them
           05 Contract-Count    pic 9(3) value 0.
           05 Contract-Entry occurs 500 times indexed by Con-Idx.
               10 CN-Cust-Number    pic 9(5).
               10 CN-Product-Code   pic x(1).
               10 CN-Effective-Date pic 9(8).
       01 Work-Fields.
           05 WS-Move-Idx       pic 9(3).
           05 WS-Scan-Idx       pic 9(3).
           05 WS-Old-Price      pic 99v99.
           05 WS-Product-Name   pic x(12).
           05 WS-Customer-Name  pic x(20).
           05 WS-On-Contract    pic x.
           05 WS-Check-Cust     pic 9(5).
           05 WS-Delivery-Change pic s9(6)v99.
           05 WS-Pending-Count  pic 9(3) value 0.
           05 WS-Standing-Count pic 9(5) value 0.
           05 WS-Quote-Count    pic 9(5) value 0.
           05 WS-Change-Lines   pic 9(5).
       01 Report-Edit-Fields.
           05 nOld-Price        pic $$9.99.
           05 nNew-Price        pic $$9.99.
           05 nChange           pic -$$,$$9.99.
           05 nLbs              pic zz9.

       procedure division.
       Main-Start.
           Display "Price-Change Notice"
           Accept WS-Today-Date from Date YYYYMMDD
           Display "Changes effective through (YYYYMMDD, "
               "0 = next 30 days): " with no advancing
           Move 0 to WS-Through-Date
           Accept WS-Through-Date
           If WS-Through-Date = 0
               Compute WS-Date-Int =
                   Function Integer-Of-Date (WS-Today-Date) + 30
               Compute WS-Through-Date =
                   Function Date-Of-Integer (WS-Date-Int)
           End-If
           Perform Load-Price-Changes
           Perform Load-Contracts
           Open Input Customer-Master-File
           If WS-Cust-Status = "00"
               Move "Y" to WS-Cust-Open
           End-If
           Open Input Product-Master-File
           If WS-Prod-Status = "00"
               Move "Y" to WS-Prod-Open
           End-If
           Open Output Notice-Report-File
           Move spaces to Notice-Report-Line
           String "PRICE-CHANGE NOTICE  PENDING AFTER " WS-Today-Date
               " THROUGH " WS-Through-Date
               delimited by size into Notice-Report-Line
           Perform Put-Report-Line
           Perform Varying Chg-Idx from 1 by 1
                   until Chg-Idx > Change-Count
               If CH-Effective-Date (Chg-Idx) > WS-Today-Date
                       and CH-Effective-Date (Chg-Idx)
                           <= WS-Through-Date
                   Perform Report-One-Change
               End-If
           End-Perform
           Move spaces to Notice-Report-Line
           Perform Put-Report-Line
           Move spaces to Notice-Report-Line
           String WS-Pending-Count " pending changes; "
               WS-Standing-Count " standing orders and "
               WS-Quote-Count " open quote lines affected"
               delimited by size into Notice-Report-Line
           Perform Put-Report-Line
           Close Notice-Report-File
           If WS-Cust-Open = "Y"
               Close Customer-Master-File
           End-If
           If WS-Prod-Open = "Y"
               Close Product-Master-File
           End-If
           Display "Notice written to PRICENOT.DAT."
           Goback.

       Load-Price-Changes.
      *same-day changes keep the order they were keyed in, the
      *way the order desk applies them
           Open Input Price-Change-File
           If WS-PC-Status not = "00"
               Display "No price changes on file."
               Exit Paragraph
           End-If
           Perform Until WS-PC-EOF = "Y"
               Read Price-Change-File
                   At End
                       Move "Y" to WS-PC-EOF
                   Not At End
                       Perform Insert-Change-Entry
               End-Read
           End-Perform
           Close Price-Change-File.

       Insert-Change-Entry.
           If Change-Count >= 500
               Exit Paragraph
           End-If
           Move Change-Count to WS-Move-Idx
           Perform Until WS-Move-Idx = 0
               If CH-Effective-Date (WS-Move-Idx) <= PC-Effective-Date
                   Exit Perform
               End-If
               Move Change-Entry (WS-Move-Idx)
                   to Change-Entry (WS-Move-Idx + 1)
               Subtract 1 from WS-Move-Idx
           End-Perform
           Add 1 to WS-Move-Idx
           Add 1 to Change-Count
           Move PC-Product-Code to CH-Product-Code (WS-Move-Idx)
           Move PC-Effective-Date to CH-Effective-Date (WS-Move-Idx)
           Move PC-New-Price to CH-New-Price (WS-Move-Idx)
           Move PC-Prior-Price to CH-Prior-Price (WS-Move-Idx).

       Load-Contracts.
           Open Input Contract-Price-File
           If WS-CT-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-CT-EOF = "Y"
               Read Contract-Price-File
                   At End
                       Move "Y" to WS-CT-EOF
                   Not At End
                       If Contract-Count < 500
                           Add 1 to Contract-Count
                           Set Con-Idx to Contract-Count
                           Move CT-Cust-Number
                               to CN-Cust-Number (Con-Idx)
                           Move CT-Product-Code
                               to CN-Product-Code (Con-Idx)
                           Move CT-Effective-Date
                               to CN-Effective-Date (Con-Idx)
                       End-If
               End-Read
           End-Perform
           Close Contract-Price-File.

       Report-One-Change.
           Add 1 to WS-Pending-Count
           Perform Find-Old-Price
           Move spaces to WS-Product-Name
           If WS-Prod-Open = "Y"
               Move CH-Product-Code (Chg-Idx) to Prod-Code
               Read Product-Master-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move Prod-Name to WS-Product-Name
               End-Read
           End-If
           Move WS-Old-Price to nOld-Price
           Move CH-New-Price (Chg-Idx) to nNew-Price
           Move spaces to Notice-Report-Line
           Perform Put-Report-Line
           Move spaces to Notice-Report-Line
           String "Product " CH-Product-Code (Chg-Idx) " "
               WS-Product-Name " " nOld-Price " -> " nNew-Price
               " per lb effective " CH-Effective-Date (Chg-Idx)
               delimited by size into Notice-Report-Line
           Perform Put-Report-Line
           Move 0 to WS-Change-Lines
           Perform Report-Standing-Orders
           Perform Report-Open-Quotes
           If WS-Change-Lines = 0
               Move "    No standing orders or open quotes affected."
                   to Notice-Report-Line
               Perform Put-Report-Line
           End-If.

       Find-Old-Price.
      *the change ahead of this one for the product, else what
      *the product's first change replaced
           Move CH-Prior-Price (Chg-Idx) to WS-Old-Price
           Perform Varying WS-Scan-Idx from 1 by 1
                   until WS-Scan-Idx >= Chg-Idx
               If CH-Product-Code (WS-Scan-Idx)
                       = CH-Product-Code (Chg-Idx)
                   Move CH-New-Price (WS-Scan-Idx) to WS-Old-Price
               End-If
           End-Perform.

       Report-Standing-Orders.
      *each delivery after the change date goes at the new price
           Move "N" to WS-SD-EOF
           Open Input Standing-Order-File
           If WS-SD-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-SD-EOF = "Y"
               Read Standing-Order-File
                   At End
                       Move "Y" to WS-SD-EOF
                   Not At End
                       If SD-Active
                           and SD-Product-Code
                               = CH-Product-Code (Chg-Idx)
                           Perform Report-One-Standing-Order
                       End-If
               End-Read
           End-Perform
           Close Standing-Order-File.

       Report-One-Standing-Order.
           Move SD-Cust-Number to WS-Check-Cust
           Perform Check-Contract-Customer
           If WS-On-Contract = "Y"
               Exit Paragraph
           End-If
           Perform Read-Customer-Name
           Compute WS-Delivery-Change =
               SD-Lbs * (CH-New-Price (Chg-Idx) - WS-Old-Price)
           Move WS-Delivery-Change to nChange
           Move SD-Lbs to nLbs
           Move spaces to Notice-Report-Line
           String "  STANDING " SD-Cust-Number " " WS-Customer-Name
               " " nLbs " lbs next " SD-Next-Due " "
               nChange "/delivery"
               delimited by size into Notice-Report-Line
           Perform Put-Report-Line
           Add 1 to WS-Standing-Count
           Add 1 to WS-Change-Lines.

       Report-Open-Quotes.
      *a quote converts at its quoted price until it expires, so
      *only quotes still open on the change date are listed; the
      *customer is told the quote holds and a re-quote will not
           Move "N" to WS-QT-EOF
           Open Input Quote-File
           If WS-QT-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-QT-EOF = "Y"
               Read Quote-File
                   At End
                       Move "Y" to WS-QT-EOF
                   Not At End
                       If QT-Open
                           and QT-Pack-Units = 0
                           and QT-Product-Code
                               = CH-Product-Code (Chg-Idx)
                           and QT-Expiry-Date
                               >= CH-Effective-Date (Chg-Idx)
                           Perform Report-One-Quote
                       End-If
               End-Read
           End-Perform
           Close Quote-File.

       Report-One-Quote.
           Move QT-Cust-Number to WS-Check-Cust
           Perform Check-Contract-Customer
           If WS-On-Contract = "Y"
               Exit Paragraph
           End-If
           Move QT-Lbs to nLbs
           Move spaces to Notice-Report-Line
           String "  QUOTE " QT-Quote-Number " " QT-Cust-Number " "
               QT-Customer-Name " " nLbs " lbs held to "
               QT-Expiry-Date
               delimited by size into Notice-Report-Line
           Perform Put-Report-Line
           Add 1 to WS-Quote-Count
           Add 1 to WS-Change-Lines.

       Check-Contract-Customer.
           Move "N" to WS-On-Contract
           Perform Varying Con-Idx from 1 by 1
                   until Con-Idx > Contract-Count
               If CN-Cust-Number (Con-Idx) = WS-Check-Cust
                       and CN-Product-Code (Con-Idx)
                           = CH-Product-Code (Chg-Idx)
                       and CN-Effective-Date (Con-Idx)
                           <= CH-Effective-Date (Chg-Idx)
                   Move "Y" to WS-On-Contract
                   Exit Perform
               End-If
           End-Perform.

       Read-Customer-Name.
           Move spaces to WS-Customer-Name
           If WS-Cust-Open = "Y"
               Move SD-Cust-Number to Cust-Number
               Read Customer-Master-File
                   Invalid Key
                       Move "(not on file)" to WS-Customer-Name
                   Not Invalid Key
                       Move Cust-Name to WS-Customer-Name
               End-Read
           End-If.

       Put-Report-Line.
           Write Notice-Report-Line
           Display Notice-Report-Line.

       End Program PriceNote.
