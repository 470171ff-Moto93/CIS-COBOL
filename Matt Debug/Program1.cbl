               file status is WS-Cust-Status.
       Copy "PRODSEL.CPY".
       Copy "RATECTLSEL.CPY".
       Copy "PRICESEL.CPY".
       Copy "ORDCTLSEL.CPY".
      *    transitional: the pre-conversion ORDCTL.DAT layout, read
      *    once if the indexed open finds the old sequential file
       Copy "CUSTMAST.CPY".
       Copy "PRODFD.CPY".
       Copy "RATECTLFD.CPY".
       Copy "PRICEFD.CPY".
       Copy "ORDCTLFD.CPY".
       FD  Old-Order-Control-File.
       01  Old-Order-Control-Record.
           05 WS-RT-Status      Pic XX.
           05 WS-RT-EOF         Pic X value "N".
           05 WS-RT-File-Open   Pic X value "N".
           05 WS-PC-Status      Pic XX.
           05 WS-PC-EOF         Pic X value "N".
           05 WS-Shipping-Tries Pic 9 value 0.
       01  Exception-Fields.
      *    what the batch run rejected and why, plus the counts
              Display "Thank you for choosing us!"
              Perform Load-Product-Table
              Perform Load-Rate-Control
              Perform Load-Price-Schedule
              Call "SignOn" using Signon-Parms
              If SO-Result not = "Y"
                  Goback
              End-If
              If not SO-May-Orders
                  Display "The order-entry area is not among your "
                      "permissions."
                  Goback
              End-If
              Move SO-Operator-Id to WS-Operator-Id
              Call "OpenConv"
              Cancel "OpenConv"
              Display "Run in (I)nteractive or (B)atch mode? "
                  with no advancing
              Accept Run-Mode
                   " lbs or more save " WS-Disc-Pct-Disp "%!"
           End-Perform.

       Load-Price-Schedule.
      *a price change keyed ahead of time takes over the catalog
      *price on its effective date, the way a rate record does;
      *the latest change on or before today wins for each product
           Move "N" to WS-PC-EOF
           Open Input Price-Change-File
           If WS-PC-Status not = "00"
               Move "Y" to WS-PC-EOF
           End-If
           Perform Until WS-PC-EOF = "Y"
               Read Price-Change-File
                   At End
                       Move "Y" to WS-PC-EOF
                   Not At End
                       If PC-Effective-Date <= WS-Today-Date
                           Perform Apply-Price-Change
                       End-If
               End-Read
           End-Perform
           If WS-PC-Status = "00" or "10"
               Close Price-Change-File
           End-If.

       Apply-Price-Change.
           Perform Varying Coffee-Product-Idx from 1 by 1
                   until Coffee-Product-Idx > Product-Count
               If Coffee-Product-Code (Coffee-Product-Idx) =
                       PC-Product-Code
                   If PC-Effective-Date >=
                           Coffee-Price-Date (Coffee-Product-Idx)
                       Move PC-New-Price to
                           Coffee-Product-Price (Coffee-Product-Idx)
                       Move PC-Effective-Date to
                           Coffee-Price-Date (Coffee-Product-Idx)
                   End-If
                   Exit Perform
               End-If
           End-Perform.

       Load-Rate-Control.
      *loads the shipping, sales-tax, and discount rates in effect
      *for today; a record keyed ahead of time takes over on its
           Move 0 to RC-Check-Number
           Move SO-Station-Id to RC-Station-Id
           Move "HM" to RC-Tax-Jur
           Move Order-Number to RC-Key-Order
           Move 0 to RC-Key-Seq
           Move 0 to RC-Credit-Number
           Move 0 to RC-Credit-Applied
           Open I-O Receipt-File
           If WS-RC-Status = "35"
               Open Output Receipt-File
               Close Receipt-File
               Open I-O Receipt-File
           End-If
           Write Receipt-Record
               Invalid Key
                   Display "Receipt for order " Order-Number
                       " is already on file."
           End-Write
           Close Receipt-File
           Perform Write-Open-Order
           Perform Write-Order-Detail.
       Write-Open-Order.
      *carries the accepted order onto the open-order file, status
      *Entered, so the warehouse gets told what to pull instead of
      *retyping receipts; a counter sale is a single line, line 1
           Move Order-Number to OO-Order-Number
           Move 1 to OO-Line-Number
           Move Customer-Number to OO-Cust-Number
           Move Customer-Name to OO-Customer-Name
           Move Coffee-Product-Code (Coffee-Product-Idx) to
           Set OO-Entered to true
      *    counter sales have no delivery address
           Move spaces to OO-Ship-Address
           Move spaces to OO-Rep-Id
           Move spaces to OO-Ship-Location
           Move 0 to OO-Pick-Date OO-Ship-Date
           Open I-O Open-Order-File
           If WS-OO-Status = "35"
               Open Output Open-Order-File
               Close Open-Order-File
               Open I-O Open-Order-File
           End-If
           Write Open-Order-Record
               Invalid Key
                   Display "Order " Order-Number
                       " is already on the open-order file."
           End-Write
           Close Open-Order-File.

       Write-Exception-Record.
               OD-Product-Code
           Move Coffee-In to OD-Lbs
           Move Before-Tax-In to OD-Ext-Price
           Move spaces to OD-Promo-Code
           Move 0 to OD-Promo-Discount
           Open Extend Order-Detail-File
           If WS-OD-Status = "35"
               Open Output Order-Detail-File
                           Coffee-Product-Price (Product-Count)
                       Move Prod-Active-Flag to
                           Coffee-Product-Active (Product-Count)
                       Move 0 to Coffee-Price-Date (Product-Count)
               End-Read
           End-Perform
           Close Product-Master-File.

       Seed-Product-Master.
           Open Output Product-Master-File
           Move spaces to Product-Master-Record
           Move "H" to Prod-Code
           Move "House Blend" to Prod-Name
           Move 12.00 to Prod-Price
