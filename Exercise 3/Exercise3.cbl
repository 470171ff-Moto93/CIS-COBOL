           Select Batch-Checkpoint-File assign to "ORDCKPT.DAT"
               organization is line sequential
               file status is WS-CK-Status.
           Select Quote-Document-File assign to "QUOTEDOC.DAT"
               organization is line sequential.
       Copy "PRODSEL.CPY".
       Copy "RATECTLSEL.CPY".
       Copy "PRICESEL.CPY".
       Copy "ORDCTLSEL.CPY".
       Copy "ORDTRANSEL.CPY".
       Copy "WEBACKSEL.CPY".
       Copy "BACKSEL.CPY".
       Copy "OPENORDSEL.CPY".
       Copy "ORDDETSEL.CPY".
       Copy "OPENINVSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "CRHOLDSEL.CPY".
       Copy "CONTRSEL.CPY".
       Copy "SHIPTOSEL.CPY".
       Copy "EXCPTSEL.CPY".
       Copy "AUDITSEL.CPY".
       Copy "RECEIPTSEL.CPY".
       Copy "QUOTESEL.CPY".
       Copy "PROMOSEL.CPY".
       Copy "STCREDSEL.CPY".
       Copy "SCJRNSEL.CPY".

       data division.
       file section.
       FD  Batch-Checkpoint-File.
       01  Batch-Checkpoint-Record.
           05 CK-Records-Done  pic 9(5).
       FD  Quote-Document-File.
       01  Quote-Document-Line  pic x(80).
       Copy "PRODFD.CPY".
       Copy "RATECTLFD.CPY".
       Copy "PRICEFD.CPY".
       Copy "ORDCTLFD.CPY".
       Copy "ORDTRANFD.CPY".
       Copy "WEBACKFD.CPY".
       Copy "BACKFD.CPY".
       Copy "OPENORDFD.CPY".
       Copy "ORDDETFD.CPY".
       Copy "OPENINVFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "CRHOLDFD.CPY".
       Copy "CONTRFD.CPY".
       Copy "SHIPTOFD.CPY".
       Copy "EXCPTFD.CPY".
       Copy "AUDITFD.CPY".
       Copy "RECEIPTFD.CPY".
       Copy "QUOTEFD.CPY".
       Copy "PROMOFD.CPY".
       Copy "STCREDFD.CPY".
       Copy "SCJRNFD.CPY".
       working-storage section.
       01 File-Status-Fields.
           05 WS-Inv-Status   pic xx.
           05 WS-RT-Status    pic xx.
           05 WS-RT-EOF       pic x value "N".
           05 WS-RT-File-Open pic x value "N".
           05 WS-PC-Status    pic xx.
           05 WS-PC-EOF       pic x value "N".
           05 WS-OT-EOF       pic x value "N".
           05 WS-BO-Status    pic xx.
           05 WS-OO-Status    pic xx.
           05 WS-OD-Status    pic xx.
           05 WS-IV-Status    pic xx.
           05 WS-IJ-Status    pic xx.
           05 WS-IL-Status    pic xx.
           05 WS-IL-EOF       pic x.
           05 WS-AL-Status    pic xx.
           05 WS-RC-Status    pic xx.
           05 WS-CH-Status    pic xx.
           05 WS-SH-EOF       pic x.
           05 WS-BM-Status    pic xx.
           05 WS-BM-EOF       pic x.
           05 WS-QT-Status    pic xx.
           05 WS-QT-EOF       pic x.
           05 WS-PM-Status    pic xx.
           05 WS-SC-Status    pic xx.
           05 WS-SJ-Status    pic xx.
           05 WS-Batch-Order-Valid pic x.
           05 WS-Found-Customer    pic x value "N".
       01 Run-Mode pic x.
      *    open fail with a sharing status; a few retries ride it
      *    out instead of dropping the line
           05 WS-Share-Tries  pic 9.
      *    each line written under an order on the open-order file
      *    takes the next line number, pack components included
           05 WS-OO-Line      pic 9(3).
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id  pic x(8) value spaces.
      *    charged to the account becomes an open invoice instead of
      *    money in the drawer
           05 Charge-Select      pic x.
      *    the account's sales rep, carried onto the order lines,
      *    the invoice, and any credit hold
           05 Order-Rep-Id       pic x(5).
       01 Ship-To-Fields.
      *    the customer's numbered delivery addresses, loaded at
      *    startup; the chosen one rides on every open-order line
      *    end-of-day deposit slip can prove the drawer
           05 Tender-Select      pic x.
           05 Check-Number-In    pic 9(8).
      *    a gift certificate or store credit put toward the order:
      *    its number, how much of the final total it covers, and
      *    what is still due on cash, check, or card after it
           05 Credit-Number-In   pic 9(6).
           05 Credit-Applied     pic 9(6)v99.
           05 Credit-Due         pic 9(6)v99.
           05 nCredit-Applied    pic $$$,$$9.99.
           05 nCredit-Due        pic $$$,$$9.99.
           05 nCredit-Balance    pic $$$,$$9.99.
       01 Contract-Price-Fields.
      *    the negotiated per-pound prices loaded at startup; when
      *    one is in effect for the customer and product in front
      *    processed-plus-rejected
           05 WS-EX-Status      pic xx.
           05 WS-EX-Reason      pic x(40).
           05 WS-WA-Status      pic xx.
           05 WS-Web-Status     pic x(11).
           05 WS-Batch-Read     pic 9(5) value 0.
           05 WS-Batch-Accepted pic 9(5) value 0.
           05 WS-Batch-BO-Count pic 9(5) value 0.
           05 WS-IJ-Reason    pic x(8).
           05 WS-IJ-Order     pic 9(6).
           05 WS-IJ-Cost      pic 9(3)v99.
           05 WS-IJ-Location  pic x(2).
       Copy "LOCTBL.CPY".
       01 Location-Fields.
      *    the location this order ships from - the roastery unless
      *    the desk names another - and what that location holds
      *    of the product in hand, found by Get-Location-Stock
           05 Ship-Location     pic x(2).
           05 Loc-Choice        pic x(2).
           05 Loc-On-Hand-Lbs   pic 9(5).
           05 Loc-Elsewhere-Lbs pic 9(7).
           05 Loc-Found         pic x.
       01 Pack-Fields.
      *    buildable products (sampler and gift packs) defined as a
      *    component list over the catalog: the pack sells as one
      *    how many built packs this line sold; zero on a plain
      *    loose-coffee line.  A void puts the components back.
               10 Void-Pack-Units   pic 99.
      *    what a promotion took off this line's price
               10 Void-Promo-Disc   pic 9(6)v99.
           05 Void-Select pic x.
       01 Promotion-Fields.
      *    the promotion code offered with the order, checked once
      *    against the promotion master when it is keyed.  A line
      *    takes the promotion only when it beats the price the
      *    tiers or contract already gave it, so the two never
      *    stack; free shipping waives the freight on top of
      *    whatever the lines were priced at
           05 Promo-Code-In       pic x(8) value spaces.
           05 Promo-Valid         pic x value "N".
           05 Promo-Used          pic x value "N".
           05 Promo-Type          pic x(1).
           05 Promo-Percent       pic v999.
           05 Promo-Price-Per-Lb  pic 99v99.
           05 Promo-Min-Lbs       pic 9(3).
           05 Promo-Ship-Method   pic x(1).
           05 Promo-Products      pic x(10).
           05 Promo-Check-Code    pic x(1).
           05 Promo-Covers        pic x.
           05 Promo-Sub           pic 99.
           05 Promo-Base-Price    pic 99v99.
           05 Promo-Line-Price    pic 9(6)v99.
           05 Promo-Line-Discount pic 9(6)v99 value 0.
           05 Promo-Covered-Lbs   pic 9(5).
           05 Promo-Ship-Waived   pic 9(6)v99 value 0.
           05 Promo-Order-Savings pic 9(6)v99 value 0.
           05 Promo-Waiver-Booked pic x.
           05 nPromo-Savings      pic $$$,$$9.99.
       01 Quote-Fields.
      *    a quote is priced line by line through Valid-Order and
      *    Book-Pack-Line exactly as an order is, then saved with an
      *    expiry date; converting one brings its lines back here
      *    and books them at the quoted prices
           05 Quote-Number        pic 9(6).
           05 Quote-Valid-Days    pic 9(3).
           05 Quote-Expiry-Date   pic 9(8).
           05 Quote-Found         pic x.
           05 Quote-Convert-Select pic x.
           05 Quoted-Line-Price   pic 9(6)v99.
           05 Quoted-Status       pic x(1).
           05 Quoted-Order-Number pic 9(6).
           05 Quoted-Date         pic 9(8).
           05 Quoted-Method       pic x(15).
           05 Quoted-Ship-Address pic x(30).
           05 Quoted-Ship-State   pic x(2).
           05 Quoted-Tax-Jur      pic x(2).
           05 Quoted-Tax-Rate     pic 9v9999.
           05 Quoted-Ship-Cost    pic 9(6)v99.
           05 Quoted-Total        pic 9(6)v99.
           05 Quote-Line-Count    pic 99 value 0.
           05 Quote-Line-Entry occurs 20 times indexed by Quote-Idx.
               10 QL-Product-Code    pic x(1).
               10 QL-Lbs             pic 9(3).
               10 QL-Pack-Units      pic 9(2).
               10 QL-Ext-Price       pic 9(6)v99.
           05 nQuote-Amount       pic $$$,$$9.99.
           05 nQuote-Total        pic $$$,$$9.99.
       01 Quote-File-Table.
      *    the whole quote file, held while a conversion stamps its
      *    quote won so the file can be written back in one pass
           05 Quote-File-Count    pic 9(4) value 0.
           05 Quote-File-Full     pic x value "N".
           05 Quote-File-Entry occurs 2000 times indexed by QF-Idx.
               10 Quote-File-Line    pic x(172).
       Procedure Division.

       Main-Start.
       Perform Open-Files
       Perform Load-Product-Table
       Perform Load-Rate-Control
       Perform Load-Price-Schedule
       Perform Load-Contract-Prices
       Perform Load-Ship-To-Table
       Perform Load-Pack-Components
       If SO-Result not = "Y"
           Goback
       End-If
       If not SO-May-Orders
           Display "The order-entry area is not among your "
               "permissions."
           Perform Close-Files
           Goback
       End-If
       Move SO-Operator-Id to WS-Operator-Id
       Move Home-Location to Ship-Location
       Move Home-Location to WS-IJ-Location
       Display "Run in (I)nteractive, (B)atch, (Q)uote, or "
           "(C)onvert-quote mode? " with no advancing
       Accept Run-Mode
       Move Function Upper-Case (Run-Mode) to Run-Mode
       If Run-Mode = "Q" or "C"
           Perform Quote-Desk
           Perform Close-Files
           Goback
       End-If
       If Run-Mode = "B"
           Perform Batch-Mode
       Else
           Perform Initiate-Order
           Perform Capture-Promo-Code
           Perform Until More-Items = "N" or "n"
                   or Void-Line-Count >= 20
               Perform Order-Line-Item
               Else
                   Perform Capture-Tender
                   Perform Write-Receipt
                   Perform Record-Promo-Use
                   If Charge-Select = "Y" or "y"
                       Perform Charge-To-Account
                   End-If

       Open-Files.
      *opens the indexed coffee inventory so Order-Check can look it up
           Call "OpenConv"
           Cancel "OpenConv"
           Open I-O Inventory-Master-File
           If WS-Inv-Status = "35"
               Close Inventory-Master-File
               Open Output Customer-Master-File
               Close Customer-Master-File
               Open I-O Customer-Master-File
           End-If
           Open I-O Inventory-Location-File
           If WS-IL-Status = "35"
               Close Inventory-Location-File
               Open Output Inventory-Location-File
               Close Inventory-Location-File
               Open I-O Inventory-Location-File
           End-If.

       Close-Files.
           Close Inventory-Master-File
           Close Customer-Master-File
           Close Inventory-Location-File.

       Load-Product-Table.
      *loads the sellable catalog from the product master at startup,
                           Coffee-Product-Price (Product-Count)
                       Move Prod-Active-Flag to
                           Coffee-Product-Active (Product-Count)
                       Move 0 to Coffee-Price-Date (Product-Count)
               End-Read
           End-Perform
           Close Product-Master-File.

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
                           Display "No stock record for component "
                               PB-Comp-Code (Pack-Idx) "."
                       Not Invalid Key
                           Perform Get-Location-Stock
                           If Pack-Comp-Need > Loc-On-Hand-Lbs
                               Move "Y" to Pack-Short
                               Display "Only " Loc-On-Hand-Lbs
                                   " lbs of component "
                                   PB-Comp-Code (Pack-Idx)
                                   " on hand; " Pack-Comp-Need
           Move Pack-Total-Lbs to Void-Qty-Lbs (Void-Line-Count)
           Move Pack-Line-Price to Void-Ext-Price (Void-Line-Count)
           Move Packs-In to Void-Pack-Units (Void-Line-Count)
           Move 0 to Void-Promo-Disc (Void-Line-Count)
           Display "Added " Packs-In " pack(s) of "
               Coffee-Product-Name (Coffee-Product-Idx)
               " (" Pack-Total-Lbs " lbs of components) to the "

       Seed-Product-Master.
           Open Output Product-Master-File
           Move spaces to Product-Master-Record
           Move "H" to Prod-Code
           Move "House Blend" to Prod-Name
           Move 12.00 to Prod-Price
           Move 0 to Order-Total-Before-Tax
           Move 0 to Void-Line-Count
           Move "N" to WS-Batch-Backordered
           Move spaces to WS-EX-Reason
           Perform Get-Next-Order-Number
           Display " "
           Display "Processing batch order for customer "
               Customer-Number
      *a code that does not qualify is reported and the order goes
      *ahead at its normal price
           Move OT-Promo-Code to Promo-Code-In
           Move Function Upper-Case (Promo-Code-In) to Promo-Code-In
           Perform Check-Promo-Code
           Perform Lookup-Customer
           If WS-Found-Customer = "N"
      *an unknown customer number on a queued order is a keying
      *a queued order has no drawer in front of it: terms customers
      *go on account, anyone else is booked as cash pending
               Move 0 to Check-Number-In
               Move 0 to Credit-Number-In
               Move 0 to Credit-Applied
               If Cust-Credit-Terms > 0
                   Move "A" to Tender-Select
               Else
                   Move "C" to Tender-Select
               End-If
               Perform Write-Receipt
               Perform Record-Promo-Use
               If Cust-Credit-Terms > 0
      *a wholesale account's queued order goes straight on account -
      *that is the whole reason the account has terms - unless the
                   Move Customer-Name to WS-Audit-Detail
                   Perform Write-Audit-Record
               End-If
           End-If
           If OT-Web-Order-Id not = spaces
               Perform Write-Web-Ack
           End-If.

       Write-Web-Ack.
      *tells the web store what became of an order WebImp queued:
      *our order number, or why it did not go through
           Evaluate true
               When WS-Batch-Order-Valid = "Y"
                   Move "ACCEPTED" to WS-Web-Status
               When WS-Batch-Backordered = "Y"
                   Move "BACKORDERED" to WS-Web-Status
                   Move "Short of stock; ships when it lands" to
                       WS-EX-Reason
               When Other
                   Move "REJECTED" to WS-Web-Status
           End-Evaluate
           Move spaces to Web-Ack-Line
           If WS-Batch-Order-Valid = "Y"
               String OT-Web-Order-Id delimited by space
                   "," OT-Web-Sku delimited by space
                   "," WS-Web-Status delimited by space
                   "," Order-Number ","
                   delimited by size into Web-Ack-Line
           Else
               String OT-Web-Order-Id delimited by space
                   "," OT-Web-Sku delimited by space
                   "," WS-Web-Status delimited by space
                   ",," delimited by size
                   WS-EX-Reason delimited by "  "
                   into Web-Ack-Line
           End-If
           Open Extend Web-Ack-File
           If WS-WA-Status = "35"
               Open Output Web-Ack-File
           End-If
           Write Web-Ack-Line
           Close Web-Ack-File.

       Order-Check-Batch.
      *validates a queued transaction the same way Order-Check does,
      *but rejects and logs the line instead of prompting for a
               Move "N" to WS-Batch-Order-Valid
           Else
               Perform Read-Inventory
               If Coffee-in > Loc-On-Hand-Lbs
                   Display "Backordering batch order for "
                       Customer-Name ": only " Loc-On-Hand-Lbs
                       " lbs of "
                       Coffee-Product-Name (Coffee-Product-Idx)
                       " on hand."
           End-If.

       Write-Receipt.
      *writes one receipt record per completed order, keyed by the
      *order number at sequence 00; each call opens, writes, and
      *closes, same as the shared audit log
           Move Order-Number to RC-Order-Number
           Move Customer-Number to RC-Cust-Number
           Move Customer-Name to RC-Customer-Name
           Move Final-Total-Out to RC-Final-Total
           Move "S" to RC-Record-Type
           Move WS-Today-Date to RC-Order-Date
           If Credit-Applied > 0
               Perform Redeem-Store-Credit
           End-If
           Move Tender-Select to RC-Tender-Type
           Move Check-Number-In to RC-Check-Number
           Move Credit-Number-In to RC-Credit-Number
           Move Credit-Applied to RC-Credit-Applied
           Move SO-Station-Id to RC-Station-Id
           Move Tax-Jur-Used to RC-Tax-Jur
           Move Order-Number to RC-Key-Order
           Move 0 to RC-Key-Seq
           Open I-O Receipt-File
           Move 0 to WS-Share-Tries
           Perform Until WS-RC-Status = "00" or "35"
                   or WS-Share-Tries >= 5
               Add 1 to WS-Share-Tries
               Open I-O Receipt-File
           End-Perform
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
           Perform Write-Open-Order-Lines
           Perform Write-Order-Detail-Lines.
      *carries the accepted order onto the open-order file, one
      *record per line item, status Entered, so the warehouse gets
      *told what to pull instead of retyping receipts
           Open I-O Open-Order-File
           If WS-OO-Status = "35"
               Open Output Open-Order-File
               Close Open-Order-File
               Open I-O Open-Order-File
           End-If
           Move 0 to WS-OO-Line
           Perform Varying Void-Idx from 1 by 1
                   until Void-Idx > Void-Line-Count
               If Void-Pack-Units (Void-Idx) > 0
                   Move WS-Today-Date to OO-Order-Date
                   Set OO-Entered to true
                   Move Ship-Address-Work to OO-Ship-Address
                   Move Order-Rep-Id to OO-Rep-Id
                   Move Ship-Location to OO-Ship-Location
                   Move 0 to OO-Pick-Date OO-Ship-Date
                   Perform Write-Open-Order-Line
               End-If
           End-Perform
           Close Open-Order-File.

       Write-Open-Order-Line.
           Add 1 to WS-OO-Line
           Move WS-OO-Line to OO-Line-Number
           Write Open-Order-Record
               Invalid Key
                   Display "Order " Order-Number " line " WS-OO-Line
                       " is already on the open-order file."
           End-Write.

       Write-Pack-Order-Lines.
           Perform Varying Pack-Idx from 1 by 1
                   until Pack-Idx > Pack-Comp-Count
                   Move WS-Today-Date to OO-Order-Date
                   Set OO-Entered to true
                   Move Ship-Address-Work to OO-Ship-Address
                   Move Order-Rep-Id to OO-Rep-Id
                   Move Ship-Location to OO-Ship-Location
                   Move 0 to OO-Pick-Date OO-Ship-Date
                   Perform Write-Open-Order-Line
               End-If
           End-Perform.

       Capture-Tender.
      *settles how the order is being paid before the receipt is
      *written, so the tender rides on the receipt record: the
      *account (terms customers only), or cash, check, or card,
      *or a gift certificate / store credit with anything it does
      *not cover on one of the others
           Move "N" to Charge-Select
           Move "C" to Tender-Select
           Move 0 to Check-Number-In
           Move 0 to Credit-Number-In
           Move 0 to Credit-Applied
           If Cust-Credit-Terms > 0
               Display "Charge this order to the account ("
                   Cust-Credit-Terms " day terms)? (Y/N) "
           If Charge-Select = "Y" or "y"
               Move "A" to Tender-Select
           Else
               Display "Paid by (C)ash, chec(K), car(D), or (G)ift "
                   "certificate / store credit? " with no advancing
               Accept Tender-Select
               Move Function Upper-Case (Tender-Select) to
                   Tender-Select
               Perform Until Tender-Select = "C" or "K" or "D"
                       or "G"
                   Display "Invalid tender. Try again (C/K/D/G): "
                       with no advancing
                   Accept Tender-Select
                   Move Function Upper-Case (Tender-Select) to
                       Tender-Select
               End-Perform
               If Tender-Select = "G"
                   Perform Apply-Store-Credit
               End-If
               If Tender-Select = "K"
                   Display "Check number: " with no advancing
                   Accept Check-Number-In
               End-If
           End-If.

       Apply-Store-Credit.
      *looks the certificate up and puts as much of its balance
      *toward the order as the order needs; whatever it will not
      *cover is still owed on cash, check, or card.  A credit
      *Returns issued to an account is spent only by that account.
           Display "Certificate / store-credit number: "
               with no advancing
           Accept Credit-Number-In
           Open Input Store-Credit-File
           If WS-SC-Status = "00"
               Move Credit-Number-In to SC-Credit-Number
               Read Store-Credit-File
                   Invalid Key
                       Display "No certificate " Credit-Number-In
                           " on file."
                   Not Invalid Key
                       Perform Check-Store-Credit
               End-Read
               Close Store-Credit-File
           Else
               Display "No store credit on file."
           End-If
           If Credit-Applied = 0
               Move 0 to Credit-Number-In
               Perform Capture-Remaining-Tender
               Exit Paragraph
           End-If
           Compute Credit-Due = Final-Total-in - Credit-Applied
           Move Credit-Applied to nCredit-Applied
           Display nCredit-Applied " taken from certificate "
               Credit-Number-In "."
           If Credit-Due > 0
               Move Credit-Due to nCredit-Due
               Display nCredit-Due " still due."
               Perform Capture-Remaining-Tender
           End-If.

       Check-Store-Credit.
           If SC-Cust-Number not = 0
                   and SC-Cust-Number not = Customer-Number
               Display "Store credit " Credit-Number-In
                   " belongs to customer " SC-Cust-Number "."
               Exit Paragraph
           End-If
           If SC-Balance = 0
               Display "Certificate " Credit-Number-In
                   " has no balance left."
               Exit Paragraph
           End-If
           If SC-Balance < Final-Total-in
               Move SC-Balance to Credit-Applied
           Else
               Move Final-Total-in to Credit-Applied
           End-If.

       Capture-Remaining-Tender.
           Display "Balance paid by (C)ash, chec(K), or car(D)? "
               with no advancing
           Accept Tender-Select
           Move Function Upper-Case (Tender-Select) to
               Tender-Select
           Perform Until Tender-Select = "C" or "K" or "D"
               Display "Invalid tender. Try again (C/K/D): "
                   with no advancing
               Accept Tender-Select
               Move Function Upper-Case (Tender-Select) to
                   Tender-Select
           End-Perform.

       Redeem-Store-Credit.
      *takes the redemption off the certificate under one open,
      *just before the receipt is written; if another station
      *spent some of it since the tender was taken, only what is
      *left comes off and the desk collects the difference
           Open I-O Store-Credit-File
           If WS-SC-Status not = "00"
               Display "Store credit file unavailable; collect "
                   "the full total instead."
               Move 0 to Credit-Number-In
               Move 0 to Credit-Applied
               If Tender-Select = "G"
                   Move "C" to Tender-Select
               End-If
               Exit Paragraph
           End-If
           Move Credit-Number-In to SC-Credit-Number
           Read Store-Credit-File
               Invalid Key
                   Move 0 to SC-Balance
           End-Read
           If SC-Balance < Credit-Applied
               Compute Credit-Due = Credit-Applied - SC-Balance
               Move Credit-Due to nCredit-Due
               Display "Certificate " Credit-Number-In " now holds "
                   "less; collect " nCredit-Due " more in cash."
               Move SC-Balance to Credit-Applied
               If Tender-Select = "G"
                   Move "C" to Tender-Select
               End-If
           End-If
           If Credit-Applied = 0
               Move 0 to Credit-Number-In
               Close Store-Credit-File
               Exit Paragraph
           End-If
           Subtract Credit-Applied from SC-Balance
           Move WS-Today-Date to SC-Last-Used-Date
           Rewrite Store-Credit-Record
           Close Store-Credit-File
           Move SC-Balance to nCredit-Balance
           Display "Certificate " Credit-Number-In " balance now "
               nCredit-Balance "."
           Move WS-Today-Date to SJ-Date
           Move Credit-Number-In to SJ-Credit-Number
           Set SJ-Redeemed to true
           Move Credit-Applied to SJ-Amount
           Move SC-Balance to SJ-Balance-After
           Move Order-Number to SJ-Order-Number
           Move spaces to SJ-Tender-Type
           Move 0 to SJ-Check-Number
           Move WS-Operator-Id to SJ-Operator-Id
           Move SO-Station-Id to SJ-Station-Id
           Open Extend Store-Credit-Journal-File
           If WS-SJ-Status = "35"
               Open Output Store-Credit-Journal-File
           End-If
           Write Store-Credit-Journal-Record
           Close Store-Credit-Journal-File.

       Charge-To-Account.
      *totals the account's open invoices plus this order before
      *accepting the charge; an order that would push past the
       Check-Credit-Limit.
      *sums what the account already owes (open invoices, net of
      *partial payments) and adds the order in front of it; a zero
      *limit on the master means the account is not capped.  Only
      *the account's own invoices are read, by the customer key.
           Move "N" to WS-Over-Limit
           If Cust-Credit-Limit = 0
               Exit Paragraph
           Open Input Open-Invoice-File
           If WS-IV-Status not = "00"
               Move "Y" to WS-IV-Check-EOF
           Else
               Move Customer-Number to IV-Cust-Number
               Start Open-Invoice-File key = IV-Cust-Number
                   Invalid Key
                       Move "Y" to WS-IV-Check-EOF
               End-Start
           End-If
           Perform Until WS-IV-Check-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-Check-EOF
                   Not At End
                       If IV-Cust-Number not = Customer-Number
                           Move "Y" to WS-IV-Check-EOF
                       Else
                           If IV-Status = "O"
                               Add IV-Amount to WS-Open-Balance
                               Subtract IV-Paid-Amount from
                                   WS-Open-Balance
                           End-If
                       End-If
               End-Read
           End-Perform
           Move Final-Total-in to CH-Amount
           Move WS-Today-Date to CH-Held-Date
           Set CH-Held to true
           Move Order-Rep-Id to CH-Rep-Id
           Open Extend Credit-Hold-File
           If WS-CH-Status = "35"
               Open Output Credit-Hold-File
           Move 0 to IV-Paid-Amount
           Set IV-Open-Inv to true
           Move spaces to IV-Doc-Type
           Move Order-Rep-Id to IV-Rep-Id
           Open I-O Open-Invoice-File
           If WS-IV-Status = "35"
               Open Output Open-Invoice-File
               Close Open-Invoice-File
               Open I-O Open-Invoice-File
           End-If
           Write Open-Invoice-Record
               Invalid Key
                   Display "Invoice " Order-Number
                       " is already on file."
           End-Write
           Close Open-Invoice-File
           Display "Order " Order-Number " charged to account "
               Customer-Number "."
      *pounds, and extended price after discount - so sales analysis
      *has the product mix the receipt's combined total loses.
      *Written with the receipt so a voided order leaves no detail.
           Move "N" to Promo-Waiver-Booked
           Open Extend Order-Detail-File
           If WS-OD-Status = "35"
               Open Output Order-Detail-File
               Move Void-Product-Code (Void-Idx) to OD-Product-Code
               Move Void-Qty-Lbs (Void-Idx) to OD-Lbs
               Move Void-Ext-Price (Void-Idx) to OD-Ext-Price
               Perform Tag-Promo-Detail
               Write Order-Detail-Record
           End-Perform
           Close Order-Detail-File.

       Tag-Promo-Detail.
      *a line the promotion priced carries the code and what it
      *took off; under free shipping every covered line carries
      *the code and the first of them books the freight waived
           Move spaces to OD-Promo-Code
           Move Void-Promo-Disc (Void-Idx) to OD-Promo-Discount
           If Void-Promo-Disc (Void-Idx) > 0
               Move Promo-Code-In to OD-Promo-Code
           End-If
           If Promo-Ship-Waived > 0 and Void-Pack-Units (Void-Idx) = 0
               Move Void-Product-Code (Void-Idx) to Promo-Check-Code
               Perform Check-Promo-Covers
               If Promo-Covers = "Y"
                   Move Promo-Code-In to OD-Promo-Code
                   If Promo-Waiver-Booked = "N"
                       Add Promo-Ship-Waived to OD-Promo-Discount
                       Move "Y" to Promo-Waiver-Booked
                   End-If
               End-If
           End-If.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between orders
           End-If
       End-Perform
       Display "Ordering for " Customer-Name
       Perform Select-Ship-Location
       Perform Get-Next-Order-Number.
       Display "Order Number: " Order-Number.

                   Else
                       Move "Y" to WS-Found-Customer
                       Move Cust-Name to Customer-Name
                       Move Cust-Rep-Id to Order-Rep-Id
                   End-If
           End-Read.

           Move spaces to Cust-Resale-Cert
           Move spaces to Cust-Status
           Move 0 to Cust-Merged-Into
      *    a walk-in signup is a house account until the office
      *    assigns a rep
           Move spaces to Cust-Rep-Id
           Move spaces to Cust-Email
           Move spaces to Order-Rep-Id
           Write Customer-Master-Record
               Invalid Key
                   Display "Unable to add customer."
           Perform Pack-Line-Item
           Exit Paragraph
       End-If.
       Perform Accept-Line-Quantity.
       Perform Order-check.

       Accept-Line-Quantity.
      *keys a loose-coffee line's quantity in pounds or kilograms;
      *kilograms are converted so everything downstream is pounds
       Display "Order by (L)bs or (K)g? " with no advancing
       Accept Unit-Select
       Move Function Upper-Case (Unit-Select) to Unit-Select
           Display "Pounds: " with no advancing
           Accept Coffee-in
       End-If.

       Pack-Line-Item.
           Display "How many packs? " with no advancing
           Perform Invalid-Order
       else
           Perform Read-Inventory
           If Coffee-in > Loc-On-Hand-Lbs
               Display "Only " Loc-On-Hand-Lbs " pounds of "
                   Coffee-Product-Name (Coffee-Product-Idx)
                   " on hand."
               Display "Backorder the rest and take what is on "
      *splits an order stock cannot cover: what is on hand sells as
      *a normal line item, and the unfillable pounds go onto the
      *backorder file to be released oldest-first when stock lands
           Compute Backorder-Lbs = Coffee-in - Loc-On-Hand-Lbs
           Perform Write-Backorder
           If Loc-On-Hand-Lbs > 0
               Move Loc-On-Hand-Lbs to Coffee-in
               Perform Valid-Order
               Subtract Coffee-in from Inv-On-Hand-Lbs
               Rewrite Inventory-Master-Record
           Move Backorder-Lbs to BK-Lbs
           Move WS-Today-Date to BK-Entered-Date
           Set BK-Open to true
           Move 0 to BK-Fill-Date
           Open Extend Backorder-File
           If WS-BO-Status = "35"
               Open Output Backorder-File
                   Move "SEED" to WS-IJ-Reason
                   Move 0 to WS-IJ-Order
                   Move 0 to WS-IJ-Cost
      *            a seeded record's pounds are the roastery's
                   Move Home-Location to WS-IJ-Location
                   Perform Write-Inventory-Journal
                   Move Ship-Location to WS-IJ-Location
           End-Read
           Perform Get-Location-Stock.

       Get-Location-Stock.
      *what the shipping location holds of the product on the
      *master record: its own record for any location but the
      *roastery, and for the roastery the master's pounds less
      *everything the other locations and open transfers hold
           If Ship-Location not = Home-Location
               Move Inv-Product-Code to IL-Product-Code
               Move Ship-Location to IL-Location
               Read Inventory-Location-File
                   Invalid Key
                       Move 0 to Loc-On-Hand-Lbs
                   Not Invalid Key
                       Move IL-On-Hand-Lbs to Loc-On-Hand-Lbs
               End-Read
               Exit Paragraph
           End-If
           Move 0 to Loc-Elsewhere-Lbs
           Move Inv-Product-Code to IL-Product-Code
           Move low-values to IL-Location
           Move "N" to WS-IL-EOF
           Start Inventory-Location-File key not < IL-Key
               Invalid Key
                   Move "Y" to WS-IL-EOF
           End-Start
           Perform Until WS-IL-EOF = "Y"
               Read Inventory-Location-File next record
                   At End
                       Move "Y" to WS-IL-EOF
                   Not At End
                       If IL-Product-Code not = Inv-Product-Code
                           Move "Y" to WS-IL-EOF
                       Else
                           Add IL-On-Hand-Lbs to Loc-Elsewhere-Lbs
                       End-If
               End-Read
           End-Perform
           If Loc-Elsewhere-Lbs > Inv-On-Hand-Lbs
               Move 0 to Loc-On-Hand-Lbs
           Else
               Compute Loc-On-Hand-Lbs =
                   Inv-On-Hand-Lbs - Loc-Elsewhere-Lbs
           End-If.

       Select-Ship-Location.
      *the roastery ships unless the desk names another location,
      *so a sale across the retail counter comes off the counter's
      *shelf and not off stock the counter cannot see
           Display "Ship from:"
           Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
               Display "  " LC-Code (Loc-Idx) " " LC-Name (Loc-Idx)
           End-Perform
           Display "Location (Enter for the roastery): "
               with no advancing
           Move spaces to Loc-Choice
           Accept Loc-Choice
           Move Function Upper-Case (Loc-Choice) to Loc-Choice
           If Loc-Choice = spaces
               Move Home-Location to Loc-Choice
           End-If
           Move "N" to Loc-Found
           Perform Varying Loc-Idx from 1 by 1 until Loc-Idx > 2
               If LC-Code (Loc-Idx) = Loc-Choice
                   Move "Y" to Loc-Found
               End-If
           End-Perform
           If Loc-Found = "N"
               Display "No such location; shipping from the "
                   "roastery."
               Move Home-Location to Loc-Choice
           End-If
           Move Loc-Choice to Ship-Location
           Move Loc-Choice to WS-IJ-Location.

       Post-Location-Stock.
      *moves the journaled pounds at a location other than the
      *roastery on its own record too, and carries that balance on
      *the journal line; the roastery's share is the master itself
           Move 0 to IJ-Loc-Balance-After
           If WS-IJ-Location = Home-Location
               Exit Paragraph
           End-If
           Move Inv-Product-Code to IL-Product-Code
           Move WS-IJ-Location to IL-Location
           Move "Y" to Loc-Found
           Read Inventory-Location-File
               Invalid Key
                   Move "N" to Loc-Found
                   Move 0 to IL-On-Hand-Lbs
           End-Read
           If WS-IJ-In-Out = "I"
               Add WS-IJ-Qty to IL-On-Hand-Lbs
           Else
               If WS-IJ-Qty > IL-On-Hand-Lbs
                   Move 0 to IL-On-Hand-Lbs
               Else
                   Subtract WS-IJ-Qty from IL-On-Hand-Lbs
               End-If
           End-If
           If Loc-Found = "Y"
               Rewrite Inventory-Location-Record
           Else
               Write Inventory-Location-Record
           End-If
           Move IL-On-Hand-Lbs to IJ-Loc-Balance-After
           Move IL-On-Hand-Lbs to Loc-On-Hand-Lbs.

       Journal-Sale.
           Move "O" to WS-IJ-In-Out
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
           Move WS-IJ-Location to IJ-Location
           Move spaces to IJ-Xfer-Location
           Move 0 to IJ-Xfer-Number
           Perform Post-Location-Stock
           Open Extend Inventory-Journal-File
           Move 0 to WS-Share-Tries
           Perform Until WS-IJ-Status = "00" or "35"
       Valid-Order.
       Perform Coffee-Calculation
       Perform Apply-Discount
       Perform Apply-Promotion
       Add Input-Before-Tax to Order-Total-Before-Tax
       Add Coffee-in to Order-Total-Lbs
       Add 1 to Void-Line-Count
       Move Coffee-in to Void-Qty-Lbs (Void-Line-Count)
       Move Input-Before-Tax to Void-Ext-Price (Void-Line-Count)
       Move 0 to Void-Pack-Units (Void-Line-Count)
       Move Promo-Line-Discount to Void-Promo-Disc (Void-Line-Count)
       Display "Added " Coffee-in " lbs of "
           Coffee-Product-Name (Coffee-Product-Idx)
           " to the order.".
               End-If
           End-Perform.

       Capture-Promo-Code.
           Display "Promotion code (blank = none): " with no advancing
           Move spaces to Promo-Code-In
           Accept Promo-Code-In
           Move Function Upper-Case (Promo-Code-In) to Promo-Code-In
           Perform Check-Promo-Code.

       Check-Promo-Code.
      *a code must be on file, active, inside its dates, and under
      *its usage limit to be honored; anything else is explained
      *and the order goes ahead at its normal price
           Move "N" to Promo-Valid
           Move "N" to Promo-Used
           Move 0 to Promo-Ship-Waived
           Move 0 to Promo-Order-Savings
           If Promo-Code-In = spaces
               Exit Paragraph
           End-If
           Open Input Promotion-File
           If WS-PM-Status not = "00"
               Display "No promotions on file; code " Promo-Code-In
                   " not applied."
               Exit Paragraph
           End-If
           Move Promo-Code-In to PM-Promo-Code
           Read Promotion-File
               Invalid Key
                   Display "Promotion code " Promo-Code-In
                       " is not on file; not applied."
               Not Invalid Key
                   Perform Qualify-Promo-Code
           End-Read
           Close Promotion-File.

       Qualify-Promo-Code.
           Evaluate true
               When not PM-Active
                   Display "Promotion " Promo-Code-In
                       " has been withdrawn; not applied."
               When WS-Today-Date < PM-Start-Date
                   Display "Promotion " Promo-Code-In
                       " does not start until " PM-Start-Date
                       "; not applied."
               When WS-Today-Date > PM-End-Date
                   Display "Promotion " Promo-Code-In " ended "
                       PM-End-Date "; not applied."
               When PM-Usage-Limit > 0
                       and PM-Usage-Count >= PM-Usage-Limit
                   Display "Promotion " Promo-Code-In
                       " has been used its limit of " PM-Usage-Limit
                       " times; not applied."
               When Other
                   Move "Y" to Promo-Valid
                   Move PM-Type to Promo-Type
                   Move PM-Percent to Promo-Percent
                   Move PM-Price-Per-Lb to Promo-Price-Per-Lb
                   Move PM-Min-Lbs to Promo-Min-Lbs
                   Move PM-Ship-Method to Promo-Ship-Method
                   Move PM-Products to Promo-Products
                   Display "Promotion " Promo-Code-In ": "
                       PM-Description
           End-Evaluate.

       Check-Promo-Covers.
      *all spaces in the product list covers every loose coffee
           Move "N" to Promo-Covers
           If Promo-Products = spaces
               Move "Y" to Promo-Covers
               Exit Paragraph
           End-If
           Perform Varying Promo-Sub from 1 by 1
                   until Promo-Sub > 10
               If Promo-Products (Promo-Sub:1) = Promo-Check-Code
                       and Promo-Check-Code not = space
                   Move "Y" to Promo-Covers
                   Exit Perform
               End-If
           End-Perform.

       Apply-Promotion.
      *the promotion is worked from the customer's own per-pound
      *price - contract if they have one, catalog otherwise - and
      *replaces the tier price only when it comes out lower, so a
      *line never gets both a tier discount and a promotion
           Move 0 to Promo-Line-Discount
           If Promo-Valid not = "Y" or Promo-Type = "S"
               Exit Paragraph
           End-If
           If Coffee-in < Promo-Min-Lbs
               Exit Paragraph
           End-If
           Move Coffee-Product-Code (Coffee-Product-Idx) to
               Promo-Check-Code
           Perform Check-Promo-Covers
           If Promo-Covers = "N"
               Exit Paragraph
           End-If
           If Contract-Price-Found = "Y"
               Move Contract-Price-Work to Promo-Base-Price
           Else
               Move Coffee-Product-Price (Coffee-Product-Idx) to
                   Promo-Base-Price
           End-If
           If Promo-Type = "F"
               Multiply Coffee-in by Promo-Price-Per-Lb
                   giving Promo-Line-Price
           Else
               Compute Promo-Line-Price rounded =
                   Coffee-in * Promo-Base-Price * (1 - Promo-Percent)
           End-If
           If Promo-Line-Price < Input-Before-Tax
               Compute Promo-Line-Discount =
                   Input-Before-Tax - Promo-Line-Price
               Move Promo-Line-Price to Input-Before-Tax
               Add Promo-Line-Discount to Promo-Order-Savings
               Move "Y" to Promo-Used
               Display "Promotion " Promo-Code-In
                   " beats the regular price on this line."
           End-If.

       Apply-Promo-Shipping.
      *a free-shipping promotion waives the whole freight charge
      *once the order's covered pounds reach its minimum, on the
      *method it names if it names one
           Move 0 to Promo-Ship-Waived
           If Promo-Valid not = "Y" or Promo-Type not = "S"
               Exit Paragraph
           End-If
           If Promo-Ship-Method not = space
                   and Promo-Ship-Method not = Shipping-Select (1:1)
               Display "Promotion " Promo-Code-In " ships free by "
                   Promo-Ship-Method " only; freight charged."
               Exit Paragraph
           End-If
           Move 0 to Promo-Covered-Lbs
           Perform Varying Void-Idx from 1 by 1
                   until Void-Idx > Void-Line-Count
               If Void-Pack-Units (Void-Idx) = 0
                   Move Void-Product-Code (Void-Idx) to
                       Promo-Check-Code
                   Perform Check-Promo-Covers
                   If Promo-Covers = "Y"
                       Add Void-Qty-Lbs (Void-Idx) to
                           Promo-Covered-Lbs
                   End-If
               End-If
           End-Perform
           If Promo-Covered-Lbs = 0
                   or Promo-Covered-Lbs < Promo-Min-Lbs
               Display "Promotion " Promo-Code-In " needs "
                   Promo-Min-Lbs " lbs of covered coffee; freight "
                   "charged."
               Exit Paragraph
           End-If
           Move Ship-in to Promo-Ship-Waived
           Add Promo-Ship-Waived to Promo-Order-Savings
           Move 0 to Ship-in
           Move Ship-in to Ship-Out
           Move "Y" to Promo-Used
           Display "Promotion " Promo-Code-In
               " ships this order free.".

       Record-Promo-Use.
      *counts the order against the code's usage limit once the
      *sale is written, so a voided order never uses one up
           If Promo-Used not = "Y"
               Exit Paragraph
           End-If
           Open I-O Promotion-File
           If WS-PM-Status = "00"
               Move Promo-Code-In to PM-Promo-Code
               Read Promotion-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Add 1 to PM-Usage-Count
                       Rewrite Promotion-Record
               End-Read
               Close Promotion-File
           End-If
           Move Promo-Order-Savings to nPromo-Savings
           Move "PROMO-USE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String Promo-Code-In delimited by space
               " order " delimited by size
               Order-Number delimited by size
               " saved " delimited by size
               nPromo-Savings delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Void-Order.
      *lets the operator back out of an order right after seeing the
      *total, reversing the charges and putting the stock back;
      *applies tax once against the whole order's subtotal, at the
      *rate the destination (or the exemption) calls for
           Perform Resolve-Tax-Rate
           Perform Apply-Order-Tax.

       Apply-Order-Tax.
      *the tax arithmetic once the rate is settled; a converted
      *quote comes straight here with the rate it was quoted at
           Multiply Order-Total-Before-Tax by Order-Tax-Rate giving
               Taxed-Amount-in
           Add Order-Total-Before-Tax Taxed-Amount-in giving
       Else
           Perform Ground-Shipping
           Move "Ground" to Shipping-Select
       End-If
       Perform Apply-Promo-Shipping.

       Ground-Shipping.
           Multiply Order-Total-Lbs by Ground-Rate-Per-Lb giving
           Display "Shipping Choice:                 " Shipping-Select
           Display "Shipping Cost:                    " Ship-Out
           Display "                         _______________________"
           Display "Final Total:                      " Final-Total-Out
           If Promo-Used = "Y"
               Move Promo-Order-Savings to nPromo-Savings
               Display "Promotion " Promo-Code-In " saved "
                   nPromo-Savings
           End-If.

       Quote-Desk.
      *quote mode prices and saves a quote without touching stock;
      *convert mode books an unexpired quote as an order
           If Run-Mode = "Q"
               Perform Enter-Quote
           Else
               Perform Convert-Quote
           End-If
           Perform Interactive-Pause.

       Enter-Quote.
      *every line goes through Valid-Order or Book-Pack-Line and the
      *order goes through Select-Ship-To, Tax-Calculation, and
      *Shipping-Calculation, so the quote is the order the desk
      *would have written today, less the stock relief
           Perform Initiate-Quote
           Move "Y" to More-Items
           Perform Until More-Items = "N" or "n"
                   or Void-Line-Count >= 20
               Perform Quote-Line-Item
               If Void-Line-Count >= 20
                   Display "Maximum of 20 line items per quote "
                       "reached."
                   Move "N" to More-Items
               Else
                   Display "Add another item to this quote? (Y/N)"
                       with no advancing
                   Accept More-Items
               End-If
           End-Perform
           If Order-Total-Lbs = 0
               Display "Nothing was quoted."
               Exit Paragraph
           End-If
           Perform Select-Ship-To
           Perform Tax-Calculation
           Perform Shipping-Calculation
           Add Input-After-Tax to Ship-in giving Final-Total-in
           Move Final-Total-in to Final-Total-Out
           Display "Quote good for how many days (0 = 30)? "
               with no advancing
           Accept Quote-Valid-Days
           If Quote-Valid-Days = 0
               Move 30 to Quote-Valid-Days
           End-If
           Compute Quote-Expiry-Date = Function Date-Of-Integer
               (Function Integer-Of-Date (WS-Today-Date)
                   + Quote-Valid-Days)
           Perform Get-Next-Quote-Number
           Perform Save-Quote
           Perform Print-Quote-Document
           Move "QUOTE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "quote " Quote-Number " cust " Customer-Number
               " expires " Quote-Expiry-Date
               delimited by size into WS-Audit-Detail
           Perform Write-Audit-Record.

       Initiate-Quote.
           Display "CIS Coffee Suppliers - Sales Quotation"
           Move "N" to WS-Found-Customer
           Perform Until WS-Found-Customer = "Y"
               Display "Customer Number (0 for a new prospect): "
                   with no advancing
               Accept Customer-Number
               If Customer-Number = 0
                   Perform Create-Customer
               Else
                   Perform Lookup-Customer
                   If WS-Found-Customer = "N"
                       Display "No customer on file for number "
                           Customer-Number "."
                   End-If
               End-If
           End-Perform
           Display "Quoting for " Customer-Name.

       Quote-Line-Item.
      *one quoted line; pricing is Valid-Order's own, so contract
      *price and discount tier come out exactly as on an order
           Perform Select-Product
           Perform Check-Product-Is-Pack
           If Pack-Is-Pack = "Y"
               Perform Quote-Pack-Line
               Exit Paragraph
           End-If
           Perform Accept-Line-Quantity
           Perform Until Coffee-in > 0 and Coffee-in <= 100
               Display "Invalid order amount."
               Display "Please re-enter the pounds: " with no
                   advancing
               Accept Coffee-in
           End-Perform
           Perform Valid-Order.

       Quote-Pack-Line.
      *no stock is checked or touched on a quote; the line simply
      *carries the component pounds the packs would pull
           Display "How many packs? " with no advancing
           Accept Packs-In
           If Packs-In = 0
               Display "Nothing added."
               Exit Paragraph
           End-If
           Perform Check-Pack-Line-Size
           If Pack-Check-Lbs > 999
               Display "That is " Pack-Check-Lbs " lbs of "
                   "components; a pack line tops out at 999 lbs. "
                   "Split the quote."
               Exit Paragraph
           End-If
           Move Pack-Check-Lbs to Pack-Total-Lbs
           Perform Book-Pack-Line.

       Get-Next-Quote-Number.
      *quote numbers are drawn from their own record on the order
      *control file, the same read-bump-rewrite as order numbers
           Open I-O Order-Control-File
           If WS-OC-Status = "35"
               Close Order-Control-File
               Open Output Order-Control-File
               Close Order-Control-File
               Open I-O Order-Control-File
           Else
               If WS-OC-Status not = "00"
                   Perform Convert-Order-Control
                   Open I-O Order-Control-File
               End-If
           End-If
           Move "QT" to OC-Control-Id
           Read Order-Control-File
               Invalid Key
                   Move 1 to Quote-Number
                   Move "QT" to OC-Control-Id
                   Compute OC-Next-Order-Number = Quote-Number + 1
                   Write Order-Control-Record
               Not Invalid Key
                   Move OC-Next-Order-Number to Quote-Number
                   Compute OC-Next-Order-Number = Quote-Number + 1
                   Rewrite Order-Control-Record
           End-Read
           Close Order-Control-File.

       Save-Quote.
      *one quote record per line, header figures on every line
           Open Extend Quote-File
           If WS-QT-Status = "35"
               Open Output Quote-File
           End-If
           Perform Varying Void-Idx from 1 by 1
                   until Void-Idx > Void-Line-Count
               Move Quote-Number to QT-Quote-Number
               Set QT-Line-Number to Void-Idx
               Move Customer-Number to QT-Cust-Number
               Move Customer-Name to QT-Customer-Name
               Move WS-Today-Date to QT-Quote-Date
               Move Quote-Expiry-Date to QT-Expiry-Date
               Move Void-Product-Code (Void-Idx) to QT-Product-Code
               Move Void-Qty-Lbs (Void-Idx) to QT-Lbs
               Move Void-Pack-Units (Void-Idx) to QT-Pack-Units
               Move Void-Ext-Price (Void-Idx) to QT-Ext-Price
               Move Shipping-Select to QT-Shipping-Method
               Move Ship-Address-Work to QT-Ship-Address
               Move Ship-State-In to QT-Ship-State
               Move Tax-Jur-Used to QT-Tax-Jur
               Move Order-Tax-Rate to QT-Tax-Rate
               Move Order-Total-Before-Tax to QT-Subtotal
               Move Taxed-Amount-in to QT-Tax-Amount
               Move Ship-in to QT-Ship-Cost
               Move Final-Total-in to QT-Total
               Set QT-Open to true
               Move 0 to QT-Order-Number
               Move 0 to QT-Converted-Date
               Move WS-Operator-Id to QT-Operator-Id
               Write Quote-Record
           End-Perform
           Close Quote-File.

       Print-Quote-Document.
      *the written quote the prospect takes away, to QUOTEDOC.DAT
           Open Output Quote-Document-File
           Move spaces to Quote-Document-Line
           String "CIS COFFEE SUPPLIERS - SALES QUOTATION "
               Quote-Number
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move spaces to Quote-Document-Line
           String "Quoted " WS-Today-Date "   Valid through "
               Quote-Expiry-Date
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move spaces to Quote-Document-Line
           String "For " Customer-Number " " Customer-Name
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move spaces to Quote-Document-Line
           String "Ship to " Ship-Address-Work " " Ship-State-In
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move spaces to Quote-Document-Line
           Perform Put-Quote-Line
           Move "  Product        Lbs  Packs      Amount" to
               Quote-Document-Line
           Perform Put-Quote-Line
           Perform Varying Void-Idx from 1 by 1
                   until Void-Idx > Void-Line-Count
               Move Void-Product-Code (Void-Idx) to Product-Code
               Perform Locate-Quoted-Product
               Move Void-Ext-Price (Void-Idx) to nQuote-Amount
               Move spaces to Quote-Document-Line
               String "  " Coffee-Product-Name (Coffee-Product-Idx)
                   "   " Void-Qty-Lbs (Void-Idx) "     "
                   Void-Pack-Units (Void-Idx) "  " nQuote-Amount
                   delimited by size into Quote-Document-Line
               Perform Put-Quote-Line
           End-Perform
           Move spaces to Quote-Document-Line
           Perform Put-Quote-Line
           Move Order-Total-Before-Tax to nQuote-Amount
           Move spaces to Quote-Document-Line
           String "  Subtotal                  " nQuote-Amount
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move Taxed-Amount-in to nQuote-Amount
           Move spaces to Quote-Document-Line
           String "  Tax (" Tax-Jur-Used ")                  "
               nQuote-Amount
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move Ship-in to nQuote-Amount
           Move spaces to Quote-Document-Line
           String "  Shipping (" Shipping-Select (1:6) ")       "
               nQuote-Amount
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move Final-Total-in to nQuote-Amount
           Move spaces to Quote-Document-Line
           String "  Quote total               " nQuote-Amount
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Move spaces to Quote-Document-Line
           Perform Put-Quote-Line
           Move spaces to Quote-Document-Line
           String "Prices are held for orders placed by the "
               "valid-through date."
               delimited by size into Quote-Document-Line
           Perform Put-Quote-Line
           Close Quote-Document-File
           Display "Quote " Quote-Number " saved; document written "
               "to QUOTEDOC.DAT.".

       Put-Quote-Line.
           Write Quote-Document-Line
           Display Quote-Document-Line.

       Locate-Quoted-Product.
      *finds a quoted code in the catalog whether or not it is
      *still offered for sale, so an old quote still resolves
           Move "N" to Quote-Found
           Perform Varying Coffee-Product-Idx from 1 by 1
                   until Coffee-Product-Idx > Product-Count
               If Coffee-Product-Code (Coffee-Product-Idx) =
                       Product-Code
                   Move "Y" to Quote-Found
                   Exit Perform
               End-If
           End-Perform
           If Quote-Found = "N"
               Set Coffee-Product-Idx to 1
           End-If.

       Convert-Quote.
      *the order desk pulls a quote by number and books it as an
      *order at the quoted line prices, quoted tax rate, and quoted
      *freight; stock is checked and relieved as on any order
           Display "Quote number to convert: " with no advancing
           Accept Quote-Number
           Perform Load-Quote-File
           If Quote-Line-Count = 0
               Display "No quote " Quote-Number " on file."
               Exit Paragraph
           End-If
           If Quoted-Status = "W"
               Display "Quote " Quote-Number " was already converted "
                   "to order " Quoted-Order-Number "."
               Exit Paragraph
           End-If
           If Quote-Expiry-Date < WS-Today-Date
               Display "Quote " Quote-Number " expired on "
                   Quote-Expiry-Date "; it must be re-quoted at "
                   "today's prices."
               Exit Paragraph
           End-If
           If Quote-File-Full = "Y"
               Display "QUOTE.DAT holds more than 2000 lines and "
                   "cannot be updated; quote not converted."
               Exit Paragraph
           End-If
           Perform Lookup-Customer
           If WS-Found-Customer = "N"
               Display "Customer " Customer-Number " on the quote "
                   "is not an active account."
               Exit Paragraph
           End-If
           Move Quoted-Total to nQuote-Total
           Display "Quote " Quote-Number " for " Customer-Name
               " dated " Quoted-Date
           Display "  " Quote-Line-Count " line(s), quoted total "
               nQuote-Total ", valid through " Quote-Expiry-Date
           Display "Convert this quote to an order? (Y/N) "
               with no advancing
           Accept Quote-Convert-Select
           If Quote-Convert-Select not = "Y" and not = "y"
               Display "Quote left open."
               Exit Paragraph
           End-If
           Perform Get-Next-Order-Number
           Display "Order Number: " Order-Number
           Perform Varying Quote-Idx from 1 by 1
                   until Quote-Idx > Quote-Line-Count
               Perform Convert-Quote-Line
           End-Perform
           If Order-Total-Lbs = 0
               Display "No pounds could be filled today; the quote "
                   "stays open."
               Exit Paragraph
           End-If
           Perform Update-Customer-Lifetime
           Move Quoted-Ship-Address to Ship-Address-Work
           Move Quoted-Ship-State to Ship-State-In
           Move Quoted-Method to Shipping-Select
           Move Quoted-Tax-Rate to Order-Tax-Rate
           Move Quoted-Tax-Jur to Tax-Jur-Used
           Perform Apply-Order-Tax
           Move Quoted-Ship-Cost to Ship-in
           Move Ship-in to Ship-Out
           Perform Total-Display
           Perform Void-Order
           If Void-Select = "Y" or "y"
               Move "ORDER-VOID" to WS-Audit-Type
               Move Customer-Name to WS-Audit-Detail
               Perform Write-Audit-Record
               Display "Quote " Quote-Number " stays open."
               Exit Paragraph
           End-If
           Perform Capture-Tender
           Perform Write-Receipt
           If Charge-Select = "Y" or "y"
               Perform Charge-To-Account
           End-If
           Move "COFFEE-ORDER" to WS-Audit-Type
           Move Customer-Name to WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Mark-Quote-Won.

       Load-Quote-File.
      *holds the whole file for the rewrite and picks out the lines
      *and header figures of the quote asked for
           Move 0 to Quote-Line-Count
           Move 0 to Quote-File-Count
           Move "N" to Quote-File-Full
           Move "N" to WS-QT-EOF
           Open Input Quote-File
           If WS-QT-Status not = "00"
               Move "Y" to WS-QT-EOF
           End-If
           Perform Until WS-QT-EOF = "Y"
               Read Quote-File
                   At End
                       Move "Y" to WS-QT-EOF
                   Not At End
                       Perform Hold-Quote-Record
               End-Read
           End-Perform
           If WS-QT-Status = "00" or "10"
               Close Quote-File
           End-If.

       Hold-Quote-Record.
           If Quote-File-Count < 2000
               Add 1 to Quote-File-Count
               Move Quote-Record to Quote-File-Line (Quote-File-Count)
           Else
               Move "Y" to Quote-File-Full
           End-If
           If QT-Quote-Number not = Quote-Number
                   or Quote-Line-Count >= 20
               Exit Paragraph
           End-If
           Add 1 to Quote-Line-Count
           Move QT-Product-Code to QL-Product-Code (Quote-Line-Count)
           Move QT-Lbs to QL-Lbs (Quote-Line-Count)
           Move QT-Pack-Units to QL-Pack-Units (Quote-Line-Count)
           Move QT-Ext-Price to QL-Ext-Price (Quote-Line-Count)
           Move QT-Cust-Number to Customer-Number
           Move QT-Quote-Date to Quoted-Date
           Move QT-Expiry-Date to Quote-Expiry-Date
           Move QT-Status to Quoted-Status
           Move QT-Order-Number to Quoted-Order-Number
           Move QT-Shipping-Method to Quoted-Method
           Move QT-Ship-Address to Quoted-Ship-Address
           Move QT-Ship-State to Quoted-Ship-State
           Move QT-Tax-Jur to Quoted-Tax-Jur
           Move QT-Tax-Rate to Quoted-Tax-Rate
           Move QT-Ship-Cost to Quoted-Ship-Cost
           Move QT-Total to Quoted-Total.

       Convert-Quote-Line.
      *books one quoted line at its quoted extended price; a loose
      *line short of stock can take what is on hand at the quoted
      *price per pound and backorder the rest, a short pack line is
      *refused the way the order desk refuses it
           Move QL-Product-Code (Quote-Idx) to Product-Code
           Perform Locate-Quoted-Product
           If Quote-Found = "N"
               Display "Product " Product-Code " is no longer in the "
                   "catalog; line skipped."
               Exit Paragraph
           End-If
           Move QL-Ext-Price (Quote-Idx) to Quoted-Line-Price
           If QL-Pack-Units (Quote-Idx) > 0
               Move QL-Pack-Units (Quote-Idx) to Packs-In
               Perform Verify-Pack-Components
               If Pack-Short = "Y"
                   Display "Cannot build " Packs-In " pack(s) of "
                       Coffee-Product-Name (Coffee-Product-Idx)
                       "; line refused."
               Else
                   Perform Relieve-Pack-Components
                   Move Pack-Total-Lbs to Coffee-in
                   Perform Book-Quoted-Line
               End-If
               Exit Paragraph
           End-If
           Move 0 to Packs-In
           Move QL-Lbs (Quote-Idx) to Coffee-in
           Perform Read-Inventory
           If Coffee-in > Loc-On-Hand-Lbs
               Display "Only " Loc-On-Hand-Lbs " pounds of "
                   Coffee-Product-Name (Coffee-Product-Idx)
                   " on hand."
               Display "Backorder the rest and take what is on "
                   "hand? (Y/N) " with no advancing
               Accept Backorder-Select
               If Backorder-Select not = "Y" and not = "y"
                   Display "Line refused."
                   Exit Paragraph
               End-If
               Compute Backorder-Lbs = Coffee-in - Loc-On-Hand-Lbs
               Perform Write-Backorder
               If Loc-On-Hand-Lbs = 0
                   Exit Paragraph
               End-If
               Compute Quoted-Line-Price rounded =
                   QL-Ext-Price (Quote-Idx) * Loc-On-Hand-Lbs
                       / QL-Lbs (Quote-Idx)
               Move Loc-On-Hand-Lbs to Coffee-in
           End-If
           Perform Book-Quoted-Line
           Subtract Coffee-in from Inv-On-Hand-Lbs
           Rewrite Inventory-Master-Record
           Perform Journal-Sale.

       Book-Quoted-Line.
           Add Quoted-Line-Price to Order-Total-Before-Tax
           Add Coffee-in to Order-Total-Lbs
           Add 1 to Void-Line-Count
           Move Coffee-Product-Code (Coffee-Product-Idx) to
               Void-Product-Code (Void-Line-Count)
           Move Coffee-in to Void-Qty-Lbs (Void-Line-Count)
           Move Quoted-Line-Price to Void-Ext-Price (Void-Line-Count)
           Move Packs-In to Void-Pack-Units (Void-Line-Count)
           Move 0 to Void-Promo-Disc (Void-Line-Count)
           Display "Added " Coffee-in " lbs of "
               Coffee-Product-Name (Coffee-Product-Idx)
               " at the quoted price.".

       Mark-Quote-Won.
      *stamps every line of the quote won with the order it became
      *and writes the quote file back.  The file is read again
      *first: the other station may have saved a quote while this
      *one was being converted, and writing back the copy taken
      *when the quote was pulled would erase it.
           Perform Load-Quote-File
           If Quote-File-Full = "Y"
               Display "QUOTE.DAT now holds more than 2000 lines; "
                   "quote " Quote-Number " not marked converted to "
                   "order " Order-Number "."
               Exit Paragraph
           End-If
           Perform Varying QF-Idx from 1 by 1
                   until QF-Idx > Quote-File-Count
               Move Quote-File-Line (QF-Idx) to Quote-Record
               If QT-Quote-Number = Quote-Number
                   Set QT-Won to true
                   Move Order-Number to QT-Order-Number
                   Move WS-Today-Date to QT-Converted-Date
                   Move Quote-Record to Quote-File-Line (QF-Idx)
               End-If
           End-Perform
           Open Output Quote-File
           Perform Varying QF-Idx from 1 by 1
                   until QF-Idx > Quote-File-Count
               Write Quote-Record from Quote-File-Line (QF-Idx)
           End-Perform
           Close Quote-File
           Display "Quote " Quote-Number " converted to order "
               Order-Number "."
           Move "QUOTE-WON" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "quote " Quote-Number " order " Order-Number
               " cust " Customer-Number
               delimited by size into WS-Audit-Detail
           Perform Write-Audit-Record.

       Interactive-Pause.
      *only the interactive path waits on the operator; batch orders
