               file status is WS-Cust-Status.
       Copy "PRODSEL.CPY".
       Copy "RATECTLSEL.CPY".
       Copy "PRICESEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "AUDITSEL.CPY".
       Copy "RECEIPTSEL.CPY".
       Copy "STCREDSEL.CPY".
       Copy "SCJRNSEL.CPY".
       Copy "ORDCTLSEL.CPY".

       data division.
       file section.
       Copy "CUSTMAST.CPY".
       Copy "PRODFD.CPY".
       Copy "RATECTLFD.CPY".
       Copy "PRICEFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "AUDITFD.CPY".
       Copy "RECEIPTFD.CPY".
       Copy "STCREDFD.CPY".
       Copy "SCJRNFD.CPY".
       Copy "ORDCTLFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-RT-Status      pic xx.
           05 WS-RT-EOF         pic x value "N".
           05 WS-RT-File-Open   pic x value "N".
           05 WS-PC-Status      pic xx.
           05 WS-PC-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
           05 WS-RC-Status      pic xx.
           05 WS-RC-EOF         pic x.
           05 WS-Found-Receipt  pic x.
           05 WS-SC-Status      pic xx.
           05 WS-SJ-Status      pic xx.
           05 WS-OC-Status      pic xx.
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 Refund-Tax-Jur     pic x(2).
           05 Refund-Tax-Rate    pic 9v9999.
           05 WS-Jur-Sub         pic 9.
      *    money back out of the drawer, or store credit the
      *    customer spends at the order desk later; the credit
      *    number is drawn only when credit is chosen
           05 Refund-Method      pic x.
              88 Refund-As-Credit   value "S".
           05 Credit-Number      pic 9(6).
       01 Display-Fields.
           05 nRefund-Before-Tax pic $(6).99.
           05 nRefund-Tax        pic $(6).99.
           Display "Returns and Credit Memos"
           Perform Load-Product-Table
           Perform Load-Rate-Control
           Perform Load-Price-Schedule
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Warehouse
               Display "The warehouse area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Display "Original order number: " with no advancing
           Accept Keyed-Order-Number
           Perform Find-Receipt
           Goback.

       Find-Receipt.
      *reads the order's receipts by key: the original sale at
      *sequence 00, then any credit memos written against it
           Move "N" to WS-Found-Receipt
           Move "N" to WS-RC-EOF
           Move 0 to Original-Sale-Lbs
           Move 0 to Prior-Returned-Lbs
           Open Input Receipt-File
           If WS-RC-Status not = "00"
               Exit Paragraph
           End-If
           Move Keyed-Order-Number to RC-Key-Order
           Move 0 to RC-Key-Seq
           Start Receipt-File key not < RC-Receipt-Key
               Invalid Key
                   Move "Y" to WS-RC-EOF
           End-Start
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
                       If RC-Key-Order not = Keyed-Order-Number
                           Move "Y" to WS-RC-EOF
                       End-If
                       If RC-Key-Order = Keyed-Order-Number
                           If RC-Credit-Memo
      *                        an earlier credit memo on this order
      *                        uses up part of what can come back
                           End-If
                       End-If
               End-Read
           End-Perform
           Close Receipt-File.

       Take-Return.
      *accepts the returned pounds per product, restores stock, and
               Move Refund-After-Tax to nRefund-After-Tax
               Display "Refund " nRefund-Before-Tax " plus tax "
                   nRefund-Tax " = " nRefund-After-Tax
               Perform Choose-Refund-Method
               If Refund-As-Credit
                   Perform Issue-Return-Credit
               End-If
               Perform Write-Credit-Memo
               Move "RETURN" to WS-Audit-Type
               Move spaces to WS-Audit-Detail
               If Refund-As-Credit
                   String "order " delimited by size
                       Keyed-Order-Number delimited by size
                       " " delimited by size
                       Return-Total-Lbs delimited by size
                       " lbs credit " delimited by size
                       Credit-Number delimited by size
                       " " delimited by size
                       nRefund-After-Tax delimited by size
                       into WS-Audit-Detail
               Else
                   String "order " delimited by size
                       Keyed-Order-Number delimited by size
                       " " delimited by size
                       Return-Total-Lbs delimited by size
                       " lbs refunded " delimited by size
                       nRefund-After-Tax delimited by size
                       into WS-Audit-Detail
               End-If
               Perform Write-Audit-Record
           End-If
           Perform Close-Masters.

       Choose-Refund-Method.
           Display "Refund as (M)oney back or (S)tore credit? "
               with no advancing
           Accept Refund-Method
           Move Function Upper-Case (Refund-Method) to Refund-Method
           Perform Until Refund-Method = "M" or "S"
               Display "Please enter M or S: " with no advancing
               Accept Refund-Method
               Move Function Upper-Case (Refund-Method) to
                   Refund-Method
           End-Perform.

       Issue-Return-Credit.
      *opens a store-credit account for the refund under the next
      *certificate number, in the customer's name, and journals
      *it; the money stays owed to the customer instead of
      *leaving the drawer
           Perform Get-Next-Credit-Number
           Move Credit-Number to SC-Credit-Number
           Set SC-Return-Credit to true
           Move Return-Cust-Number to SC-Cust-Number
           Move Return-Cust-Name to SC-Holder-Name
           Move WS-Today-Date to SC-Issue-Date
           Move Keyed-Order-Number to SC-Source-Order
           Move Refund-After-Tax to SC-Original-Amount
           Move Refund-After-Tax to SC-Balance
           Move 0 to SC-Last-Used-Date
           Move WS-Operator-Id to SC-Issued-By
           Open I-O Store-Credit-File
           If WS-SC-Status = "35"
               Open Output Store-Credit-File
               Close Store-Credit-File
               Open I-O Store-Credit-File
           End-If
           Write Store-Credit-Record
               Invalid Key
      *            a number already on file cannot take the credit;
      *            the refund goes back to money so nothing is lost
                   Display "Store credit " Credit-Number
                       " is already on file; refunding as money."
                   Move "M" to Refund-Method
           End-Write
           Close Store-Credit-File
           If not Refund-As-Credit
               Exit Paragraph
           End-If
           Move WS-Today-Date to SJ-Date
           Move Credit-Number to SJ-Credit-Number
           Set SJ-Return-Issued to true
           Move Refund-After-Tax to SJ-Amount
           Move Refund-After-Tax to SJ-Balance-After
           Move Keyed-Order-Number to SJ-Order-Number
           Move spaces to SJ-Tender-Type
           Move 0 to SJ-Check-Number
           Move WS-Operator-Id to SJ-Operator-Id
           Move SO-Station-Id to SJ-Station-Id
           Open Extend Store-Credit-Journal-File
           If WS-SJ-Status = "35"
               Open Output Store-Credit-Journal-File
           End-If
           Write Store-Credit-Journal-Record
           Close Store-Credit-Journal-File
           Display "Store credit " Credit-Number " issued for "
               nRefund-After-Tax ".".

       Get-Next-Credit-Number.
      *draws the next certificate number off the order-control
      *file's SC record, the same draw GiftCert makes when it
      *sells a certificate
           Open I-O Order-Control-File
           If WS-OC-Status = "35"
               Close Order-Control-File
               Open Output Order-Control-File
               Close Order-Control-File
               Open I-O Order-Control-File
           End-If
           Move "SC" to OC-Control-Id
           Read Order-Control-File
               Invalid Key
                   Move 100001 to Credit-Number
                   Move "SC" to OC-Control-Id
                   Compute OC-Next-Order-Number = Credit-Number + 1
                   Write Order-Control-Record
               Not Invalid Key
                   Move OC-Next-Order-Number to Credit-Number
                   Compute OC-Next-Order-Number = Credit-Number + 1
                   Rewrite Order-Control-Record
           End-Read
           Close Order-Control-File.

       Resolve-Refund-Tax-Rate.
      *no money comes back that was never collected: an exempt
      *account (or a sale stamped EX) refunds zero tax, and an

       Write-Credit-Memo.
      *the credit memo is a receipt record flagged R under the same
      *order number, at the next free sequence from 01; amounts are
      *carried positive and EndOfDay subtracts R records from the
      *day's sales
           Move Keyed-Order-Number to RC-Order-Number
           Move Return-Cust-Number to RC-Cust-Number
           Move Return-Cust-Name to RC-Customer-Name
           Set RC-Credit-Memo to true
           Move WS-Today-Date to RC-Order-Date
      *    a refund is cash handed back out of the drawer, and the
      *    deposit slip nets it out of the cash total; a refund
      *    taken as store credit never touches the drawer
           If Refund-As-Credit
               Move "G" to RC-Tender-Type
               Move Credit-Number to RC-Credit-Number
               Move Refund-After-Tax to RC-Credit-Applied
           Else
               Move "C" to RC-Tender-Type
               Move 0 to RC-Credit-Number
               Move 0 to RC-Credit-Applied
           End-If
           Move 0 to RC-Check-Number
           Move SO-Station-Id to RC-Station-Id
      *    the memo debits the same jurisdiction the sale credited
           Move Refund-Tax-Jur to RC-Tax-Jur
           Move Keyed-Order-Number to RC-Key-Order
           Move 1 to RC-Key-Seq
           Open I-O Receipt-File
           If WS-RC-Status = "35"
               Open Output Receipt-File
               Close Receipt-File
               Open I-O Receipt-File
           End-If
           Move "N" to WS-RC-EOF
           Perform Until WS-RC-EOF = "Y"
               Write Receipt-Record
                   Invalid Key
                       If RC-Key-Seq >= 99
                           Display "Order " Keyed-Order-Number
                               " has no credit-memo numbers left."
                           Move "Y" to WS-RC-EOF
                       Else
                           Add 1 to RC-Key-Seq
                       End-If
                   Not Invalid Key
                       Move "Y" to WS-RC-EOF
               End-Write
           End-Perform
           Close Receipt-File
           Display "Credit memo written against order "
               Keyed-Order-Number ".".
                           Coffee-Product-Price (Product-Count)
                       Move Prod-Active-Flag to
                           Coffee-Product-Active (Product-Count)
                       Move 0 to Coffee-Price-Date (Product-Count)
               End-Read
           End-Perform
           If WS-Prod-Status = "00" or "10"
               Close Product-Master-File
           End-If.

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
      *loads the sales-tax rate in effect for today the same way
      *the order-entry programs do, so the refund reverses tax at
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
      *    returned coffee comes back through the roastery dock
           Move Home-Location to IJ-Location
           Move 0 to IJ-Loc-Balance-After
           Move spaces to IJ-Xfer-Location
           Move 0 to IJ-Xfer-Number
           Open Extend Inventory-Journal-File
           If WS-IJ-Status = "35"
               Open Output Inventory-Journal-File
