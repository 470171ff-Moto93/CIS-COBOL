       Copy "ORDDETSEL.CPY".
       Copy "OPENINVSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "BOMSEL.CPY".
       Copy "AUDITSEL.CPY".
       Copy "RECEIPTSEL.CPY".
       Copy "STCREDSEL.CPY".
       Copy "SCJRNSEL.CPY".

       data division.
       file section.
       Copy "ORDDETFD.CPY".
       Copy "OPENINVFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "BOMFD.CPY".
       Copy "AUDITFD.CPY".
       Copy "RECEIPTFD.CPY".
       Copy "STCREDFD.CPY".
       Copy "SCJRNFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-RT-File-Open   pic x value "N".
           05 WS-OO-Status      pic xx.
           05 WS-OO-EOF         pic x.
           05 WS-OD-Status      pic xx.
           05 WS-OD-EOF         pic x.
           05 WS-OD-Overflow    pic x value "N".
           05 WS-IV-Status      pic xx.
           05 WS-RC-Status      pic xx.
           05 WS-IJ-Status      pic xx.
           05 WS-IL-Status      pic xx.
           05 WS-IL-EOF         pic x.
           05 WS-AL-Status      pic xx.
           05 WS-BM-Status      pic xx.
           05 WS-BM-EOF         pic x.
           05 WS-SC-Status      pic xx.
           05 WS-SJ-Status      pic xx.
       Copy "SIGNON.CPY".
       Copy "LOCTBL.CPY".
       01 Location-Fields.
      *    the location the line was relieved at, which gives back
      *    a cut and covers a raise; see Get-Location-Stock
           05 Line-Location      pic x(2).
           05 Loc-On-Hand-Lbs    pic 9(5).
           05 Loc-Elsewhere-Lbs  pic 9(7).
           05 Loc-Found          pic x.
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
      *    Resolve-Tax-Rate
           05 Amend-Tax-Jur      pic x(2).
           05 Amend-Tax-Rate     pic 9v9999.
      *    the freight the original sale charged; an order a
      *    promotion shipped free stays free when it is amended
           05 Amend-Orig-Ship    pic 9(6)v99.
           05 Order-Has-Promo    pic x.
           05 WS-Jur-Sub         pic 9.
      *    a certificate put toward the sale that is more than the
      *    amended total; the excess goes back on the certificate
           05 Restore-Credit-Number pic 9(6).
           05 Credit-Restored    pic 9(6)v99.
           05 nCredit-Restored   pic $$$,$$9.99.
           05 nCredit-Balance    pic $$$,$$9.99.
       01 Pack-Code-Fields.
      *    catalog codes that are buildable packs; an order whose
      *    detail carries one sold components the open-order lines
                               pic x(1).
           05 Order-Has-Pack    pic x.
           05 Order-Detail-Count pic 9(3).
       01 OD-Work-Table.
      *    the whole detail file held in storage the same way; a
      *    line's unit price is its extended price over its pounds,
               10 DT-Product-Code pic x(1).
               10 DT-Lbs          pic 9(3).
               10 DT-Ext-Price    pic 9(6)v99.
               10 DT-Promo-Code   pic x(8).
               10 DT-Promo-Disc   pic 9(6)v99.

       procedure division.
       Main-Start.
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Orders
               Display "The order-entry area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *amending a committed order moves stock and money around
      *after the fact; that is a supervisor's key, same as voids
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Load-Rate-Control
           Display "Order number to amend: " with no advancing
           Accept Keyed-Order-Number
           Perform Find-Order-Lines
           If Order-Line-Count = 0
               Display "No open-order lines on file for order "
                   "picked or shipped; use Returns instead."
               Goback
           End-If
           Perform Load-OD-Table
           If WS-OD-Overflow = "Y"
               Display "The order detail file exceeds the work "
                   "table; purge shipped orders before amending."
               Goback
           End-If
           Perform Load-Pack-Codes
           Perform Check-For-Pack-Lines
           If Order-Detail-Count = 0
           Perform Open-Masters
           Move 0 to Lines-Changed
           Move 0 to Removed-Lbs
      *each line is rewritten (or deleted, when cut to zero) as it
      *is amended, the same moment its stock moves
           Open I-O Open-Order-File
           If WS-OO-Status not = "00"
               Display "OPENORD.DAT is in use; order left as it was."
               Perform Close-Masters
               Goback
           End-If
           Perform Start-Order-Lines
           Perform Until WS-OO-EOF = "Y"
               Perform Amend-One-Line
               Perform Read-Order-Line
           End-Perform
           Close Open-Order-File
           If Lines-Changed = 0
               Display "Nothing changed; order left as it was."
           Else
               Perform Recompute-Order-Money
               Perform Rewrite-OD-File
               Perform Correct-Receipt
               Perform Adjust-Open-Invoice
           Goback.

       Find-Order-Lines.
      *the shipping method rides on the order's open-order lines;
      *the first line's is the order's
           Move 0 to Order-Line-Count
           Move "N" to Order-Not-Entered
           Move 0 to Order-Cust-Number
           Move "G" to Method-Letter
           Open Input Open-Order-File
           If WS-OO-Status not = "00"
               Exit Paragraph
           End-If
           Perform Start-Order-Lines
           Perform Until WS-OO-EOF = "Y"
               Add 1 to Order-Line-Count
               Move OO-Cust-Number to Order-Cust-Number
               If not OO-Entered
                   Move "Y" to Order-Not-Entered
               End-If
               If Order-Line-Count = 1
                       and OO-Shipping-Method (1:1) = "A"
                   Move "A" to Method-Letter
               End-If
               Perform Read-Order-Line
           End-Perform
           Close Open-Order-File.

       Start-Order-Lines.
      *positions on the keyed order's first line and reads it;
      *WS-OO-EOF comes back Y when the order has no lines on file
           Move "N" to WS-OO-EOF
           Move Keyed-Order-Number to OO-Order-Number
           Move 0 to OO-Line-Number
           Start Open-Order-File key not < OO-Order-Key
               Invalid Key
                   Move "Y" to WS-OO-EOF
           End-Start
           If WS-OO-EOF = "N"
               Perform Read-Order-Line
           End-If.

       Read-Order-Line.
      *a blank location is the roastery
           Read Open-Order-File next record
               At End
                   Move "Y" to WS-OO-EOF
           End-Read
           If WS-OO-EOF = "N"
                   and OO-Order-Number not = Keyed-Order-Number
               Move "Y" to WS-OO-EOF
           End-If
           If WS-OO-EOF = "N" and OO-Ship-Location = spaces
               Move Home-Location to OO-Ship-Location
           End-If.

       Amend-One-Line.
           Display " "
           Display "Line: product " OO-Product-Code
               " " OO-Lbs " lbs"
           Display "New quantity (same to keep, 0 to cancel): "
               with no advancing
           Accept New-Qty-In
           If New-Qty-In = OO-Lbs
               Exit Paragraph
           End-If
           Compute Delta-Lbs = OO-Lbs - New-Qty-In
           If Delta-Lbs < 0
               Perform Check-Stock-For-Increase
               If Stock-Short = "Y"
           End-If
           Perform Post-Stock-Delta
           Perform Adjust-Detail-Line
           Move New-Qty-In to OO-Lbs
           If New-Qty-In = 0
               Delete Open-Order-File record
                   Invalid Key
                       Continue
               End-Delete
           Else
               Rewrite Open-Order-Record
                   Invalid Key
                       Continue
               End-Rewrite
           End-If
           Add 1 to Lines-Changed
           If Delta-Lbs > 0
               Add Delta-Lbs to Removed-Lbs

       Check-Stock-For-Increase.
           Move "N" to Stock-Short
           Move OO-Product-Code to Inv-Product-Code
           Read Inventory-Master-File
               Invalid Key
                   Move "Y" to Stock-Short
               Not Invalid Key
                   Move OO-Ship-Location to Line-Location
                   Perform Get-Location-Stock
                   Compute Delta-Lbs = 0 - Delta-Lbs
                   If Delta-Lbs > Loc-On-Hand-Lbs
                       Move "Y" to Stock-Short
                   End-If
                   Compute Delta-Lbs = 0 - Delta-Lbs
      *puts reduced pounds back where Order-Check took them from
      *(or takes the extra for a raised line), with a journal line
      *so the day's movements still prove out
           Move OO-Product-Code to Inv-Product-Code
           Read Inventory-Master-File
               Invalid Key
                   Exit Paragraph
           Move "AMEND" to WS-IJ-Reason
           Move Keyed-Order-Number to WS-IJ-Order
           Move Inv-Avg-Cost-Lb to WS-IJ-Cost
           Move OO-Ship-Location to Line-Location
           Perform Write-Inventory-Journal.

       Get-Location-Stock.
      *what the line's location holds of the product on the master
      *record: its own record for any location but the roastery,
      *and for the roastery the master's pounds less everything
      *the other locations and open transfers hold
           If Line-Location not = Home-Location
               Move Inv-Product-Code to IL-Product-Code
               Move Line-Location to IL-Location
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

       Post-Location-Stock.
      *moves the journaled pounds at a location other than the
      *roastery on its own record too, and carries that balance on
      *the journal line; the roastery's share is the master itself
           Move 0 to IJ-Loc-Balance-After
           If Line-Location = Home-Location
               Exit Paragraph
           End-If
           Move Inv-Product-Code to IL-Product-Code
           Move Line-Location to IL-Location
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
           Move IL-On-Hand-Lbs to IJ-Loc-Balance-After.

       Adjust-Detail-Line.
      *reprices the detail line at the unit price it originally
      *sold for, so sales reporting stays true to what was charged
           Perform Varying OD-Tbl-Idx from 1 by 1
                   until OD-Tbl-Idx > OD-Table-Count
               If DT-Order-Number (OD-Tbl-Idx) = Keyed-Order-Number
                   and DT-Product-Code (OD-Tbl-Idx) = OO-Product-Code
                   and DT-Lbs (OD-Tbl-Idx) = OO-Lbs
                   If DT-Lbs (OD-Tbl-Idx) > 0
                       Compute Unit-Price-Work rounded =
                           DT-Ext-Price (OD-Tbl-Idx)
                               / DT-Lbs (OD-Tbl-Idx)
                       Compute DT-Ext-Price (OD-Tbl-Idx) rounded =
                           New-Qty-In * Unit-Price-Work
                       Compute DT-Promo-Disc (OD-Tbl-Idx) rounded =
                           DT-Promo-Disc (OD-Tbl-Idx) * New-Qty-In
                               / DT-Lbs (OD-Tbl-Idx)
                   End-If
                   Move New-Qty-In to DT-Lbs (OD-Tbl-Idx)
                   Exit Perform
       Find-Receipt-Tax-Jur.
      *the original receipt remembers which jurisdiction its tax
      *was collected for; receipts from before jurisdictions
      *existed carry spaces and mean the home rate.  The sale is
      *always sequence 00 under the order number.
           Move "HM" to Amend-Tax-Jur
           Move 0 to Amend-Orig-Ship
           Open Input Receipt-File
           If WS-RC-Status not = "00"
               Exit Paragraph
           End-If
           Move Keyed-Order-Number to RC-Key-Order
           Move 0 to RC-Key-Seq
           Read Receipt-File key is RC-Receipt-Key
               Invalid Key
                   Continue
               Not Invalid Key
                   If RC-Record-Type not = "R"
                           and RC-Tax-Jur not = spaces
                       Move RC-Tax-Jur to Amend-Tax-Jur
                   End-If
                   If RC-Record-Type = "S"
                       Move RC-Shipping-Cost to Amend-Orig-Ship
                   End-If
           End-Read
           Close Receipt-File.

       Rate-New-Shipping.
      *Method-Letter was taken from the order's lines by
      *Find-Order-Lines
           If Method-Letter = "A"
               Multiply New-Total-Lbs by Air-Rate-Per-Lb
                   giving New-Ship
               Multiply New-Total-Lbs by Ground-Rate-Per-Lb
                   giving New-Ship
               Add Ground-Base-Rate to New-Ship
           End-If
           Move "N" to Order-Has-Promo
           Perform Varying OD-Tbl-Idx from 1 by 1
                   until OD-Tbl-Idx > OD-Table-Count
               If DT-Order-Number (OD-Tbl-Idx) = Keyed-Order-Number
                       and DT-Promo-Code (OD-Tbl-Idx) not = spaces
                   Move "Y" to Order-Has-Promo
               End-If
           End-Perform
           If Order-Has-Promo = "Y" and Amend-Orig-Ship = 0
               Move 0 to New-Ship
           End-If.

       Load-Pack-Codes.
           Move "N" to WS-BM-EOF
                           Move OD-Lbs to DT-Lbs (OD-Table-Count)
                           Move OD-Ext-Price to
                               DT-Ext-Price (OD-Table-Count)
                           Move OD-Promo-Code to
                               DT-Promo-Code (OD-Table-Count)
      *                    lines written before promotions carry
      *                    spaces here
                           If OD-Promo-Discount numeric
                               Move OD-Promo-Discount to
                                   DT-Promo-Disc (OD-Table-Count)
                           Else
                               Move 0 to
                                   DT-Promo-Disc (OD-Table-Count)
                           End-If
                       End-If
               End-Read
           End-Perform.
                       OD-Product-Code
                   Move DT-Lbs (OD-Tbl-Idx) to OD-Lbs
                   Move DT-Ext-Price (OD-Tbl-Idx) to OD-Ext-Price
                   Move DT-Promo-Code (OD-Tbl-Idx) to OD-Promo-Code
                   Move DT-Promo-Disc (OD-Tbl-Idx) to
                       OD-Promo-Discount
                   Write Order-Detail-Record
               End-If
           End-Perform
           Close Order-Detail-File.

       Correct-Receipt.
      *writes the corrected numbers into the order's sale receipt
      *where it sits
           Move 0 to Restore-Credit-Number
           Move 0 to Credit-Restored
           Open I-O Receipt-File
           If WS-RC-Status not = "00"
               Exit Paragraph
           End-If
           Move Keyed-Order-Number to RC-Key-Order
           Move 0 to RC-Key-Seq
           Read Receipt-File key is RC-Receipt-Key
               Invalid Key
                   Continue
               Not Invalid Key
                   If RC-Record-Type not = "R"
                       Perform Correct-One-Receipt
                       Rewrite Receipt-Record
                           Invalid Key
                               Move 0 to Credit-Restored
                       End-Rewrite
                   End-If
           End-Read
           Close Receipt-File
           If Credit-Restored > 0
               Perform Restore-Store-Credit
           End-If.

       Correct-One-Receipt.
           Move New-Total-Lbs to RC-Coffee-Lbs
           Move New-Tax to RC-Tax-Amount
           Move New-After-Tax to RC-After-Tax
           Move New-Ship to RC-Shipping-Cost
           Move New-Final to RC-Final-Total
      *a certificate can only pay up to what the order now comes
      *to; what it paid beyond that is owed back to the certificate
           If RC-Credit-Applied numeric
               If RC-Credit-Applied > New-Final
                   Compute Credit-Restored =
                       RC-Credit-Applied - New-Final
                   Move RC-Credit-Number to Restore-Credit-Number
                   Move New-Final to RC-Credit-Applied
               End-If
           End-If.

       Restore-Store-Credit.
      *puts the part of the redemption the amended order no longer
      *uses back on the certificate and journals it, the reverse
      *of the order desk's Redeem-Store-Credit
           Move Credit-Restored to nCredit-Restored
           Open I-O Store-Credit-File
           If WS-SC-Status not = "00"
               Display "Store credit file unavailable; put "
                   nCredit-Restored " back on certificate "
                   Restore-Credit-Number " by hand."
               Exit Paragraph
           End-If
           Move Restore-Credit-Number to SC-Credit-Number
           Read Store-Credit-File
               Invalid Key
                   Display "Certificate " Restore-Credit-Number
                       " is not on file; refund " nCredit-Restored
                       " by hand."
                   Close Store-Credit-File
                   Exit Paragraph
           End-Read
           Add Credit-Restored to SC-Balance
           Move WS-Today-Date to SC-Last-Used-Date
           Rewrite Store-Credit-Record
           Close Store-Credit-File
           Move SC-Balance to nCredit-Balance
           Display "Certificate " Restore-Credit-Number " given back "
               nCredit-Restored "; balance now " nCredit-Balance "."
           Move WS-Today-Date to SJ-Date
           Move Restore-Credit-Number to SJ-Credit-Number
           Set SJ-Restored to true
           Move Credit-Restored to SJ-Amount
           Move SC-Balance to SJ-Balance-After
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
           Close Store-Credit-Journal-File.

       Adjust-Open-Invoice.
      *an on-account order's open invoice follows the corrected
      *total; an order amended away entirely closes its invoice so
      *Aging stops chasing money nobody owes
           Open I-O Open-Invoice-File
           If WS-IV-Status not = "00"
               Exit Paragraph
           End-If
           Move "N" to Invoice-Found
           Move Keyed-Order-Number to IV-Invoice-Number
           Read Open-Invoice-File key is IV-Invoice-Number
               Invalid Key
                   Continue
               Not Invalid Key
                   If IV-Open-Inv
                       Move New-Final to IV-Amount
                       If IV-Paid-Amount >= IV-Amount
                           Move "P" to IV-Status
                       End-If
                       Rewrite Open-Invoice-Record
                           Invalid Key
                               Continue
                           Not Invalid Key
                               Move "Y" to Invoice-Found
                       End-Rewrite
                   End-If
           End-Read
           Close Open-Invoice-File
           If Invoice-Found = "Y"
               Display "Open invoice adjusted to the corrected "
                   "total."
           End-If.
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

       Close-Masters.
           Close Inventory-Master-File
           Close Customer-Master-File
           Close Inventory-Location-File.

       Load-Rate-Control.
      *loads the tax and shipping rates in effect for today the
           Move WS-Operator-Id to IJ-Operator-Id
           Move WS-IJ-Cost to IJ-Unit-Cost
           Move SO-Station-Id to IJ-Station-Id
           Move Line-Location to IJ-Location
           Move spaces to IJ-Xfer-Location
           Move 0 to IJ-Xfer-Number
           Perform Post-Location-Stock
           Open Extend Inventory-Journal-File
           If WS-IJ-Status = "35"
               Open Output Inventory-Journal-File
