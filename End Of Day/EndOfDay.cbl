       Copy "RECEIPTSEL.CPY".
       Copy "ORDDETSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "INVLOCSEL.CPY".
       Copy "EXCPTSEL.CPY".
       Copy "NITESEL.CPY".
       Copy "DEPLOGSEL.CPY".
       Copy "SCJRNSEL.CPY".

       data division.
       file section.
       Copy "RECEIPTFD.CPY".
       Copy "ORDDETFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "INVLOCFD.CPY".
       Copy "EXCPTFD.CPY".
       Copy "NITEFD.CPY".
       Copy "DEPLOGFD.CPY".
       Copy "SCJRNFD.CPY".

       working-storage section.
       01 EOF-Flags.
           05 WS-IJ-EOF         pic x value "N".
           05 WS-Inv-Status     pic xx.
           05 WS-Inv-File-Open  pic x value "N".
           05 WS-IL-Status      pic xx.
           05 WS-IL-File-Open   pic x value "N".
           05 WS-EX-Status      pic xx.
           05 WS-EX-EOF         pic x value "N".
           05 WS-DL-Status      pic xx.
           05 WS-DL-EOF         pic x value "N".
           05 WS-SJ-Status      pic xx.
           05 WS-SJ-EOF         pic x value "N".
       01 Business-Date-Fields.
      *    the date being closed; register, receipt, and detail
      *    records from other days stay out of the totals, so the
           05 nStk-In           pic -(5)9.
           05 nStk-Out          pic -(5)9.
           05 nStk-Close        pic -(5)9.
      *    the same proof per location for every location that keeps
      *    its own pounds, chained on the location balance the
      *    journal line carries and closed against INVLOC.DAT; the
      *    roastery is the master less these, so it proves when the
      *    product line and its location lines all prove
           05 Loc-Stk-Count     pic 99 value 0.
           05 Loc-Stk-Line occurs 50 times indexed by LS-Idx.
               10 LS-Product-Code pic x(1).
               10 LS-Location     pic x(2).
               10 LS-Opening      pic s9(7).
               10 LS-In-Lbs       pic 9(7).
               10 LS-Out-Lbs      pic 9(7).
               10 LS-Last-After   pic 9(5).
               10 LS-Chain-OK     pic x.
           05 WS-Loc-Stk-Found  pic x.
       Copy "LOCTBL.CPY".
       01 Archive-Fields.
      *    the post-EOD roll: the day's live files are copied whole
      *    to dated archive files and restarted empty
               10 DP-Check-Number pic 9(8).
               10 DP-Check-Amount pic 9(8)v99.
           05 WS-Dep-Dropped    pic 99 value 0.
      *    store credit moves no money: what certificates and
      *    store credit covered on the day's sales, and the credit
      *    Returns issued in place of refunds, print apart from
      *    the drawer.  A certificate sold is money in the drawer
      *    under its own tender, and is counted there as well as
      *    on its own line.
           05 WS-Dep-Redeemed   pic 9(8)v99 value 0.
           05 WS-Dep-Credit-Issued pic 9(8)v99 value 0.
           05 WS-Cert-Sold      pic 9(8)v99 value 0.
           05 WS-Cert-Count     pic 9(5) value 0.
           05 WS-Tender-Amount  pic 9(8)v99.
           05 WS-Tender-Check-Number pic 9(8).
           05 WS-Dep-Amt-Disp   pic $$$$$$$9.99.
           05 WS-Dep-Amt-Text   pic x(15).
       01 Book-Deposit-Fields.
      *    the deposit log held in storage so a rerun of the same
      *    business date replaces that day's uncleared deposits
      *    rather than doubling them; anything the bank rec already
      *    matched is left exactly as it was
           05 WS-DL-Overflow    pic x value "N".
           05 WS-Drawer-Cleared pic x value "N".
           05 WS-Card-Cleared   pic x value "N".
           05 WS-Drawer-Amount  pic s9(8)v99 value 0.
           05 DL-Table-Count    pic 9(4) value 0.
           05 DL-Table-Entry occurs 1000 times indexed by DL-Idx.
               10 DT-Deposit-Type pic x(1).
               10 DT-Book-Date    pic 9(8).
               10 DT-Amount       pic 9(8)v99.
               10 DT-Cleared-Date pic 9(8).

       procedure division.
       Main-Start.
           Display "Running end-of-day control report..."
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Load-Night-Answers
           If WS-Unattended = "Y" and NA-Run-Step = "A"
      *the night stream calls back for the roll only after the
           Perform Read-Register-Totals
           Perform Read-Audit-Totals
           Perform Read-Receipt-Totals
           Perform Read-Credit-Journal
           Perform Read-Stock-Journal
           Perform Read-Exception-Counts
           Perform Write-Control-Report
           Perform Close-Files
           Perform Record-Book-Deposits
           Display "Control report written to EODCTL.DAT."
           Perform Offer-Archive
           If WS-Unattended = "Y" and WS-Recon-Failed = "Y"
               Move "Y" to WS-Receipt-EOF
           End-If
           Perform Until WS-Receipt-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-Receipt-EOF
                   Not At End
       Post-Deposit-Tender.
      *splits the receipt into the deposit-slip bucket its tender
      *says it belongs in; a refund comes back out of cash because
      *that is how the drawer actually paid it - unless the refund
      *was taken as store credit, which never left the drawer.  A
      *certificate put toward a sale is non-cash; only the rest of
      *the total goes in the tender's bucket.
           If RC-Credit-Memo
               If RC-Tender-Credit
                   Add WS-Receipt-Final to WS-Dep-Credit-Issued
               Else
                   Subtract WS-Receipt-Final from WS-Dep-Cash
               End-If
               Exit Paragraph
           End-If
           Move WS-Receipt-Final to WS-Tender-Amount
           If RC-Credit-Applied numeric
               Add RC-Credit-Applied to WS-Dep-Redeemed
               Subtract RC-Credit-Applied from WS-Tender-Amount
           End-If
           Evaluate true
               When RC-Tender-Credit
                   Continue
               When RC-Tender-Check
                   Move RC-Check-Number to WS-Tender-Check-Number
                   Perform Add-Deposit-Check
               When RC-Tender-Card
                   Add WS-Tender-Amount to WS-Dep-Card
               When RC-Tender-Account
                   Add WS-Tender-Amount to WS-Dep-Account
               When Other
                   Add WS-Tender-Amount to WS-Dep-Cash
           End-Evaluate.

       Add-Deposit-Check.
           Add WS-Tender-Amount to WS-Dep-Check-Tot
           If Dep-Check-Count < 50
               Add 1 to Dep-Check-Count
               Move WS-Tender-Check-Number to
                   DP-Check-Number (Dep-Check-Count)
               Move WS-Tender-Amount to
                   DP-Check-Amount (Dep-Check-Count)
           Else
      *        the check is in the total but cannot be listed check
      *        by check; say so on the slip
               Add 1 to WS-Dep-Dropped
           End-If.

       Read-Credit-Journal.
      *gift certificates sold on the business date put money in
      *the drawer with no receipt behind it, so they go in the
      *deposit buckets by tender from the store-credit journal
           Open Input Store-Credit-Journal-File
           If WS-SJ-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-SJ-EOF = "Y"
               Read Store-Credit-Journal-File
                   At End
                       Move "Y" to WS-SJ-EOF
                   Not At End
                       If SJ-Date = WS-Business-Date and SJ-Sold
                           Perform Post-Certificate-Tender
                       End-If
               End-Read
           End-Perform
           Close Store-Credit-Journal-File.

       Post-Certificate-Tender.
           Add 1 to WS-Cert-Count
           Add SJ-Amount to WS-Cert-Sold
           Move SJ-Amount to WS-Tender-Amount
           Evaluate SJ-Tender-Type
               When "K"
                   Move SJ-Check-Number to WS-Tender-Check-Number
                   Perform Add-Deposit-Check
               When "D"
                   Add WS-Tender-Amount to WS-Dep-Card
               When Other
                   Add WS-Tender-Amount to WS-Dep-Cash
           End-Evaluate.

       Read-Stock-Journal.
                   Not At End
                       If IJ-Date = WS-Business-Date
                           Perform Post-One-Movement
                           If IJ-Location not = spaces
                               and IJ-Location not = Home-Location
                               Perform Post-Location-Movement
                           End-If
                       End-If
               End-Read
           End-Perform
               End-If
           End-If.

       Post-Location-Movement.
           If IJ-Stock-In
               Compute WS-Move-Before =
                   IJ-Loc-Balance-After - IJ-Qty-Lbs
           Else
               Compute WS-Move-Before =
                   IJ-Loc-Balance-After + IJ-Qty-Lbs
           End-If
           Perform Find-Location-Slot
           If WS-Loc-Stk-Found = "N"
               Exit Paragraph
           End-If
           If LS-Product-Code (LS-Idx) = spaces
               Move IJ-Product-Code to LS-Product-Code (LS-Idx)
               Move IJ-Location to LS-Location (LS-Idx)
               Move WS-Move-Before to LS-Opening (LS-Idx)
               Move "Y" to LS-Chain-OK (LS-Idx)
           Else
               If WS-Move-Before not = LS-Last-After (LS-Idx)
                   Move "N" to LS-Chain-OK (LS-Idx)
               End-If
           End-If
           If IJ-Stock-In
               Add IJ-Qty-Lbs to LS-In-Lbs (LS-Idx)
           Else
               Add IJ-Qty-Lbs to LS-Out-Lbs (LS-Idx)
           End-If
           Move IJ-Loc-Balance-After to LS-Last-After (LS-Idx).

       Find-Location-Slot.
           Move "Y" to WS-Loc-Stk-Found
           Perform Varying LS-Idx from 1 by 1
                   until LS-Idx > Loc-Stk-Count
               If LS-Product-Code (LS-Idx) = IJ-Product-Code
                   and LS-Location (LS-Idx) = IJ-Location
                   Exit Perform
               End-If
           End-Perform
           If LS-Idx > Loc-Stk-Count
               If Loc-Stk-Count < 50
                   Add 1 to Loc-Stk-Count
                   Set LS-Idx to Loc-Stk-Count
                   Move spaces to LS-Product-Code (LS-Idx)
                   Move 0 to LS-In-Lbs (LS-Idx)
                   Move 0 to LS-Out-Lbs (LS-Idx)
               Else
                   Move "N" to WS-Loc-Stk-Found
               End-If
           End-If.

       Read-Exception-Counts.
      *tallies the business date's batch rejects by source file
           Open Input Exception-File
           Move 0 to EOD-Count
           Move WS-Dep-Account to WS-Dep-Amt-Disp
           Move WS-Dep-Amt-Disp to EOD-Amount-Text
           Write EOD-Control-Record
           Move "Gift certificates sold (in deposit)" to
               EOD-Description
           Move WS-Cert-Count to EOD-Count
           Move WS-Cert-Sold to WS-Dep-Amt-Disp
           Move WS-Dep-Amt-Disp to EOD-Amount-Text
           Write EOD-Control-Record
           Move "Store credit redeemed (non-cash)" to
               EOD-Description
           Move 0 to EOD-Count
           Move WS-Dep-Redeemed to WS-Dep-Amt-Disp
           Move WS-Dep-Amt-Disp to EOD-Amount-Text
           Write EOD-Control-Record
           Move "Return store credit issued (non-cash)" to
               EOD-Description
           Move 0 to EOD-Count
           Move WS-Dep-Credit-Issued to WS-Dep-Amt-Disp
           Move WS-Dep-Amt-Disp to EOD-Amount-Text
           Write EOD-Control-Record.

       Record-Book-Deposits.
      *logs the slip's drawer deposit (cash and checks) and card
      *settlement for the business date so the bank rec can match
      *them to the statement and carry them as in transit until it
      *does; on-account charges never reach the bank and stay out
           Move 0 to DL-Table-Count
           Move "N" to WS-DL-EOF
           Open Input Book-Deposit-File
           If WS-DL-Status not = "00"
               Move "Y" to WS-DL-EOF
           End-If
           Perform Until WS-DL-EOF = "Y"
               Read Book-Deposit-File
                   At End
                       Move "Y" to WS-DL-EOF
                   Not At End
                       Perform Keep-One-Book-Deposit
               End-Read
           End-Perform
           If WS-DL-Status = "00" or "10"
               Close Book-Deposit-File
           End-If
           Compute WS-Drawer-Amount = WS-Dep-Cash + WS-Dep-Check-Tot
           If WS-Drawer-Amount > 0 and WS-Drawer-Cleared = "N"
               Move "B" to DL-Deposit-Type
               Move WS-Drawer-Amount to DL-Amount
               Perform Add-Book-Deposit
           End-If
           If WS-Dep-Card > 0 and WS-Card-Cleared = "N"
               Move "C" to DL-Deposit-Type
               Move WS-Dep-Card to DL-Amount
               Perform Add-Book-Deposit
           End-If
           If WS-DL-Overflow = "Y"
               Display "DEPLOG.DAT is full; the day's deposits were "
                   "not logged for the bank rec."
               Exit Paragraph
           End-If
           Open Output Book-Deposit-File
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               Move DT-Deposit-Type (DL-Idx) to DL-Deposit-Type
               Move DT-Book-Date (DL-Idx) to DL-Book-Date
               Move DT-Amount (DL-Idx) to DL-Amount
               Move DT-Cleared-Date (DL-Idx) to DL-Cleared-Date
               Write Book-Deposit-Record
           End-Perform
           Close Book-Deposit-File.

       Keep-One-Book-Deposit.
           If DL-Book-Date = WS-Business-Date
                   and (DL-Drawer or DL-Card)
               If DL-Cleared-Date = 0
      *            an earlier close of this same date; the figures
      *            written below replace it
                   Exit Paragraph
               End-If
               If DL-Drawer
                   Move "Y" to WS-Drawer-Cleared
               Else
                   Move "Y" to WS-Card-Cleared
               End-If
           End-If
           If DL-Table-Count >= 1000
               Move "Y" to WS-DL-Overflow
               Exit Paragraph
           End-If
           Add 1 to DL-Table-Count
           Move DL-Deposit-Type to DT-Deposit-Type (DL-Table-Count)
           Move DL-Book-Date to DT-Book-Date (DL-Table-Count)
           Move DL-Amount to DT-Amount (DL-Table-Count)
           Move DL-Cleared-Date to DT-Cleared-Date (DL-Table-Count).

       Add-Book-Deposit.
           If DL-Table-Count >= 1000
               Move "Y" to WS-DL-Overflow
               Exit Paragraph
           End-If
           Add 1 to DL-Table-Count
           Move DL-Deposit-Type to DT-Deposit-Type (DL-Table-Count)
           Move WS-Business-Date to DT-Book-Date (DL-Table-Count)
           Move DL-Amount to DT-Amount (DL-Table-Count)
           Move 0 to DT-Cleared-Date (DL-Table-Count).

       Write-Stock-Recon-Lines.
      *one line per product that moved: opening + in - out, the
      *closing the master shows, and whether they agree
           End-Perform
           If WS-Inv-File-Open = "Y"
               Close Inventory-Master-File
           End-If
           If Loc-Stk-Count = 0
               Exit Paragraph
           End-If
           If WS-Closing-Today = "Y"
               Open Input Inventory-Location-File
               If WS-IL-Status = "00"
                   Move "Y" to WS-IL-File-Open
               End-If
           End-If
           Perform Varying LS-Idx from 1 by 1
                   until LS-Idx > Loc-Stk-Count
               Perform Write-One-Location-Line
           End-Perform
           If WS-IL-File-Open = "Y"
               Close Inventory-Location-File
           End-If.

       Write-One-Stock-Line.
           End-If
           Write EOD-Control-Record.

       Write-One-Location-Line.
           Compute WS-Recon-Close =
               LS-Opening (LS-Idx) + LS-In-Lbs (LS-Idx)
                   - LS-Out-Lbs (LS-Idx)
           Move LS-Opening (LS-Idx) to nStk-Opening
           Move LS-In-Lbs (LS-Idx) to nStk-In
           Move LS-Out-Lbs (LS-Idx) to nStk-Out
           Move WS-Recon-Close to nStk-Close
           Move spaces to EOD-Description
           String "Stock " LS-Product-Code (LS-Idx)
               "@" LS-Location (LS-Idx)
               " open" nStk-Opening
               " in" nStk-In
               " out" nStk-Out
               delimited by size into EOD-Description
           Move 0 to EOD-Count
           Move spaces to EOD-Amount-Text
           String "=" nStk-Close
               delimited by size into EOD-Amount-Text
           If WS-IL-File-Open = "Y"
               Move LS-Product-Code (LS-Idx) to IL-Product-Code
               Move LS-Location (LS-Idx) to IL-Location
               Read Inventory-Location-File
                   Invalid Key
                       Move 0 to IL-On-Hand-Lbs
               End-Read
               If IL-On-Hand-Lbs not = WS-Recon-Close
                   or IL-On-Hand-Lbs not = LS-Last-After (LS-Idx)
                   Move "N" to LS-Chain-OK (LS-Idx)
               End-If
           End-If
           If LS-Chain-OK (LS-Idx) = "Y"
               Move spaces to EOD-Amount-Text (8:8)
               If WS-IL-File-Open = "Y"
                   Move "OK" to EOD-Amount-Text (9:2)
               Else
                   Move "OK-JRNL" to EOD-Amount-Text (9:7)
               End-If
           Else
               Move "OUT-BAL" to EOD-Amount-Text (9:7)
               Move "Y" to WS-Recon-Failed
           End-If
           Write EOD-Control-Record.

       Offer-Archive.
      *the post-EOD roll: once the control report is filed, the
      *day's register, receipts, and order detail move whole to
           End-If
           Open Output Archive-File
           Perform Until WS-Archive-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-Archive-EOF
                   Not At End
