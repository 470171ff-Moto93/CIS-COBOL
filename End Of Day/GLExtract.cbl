       Copy "RECEIPTSEL.CPY".
       Copy "OPENINVSEL.CPY".
       Copy "INVJRNSEL.CPY".
       Copy "GRNJRNSEL.CPY".
       Copy "NITESEL.CPY".
       Copy "APINVSEL.CPY".
       Copy "APCHKSEL.CPY".
       Copy "JRNLSEL.CPY".
       Copy "SCJRNSEL.CPY".

       data division.
       file section.
       Copy "RECEIPTFD.CPY".
       Copy "OPENINVFD.CPY".
       Copy "INVJRNFD.CPY".
       Copy "GRNJRNFD.CPY".
       Copy "NITEFD.CPY".
       Copy "APINVFD.CPY".
       Copy "APCHKFD.CPY".
       Copy "JRNLFD.CPY".
       Copy "SCJRNFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-IV-EOF         pic x value "N".
           05 WS-IJ-Status      pic xx.
           05 WS-IJ-EOF         pic x value "N".
           05 WS-GJ-Status      pic xx.
           05 WS-GJ-EOF         pic x value "N".
           05 WS-GM-Status      pic xx.
           05 WS-AI-Status      pic xx.
           05 WS-AI-EOF         pic x value "N".
           05 WS-AC-Status      pic xx.
           05 WS-AC-EOF         pic x value "N".
           05 WS-JE-Status      pic xx.
           05 WS-JE-EOF         pic x value "N".
           05 WS-JE-Overflow    pic x value "N".
           05 WS-SJ-Status      pic xx.
           05 WS-SJ-EOF         pic x value "N".
       01 Night-Run-Fields.
      *    when NightRun left answers stamped today, the run goes
      *    unattended off them instead of prompting
           05 WS-Payroll-Tax    pic 9(9)v99 value 0.
           05 WS-Payroll-Net    pic 9(9)v99 value 0.
           05 WS-Payroll-Ded    pic 9(9)v99 value 0.
      *    the shop's own share of payroll taxes, off the same run
      *    total lines; an expense to us and owed to the agencies
           05 WS-Employer-Tax   pic 9(9)v99 value 0.
      *    the part of gross the DEPT TOTAL lines charge to a
      *    department's wage account, one bucket per table entry;
      *    what is left of gross (unassigned people, and runs
      *    from before departments) stays on payroll expense
           05 WS-Dept-Wages     pic 9(9)v99 value 0.
           05 Dept-Wage-Amt     pic 9(9)v99 occurs 4 times
                                value 0.
      *    an off-cycle run's total lines (marked OFF) kept apart,
      *    so bonus and final-pay money shows on its own lines and
      *    never reads as a second period run; it takes no plan
      *    deductions
           05 WS-Off-Gross      pic 9(9)v99 value 0.
           05 WS-Off-Tax        pic 9(9)v99 value 0.
           05 WS-Off-Net        pic 9(9)v99 value 0.
           05 WS-Off-Employer   pic 9(9)v99 value 0.
           05 WS-Off-Dept-Wages pic 9(9)v99 value 0.
           05 Off-Dept-Wage-Amt pic 9(9)v99 occurs 4 times
                                value 0.
       Copy "DEPTTBL.CPY".
       01 Receipt-Totals.
      *    the business date's receipts split into the pieces the
      *    ledger wants; credit memos net out of each piece
           05 WS-Shipping-Rev   pic s9(9)v99 value 0.
           05 WS-Cash-In        pic s9(9)v99 value 0.
           05 WS-On-Account     pic s9(9)v99 value 0.
      *    what we owe holders of gift certificates and store
      *    credit: certificates sold and return credits issued
      *    raise it, redemptions at the order desk bring it down.
      *    None of it is a sale until it is spent on coffee.
           05 WS-Store-Credit   pic s9(9)v99 value 0.
       01 Jurisdiction-Tax-Totals.
      *    the tax split by where it was collected for, so the
      *    quarterly filings per state stop being estimates;
           05 WS-Line-Cost      pic 9(8)v99.
           05 WS-COGS-Amount    pic s9(9)v99 value 0.
           05 WS-Purchases      pic s9(9)v99 value 0.
      *    stale coffee given away, thrown out, or sent back to the
      *    roaster leaves inventory into shrink and spoilage, not
      *    cost-of-goods-sold; the roaster's credit for a return
      *    comes back off the same expense
           05 WS-Spoilage       pic s9(9)v99 value 0.
       01 Payables-Totals.
      *    vendor checks cut on the business date relieve what we owe
      *    the roasters out of cash, and an invoice approved that day
      *    at other than the dock cost adjusts the accrual Receiving
      *    booked, so account 2000 ties to the open payables file
           05 WS-Vendor-Paid    pic s9(9)v99 value 0.
           05 WS-AP-Variance    pic s9(9)v99 value 0.
           05 WS-Vendor-Credits pic s9(9)v99 value 0.
       01 Journal-Entry-Totals.
      *    approved manual entries dated on or before the business
      *    date ride this extract; the entries this date already
      *    carried on an earlier run are picked up again so a rerun
      *    of the same date rewrites the same file
           05 WS-JE-Debits      pic 9(10)v99 value 0.
           05 WS-JE-Credits     pic 9(10)v99 value 0.
           05 WS-JE-Lines       pic 9(4) value 0.
           05 JX-Table-Count    pic 9(4) value 0.
           05 JX-Table-Entry occurs 1000 times
                  indexed by JX-Idx.
               10 JX-Record       pic x(87).
               10 JX-Include      pic x.
       01 Balance-Fields.
           05 WS-Total-Debits   pic 9(10)v99 value 0.
           05 WS-Total-Credits  pic 9(10)v99 value 0.
           05 WS-GL-Account     pic x(4).
           05 WS-GL-Name        pic x(22).
           05 WS-GL-DC          pic x(1).
           05 WS-Line-Count     pic 9(4) value 0.
           05 nDebits           pic $$,$$$,$$$,$$9.99.
           05 nCredits          pic $$,$$$,$$$,$$9.99.

       procedure division.
       Main-Start.
           Display "General-Ledger Extract"
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Load-Night-Answers
           If WS-Unattended = "Y"
               Move NA-Business-Date to WS-Business-Date
           End-If
           Perform Read-Register-Totals
           Perform Read-Receipt-Totals
           Perform Read-Credit-Journal
           Perform Read-Invoice-Totals
           Perform Read-Journal-Costs
           Perform Read-Green-Receipts
           Perform Read-Payables
           Perform Read-Journal-Entries
           Compute WS-Cash-In = WS-Cash-In - WS-On-Account
           Perform Prove-The-Batch
           If WS-Total-Debits = WS-Total-Credits
                       Move "Y" to WS-PR-EOF
                   Not At End
                       If PR-Run-Date = WS-Business-Date
                               and PR-Off-Cycle = "OFF"
                           Perform Add-Off-Cycle-Totals
                       End-If
                       If PR-Run-Date = WS-Business-Date
                               and PR-Off-Cycle not = "OFF"
                           If PR-Employee-Name = "RUN TOTAL"
                               Move PR-Gross-Income to WS-Line-Amt
                               Add WS-Line-Amt to WS-Payroll-Gross
                               Add WS-Line-Amt to WS-Payroll-Tax
                               Move PR-Net-Income to WS-Line-Amt
                               Add WS-Line-Amt to WS-Payroll-Net
                               If PR-ER-SS numeric
                                   Add PR-ER-SS PR-ER-Medicare
                                       PR-ER-FUTA PR-ER-SUTA
                                       to WS-Employer-Tax
                               End-If
                           End-If
                           If PR-Employee-Name (1:9) = "DED TOTAL"
      *                        the per-plan remittance lines are the
                               Move PR-Gross-Income to WS-Line-Amt
                               Add WS-Line-Amt to WS-Payroll-Ded
                           End-If
                           If PR-Employee-Name (1:10) = "DEPT TOTAL"
                               Perform Add-Dept-Wages
                           End-If
                       End-If
               End-Read
           End-Perform
               Close Payroll-Register-File
           End-If.

       Add-Off-Cycle-Totals.
           If PR-Employee-Name = "RUN TOTAL"
               Move PR-Gross-Income to WS-Line-Amt
               Add WS-Line-Amt to WS-Off-Gross
               Move PR-Gross-Tax to WS-Line-Amt
               Add WS-Line-Amt to WS-Off-Tax
               Move PR-Net-Income to WS-Line-Amt
               Add WS-Line-Amt to WS-Off-Net
               Add PR-ER-SS PR-ER-Medicare PR-ER-FUTA PR-ER-SUTA
                   to WS-Off-Employer
           End-If
           If PR-Employee-Name (1:10) = "DEPT TOTAL"
               Set Dept-Idx to 1
               Search Department-Entry
                   At End
                       Continue
                   When DP-Dept-Code (Dept-Idx) = PR-Dept-Code
                       Move PR-Gross-Income to WS-Line-Amt
                       Add WS-Line-Amt to Off-Dept-Wage-Amt (Dept-Idx)
                       Add WS-Line-Amt to WS-Off-Dept-Wages
               End-Search
           End-If.

       Add-Dept-Wages.
           Set Dept-Idx to 1
           Search Department-Entry
               At End
                   Continue
               When DP-Dept-Code (Dept-Idx) = PR-Dept-Code
                   Move PR-Gross-Income to WS-Line-Amt
                   Add WS-Line-Amt to Dept-Wage-Amt (Dept-Idx)
                   Add WS-Line-Amt to WS-Dept-Wages
           End-Search.

       Read-Receipt-Totals.
      *splits each of the business date's receipts into coffee
      *sales, tax collected, and shipping revenue, with the final
               Move "Y" to WS-RC-EOF
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
               Move RC-Shipping-Cost to WS-Receipt-Amt
               Subtract WS-Receipt-Amt from WS-Shipping-Rev
               Move RC-Final-Total to WS-Receipt-Amt
      *        a refund taken as store credit is owed, not paid
               If RC-Tender-Credit
                   Add WS-Receipt-Amt to WS-Store-Credit
               Else
                   Subtract WS-Receipt-Amt from WS-Cash-In
               End-If
           Else
               Move RC-Before-Tax to WS-Receipt-Amt
               Add WS-Receipt-Amt to WS-Coffee-Sales
               Add WS-Receipt-Amt to WS-Shipping-Rev
               Move RC-Final-Total to WS-Receipt-Amt
               Add WS-Receipt-Amt to WS-Cash-In
      *        the part a certificate covered came off what we owe
      *        its holder, not into the drawer
               If RC-Credit-Applied numeric
                   Move RC-Credit-Applied to WS-Receipt-Amt
                   Subtract WS-Receipt-Amt from WS-Cash-In
                   Subtract WS-Receipt-Amt from WS-Store-Credit
               End-If
           End-If.

       Read-Credit-Journal.
      *a gift certificate sold on the business date is cash in
      *against the liability; the journal is the only record of
      *the sale, since no receipt is written for it
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
                           Add SJ-Amount to WS-Cash-In
                           Add SJ-Amount to WS-Store-Credit
                       End-If
               End-Read
           End-Perform
           Close Store-Credit-Journal-File.

       Post-Tax-To-Jurisdiction.
      *WS-Receipt-Amt still holds the receipt's tax; a memo takes
      *its tax back out of the jurisdiction it was collected for
               Move "Y" to WS-IV-EOF
           End-If
           Perform Until WS-IV-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
                   End-If
               When "RECEIPT"
                   Add WS-Line-Cost to WS-Purchases
               When "DONATE"
               When "DISCARD"
               When "RTV"
                   Add WS-Line-Cost to WS-Spoilage
      *        seeds and count adjustments stay out of the ledger;
      *        CycleCount's variance report owns explaining them;
      *        a roast moves green cost into roasted stock and is
      *        inventory to inventory, so it posts nothing either,
      *        and a transfer only moves stock between locations
           End-Evaluate.

       Read-Green-Receipts.
      *deliveries now book to green stock, so the business date's
      *purchases come off the green journal at the invoiced cost
           Open Input Green-Journal-File
           If WS-GJ-Status not = "00"
               Move "Y" to WS-GJ-EOF
           End-If
           Perform Until WS-GJ-EOF = "Y"
               Read Green-Journal-File
                   At End
                       Move "Y" to WS-GJ-EOF
                   Not At End
                       If GJ-Date = WS-Business-Date
                               and GJ-Reason = "RECEIPT"
                           Compute WS-Line-Cost =
                               GJ-Qty-Lbs * GJ-Unit-Cost
                           Add WS-Line-Cost to WS-Purchases
                       End-If
               End-Read
           End-Perform
           If WS-GJ-Status = "00" or "10"
               Close Green-Journal-File
           End-If.

       Read-Payables.
      *the business date's vendor checks and newly approved vendor
      *invoices; voided checks and held or rejected invoices post
      *nothing
           Open Input AP-Check-File
           If WS-AC-Status not = "00"
               Move "Y" to WS-AC-EOF
           End-If
           Perform Until WS-AC-EOF = "Y"
               Read AP-Check-File
                   At End
                       Move "Y" to WS-AC-EOF
                   Not At End
                       If AC-Check-Date = WS-Business-Date
                               and not AC-Void
                           Add AC-Amount to WS-Vendor-Paid
                       End-If
               End-Read
           End-Perform
           If WS-AC-Status = "00" or "10"
               Close AP-Check-File
           End-If
           Open Input Vendor-Invoice-File
           If WS-AI-Status not = "00"
               Move "Y" to WS-AI-EOF
           End-If
           Perform Until WS-AI-EOF = "Y"
               Read Vendor-Invoice-File
                   At End
                       Move "Y" to WS-AI-EOF
                   Not At End
                       If AI-Approved-Date = WS-Business-Date
                               and (AI-Open or AI-Paid)
                           If AI-Credit-Memo
                               Add AI-Amount to WS-Vendor-Credits
                           Else
                               Add AI-Variance to WS-AP-Variance
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-AI-Status = "00" or "10"
               Close Vendor-Invoice-File
           End-If.

       Read-Journal-Entries.
      *holds the whole journal file so the entries this extract
      *carries can be stamped extracted and the file written back
           Open Input Journal-Entry-File
           If WS-JE-Status not = "00"
               Move "Y" to WS-JE-EOF
           End-If
           Perform Until WS-JE-EOF = "Y"
               Read Journal-Entry-File
                   At End
                       Move "Y" to WS-JE-EOF
                   Not At End
                       If JX-Table-Count >= 1000
                           Move "Y" to WS-JE-Overflow
                       Else
                           Add 1 to JX-Table-Count
                           Move Journal-Entry-Record to
                               JX-Record (JX-Table-Count)
                           Move "N" to JX-Include (JX-Table-Count)
                           Perform Consider-Journal-Line
                       End-If
               End-Read
           End-Perform
           If WS-JE-Status = "00" or "10"
               Close Journal-Entry-File
           End-If
           If WS-JE-Overflow = "Y"
      *        stamping only part of the file would lose the rest
      *        when it is written back, so no entry rides this run
               Display "JRNLENT.DAT is past its table size; manual "
                   "entries were left for a later extract."
               Move 0 to WS-JE-Debits
               Move 0 to WS-JE-Credits
               Move 0 to WS-JE-Lines
           End-If.

       Consider-Journal-Line.
           If (JE-Approved and JE-Entry-Date <= WS-Business-Date)
                   or (JE-Extracted
                       and JE-Extract-Date = WS-Business-Date)
               Move "Y" to JX-Include (JX-Table-Count)
               Add 1 to WS-JE-Lines
               If JE-Debit
                   Add JE-Amount to WS-JE-Debits
               Else
                   Add JE-Amount to WS-JE-Credits
               End-If
           End-If.

       Prove-The-Batch.
      *adds every line it is about to write into debit and credit
      *totals; the two must match before anything hits the file
           Move 0 to WS-Total-Debits
           Move 0 to WS-Total-Credits
           Add WS-JE-Debits to WS-Total-Debits
           Add WS-JE-Credits to WS-Total-Credits
           Add WS-Payroll-Gross to WS-Total-Debits
           Add WS-Payroll-Tax to WS-Total-Credits
           Add WS-Payroll-Net to WS-Total-Credits
           Add WS-Payroll-Ded to WS-Total-Credits
           Add WS-Employer-Tax to WS-Total-Debits
           Add WS-Employer-Tax to WS-Total-Credits
           Add WS-Off-Gross to WS-Total-Debits
           Add WS-Off-Tax to WS-Total-Credits
           Add WS-Off-Net to WS-Total-Credits
           Add WS-Off-Employer to WS-Total-Debits
           Add WS-Off-Employer to WS-Total-Credits
           Perform Prove-Signed-Debit-Cash
           Perform Prove-Signed-Debit-AR
           Perform Prove-Signed-Credit-Sales
           Perform Prove-Signed-Credit-Tax
           Perform Prove-Signed-Credit-Ship
           Perform Prove-Signed-Credit-Store
           Perform Prove-Signed-Costs
           Perform Prove-Finance-Charges
           Perform Prove-Payables
           Perform Prove-Spoilage.

       Prove-Payables.
      *two more self-balancing pairs: payables against cash, and
      *the invoice variance against inventory
           If WS-Vendor-Paid >= 0
               Add WS-Vendor-Paid to WS-Total-Debits
               Add WS-Vendor-Paid to WS-Total-Credits
           Else
               Compute WS-Entry-Amount = 0 - WS-Vendor-Paid
               Add WS-Entry-Amount to WS-Total-Debits
               Add WS-Entry-Amount to WS-Total-Credits
           End-If
           If WS-AP-Variance >= 0
               Add WS-AP-Variance to WS-Total-Debits
               Add WS-AP-Variance to WS-Total-Credits
           Else
               Compute WS-Entry-Amount = 0 - WS-AP-Variance
               Add WS-Entry-Amount to WS-Total-Debits
               Add WS-Entry-Amount to WS-Total-Credits
           End-If.

       Prove-Spoilage.
      *two more self-balancing pairs: spoilage against inventory,
      *and payables against spoilage for the roasters' credits
           If WS-Spoilage >= 0
               Add WS-Spoilage to WS-Total-Debits
               Add WS-Spoilage to WS-Total-Credits
           Else
               Compute WS-Entry-Amount = 0 - WS-Spoilage
               Add WS-Entry-Amount to WS-Total-Debits
               Add WS-Entry-Amount to WS-Total-Credits
           End-If
           If WS-Vendor-Credits >= 0
               Add WS-Vendor-Credits to WS-Total-Debits
               Add WS-Vendor-Credits to WS-Total-Credits
           Else
               Compute WS-Entry-Amount = 0 - WS-Vendor-Credits
               Add WS-Entry-Amount to WS-Total-Debits
               Add WS-Entry-Amount to WS-Total-Credits
           End-If.

       Prove-Finance-Charges.
      *another self-balancing pair: receivable against income
               Add WS-Entry-Amount to WS-Total-Debits
           End-If.

       Prove-Signed-Credit-Store.
           If WS-Store-Credit >= 0
               Add WS-Store-Credit to WS-Total-Credits
           Else
               Compute WS-Entry-Amount = 0 - WS-Store-Credit
               Add WS-Entry-Amount to WS-Total-Debits
           End-If.

       Write-Posting-File.
           Perform Open-GL-Master
           Open Output GL-Posting-File
           Compute WS-Entry-Amount = WS-Payroll-Gross - WS-Dept-Wages
           Move "6000" to WS-GL-Account
           Move "PAYROLL EXPENSE" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Entry
           Perform Varying Dept-Idx from 1 by 1
                   until Dept-Idx > Department-Count
               Move Dept-Wage-Amt (Dept-Idx) to WS-Entry-Amount
               Move DP-Wage-Account (Dept-Idx) to WS-GL-Account
               Move spaces to WS-GL-Name
               String "WAGES - " DP-Dept-Name (Dept-Idx)
                   delimited by size into WS-GL-Name
               Move "D" to WS-GL-DC
               Perform Write-One-Entry
           End-Perform
           Move WS-Payroll-Tax to WS-Entry-Amount
           Move "2100" to WS-GL-Account
           Move "WITHHOLDING PAYABLE" to WS-GL-Name
           Move "DEDUCTIONS PAYABLE" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Entry
           Move WS-Employer-Tax to WS-Entry-Amount
           Move "6100" to WS-GL-Account
           Move "PAYROLL TAX EXPENSE" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Entry
           Move WS-Employer-Tax to WS-Entry-Amount
           Move "2400" to WS-GL-Account
           Move "EMPLOYER TAX PAYABLE" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Entry
           Perform Write-Off-Cycle-Entries
           Move WS-Cash-In to WS-Entry-Amount
           Move "1000" to WS-GL-Account
           Move "CASH - COFFEE SALES" to WS-GL-Name
           Move "SHIPPING REVENUE" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Store-Credit to WS-Entry-Amount
           Move "2500" to WS-GL-Account
           Move "STORE CREDIT LIABILITY" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-COGS-Amount to WS-Entry-Amount
           Move "5000" to WS-GL-Account
           Move "COST OF GOODS SOLD" to WS-GL-Name
           Move "FINANCE CHARGE INCOME" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-AP-Variance to WS-Entry-Amount
           Move "1200" to WS-GL-Account
           Move "INVENTORY - COFFEE" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-AP-Variance to WS-Entry-Amount
           Move "2000" to WS-GL-Account
           Move "ACCOUNTS PAYABLE" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Vendor-Paid to WS-Entry-Amount
           Move "2000" to WS-GL-Account
           Move "ACCOUNTS PAYABLE" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Vendor-Paid to WS-Entry-Amount
           Move "1000" to WS-GL-Account
           Move "CASH - VENDOR CHECKS" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Spoilage to WS-Entry-Amount
           Move "5100" to WS-GL-Account
           Move "SHRINK AND SPOILAGE" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Spoilage to WS-Entry-Amount
           Move "1200" to WS-GL-Account
           Move "INVENTORY - COFFEE" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Vendor-Credits to WS-Entry-Amount
           Move "2000" to WS-GL-Account
           Move "ACCOUNTS PAYABLE" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Move WS-Vendor-Credits to WS-Entry-Amount
           Move "5100" to WS-GL-Account
           Move "SHRINK AND SPOILAGE" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Signed-Entry
           Perform Write-Journal-Entries
           Close GL-Posting-File
           Close GL-Master-File.

       Write-Journal-Entries.
      *one posting line per approved manual entry line, under the
      *chart's name for the account, then the entries are stamped
      *with the business date that carried them
           If WS-JE-Lines = 0
               Exit Paragraph
           End-If
           Perform Varying JX-Idx from 1 by 1
                   until JX-Idx > JX-Table-Count
               If JX-Include (JX-Idx) = "Y"
                   Move JX-Record (JX-Idx) to Journal-Entry-Record
                   Move JE-Amount to WS-Entry-Amount
                   Move JE-Account to WS-GL-Account
                   Move "JOURNAL ENTRY" to WS-GL-Name
                   Move JE-DC-Flag to WS-GL-DC
                   Perform Write-One-Entry
                   Set JE-Extracted to true
                   Move WS-Business-Date to JE-Extract-Date
                   Move Journal-Entry-Record to JX-Record (JX-Idx)
               End-If
           End-Perform
           Open Output Journal-Entry-File
           Perform Varying JX-Idx from 1 by 1
                   until JX-Idx > JX-Table-Count
               Move JX-Record (JX-Idx) to Journal-Entry-Record
               Write Journal-Entry-Record
           End-Perform
           Close Journal-Entry-File
           Display WS-JE-Lines " manual journal line(s) carried.".

       Open-GL-Master.
      *the chart of accounts names every line the extract writes;
      *first use seeds it with the account set the extract always
           Move "2300" to GM-Account
           Move "DEDUCTIONS PAYABLE" to GM-Account-Name
           Perform Seed-One-Account
           Move "2400" to GM-Account
           Move "EMPLOYER TAX PAYABLE" to GM-Account-Name
           Perform Seed-One-Account
           Move "2500" to GM-Account
           Move "STORE CREDIT LIABILITY" to GM-Account-Name
           Perform Seed-One-Account
           Move "4000" to GM-Account
           Move "COFFEE SALES" to GM-Account-Name
           Perform Seed-One-Account
           Move "5000" to GM-Account
           Move "COST OF GOODS SOLD" to GM-Account-Name
           Perform Seed-One-Account
           Move "5100" to GM-Account
           Move "SHRINK AND SPOILAGE" to GM-Account-Name
           Perform Seed-One-Account
           Move "6000" to GM-Account
           Move "PAYROLL EXPENSE" to GM-Account-Name
           Perform Seed-One-Account
           Move "6100" to GM-Account
           Move "PAYROLL TAX EXPENSE" to GM-Account-Name
           Perform Seed-One-Account
           Perform Varying Dept-Idx from 1 by 1
                   until Dept-Idx > Department-Count
               Move DP-Wage-Account (Dept-Idx) to GM-Account
               Move spaces to GM-Account-Name
               String "WAGES - " DP-Dept-Name (Dept-Idx)
                   delimited by size into GM-Account-Name
               Perform Seed-One-Account
           End-Perform.

       Seed-One-Account.
           Move 0 to GM-Debit-Total
                   Move GM-Account-Name to WS-GL-Name
           End-Read.

       Write-Off-Cycle-Entries.
      *the same accounts as the period run, on lines named for the
      *off-cycle pay so the ledger detail tells the two apart
           Move "Y" to WS-Keep-Name
           Compute WS-Entry-Amount = WS-Off-Gross - WS-Off-Dept-Wages
           Move "6000" to WS-GL-Account
           Move "OFF-CYCLE PAYROLL" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Entry
           Perform Varying Dept-Idx from 1 by 1
                   until Dept-Idx > Department-Count
               Move Off-Dept-Wage-Amt (Dept-Idx) to WS-Entry-Amount
               Move DP-Wage-Account (Dept-Idx) to WS-GL-Account
               Move spaces to WS-GL-Name
               String "OFF-CYCLE WAGES - " DP-Dept-Code (Dept-Idx)
                   delimited by size into WS-GL-Name
               Move "D" to WS-GL-DC
               Perform Write-One-Entry
           End-Perform
           Move WS-Off-Tax to WS-Entry-Amount
           Move "2100" to WS-GL-Account
           Move "OFF-CYCLE WITHHOLDING" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Entry
           Move WS-Off-Net to WS-Entry-Amount
           Move "1000" to WS-GL-Account
           Move "CASH - OFF-CYCLE PAY" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Entry
           Move WS-Off-Employer to WS-Entry-Amount
           Move "6100" to WS-GL-Account
           Move "OFF-CYCLE PAYROLL TAX" to WS-GL-Name
           Move "D" to WS-GL-DC
           Perform Write-One-Entry
           Move WS-Off-Employer to WS-Entry-Amount
           Move "2400" to WS-GL-Account
           Move "OFF-CYCLE EMPLOYER TAX" to WS-GL-Name
           Move "C" to WS-GL-DC
           Perform Write-One-Entry
           Move "N" to WS-Keep-Name.

       Write-One-Signed-Entry.
      *a day where returns outran sales posts on the opposite side
      *rather than carrying a negative amount into the ledger
