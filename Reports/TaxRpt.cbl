      **************************************
      *Program:    Sales-tax return report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. TaxRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Tax-Report-File assign to "TAXRPT.DAT"
               organization is line sequential.
           Select Customer-Master-File assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Cust-Number
               file status is WS-Cust-Status.
           Select GL-Period-File assign to "GLPERD.DAT"
               organization is indexed
               access mode is dynamic
               record key is GP-Key
               file status is WS-GQ-Status.
       Copy "RECEIPTSEL.CPY".
       Copy "JRNLSEL.CPY".
       Copy "AUDITSEL.CPY".
           Select Archive-File assign using Archive-File-Name
               organization is line sequential
               file status is WS-AR-Status.

       data division.
       file section.
       FD  Tax-Report-File.
       01  Tax-Report-Line      pic x(80).
       FD  Customer-Master-File.
       Copy "CUSTMAST.CPY".
       FD  GL-Period-File.
       Copy "GLPERD.CPY".
       Copy "RECEIPTFD.CPY".
       Copy "JRNLFD.CPY".
       Copy "AUDITFD.CPY".
       FD  Archive-File.
       01  Archive-Record       pic x(150).

       working-storage section.
       01 File-Status-Fields.
           05 WS-Cust-Status    pic xx.
           05 WS-Cust-Open      pic x value "N".
           05 WS-GQ-Status      pic xx.
           05 WS-GQ-EOF         pic x.
           05 WS-RC-Status      pic xx.
           05 WS-RC-EOF         pic x.
           05 WS-JE-Status      pic xx.
           05 WS-JE-EOF         pic x.
           05 WS-AL-Status      pic xx.
           05 WS-AL-EOF         pic x.
           05 WS-AR-Status      pic xx.
           05 WS-AR-EOF         pic x.
       01 Filing-Period.
      *    a return covers whole months, the same periods GLPost
      *    rolls the ledger into, so the 2200 check lines up
           05 WS-From-Period    pic 9(6).
           05 WS-To-Period      pic 9(6).
           05 WS-From-Date      pic 9(8).
           05 WS-To-Date        pic 9(8).
           05 WS-Next-Date      pic 9(8).
           05 WS-Period-Work    pic 9(6).
           05 WS-Period-Parts redefines WS-Period-Work.
               10 WS-Period-Year   pic 9(4).
               10 WS-Period-Month  pic 9(2).
           05 WS-Period-OK      pic x.
       01 Jurisdiction-Table.
      *    one line per jurisdiction the period's receipts were
      *    collected for; exempt resale sales stand on their own EX
      *    line since no tax was collected for any state on them
           05 Jur-Count         pic 99 value 0.
           05 Jur-Entry occurs 12 times indexed by Jur-Idx.
               10 JR-Jur-Code      pic x(2).
               10 JR-Gross         pic s9(9)v99.
               10 JR-Exempt        pic s9(9)v99.
               10 JR-Taxable       pic s9(9)v99.
               10 JR-Tax           pic s9(9)v99.
               10 JR-Memo-Count    pic 9(5).
       01 Exempt-Table.
      *    every exempt sale and credit memo in the period, with the
      *    resale certificate the state will ask to see
           05 Exempt-Count      pic 9(4) value 0.
           05 Exempt-Entry occurs 500 times indexed by Exempt-Idx.
               10 EX-Order-Number  pic 9(6).
               10 EX-Order-Date    pic 9(8).
               10 EX-Cust-Number   pic 9(5).
               10 EX-Cust-Name     pic x(20).
               10 EX-Resale-Cert   pic x(12).
               10 EX-Amount        pic s9(7)v99.
       01 Amended-Table.
      *    orders OrdMaint has amended, off the audit trail; their
      *    receipts carry the corrected figures, and an amendment
      *    keyed after the day's extract is why the ledger can lag
           05 Amend-Count       pic 9(4) value 0.
           05 Amend-Order occurs 300 times indexed by Amend-Idx
                                 pic 9(6).
           05 Amend-Hit-Count   pic 9(4) value 0.
           05 Amend-Hit-Entry occurs 200 times indexed by Hit-Idx.
               10 AH-Order-Number  pic 9(6).
               10 AH-Order-Date    pic 9(8).
               10 AH-Jur-Code      pic x(2).
               10 AH-Tax           pic s9(7)v99.
       01 Work-Fields.
           05 WS-Receipt-Amt    pic 9(8)v99.
           05 WS-Before-Amt     pic s9(8)v99.
           05 WS-Tax-Amt        pic s9(8)v99.
           05 WS-Ship-Amt       pic s9(8)v99.
           05 WS-Jur-Work       pic x(2).
           05 WS-Exempt-Sale    pic x.
           05 WS-Found-Slot     pic x.
           05 WS-Order-Work     pic 9(6).
           05 WS-Receipt-Count  pic 9(6) value 0.
           05 WS-Memo-Count     pic 9(5) value 0.
           05 WS-Dropped-Count  pic 9(5) value 0.
           05 WS-No-Cert-Count  pic 9(4) value 0.
           05 WS-Tot-Gross      pic s9(9)v99 value 0.
           05 WS-Tot-Exempt     pic s9(9)v99 value 0.
           05 WS-Tot-Taxable    pic s9(9)v99 value 0.
           05 WS-Tot-Tax        pic s9(9)v99 value 0.
           05 WS-Tot-Ship       pic s9(9)v99 value 0.
           05 WS-Scan-Int       pic 9(7).
           05 WS-End-Int        pic 9(7).
           05 WS-Date-X         pic 9(8).
           05 Archive-File-Name pic x(30).
       01 Ledger-Fields.
      *    2200 activity for the period straight off the ledger,
      *    less the accountant's own journal entries against it
      *    (remittances to the state, corrections), which leaves
      *    what the daily extracts posted from the receipts
           05 WS-GL-Found       pic x value "N".
           05 WS-GL-Credits     pic 9(11)v99 value 0.
           05 WS-GL-Debits      pic 9(11)v99 value 0.
           05 WS-GL-Net         pic s9(11)v99 value 0.
           05 WS-JE-Net         pic s9(11)v99 value 0.
           05 WS-GL-Sales-Tax   pic s9(11)v99 value 0.
           05 WS-Difference     pic s9(11)v99 value 0.
       01 Report-Edit-Fields.
           05 nAmount1          pic $$$,$$$,$$9.99-.
           05 nAmount2          pic $$$,$$$,$$9.99-.
           05 nAmount3          pic $$$,$$$,$$9.99-.
           05 nAmount4          pic $$$,$$$,$$9.99-.
           05 nLine-Amount      pic $$$$,$$9.99-.

       procedure division.
       Main-Start.
           Display "Sales-Tax Return Report"
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Enter-Filing-Period
           If WS-Period-OK = "N"
               Goback
           End-If
           Perform Load-Amended-Orders
           Open Input Customer-Master-File
           If WS-Cust-Status = "00"
               Move "Y" to WS-Cust-Open
           End-If
           Perform Read-Live-Receipts
      *EndOfDay rolls the day's receipts off to RECEIPT.<date>.DAT;
      *a night it ran late files them under a later date, so the
      *scan runs a week past the period and each receipt's own
      *date decides
           Perform Until WS-Scan-Int > WS-End-Int
               Perform Read-Archived-Receipts
               Add 1 to WS-Scan-Int
           End-Perform
           If WS-Cust-Open = "Y"
               Close Customer-Master-File
           End-If
           Perform Read-Ledger-2200
           Perform Read-Manual-2200
           Open Output Tax-Report-File
           Perform Write-Jurisdiction-Section
           Perform Write-Exempt-Section
           Perform Write-Amended-Section
           Perform Write-Reconciliation
           Close Tax-Report-File
           Display WS-Receipt-Count " receipts in the period; return "
               "written to TAXRPT.DAT."
           Goback.

       Enter-Filing-Period.
           Move "Y" to WS-Period-OK
           Display "First month of the filing period (YYYYMM): "
               with no advancing
           Accept WS-From-Period
           Display "Last month (YYYYMM, 0 = same month):       "
               with no advancing
           Accept WS-To-Period
           If WS-To-Period = 0
               Move WS-From-Period to WS-To-Period
           End-If
           Move WS-From-Period to WS-Period-Work
           If WS-Period-Month < 1 or WS-Period-Month > 12
                   or WS-Period-Year < 1601
               Move "N" to WS-Period-OK
           End-If
           Move WS-To-Period to WS-Period-Work
           If WS-Period-Month < 1 or WS-Period-Month > 12
                   or WS-Period-Year < 1601
               Move "N" to WS-Period-OK
           End-If
           If WS-To-Period < WS-From-Period
               Move "N" to WS-Period-OK
           End-If
           If WS-Period-OK = "N"
               Display "Enter the period as year and month, e.g. "
                   "202603, last month not before the first."
               Exit Paragraph
           End-If
           Compute WS-From-Date = WS-From-Period * 100 + 1
           Compute WS-To-Date = WS-To-Period * 100 + 31
           If WS-Period-Month = 12
               Add 1 to WS-Period-Year
               Move 1 to WS-Period-Month
           Else
               Add 1 to WS-Period-Month
           End-If
           Compute WS-Next-Date = WS-Period-Work * 100 + 1
           Compute WS-Scan-Int = Function Integer-Of-Date
               (WS-From-Date)
           Compute WS-End-Int = Function Integer-Of-Date
               (WS-Next-Date) + 6.

       Load-Amended-Orders.
      *OrdMaint logs "order nnnnnn n lines changed" for each
      *amendment it files
           Move "N" to WS-AL-EOF
           Open Input Audit-Log-File
           If WS-AL-Status not = "00"
               Move "Y" to WS-AL-EOF
           End-If
           Perform Until WS-AL-EOF = "Y"
               Read Audit-Log-File
                   At End
                       Move "Y" to WS-AL-EOF
                   Not At End
                       If AL-Program-Id = "ORDMAINT"
                               and AL-Transaction-Type =
                                   "ORDER-AMEND"
                               and AL-Detail (7:6) is numeric
                           Move AL-Detail (7:6) to WS-Order-Work
                           Perform Note-Amended-Order
                       End-If
               End-Read
           End-Perform
           If WS-AL-Status = "00" or "10"
               Close Audit-Log-File
           End-If.

       Note-Amended-Order.
           Perform Find-Amended-Order
           If WS-Found-Slot = "N" and Amend-Count < 300
               Add 1 to Amend-Count
               Move WS-Order-Work to Amend-Order (Amend-Count)
           End-If.

       Find-Amended-Order.
           Move "N" to WS-Found-Slot
           Perform Varying Amend-Idx from 1 by 1
                   until Amend-Idx > Amend-Count
               If Amend-Order (Amend-Idx) = WS-Order-Work
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform.

       Read-Live-Receipts.
           Move "N" to WS-RC-EOF
           Open Input Receipt-File
           If WS-RC-Status not = "00"
               Move "Y" to WS-RC-EOF
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
                       Perform Post-One-Receipt
               End-Read
           End-Perform
           If WS-RC-Status = "00" or "10"
               Close Receipt-File
           End-If.

       Read-Archived-Receipts.
           Move Function Date-Of-Integer (WS-Scan-Int) to WS-Date-X
           Move spaces to Archive-File-Name
           String "RECEIPT." WS-Date-X ".DAT"
               delimited by size into Archive-File-Name
           Move "N" to WS-AR-EOF
           Open Input Archive-File
           If WS-AR-Status not = "00"
               Move "Y" to WS-AR-EOF
           End-If
           Perform Until WS-AR-EOF = "Y"
               Read Archive-File
                   At End
                       Move "Y" to WS-AR-EOF
                   Not At End
                       Move spaces to Receipt-Record
                       Move Archive-Record to Receipt-Record
                       Perform Post-One-Receipt
               End-Read
           End-Perform
           If WS-AR-Status = "00" or "10"
               Close Archive-File
           End-If.

       Post-One-Receipt.
      *a credit memo takes its sale, tax, and shipping back out of
      *the jurisdiction the tax was collected for, the same way
      *GLExtract reverses it on the ledger
           If RC-Order-Date < WS-From-Date
                   or RC-Order-Date > WS-To-Date
               Exit Paragraph
           End-If
           Add 1 to WS-Receipt-Count
           Move RC-Before-Tax to WS-Receipt-Amt
           Move WS-Receipt-Amt to WS-Before-Amt
           Move RC-Tax-Amount to WS-Receipt-Amt
           Move WS-Receipt-Amt to WS-Tax-Amt
           Move RC-Shipping-Cost to WS-Receipt-Amt
           Move WS-Receipt-Amt to WS-Ship-Amt
           If RC-Credit-Memo
               Add 1 to WS-Memo-Count
               Compute WS-Before-Amt = 0 - WS-Before-Amt
               Compute WS-Tax-Amt = 0 - WS-Tax-Amt
               Compute WS-Ship-Amt = 0 - WS-Ship-Amt
           End-If
           Move RC-Tax-Jur to WS-Jur-Work
           If WS-Jur-Work = spaces
               Move "HM" to WS-Jur-Work
           End-If
           Perform Check-Exempt-Sale
           Perform Find-Jurisdiction-Slot
           If WS-Found-Slot = "N"
               Add 1 to WS-Dropped-Count
               Exit Paragraph
           End-If
           Add WS-Before-Amt to JR-Gross (Jur-Idx)
           If WS-Exempt-Sale = "Y"
               Add WS-Before-Amt to JR-Exempt (Jur-Idx)
               Perform Hold-Exempt-Sale
           Else
               Add WS-Before-Amt to JR-Taxable (Jur-Idx)
           End-If
           Add WS-Tax-Amt to JR-Tax (Jur-Idx)
           If RC-Credit-Memo
               Add 1 to JR-Memo-Count (Jur-Idx)
           End-If
           Add WS-Ship-Amt to WS-Tot-Ship
           Move RC-Order-Number to WS-Order-Work
           Perform Find-Amended-Order
           If WS-Found-Slot = "Y"
               Perform Hold-Amended-Receipt
           End-If.

       Check-Exempt-Sale.
      *EX marks a resale account's receipt; receipts from before
      *jurisdictions were recorded show up as an untaxed sale to
      *an account the master calls exempt
           Move "N" to WS-Exempt-Sale
           If WS-Jur-Work = "EX"
               Move "Y" to WS-Exempt-Sale
           End-If
           Move spaces to Cust-Resale-Cert
           If RC-Cust-Number = 0 or WS-Cust-Open = "N"
               Exit Paragraph
           End-If
           If WS-Exempt-Sale = "N" and WS-Tax-Amt not = 0
               Exit Paragraph
           End-If
           Move RC-Cust-Number to Cust-Number
           Read Customer-Master-File
               Invalid Key
                   Move spaces to Cust-Resale-Cert
               Not Invalid Key
                   If Cust-Exempt and WS-Before-Amt not = 0
                       Move "Y" to WS-Exempt-Sale
                       Move "EX" to WS-Jur-Work
                   End-If
           End-Read.

       Find-Jurisdiction-Slot.
           Move "N" to WS-Found-Slot
           Perform Varying Jur-Idx from 1 by 1
                   until Jur-Idx > Jur-Count
               If JR-Jur-Code (Jur-Idx) = WS-Jur-Work
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N" and Jur-Count < 12
               Add 1 to Jur-Count
               Set Jur-Idx to Jur-Count
               Move WS-Jur-Work to JR-Jur-Code (Jur-Idx)
               Move 0 to JR-Gross (Jur-Idx)
               Move 0 to JR-Exempt (Jur-Idx)
               Move 0 to JR-Taxable (Jur-Idx)
               Move 0 to JR-Tax (Jur-Idx)
               Move 0 to JR-Memo-Count (Jur-Idx)
               Move "Y" to WS-Found-Slot
           End-If.

       Hold-Exempt-Sale.
           If Exempt-Count >= 500
               Add 1 to WS-Dropped-Count
               Exit Paragraph
           End-If
           Add 1 to Exempt-Count
           Set Exempt-Idx to Exempt-Count
           Move RC-Order-Number to EX-Order-Number (Exempt-Idx)
           Move RC-Order-Date to EX-Order-Date (Exempt-Idx)
           Move RC-Cust-Number to EX-Cust-Number (Exempt-Idx)
           Move RC-Customer-Name to EX-Cust-Name (Exempt-Idx)
           Move Cust-Resale-Cert to EX-Resale-Cert (Exempt-Idx)
           Move WS-Before-Amt to EX-Amount (Exempt-Idx)
           If EX-Resale-Cert (Exempt-Idx) = spaces
               Add 1 to WS-No-Cert-Count
           End-If.

       Hold-Amended-Receipt.
           If Amend-Hit-Count >= 200
               Exit Paragraph
           End-If
           Add 1 to Amend-Hit-Count
           Set Hit-Idx to Amend-Hit-Count
           Move RC-Order-Number to AH-Order-Number (Hit-Idx)
           Move RC-Order-Date to AH-Order-Date (Hit-Idx)
           Move WS-Jur-Work to AH-Jur-Code (Hit-Idx)
           Move WS-Tax-Amt to AH-Tax (Hit-Idx).

       Read-Ledger-2200.
      *the period records GLPost keeps for 2200, one per month
           Open Input GL-Period-File
           If WS-GQ-Status not = "00"
               Exit Paragraph
           End-If
           Move "Y" to WS-GL-Found
           Move "N" to WS-GQ-EOF
           Move "2200" to GP-Account
           Move WS-From-Period to GP-Period
           Start GL-Period-File key not < GP-Key
               Invalid Key
                   Move "Y" to WS-GQ-EOF
           End-Start
           Perform Until WS-GQ-EOF = "Y"
               Read GL-Period-File next record
                   At End
                       Move "Y" to WS-GQ-EOF
                   Not At End
                       If GP-Account not = "2200"
                               or GP-Period > WS-To-Period
                           Move "Y" to WS-GQ-EOF
                       Else
                           Add GP-Credit-Total to WS-GL-Credits
                           Add GP-Debit-Total to WS-GL-Debits
                       End-If
               End-Read
           End-Perform
           Close GL-Period-File
           Compute WS-GL-Net = WS-GL-Credits - WS-GL-Debits.

       Read-Manual-2200.
      *journal entries ride the extract dated the business day
      *they were extracted, which is the month GLPost filed them in
           Move "N" to WS-JE-EOF
           Open Input Journal-Entry-File
           If WS-JE-Status not = "00"
               Move "Y" to WS-JE-EOF
           End-If
           Perform Until WS-JE-EOF = "Y"
               Read Journal-Entry-File
                   At End
                       Move "Y" to WS-JE-EOF
                   Not At End
                       If JE-Account = "2200" and JE-Extracted
                               and JE-Extract-Date >= WS-From-Date
                               and JE-Extract-Date <= WS-To-Date
                           If JE-Credit
                               Add JE-Amount to WS-JE-Net
                           Else
                               Subtract JE-Amount from WS-JE-Net
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-JE-Status = "00" or "10"
               Close Journal-Entry-File
           End-If
           Compute WS-GL-Sales-Tax = WS-GL-Net - WS-JE-Net.

       Write-Jurisdiction-Section.
           Move spaces to Tax-Report-Line
           String "SALES-TAX RETURN " WS-From-Period " TO "
               WS-To-Period
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Move spaces to Tax-Report-Line
           Perform Put-Report-Line
           Move "BY JURISDICTION" to Tax-Report-Line
           Perform Put-Report-Line
           Move spaces to Tax-Report-Line
           String "Jur     Gross sales    Exempt sales   Taxable sales"
               "   Tax collected"
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Perform Varying Jur-Idx from 1 by 1
                   until Jur-Idx > Jur-Count
               Add JR-Gross (Jur-Idx) to WS-Tot-Gross
               Add JR-Exempt (Jur-Idx) to WS-Tot-Exempt
               Add JR-Taxable (Jur-Idx) to WS-Tot-Taxable
               Add JR-Tax (Jur-Idx) to WS-Tot-Tax
               Move JR-Gross (Jur-Idx) to nAmount1
               Move JR-Exempt (Jur-Idx) to nAmount2
               Move JR-Taxable (Jur-Idx) to nAmount3
               Move JR-Tax (Jur-Idx) to nAmount4
               Move spaces to Tax-Report-Line
               String JR-Jur-Code (Jur-Idx) " " nAmount1 " "
                   nAmount2 " " nAmount3 " " nAmount4
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
           End-Perform
           Move WS-Tot-Gross to nAmount1
           Move WS-Tot-Exempt to nAmount2
           Move WS-Tot-Taxable to nAmount3
           Move WS-Tot-Tax to nAmount4
           Move spaces to Tax-Report-Line
           String "TOT" nAmount1 " " nAmount2 " " nAmount3 " "
               nAmount4
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Move WS-Tot-Ship to nAmount1
           Move spaces to Tax-Report-Line
           String "Shipping charged (not taxed):  " nAmount1
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Move spaces to Tax-Report-Line
           String WS-Receipt-Count " receipts, " WS-Memo-Count
               " credit memos netted in"
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line.

       Write-Exempt-Section.
           Move spaces to Tax-Report-Line
           Perform Put-Report-Line
           Move "EXEMPT SALES FOR RESALE" to Tax-Report-Line
           Perform Put-Report-Line
           Move spaces to Tax-Report-Line
           String "Order  Date     Cust  Name                 "
               "Resale cert         Amount"
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Perform Varying Exempt-Idx from 1 by 1
                   until Exempt-Idx > Exempt-Count
               If EX-Resale-Cert (Exempt-Idx) = spaces
                   Move "NONE ON FILE" to EX-Resale-Cert (Exempt-Idx)
               End-If
               Move EX-Amount (Exempt-Idx) to nLine-Amount
               Move spaces to Tax-Report-Line
               String EX-Order-Number (Exempt-Idx) " "
                   EX-Order-Date (Exempt-Idx) " "
                   EX-Cust-Number (Exempt-Idx) " "
                   EX-Cust-Name (Exempt-Idx) " "
                   EX-Resale-Cert (Exempt-Idx) " " nLine-Amount
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
           End-Perform
           If WS-No-Cert-Count > 0
               Move spaces to Tax-Report-Line
               String "NOTE: " WS-No-Cert-Count " exempt sales have "
                   "no resale certificate on the customer master."
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
           End-If.

       Write-Amended-Section.
           If Amend-Hit-Count = 0
               Exit Paragraph
           End-If
           Move spaces to Tax-Report-Line
           Perform Put-Report-Line
           Move "AMENDED ORDERS (TAX AS CORRECTED)" to
               Tax-Report-Line
           Perform Put-Report-Line
           Move "Order  Date     Jur        Tax" to Tax-Report-Line
           Perform Put-Report-Line
           Perform Varying Hit-Idx from 1 by 1
                   until Hit-Idx > Amend-Hit-Count
               Move AH-Tax (Hit-Idx) to nLine-Amount
               Move spaces to Tax-Report-Line
               String AH-Order-Number (Hit-Idx) " "
                   AH-Order-Date (Hit-Idx) " "
                   AH-Jur-Code (Hit-Idx) " " nLine-Amount
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
           End-Perform.

       Write-Reconciliation.
      *the return is only fit to file when the tax it reports is
      *the tax the daily extracts put on the books
           Move spaces to Tax-Report-Line
           Perform Put-Report-Line
           Move "RECONCILIATION TO GL 2200 SALES TAX PAYABLE" to
               Tax-Report-Line
           Perform Put-Report-Line
           If WS-GL-Found = "N"
               Move spaces to Tax-Report-Line
               String "No ledger period file on hand; post the "
                   "extracts before filing."
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
               Perform Write-Report-Notes
               Exit Paragraph
           End-If
           Move WS-Tot-Tax to nAmount1
           Move spaces to Tax-Report-Line
           String "Tax collected per this return  " nAmount1
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Move WS-GL-Net to nAmount1
           Move spaces to Tax-Report-Line
           String "GL 2200 net credit, period     " nAmount1
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Move WS-JE-Net to nAmount1
           Move spaces to Tax-Report-Line
           String "Less journal entries to 2200   " nAmount1
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Move WS-GL-Sales-Tax to nAmount1
           Move spaces to Tax-Report-Line
           String "Sales tax posted to 2200       " nAmount1
               delimited by size into Tax-Report-Line
           Perform Put-Report-Line
           Compute WS-Difference = WS-Tot-Tax - WS-GL-Sales-Tax
           Move WS-Difference to nAmount1
           Move spaces to Tax-Report-Line
           If WS-Difference = 0
               String "Difference                     " nAmount1
                   "  AGREES" delimited by size into Tax-Report-Line
           Else
               String "Difference                     " nAmount1
                   "  DIFFERS" delimited by size into Tax-Report-Line
           End-If
           Perform Put-Report-Line
           If WS-Difference not = 0
               Move spaces to Tax-Report-Line
               String "Explain the difference before filing: an "
                   "extract not yet posted, or an amendment"
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
               Move spaces to Tax-Report-Line
               String "keyed after its day's extract ran."
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
           End-If
           Perform Write-Report-Notes.

       Write-Report-Notes.
           If WS-Dropped-Count > 0
               Move spaces to Tax-Report-Line
               String "WARNING: " WS-Dropped-Count " receipts did not "
                   "fit the report tables; narrow the period."
                   delimited by size into Tax-Report-Line
               Perform Put-Report-Line
           End-If.

       Put-Report-Line.
           Write Tax-Report-Line
           Display Tax-Report-Line.

       End Program TaxRpt.
