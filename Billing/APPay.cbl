      **************************************
      *Program:    Vendor payment run
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. APPay.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Vendor-Master-File assign to "VENDMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is VN-Vendor-Number
               file status is WS-VN-Status.
           Select AP-Check-Print-File assign to "APCHKPRT.DAT"
               organization is line sequential.
           Select AP-Register-Print-File assign to "APREGPRT.DAT"
               organization is line sequential.
       Copy "APINVSEL.CPY".
       Copy "APCHKSEL.CPY".
       Copy "CHKCTLSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Vendor-Master-File.
       Copy "VENDMAST.CPY".
       FD  AP-Check-Print-File.
       01  AP-Check-Print-Line  pic x(70).
       FD  AP-Register-Print-File.
       01  AP-Register-Line     pic x(80).
       Copy "APINVFD.CPY".
       Copy "APCHKFD.CPY".
       Copy "CHKCTLFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-VN-Status      pic xx.
           05 WS-AI-Status      pic xx.
           05 WS-AI-EOF         pic x value "N".
           05 WS-AI-Overflow    pic x value "N".
           05 WS-AC-Status      pic xx.
           05 WS-AC-EOF         pic x value "N".
           05 WS-KC-Status      pic xx.
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Pay-Run-Fields.
           05 Maint-Choice      pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 Pay-Through-Date  pic 9(8).
           05 Next-Check-Number pic 9(6).
           05 Pay-Vendor        pic 9(4).
           05 Pay-Vendor-Name   pic x(20).
           05 Check-Amount      pic 9(7)v99.
      *    the vendor's due invoices less their open credit memos;
      *    a vendor whose credits cover what is due gets no check
      *    and the credits wait for the next invoice
           05 Check-Net         pic s9(7)v99.
           05 Vendor-Seen       pic x.
           05 Check-Inv-Count   pic 9(3).
           05 Checks-Cut        pic 9(4).
           05 Run-Total         pic 9(9)v99.
           05 Listed-Count      pic 9(4).
           05 nCheck-Amount     pic $$,$$$,$$9.99.
           05 nInv-Amount       pic $$,$$$,$$9.99.
           05 nRun-Total        pic $$$,$$$,$$9.99.
       01 AI-Work-Table.
      *    the whole payables file held in storage so the invoices a
      *    check pays can be marked in place and the file written
      *    back out whole; a line-sequential file cannot be
      *    rewritten record by record
           05 AI-Table-Count    pic 9(3) value 0.
           05 AI-Table-Entry occurs 500 times
                  indexed by AI-Tbl-Idx AI-Pay-Idx.
               10 AT-Voucher-Number pic 9(6).
               10 AT-Vendor-Number  pic 9(4).
               10 AT-Vendor-Invoice pic x(12).
               10 AT-PO-Number      pic 9(6).
               10 AT-Product-Code   pic x(1).
               10 AT-Invoice-Date   pic 9(8).
               10 AT-Due-Date       pic 9(8).
               10 AT-Lbs            pic 9(5).
               10 AT-Cost-Lb        pic 9(3)v99.
               10 AT-Amount         pic 9(7)v99.
               10 AT-Variance       pic s9(7)v99.
               10 AT-Status         pic x(1).
               10 AT-Hold-Reason    pic x(20).
               10 AT-Approved-Date  pic 9(8).
               10 AT-Check-Number   pic 9(6).
               10 AT-Paid-Date      pic 9(8).
               10 AT-Entered-By     pic x(8).
               10 AT-Doc-Type       pic x(1).
               10 AT-RA-Number      pic 9(6).

       procedure division.
       Main-Start.
           Display "Vendor Payment Run"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Billing
               Display "The billing area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *money leaving the bank is a supervisor's decision
               Display "The vendor payment run requires a supervisor."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-AI-Table
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "P) Pay vendor invoices falling due"
               Display "L) List the vendor check register"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "P"
                       Perform Run-Payments
                   When "L"
                       Perform List-Check-Register
                   When "X"
                       Continue
                   When Other
                       Display "Please enter P, L, or X."
               End-Evaluate
           End-Perform
           Goback.

       Load-AI-Table.
           Move 0 to AI-Table-Count
           Move "N" to WS-AI-EOF
           Open Input Vendor-Invoice-File
           If WS-AI-Status not = "00"
               Move "Y" to WS-AI-EOF
           End-If
           Perform Until WS-AI-EOF = "Y"
               Read Vendor-Invoice-File
                   At End
                       Move "Y" to WS-AI-EOF
                       Close Vendor-Invoice-File
                   Not At End
                       If AI-Table-Count >= 500
      *an invoice past the table would be lost when the file is
      *written back out, so the run is refused rather than risk it
                           Move "Y" to WS-AI-Overflow
                       Else
                           Add 1 to AI-Table-Count
                           Set AI-Tbl-Idx to AI-Table-Count
                           Perform Move-Record-To-Table
                       End-If
               End-Read
           End-Perform.

       Move-Record-To-Table.
           Move AI-Voucher-Number to AT-Voucher-Number (AI-Tbl-Idx)
           Move AI-Vendor-Number to AT-Vendor-Number (AI-Tbl-Idx)
           Move AI-Vendor-Invoice to AT-Vendor-Invoice (AI-Tbl-Idx)
           Move AI-PO-Number to AT-PO-Number (AI-Tbl-Idx)
           Move AI-Product-Code to AT-Product-Code (AI-Tbl-Idx)
           Move AI-Invoice-Date to AT-Invoice-Date (AI-Tbl-Idx)
           Move AI-Due-Date to AT-Due-Date (AI-Tbl-Idx)
           Move AI-Lbs to AT-Lbs (AI-Tbl-Idx)
           Move AI-Cost-Lb to AT-Cost-Lb (AI-Tbl-Idx)
           Move AI-Amount to AT-Amount (AI-Tbl-Idx)
           Move AI-Variance to AT-Variance (AI-Tbl-Idx)
           Move AI-Status to AT-Status (AI-Tbl-Idx)
           Move AI-Hold-Reason to AT-Hold-Reason (AI-Tbl-Idx)
           Move AI-Approved-Date to AT-Approved-Date (AI-Tbl-Idx)
           Move AI-Check-Number to AT-Check-Number (AI-Tbl-Idx)
           Move AI-Paid-Date to AT-Paid-Date (AI-Tbl-Idx)
           Move AI-Entered-By to AT-Entered-By (AI-Tbl-Idx)
           Move AI-Doc-Type to AT-Doc-Type (AI-Tbl-Idx)
           Move AI-RA-Number to AT-RA-Number (AI-Tbl-Idx)
           If AI-RA-Number not numeric
               Move 0 to AT-RA-Number (AI-Tbl-Idx)
           End-If.

       Move-Table-To-Record.
           Move AT-Voucher-Number (AI-Tbl-Idx) to AI-Voucher-Number
           Move AT-Vendor-Number (AI-Tbl-Idx) to AI-Vendor-Number
           Move AT-Vendor-Invoice (AI-Tbl-Idx) to AI-Vendor-Invoice
           Move AT-PO-Number (AI-Tbl-Idx) to AI-PO-Number
           Move AT-Product-Code (AI-Tbl-Idx) to AI-Product-Code
           Move AT-Invoice-Date (AI-Tbl-Idx) to AI-Invoice-Date
           Move AT-Due-Date (AI-Tbl-Idx) to AI-Due-Date
           Move AT-Lbs (AI-Tbl-Idx) to AI-Lbs
           Move AT-Cost-Lb (AI-Tbl-Idx) to AI-Cost-Lb
           Move AT-Amount (AI-Tbl-Idx) to AI-Amount
           Move AT-Variance (AI-Tbl-Idx) to AI-Variance
           Move AT-Status (AI-Tbl-Idx) to AI-Status
           Move AT-Hold-Reason (AI-Tbl-Idx) to AI-Hold-Reason
           Move AT-Approved-Date (AI-Tbl-Idx) to AI-Approved-Date
           Move AT-Check-Number (AI-Tbl-Idx) to AI-Check-Number
           Move AT-Paid-Date (AI-Tbl-Idx) to AI-Paid-Date
           Move AT-Entered-By (AI-Tbl-Idx) to AI-Entered-By
           Move AT-Doc-Type (AI-Tbl-Idx) to AI-Doc-Type
           Move AT-RA-Number (AI-Tbl-Idx) to AI-RA-Number.

       Run-Payments.
      *one check per vendor covering every open invoice of theirs
      *due on or before the pay-through date; held invoices wait
      *for a supervisor in APInv and never ride a payment run
           If WS-AI-Overflow = "Y"
               Display "APINV.DAT holds more than 500 records; "
                   "purge paid invoices before paying."
               Exit Paragraph
           End-If
           Display "Pay invoices due through (YYYYMMDD, 0 = today): "
               with no advancing
           Accept Pay-Through-Date
           If Pay-Through-Date = 0
               Move WS-Today-Date to Pay-Through-Date
           End-If
           Move 0 to Checks-Cut
           Move 0 to Run-Total
           Open Input Vendor-Master-File
           Open Output AP-Check-Print-File
           Open Output AP-Register-Print-File
           Move spaces to AP-Register-Line
           String "VENDOR CHECK REGISTER  run " WS-Today-Date
               "  due through " Pay-Through-Date
               delimited by size into AP-Register-Line
           Write AP-Register-Line
           Move spaces to AP-Register-Line
           String "Check   Vend Name                 Voucher "
               "Invoice            Amount"
               delimited by size into AP-Register-Line
           Write AP-Register-Line
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               If AT-Status (AI-Tbl-Idx) = "O"
                       and AT-Doc-Type (AI-Tbl-Idx) not = "C"
                       and AT-Due-Date (AI-Tbl-Idx)
                           <= Pay-Through-Date
                   Perform Pay-One-Vendor
               End-If
           End-Perform
           Move Run-Total to nRun-Total
           Move spaces to AP-Register-Line
           String "RUN TOTAL  " Checks-Cut " checks          "
               "                    " nRun-Total
               delimited by size into AP-Register-Line
           Write AP-Register-Line
           Close AP-Register-Print-File
           Close AP-Check-Print-File
           If WS-VN-Status = "00"
               Close Vendor-Master-File
           End-If
           If Checks-Cut = 0
               Display "No open vendor invoices due through "
                   Pay-Through-Date "."
           Else
               Perform Rewrite-AI-File
               Display Checks-Cut " vendor check(s) for " nRun-Total
                   " printed to APCHKPRT.DAT; register in "
                   "APREGPRT.DAT."
               Move "AP-PAYRUN" to WS-Audit-Type
               Move spaces to WS-Audit-Detail
               String Checks-Cut delimited by size
                   " vendor checks " delimited by size
                   nRun-Total delimited by size
                   " due thru " delimited by size
                   Pay-Through-Date delimited by size
                   into WS-Audit-Detail
               Perform Write-Audit-Record
           End-If.

       Pay-One-Vendor.
      *AI-Tbl-Idx sits on the vendor's first due invoice; every due
      *invoice of theirs from there down rides the same check
           Move AT-Vendor-Number (AI-Tbl-Idx) to Pay-Vendor
           Perform Net-Vendor-Due
           If Vendor-Seen = "Y"
               Exit Paragraph
           End-If
           If Check-Net not > 0
               Display "Vendor " Pay-Vendor " has credits covering "
                   "what is due; no check cut."
               Exit Paragraph
           End-If
           Move Pay-Vendor to VN-Vendor-Number
           Move spaces to Pay-Vendor-Name
           If WS-VN-Status = "00"
               Read Vendor-Master-File
                   Invalid Key
                       Move "VENDOR NOT ON FILE" to Pay-Vendor-Name
                   Not Invalid Key
                       Move VN-Vendor-Name to Pay-Vendor-Name
               End-Read
           End-If
           Perform Get-Next-Check-Number
           Move 0 to Check-Net
           Move 0 to Check-Inv-Count
           Perform Varying AI-Pay-Idx from 1 by 1
                   until AI-Pay-Idx > AI-Table-Count
               If AT-Vendor-Number (AI-Pay-Idx) = Pay-Vendor
                       and AT-Status (AI-Pay-Idx) = "O"
                       and (AT-Doc-Type (AI-Pay-Idx) = "C"
                           or AT-Due-Date (AI-Pay-Idx)
                               <= Pay-Through-Date)
                   Perform Pay-One-Invoice
               End-If
           End-Perform
           Move Check-Net to Check-Amount
           Move Next-Check-Number to AC-Check-Number
           Move Pay-Vendor to AC-Vendor-Number
           Move Pay-Vendor-Name to AC-Vendor-Name
           Move WS-Today-Date to AC-Check-Date
           Move Check-Amount to AC-Amount
           Move Check-Inv-Count to AC-Invoice-Count
           Set AC-Issued to true
           Move 0 to AC-Cleared-Date
           Open Extend AP-Check-File
           If WS-AC-Status = "35"
               Open Output AP-Check-File
           End-If
           Write AP-Check-Record
           Close AP-Check-File
           Perform Print-Check-Document
           Add 1 to Checks-Cut
           Add Check-Amount to Run-Total.

       Pay-One-Invoice.
           Move "P" to AT-Status (AI-Pay-Idx)
           Move Next-Check-Number to AT-Check-Number (AI-Pay-Idx)
           Move WS-Today-Date to AT-Paid-Date (AI-Pay-Idx)
           Add 1 to Check-Inv-Count
           Move AT-Amount (AI-Pay-Idx) to nInv-Amount
           Move spaces to AP-Register-Line
           If AT-Doc-Type (AI-Pay-Idx) = "C"
               Subtract AT-Amount (AI-Pay-Idx) from Check-Net
               String Next-Check-Number "  " Pay-Vendor " "
                   Pay-Vendor-Name " " AT-Voucher-Number (AI-Pay-Idx)
                   "  " AT-Vendor-Invoice (AI-Pay-Idx) " "
                   nInv-Amount " CR"
                   delimited by size into AP-Register-Line
           Else
               Add AT-Amount (AI-Pay-Idx) to Check-Net
               String Next-Check-Number "  " Pay-Vendor " "
                   Pay-Vendor-Name " " AT-Voucher-Number (AI-Pay-Idx)
                   "  " AT-Vendor-Invoice (AI-Pay-Idx) " "
                   nInv-Amount
                   delimited by size into AP-Register-Line
           End-If
           Write AP-Register-Line.

       Net-Vendor-Due.
      *what the vendor's check would come to; a vendor already
      *weighed earlier in the run (an invoice of theirs further up
      *the file is still open, so their credits covered it) is
      *passed over quietly
           Move "N" to Vendor-Seen
           Move 0 to Check-Net
           Perform Varying AI-Pay-Idx from 1 by 1
                   until AI-Pay-Idx > AI-Table-Count
               If AT-Vendor-Number (AI-Pay-Idx) = Pay-Vendor
                       and AT-Status (AI-Pay-Idx) = "O"
                   If AT-Doc-Type (AI-Pay-Idx) = "C"
                       Subtract AT-Amount (AI-Pay-Idx) from Check-Net
                   Else
                       If AT-Due-Date (AI-Pay-Idx)
                               <= Pay-Through-Date
                           Add AT-Amount (AI-Pay-Idx) to Check-Net
                           If AI-Pay-Idx < AI-Tbl-Idx
                               Move "Y" to Vendor-Seen
                           End-If
                       End-If
                   End-If
               End-If
           End-Perform.

       Print-Check-Document.
           Move Check-Amount to nCheck-Amount
           Move all "-" to AP-Check-Print-Line
           Write AP-Check-Print-Line
           Move spaces to AP-Check-Print-Line
           String "CIS COFFEE SUPPLIERS          Check No. "
               Next-Check-Number
               delimited by size into AP-Check-Print-Line
           Write AP-Check-Print-Line
           Move spaces to AP-Check-Print-Line
           String "Date " WS-Today-Date
               "        Invoices paid " Check-Inv-Count
               delimited by size into AP-Check-Print-Line
           Write AP-Check-Print-Line
           Move spaces to AP-Check-Print-Line
           String "Pay to the order of " Pay-Vendor-Name
               " " nCheck-Amount
               delimited by size into AP-Check-Print-Line
           Write AP-Check-Print-Line
           Move spaces to AP-Register-Line
           String "        CHECK " Next-Check-Number " TOTAL"
               "                                 " nCheck-Amount
               delimited by size into AP-Register-Line
           Write AP-Register-Line
           Display "Check " Next-Check-Number " to "
               Pay-Vendor-Name " " nCheck-Amount.

       Get-Next-Check-Number.
      *vendor checks draw on the same bank account as paychecks,
      *so they take their numbers off the same control file
           Open Input Check-Control-File
           If WS-KC-Status = "00"
               Read Check-Control-File
                   At End
                       Move 300001 to Next-Check-Number
                   Not At End
                       Move KC-Next-Check-Number to
                           Next-Check-Number
               End-Read
               Close Check-Control-File
           Else
               Move 300001 to Next-Check-Number
           End-If
           Compute KC-Next-Check-Number = Next-Check-Number + 1
           Open Output Check-Control-File
           Write Check-Control-Record
           Close Check-Control-File.

       List-Check-Register.
           Move 0 to Listed-Count
           Move "N" to WS-AC-EOF
           Open Input AP-Check-File
           If WS-AC-Status not = "00"
               Move "Y" to WS-AC-EOF
           End-If
           Display " "
           Display "Check   Vend Name                 Dated     "
               "Inv  Amount        St"
           Perform Until WS-AC-EOF = "Y"
               Read AP-Check-File
                   At End
                       Move "Y" to WS-AC-EOF
                   Not At End
                       Add 1 to Listed-Count
                       Move AC-Amount to nCheck-Amount
                       Display AC-Check-Number "  " AC-Vendor-Number
                           " " AC-Vendor-Name " " AC-Check-Date "  "
                           AC-Invoice-Count "  " nCheck-Amount "  "
                           AC-Status
               End-Read
           End-Perform
           If WS-AC-Status = "00" or "10"
               Close AP-Check-File
           End-If
           If Listed-Count = 0
               Display "No vendor checks on the register."
           End-If.

       Rewrite-AI-File.
      *writes the whole payables file back out from the work table
      *so the paid marks stick
           Open Output Vendor-Invoice-File
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               Perform Move-Table-To-Record
               Write Vendor-Invoice-Record
           End-Perform
           Close Vendor-Invoice-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between runs
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "APPAY" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program APPay.
