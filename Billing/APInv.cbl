      **************************************
      *Program:    Vendor invoice entry and match
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. APInv.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Vendor-Master-File assign to "VENDMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is VN-Vendor-Number
               file status is WS-VN-Status.
       Copy "APINVSEL.CPY".
       Copy "PORDSEL.CPY".
       Copy "RTVSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Vendor-Master-File.
       Copy "VENDMAST.CPY".
       Copy "APINVFD.CPY".
       Copy "PORDFD.CPY".
       Copy "RTVFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-VN-Status      pic xx.
           05 WS-AI-Status      pic xx.
           05 WS-AI-EOF         pic x value "N".
           05 WS-AI-Overflow    pic x value "N".
           05 WS-PO-Status      pic xx.
           05 WS-PO-EOF         pic x value "N".
           05 WS-RA-Status      pic xx.
           05 WS-RA-EOF         pic x.
           05 WS-RA-Overflow    pic x.
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Entry-Fields.
           05 Maint-Choice      pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 Keyed-Vendor      pic 9(4).
           05 Keyed-Vendor-Inv  pic x(12).
           05 Keyed-PO-Number   pic 9(6).
           05 Keyed-Inv-Date    pic 9(8).
           05 Keyed-Lbs         pic 9(5).
           05 Keyed-Cost-Lb     pic 9(3)v99.
           05 Keyed-Voucher     pic 9(6).
           05 Release-Select    pic x.
           05 List-Select       pic x.
           05 Vendor-Found      pic x.
           05 PO-Found          pic x.
           05 Voucher-Found     pic x.
           05 Duplicate-Found   pic x.
           05 Next-Voucher      pic 9(6).
           05 WS-Terms-Days     pic 9(3).
           05 WS-Due-Int        pic 9(8).
           05 WS-Hold-Reason    pic x(20).
           05 WS-Invoice-Amt    pic 9(7)v99.
           05 WS-Accrued-Amt    pic 9(7)v99.
           05 WS-Billed-Lbs     pic 9(7).
           05 WS-Unbilled-Lbs   pic s9(7).
           05 Listed-Count      pic 9(4).
           05 nAmount           pic $$,$$$,$$9.99.
           05 nCost-Lb          pic $$$9.99.
           05 Keyed-RA-Number   pic 9(6).
           05 Keyed-Credit-Amt  pic 9(7)v99.
           05 RA-Found          pic x.
       01 Match-PO-Fields.
      *    the PO line the invoice is matched against, as read
           05 MP-Vendor-Number  pic 9(4).
           05 MP-Product-Code   pic x(1).
           05 MP-Ordered-Lbs    pic 9(5).
           05 MP-Received-Lbs   pic 9(5).
           05 MP-Exp-Cost-Lb    pic 9(3)v99.
           05 MP-Recv-Cost-Lb   pic 9(3)v99.
      *    what Receiving accrued for the PO's pounds, and that
      *    value as a weighted cost per pound across deliveries
           05 MP-Recv-Value     pic 9(7)v99.
           05 MP-Avg-Cost-Lb    pic 9(3)v99.
      *    the part of the accrual earlier invoices already took
           05 MP-Relieved-Amt   pic s9(7)v99.
       01 AI-Work-Table.
      *    the whole payables file held in storage so a release can
      *    be marked in place and the file written back out whole;
      *    a line-sequential file cannot be rewritten record by
      *    record
           05 AI-Table-Count    pic 9(3) value 0.
           05 AI-Table-Entry occurs 500 times
                  indexed by AI-Tbl-Idx.
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
       01 RA-Work-Table.
      *    the return authorizations Dispose filed, held so the one
      *    a credit memo settles can be marked credited in place
           05 RA-Table-Count    pic 9(3) value 0.
           05 RA-Table-Entry occurs 300 times
                  indexed by RA-Tbl-Idx.
               10 RX-Record         pic x(95).

       procedure division.
       Main-Start.
           Display "Vendor Invoice Entry and Match"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Billing
               Display "The billing area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-AI-Table
           Open Input Vendor-Master-File
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "E) Enter a vendor invoice"
               Display "L) List vendor invoices"
               Display "R) Release or reject a held invoice"
               Display "C) Enter a vendor credit for a return"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "E"
                       Perform Enter-Vendor-Invoice
                   When "L"
                       Perform List-Vendor-Invoices
                   When "R"
                       Perform Release-Held-Invoice
                   When "C"
                       Perform Enter-Vendor-Credit
                   When "X"
                       Continue
                   When Other
                       Display "Please enter E, L, R, C, or X."
               End-Evaluate
           End-Perform
           If WS-VN-Status = "00"
               Close Vendor-Master-File
           End-If
           Goback.

       Load-AI-Table.
      *reads the whole payables file into storage; the next voucher
      *number is one past the highest already on file
           Move 0 to AI-Table-Count
           Move 0 to Next-Voucher
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
      *written back out, so entry is refused rather than risk it
                           Move "Y" to WS-AI-Overflow
                       Else
                           Add 1 to AI-Table-Count
                           Set AI-Tbl-Idx to AI-Table-Count
                           Perform Move-Record-To-Table
                           If AI-Voucher-Number > Next-Voucher
                               Move AI-Voucher-Number to
                                   Next-Voucher
                           End-If
                       End-If
               End-Read
           End-Perform
           If Next-Voucher = 0
               Move 700000 to Next-Voucher
           End-If
           Add 1 to Next-Voucher.

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

       Enter-Vendor-Invoice.
      *keys one roaster's invoice, matches it against the PO line
      *and the pounds Receiving posted, and files it open or held
           If WS-AI-Overflow = "Y" or AI-Table-Count >= 500
               Display "APINV.DAT holds 500 records; purge paid "
                   "invoices before entering more."
               Exit Paragraph
           End-If
           Display "Vendor number: " with no advancing
           Accept Keyed-Vendor
           Move Keyed-Vendor to VN-Vendor-Number
           Move "N" to Vendor-Found
           If WS-VN-Status = "00"
               Read Vendor-Master-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move "Y" to Vendor-Found
               End-Read
           End-If
           If Vendor-Found = "N"
               Display "No vendor on file for number " Keyed-Vendor
               Exit Paragraph
           End-If
           Display "Vendor's invoice number: " with no advancing
           Move spaces to Keyed-Vendor-Inv
           Accept Keyed-Vendor-Inv
           Move Function Upper-Case (Keyed-Vendor-Inv) to
               Keyed-Vendor-Inv
           Perform Check-Duplicate-Invoice
           If Duplicate-Found = "Y"
               Display "Invoice " Keyed-Vendor-Inv " from vendor "
                   Keyed-Vendor " is already on file."
               Exit Paragraph
           End-If
           Display "PO number: " with no advancing
           Accept Keyed-PO-Number
           Perform Find-PO-Line
           If PO-Found = "N"
               Display "No PO on file for number " Keyed-PO-Number
               Exit Paragraph
           End-If
           Display "Invoice date (YYYYMMDD, 0 = today): "
               with no advancing
           Accept Keyed-Inv-Date
           If Keyed-Inv-Date = 0
               Move WS-Today-Date to Keyed-Inv-Date
           End-If
           Display "Pounds invoiced: " with no advancing
           Accept Keyed-Lbs
           Display "Invoiced cost per pound: " with no advancing
           Accept Keyed-Cost-Lb
           Compute WS-Invoice-Amt rounded = Keyed-Lbs * Keyed-Cost-Lb
           Perform Match-Three-Ways
           Perform File-New-Invoice.

       Check-Duplicate-Invoice.
      *the same roaster's invoice number twice is a double bill
           Move "N" to Duplicate-Found
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               If AT-Vendor-Number (AI-Tbl-Idx) = Keyed-Vendor
                       and AT-Vendor-Invoice (AI-Tbl-Idx)
                           = Keyed-Vendor-Inv
                       and AT-Status (AI-Tbl-Idx) not = "X"
                   Move "Y" to Duplicate-Found
                   Exit Perform
               End-If
           End-Perform.

       Find-PO-Line.
           Move "N" to PO-Found
           Move "N" to WS-PO-EOF
           Open Input Purchase-Order-File
           If WS-PO-Status not = "00"
               Move "Y" to WS-PO-EOF
           End-If
           Perform Until WS-PO-EOF = "Y"
               Read Purchase-Order-File
                   At End
                       Move "Y" to WS-PO-EOF
                   Not At End
                       If PO-Number = Keyed-PO-Number
                           Move "Y" to PO-Found
                           Move "Y" to WS-PO-EOF
                           Move PO-Vendor-Number to MP-Vendor-Number
                           Move PO-Product-Code to MP-Product-Code
                           Move PO-Ordered-Lbs to MP-Ordered-Lbs
                           Move PO-Received-Lbs to MP-Received-Lbs
                           Move PO-Exp-Cost-Lb to MP-Exp-Cost-Lb
                           Move PO-Recv-Cost-Lb to MP-Recv-Cost-Lb
                           If PO-Recv-Value numeric
                               Move PO-Recv-Value to MP-Recv-Value
                           Else
                               Compute MP-Recv-Value =
                                   PO-Received-Lbs * PO-Recv-Cost-Lb
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-PO-Status = "00" or "10"
               Close Purchase-Order-File
           End-If.

       Match-Three-Ways.
      *the PO says who we bought from and at what price, Receiving
      *says how many pounds actually came in, and the invoice must
      *agree with both; the first disagreement found holds it
           Move spaces to WS-Hold-Reason
           Move 0 to WS-Billed-Lbs
           Move 0 to MP-Relieved-Amt
           Move 0 to MP-Avg-Cost-Lb
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               If AT-PO-Number (AI-Tbl-Idx) = Keyed-PO-Number
                       and AT-Status (AI-Tbl-Idx) not = "X"
                       and AT-Doc-Type (AI-Tbl-Idx) not = "C"
                   Add AT-Lbs (AI-Tbl-Idx) to WS-Billed-Lbs
                   Compute MP-Relieved-Amt = MP-Relieved-Amt
                       + AT-Amount (AI-Tbl-Idx)
                       - AT-Variance (AI-Tbl-Idx)
               End-If
           End-Perform
           Compute WS-Unbilled-Lbs = MP-Received-Lbs - WS-Billed-Lbs
           If MP-Received-Lbs > 0
               Compute MP-Avg-Cost-Lb rounded =
                   MP-Recv-Value / MP-Received-Lbs
           End-If
           Evaluate true
               When MP-Vendor-Number not = Keyed-Vendor
                   Move "VENDOR NOT ON PO" to WS-Hold-Reason
               When MP-Received-Lbs = 0
                   Move "NOTHING RECEIVED" to WS-Hold-Reason
               When Keyed-Lbs > WS-Unbilled-Lbs
                   Move "LBS OVER RECEIVED" to WS-Hold-Reason
               When MP-Exp-Cost-Lb > 0
                       and Keyed-Cost-Lb not = MP-Exp-Cost-Lb
                   Move "COST NOT PO PRICE" to WS-Hold-Reason
               When MP-Avg-Cost-Lb > 0
                       and Keyed-Cost-Lb not = MP-Avg-Cost-Lb
                   Move "COST NOT DOCK PRICE" to WS-Hold-Reason
           End-Evaluate
      *    payables were already accrued at each delivery's dock
      *    cost when the pounds were received; only the difference
      *    is new.  The invoice that takes the last received pounds
      *    relieves whatever accrual is left, so the account clears
      *    exactly; an earlier one takes its share by pounds.
           If Keyed-Lbs >= WS-Unbilled-Lbs
               If MP-Relieved-Amt > MP-Recv-Value
                   Move 0 to WS-Accrued-Amt
               Else
                   Compute WS-Accrued-Amt =
                       MP-Recv-Value - MP-Relieved-Amt
               End-If
           Else
               Compute WS-Accrued-Amt rounded =
                   MP-Recv-Value * Keyed-Lbs / MP-Received-Lbs
           End-If.

       File-New-Invoice.
           Add 1 to AI-Table-Count
           Set AI-Tbl-Idx to AI-Table-Count
           Move Next-Voucher to AT-Voucher-Number (AI-Tbl-Idx)
           Add 1 to Next-Voucher
           Move Keyed-Vendor to AT-Vendor-Number (AI-Tbl-Idx)
           Move Keyed-Vendor-Inv to AT-Vendor-Invoice (AI-Tbl-Idx)
           Move Keyed-PO-Number to AT-PO-Number (AI-Tbl-Idx)
           Move MP-Product-Code to AT-Product-Code (AI-Tbl-Idx)
           Move Keyed-Inv-Date to AT-Invoice-Date (AI-Tbl-Idx)
           Move VN-Vendor-Terms to WS-Terms-Days
           Compute WS-Due-Int =
               Function Integer-Of-Date (Keyed-Inv-Date)
                   + WS-Terms-Days
           Compute AT-Due-Date (AI-Tbl-Idx) =
               Function Date-Of-Integer (WS-Due-Int)
           Move Keyed-Lbs to AT-Lbs (AI-Tbl-Idx)
           Move Keyed-Cost-Lb to AT-Cost-Lb (AI-Tbl-Idx)
           Move WS-Invoice-Amt to AT-Amount (AI-Tbl-Idx)
           Compute AT-Variance (AI-Tbl-Idx) =
               WS-Invoice-Amt - WS-Accrued-Amt
           Move WS-Hold-Reason to AT-Hold-Reason (AI-Tbl-Idx)
           Move 0 to AT-Check-Number (AI-Tbl-Idx)
           Move 0 to AT-Paid-Date (AI-Tbl-Idx)
           Move WS-Operator-Id to AT-Entered-By (AI-Tbl-Idx)
           Move spaces to AT-Doc-Type (AI-Tbl-Idx)
           Move 0 to AT-RA-Number (AI-Tbl-Idx)
           Move WS-Invoice-Amt to nAmount
           If WS-Hold-Reason = spaces
               Move "O" to AT-Status (AI-Tbl-Idx)
               Move WS-Today-Date to AT-Approved-Date (AI-Tbl-Idx)
               Display "Voucher " AT-Voucher-Number (AI-Tbl-Idx)
                   " matched; " nAmount " due "
                   AT-Due-Date (AI-Tbl-Idx) "."
               Move "AP-INVOICE" to WS-Audit-Type
           Else
               Move "H" to AT-Status (AI-Tbl-Idx)
               Move 0 to AT-Approved-Date (AI-Tbl-Idx)
               Display "MATCH FAILED: " WS-Hold-Reason
               Display "Voucher " AT-Voucher-Number (AI-Tbl-Idx)
                   " for " nAmount " is held for a supervisor."
               Move "AP-HOLD" to WS-Audit-Type
           End-If
           Move spaces to WS-Audit-Detail
           String "voucher " delimited by size
               AT-Voucher-Number (AI-Tbl-Idx) delimited by size
               " vendor " delimited by size
               Keyed-Vendor delimited by size
               " PO " delimited by size
               Keyed-PO-Number delimited by size
               " " delimited by size
               WS-Hold-Reason delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Rewrite-AI-File.

       List-Vendor-Invoices.
           Display "H)eld only, O)pen only, or A)ll: "
               with no advancing
           Accept List-Select
           Move Function Upper-Case (List-Select) to List-Select
           Move 0 to Listed-Count
           Display " "
           Display "Voucher Vend Invoice      PO     Due       "
               "Amount        St Reason"
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               If List-Select = "A"
                       or AT-Status (AI-Tbl-Idx) = List-Select
                   Add 1 to Listed-Count
                   Move AT-Amount (AI-Tbl-Idx) to nAmount
                   Display AT-Voucher-Number (AI-Tbl-Idx) " "
                       AT-Vendor-Number (AI-Tbl-Idx) " "
                       AT-Vendor-Invoice (AI-Tbl-Idx) " "
                       AT-PO-Number (AI-Tbl-Idx) " "
                       AT-Due-Date (AI-Tbl-Idx) " " nAmount " "
                       AT-Status (AI-Tbl-Idx) AT-Doc-Type (AI-Tbl-Idx)
                       " " AT-Hold-Reason (AI-Tbl-Idx)
               End-If
           End-Perform
           If Listed-Count = 0
               Display "No vendor invoices to list."
           End-If.

       Release-Held-Invoice.
      *a held invoice pays only once a supervisor has looked at the
      *mismatch and decided the roaster's bill stands (or not)
           If not SO-Supervisor
               Display "Releasing a held invoice requires a "
                   "supervisor."
               Exit Paragraph
           End-If
           Display "Voucher number: " with no advancing
           Accept Keyed-Voucher
           Move "N" to Voucher-Found
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               If AT-Voucher-Number (AI-Tbl-Idx) = Keyed-Voucher
                       and AT-Status (AI-Tbl-Idx) = "H"
                   Move "Y" to Voucher-Found
                   Exit Perform
               End-If
           End-Perform
           If Voucher-Found = "N"
               Display "No held invoice for voucher " Keyed-Voucher
               Exit Paragraph
           End-If
           Move AT-Amount (AI-Tbl-Idx) to nAmount
           Move AT-Cost-Lb (AI-Tbl-Idx) to nCost-Lb
           Display "Vendor " AT-Vendor-Number (AI-Tbl-Idx)
               " invoice " AT-Vendor-Invoice (AI-Tbl-Idx)
               " PO " AT-PO-Number (AI-Tbl-Idx)
           Display AT-Lbs (AI-Tbl-Idx) " lbs at " nCost-Lb
               "/lb = " nAmount "  held: "
               AT-Hold-Reason (AI-Tbl-Idx)
           Display "R)elease for payment, J)reject, or N)o change: "
               with no advancing
           Accept Release-Select
           Move Function Upper-Case (Release-Select) to
               Release-Select
           Evaluate Release-Select
               When "R"
                   Move "O" to AT-Status (AI-Tbl-Idx)
                   Move WS-Today-Date to
                       AT-Approved-Date (AI-Tbl-Idx)
                   Move "AP-RELEASE" to WS-Audit-Type
                   Display "Voucher " Keyed-Voucher
                       " released for payment."
               When "J"
                   Move "X" to AT-Status (AI-Tbl-Idx)
                   Move "AP-REJECT" to WS-Audit-Type
                   Display "Voucher " Keyed-Voucher " rejected."
               When Other
                   Display "Voucher " Keyed-Voucher " left held."
                   Exit Paragraph
           End-Evaluate
           Move spaces to WS-Audit-Detail
           String "voucher " delimited by size
               Keyed-Voucher delimited by size
               " was " delimited by size
               AT-Hold-Reason (AI-Tbl-Idx) delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Rewrite-AI-File.

       Enter-Vendor-Credit.
      *the roaster's credit memo for coffee sent back on a return
      *authorization; filed open beside the invoices so the next
      *payment run nets it off the vendor's check
           If WS-AI-Overflow = "Y" or AI-Table-Count >= 500
               Display "APINV.DAT holds 500 records; purge paid "
                   "invoices before entering more."
               Exit Paragraph
           End-If
           Perform Load-RA-Table
           If WS-RA-Overflow = "Y"
               Display "RTV.DAT holds more than 300 records; it "
                   "cannot be written back safely."
               Exit Paragraph
           End-If
           Display "Return authorization number: " with no advancing
           Move 0 to Keyed-RA-Number
           Accept Keyed-RA-Number
           Move "N" to RA-Found
           Perform Varying RA-Tbl-Idx from 1 by 1
                   until RA-Tbl-Idx > RA-Table-Count
               Move RX-Record (RA-Tbl-Idx) to Return-Auth-Record
               If RA-Number = Keyed-RA-Number and RA-Open
                   Move "Y" to RA-Found
                   Exit Perform
               End-If
           End-Perform
           If RA-Found = "N"
               Display "No open return authorization "
                   Keyed-RA-Number "."
               Exit Paragraph
           End-If
           Move RA-Expected-Credit to nAmount
           Display "Vendor " RA-Vendor-Number " PO " RA-PO-Number
               " product " RA-Product-Code " " RA-Lbs
               " lbs, credit expected " nAmount
           Move RA-Vendor-Number to Keyed-Vendor
           Display "Vendor's credit memo number: " with no advancing
           Move spaces to Keyed-Vendor-Inv
           Accept Keyed-Vendor-Inv
           Move Function Upper-Case (Keyed-Vendor-Inv) to
               Keyed-Vendor-Inv
           Perform Check-Duplicate-Invoice
           If Duplicate-Found = "Y"
               Display "Document " Keyed-Vendor-Inv " from vendor "
                   Keyed-Vendor " is already on file."
               Exit Paragraph
           End-If
           Display "Credit amount (0 = as expected): "
               with no advancing
           Move 0 to Keyed-Credit-Amt
           Accept Keyed-Credit-Amt
           If Keyed-Credit-Amt = 0
               Move RA-Expected-Credit to Keyed-Credit-Amt
           End-If
           If Keyed-Credit-Amt = 0
               Display "Nothing to credit."
               Exit Paragraph
           End-If
           Add 1 to AI-Table-Count
           Set AI-Tbl-Idx to AI-Table-Count
           Move Next-Voucher to AT-Voucher-Number (AI-Tbl-Idx)
           Add 1 to Next-Voucher
           Move RA-Vendor-Number to AT-Vendor-Number (AI-Tbl-Idx)
           Move Keyed-Vendor-Inv to AT-Vendor-Invoice (AI-Tbl-Idx)
           Move RA-PO-Number to AT-PO-Number (AI-Tbl-Idx)
           Move RA-Product-Code to AT-Product-Code (AI-Tbl-Idx)
           Move WS-Today-Date to AT-Invoice-Date (AI-Tbl-Idx)
           Move WS-Today-Date to AT-Due-Date (AI-Tbl-Idx)
           Move RA-Lbs to AT-Lbs (AI-Tbl-Idx)
           Move RA-Cost-Lb to AT-Cost-Lb (AI-Tbl-Idx)
           Move Keyed-Credit-Amt to AT-Amount (AI-Tbl-Idx)
           Move 0 to AT-Variance (AI-Tbl-Idx)
           Move "O" to AT-Status (AI-Tbl-Idx)
           Move spaces to AT-Hold-Reason (AI-Tbl-Idx)
           Move WS-Today-Date to AT-Approved-Date (AI-Tbl-Idx)
           Move 0 to AT-Check-Number (AI-Tbl-Idx)
           Move 0 to AT-Paid-Date (AI-Tbl-Idx)
           Move WS-Operator-Id to AT-Entered-By (AI-Tbl-Idx)
           Move "C" to AT-Doc-Type (AI-Tbl-Idx)
           Move RA-Number to AT-RA-Number (AI-Tbl-Idx)
           Set RA-Credited to true
           Move AT-Voucher-Number (AI-Tbl-Idx) to RA-Credit-Voucher
           Move WS-Today-Date to RA-Credit-Date
           Move Keyed-Credit-Amt to RA-Credit-Amount
           Move Return-Auth-Record to RX-Record (RA-Tbl-Idx)
           If Keyed-Credit-Amt not = RA-Expected-Credit
               Display "NOTE: the credit differs from the "
                   nAmount " expected."
           End-If
           Move Keyed-Credit-Amt to nAmount
           Display "Voucher " AT-Voucher-Number (AI-Tbl-Idx)
               " credit " nAmount " will net off vendor "
               RA-Vendor-Number "'s next check."
           Move "AP-CREDIT" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "voucher " delimited by size
               AT-Voucher-Number (AI-Tbl-Idx) delimited by size
               " vendor " delimited by size
               RA-Vendor-Number delimited by size
               " RA " delimited by size
               RA-Number delimited by size
               " " delimited by size
               nAmount delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Rewrite-AI-File
           Perform Rewrite-RA-File.

       Load-RA-Table.
           Move 0 to RA-Table-Count
           Move "N" to WS-RA-EOF
           Move "N" to WS-RA-Overflow
           Open Input Return-Auth-File
           If WS-RA-Status not = "00"
               Move "Y" to WS-RA-EOF
           End-If
           Perform Until WS-RA-EOF = "Y"
               Read Return-Auth-File
                   At End
                       Move "Y" to WS-RA-EOF
                       Close Return-Auth-File
                   Not At End
                       If RA-Table-Count >= 300
                           Move "Y" to WS-RA-Overflow
                       Else
                           Add 1 to RA-Table-Count
                           Move Return-Auth-Record to
                               RX-Record (RA-Table-Count)
                       End-If
               End-Read
           End-Perform.

       Rewrite-RA-File.
           Open Output Return-Auth-File
           Perform Varying RA-Tbl-Idx from 1 by 1
                   until RA-Tbl-Idx > RA-Table-Count
               Move RX-Record (RA-Tbl-Idx) to Return-Auth-Record
               Write Return-Auth-Record
           End-Perform
           Close Return-Auth-File.

       Rewrite-AI-File.
      *writes the whole payables file back out from the work table
           Open Output Vendor-Invoice-File
           Perform Varying AI-Tbl-Idx from 1 by 1
                   until AI-Tbl-Idx > AI-Table-Count
               Perform Move-Table-To-Record
               Write Vendor-Invoice-Record
           End-Perform
           Close Vendor-Invoice-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between invoices
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "APINV" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program APInv.
