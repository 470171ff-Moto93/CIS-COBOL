      **************************************
      *Program:    Gift certificates and store credit
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. GiftCert.

       environment division.
       configuration section.
       input-output section.
       file-control.
       Copy "STCREDSEL.CPY".
       Copy "SCJRNSEL.CPY".
       Copy "ORDCTLSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       Copy "STCREDFD.CPY".
       Copy "SCJRNFD.CPY".
       Copy "ORDCTLFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-SC-Status      pic xx.
           05 WS-SC-EOF         pic x value "N".
           05 WS-SJ-Status      pic xx.
           05 WS-OC-Status      pic xx.
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Certificate-Fields.
           05 Maint-Choice      pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 Credit-Number     pic 9(6).
           05 Keyed-Credit-Number pic 9(6).
           05 Keyed-Cust-Number pic 9(5).
           05 Cert-Amount       pic 9(6)v99.
           05 Cert-Holder-Name  pic x(20).
           05 Cert-Cust-Number  pic 9(5).
      *    how the buyer paid for the certificate - the money is in
      *    the drawer like any sale, so EndOfDay counts it by tender
           05 Tender-Select     pic x.
           05 Check-Number-In   pic 9(8).
           05 Confirm-Select    pic x.
           05 Credit-Count      pic 9(4).
           05 WS-Kind-Word      pic x(11).
           05 nCert-Amount      pic $$$,$$9.99.
           05 nBalance          pic $$$,$$9.99.
           05 nOriginal         pic $$$,$$9.99.

       procedure division.
       Main-Start.
           Display "Gift Certificates and Store Credit"
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
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "S) Sell a gift certificate"
               Display "B) Balance inquiry by certificate number"
               Display "C) Store credit held by a customer"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "S"
                       Perform Sell-Certificate
                   When "B"
                       Perform Inquire-By-Number
                   When "C"
                       Perform Inquire-By-Customer
                   When "X"
                       Continue
                   When Other
                       Display "Please enter S, B, C, or X."
               End-Evaluate
           End-Perform
           Goback.

       Sell-Certificate.
      *sells a numbered certificate across the counter: the money
      *goes in the drawer under its tender and the whole face value
      *is owed back to whoever redeems it, so nothing here is a sale
           Display "Certificate amount: " with no advancing
           Accept Cert-Amount
           If Cert-Amount = 0
               Display "No amount entered; nothing sold."
               Exit Paragraph
           End-If
           Display "Name on the certificate: " with no advancing
           Accept Cert-Holder-Name
           Display "Customer number (0 if none): " with no advancing
           Accept Cert-Cust-Number
           Move 0 to Check-Number-In
           Display "Paid by (C)ash, chec(K), or car(D)? "
               with no advancing
           Accept Tender-Select
           Move Function Upper-Case (Tender-Select) to Tender-Select
           Perform Until Tender-Select = "C" or "K" or "D"
               Display "Invalid tender. Try again (C/K/D): "
                   with no advancing
               Accept Tender-Select
               Move Function Upper-Case (Tender-Select) to
                   Tender-Select
           End-Perform
           If Tender-Select = "K"
               Display "Check number: " with no advancing
               Accept Check-Number-In
           End-If
           Move Cert-Amount to nCert-Amount
           Display "Sell a certificate for " nCert-Amount
               " to " Cert-Holder-Name "? (Y/N) " with no advancing
           Accept Confirm-Select
           If Confirm-Select not = "Y" and not = "y"
               Display "Nothing sold."
               Exit Paragraph
           End-If
           Perform Get-Next-Credit-Number
           Move Credit-Number to SC-Credit-Number
           Set SC-Gift-Certificate to true
           Move Cert-Cust-Number to SC-Cust-Number
           Move Cert-Holder-Name to SC-Holder-Name
           Move WS-Today-Date to SC-Issue-Date
           Move 0 to SC-Source-Order
           Move Cert-Amount to SC-Original-Amount
           Move Cert-Amount to SC-Balance
           Move 0 to SC-Last-Used-Date
           Move WS-Operator-Id to SC-Issued-By
           Perform Open-Store-Credit
           Write Store-Credit-Record
               Invalid Key
                   Display "Certificate " Credit-Number
                       " is already on file; nothing sold."
                   Close Store-Credit-File
                   Exit Paragraph
           End-Write
           Close Store-Credit-File
           Move Credit-Number to SJ-Credit-Number
           Set SJ-Sold to true
           Move Cert-Amount to SJ-Amount
           Move Cert-Amount to SJ-Balance-After
           Move 0 to SJ-Order-Number
           Move Tender-Select to SJ-Tender-Type
           Move Check-Number-In to SJ-Check-Number
           Perform Write-Credit-Journal
           Display "Gift certificate " Credit-Number " sold for "
               nCert-Amount "."
           Move "GIFT-CERT" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "certificate " delimited by size
               Credit-Number delimited by size
               " sold " delimited by size
               nCert-Amount delimited by size
               " tender " delimited by size
               Tender-Select delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Inquire-By-Number.
           Display "Certificate number: " with no advancing
           Accept Keyed-Credit-Number
           Open Input Store-Credit-File
           If WS-SC-Status not = "00"
               Display "No store credit on file."
               Exit Paragraph
           End-If
           Move Keyed-Credit-Number to SC-Credit-Number
           Read Store-Credit-File
               Invalid Key
                   Display "No certificate " Keyed-Credit-Number
                       " on file."
               Not Invalid Key
                   Display " "
                   Perform Show-One-Credit
           End-Read
           Close Store-Credit-File.

       Inquire-By-Customer.
      *every credit the account holds, off the alternate key, so a
      *customer asking what they have left gets one answer
           Display "Customer number: " with no advancing
           Accept Keyed-Cust-Number
           Move 0 to Credit-Count
           Move "N" to WS-SC-EOF
           Open Input Store-Credit-File
           If WS-SC-Status not = "00"
               Display "No store credit on file."
               Exit Paragraph
           End-If
           Move Keyed-Cust-Number to SC-Cust-Number
           Start Store-Credit-File key = SC-Cust-Number
               Invalid Key
                   Move "Y" to WS-SC-EOF
           End-Start
           Display " "
           Perform Until WS-SC-EOF = "Y"
               Read Store-Credit-File next record
                   At End
                       Move "Y" to WS-SC-EOF
                   Not At End
                       If SC-Cust-Number not = Keyed-Cust-Number
                           Move "Y" to WS-SC-EOF
                       Else
                           Add 1 to Credit-Count
                           Perform Show-One-Credit
                       End-If
               End-Read
           End-Perform
           Close Store-Credit-File
           If Credit-Count = 0
               Display "Customer " Keyed-Cust-Number
                   " holds no store credit."
           End-If.

       Show-One-Credit.
           If SC-Gift-Certificate
               Move "certificate" to WS-Kind-Word
           Else
               Move "return cred" to WS-Kind-Word
           End-If
           Move SC-Original-Amount to nOriginal
           Move SC-Balance to nBalance
           Display SC-Credit-Number " " WS-Kind-Word " "
               SC-Holder-Name " issued " SC-Issue-Date
           Display "    original " nOriginal " balance " nBalance
               " last used " SC-Last-Used-Date.

       Get-Next-Credit-Number.
      *draws the next certificate number off the order-control
      *file's SC record under one open - read, bump, rewrite in
      *place - the way the order desk draws order numbers
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

       Open-Store-Credit.
           Open I-O Store-Credit-File
           If WS-SC-Status = "35"
               Open Output Store-Credit-File
               Close Store-Credit-File
               Open I-O Store-Credit-File
           End-If.

       Write-Credit-Journal.
      *stamps and appends one movement line; each call opens,
      *writes, and closes, same as the audit log
           Move WS-Today-Date to SJ-Date
           Move WS-Operator-Id to SJ-Operator-Id
           Move SO-Station-Id to SJ-Station-Id
           Open Extend Store-Credit-Journal-File
           If WS-SJ-Status = "35"
               Open Output Store-Credit-Journal-File
           End-If
           Write Store-Credit-Journal-Record
           Close Store-Credit-Journal-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between sales
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "GIFTCERT" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program GiftCert.
