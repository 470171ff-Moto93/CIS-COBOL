               file status is WS-CV-Status.
       Copy "CONTRSEL.CPY".
       Copy "SHIPTOSEL.CPY".
      *    the open files a merge re-points at the survivor
       Copy "OPENINVSEL.CPY".
       Copy "OPENORDSEL.CPY".
           Select Backorder-File assign to "BACKORD.DAT"
               organization is line sequential
               file status is WS-MG-Status.
           Select Employee-Master-File assign to "EMPMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is EM-Employee-Id
               file status is WS-EM-Status.
       Copy "AUDITSEL.CPY".

       data division.
       Copy "OPENINVFD.CPY".
       Copy "OPENORDFD.CPY".
       Copy "BACKFD.CPY".
       FD  Employee-Master-File.
       Copy "EMPMAST.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
           05 WS-SH-EOF         pic x.
           05 WS-Cust-EOF       pic x value "N".
           05 WS-Found-Customer pic x value "N".
           05 WS-EM-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 Merge-From-Number pic 9(5).
           05 Merge-To-Number   pic 9(5).
           05 Merge-From-Lbs    pic 9(7).
           05 New-Rep-Id        pic x(5).
       01 Search-Fields.
           05 Search-Name       pic x(20).
           05 Search-Name-Upper pic x(20).
           05 Search-Hits       pic 9(5).
       01 Merge-Repoint-Fields.
      *    the open files re-pointed at the survivor during a
      *    merge; the backorder file is held as raw lines and only
      *    matching records are unpacked, the keyed open-invoice
      *    and open-order files are changed where they sit
           05 WS-IV-Status      pic xx.
           05 WS-OO-Status      pic xx.
           05 WS-MG-Status      pic xx.
           05 WS-MG-EOF         pic x.
           05 WS-MG-Overflow    pic x.
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Maint
               Display "The maintenance area is not among your "
                   "permissions."
               Perform Close-Files
               Goback
           End-If
           If not SO-Supervisor
               Display "File maintenance requires a supervisor."
               Perform Close-Files
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "A) Add a customer"
               Display "T) Change credit terms"
               Display "P) Contract prices (add/list)"
               Display "E) Tax exemption (resale certificate)"
               Display "R) Assign sales rep"
               Display "H) Ship-to addresses (add/list)"
               Display "M) Merge duplicate customers"
               Display "X) Exit"
                       Perform Contract-Prices
                   When "E"
                       Perform Change-Tax-Exemption
                   When "R"
                       Perform Assign-Sales-Rep
                   When "H"
                       Perform Ship-To-Addresses
                   When "M"
                       Continue
                   When Other
                       Display "Please enter A, L, S, T, P, E, "
                           "R, H, M, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
           Accept Cust-Address
           Display "Phone: " with no advancing
           Accept Cust-Phone
           Display "Email (blank if none): " with no advancing
           Move spaces to Cust-Email
           Accept Cust-Email
           Display "Credit terms days (0 = cash): " with no advancing
           Accept Cust-Credit-Terms
           Display "Credit limit (0 = no limit): " with no advancing
           Move spaces to Cust-Resale-Cert
           Move spaces to Cust-Status
           Move 0 to Cust-Merged-Into
           Move spaces to Cust-Rep-Id
           Write Customer-Master-Record
               Invalid Key
                   Display "Unable to add customer."
           Display "Name:          " Cust-Name
           Display "Address:       " Cust-Address
           Display "Phone:         " Cust-Phone
           If Cust-Email not = spaces
               Display "Email:         " Cust-Email
           End-If
           Display "Lifetime lbs:  " Cust-Lifetime-Lbs
           Display "Credit terms:  " Cust-Credit-Terms " days"
           Move Cust-Credit-Limit to nCredit-Limit
           If Cust-Exempt
               Display "Tax exempt:    resale cert "
                   Cust-Resale-Cert
           End-If
           If Cust-Rep-Id not = spaces
               Display "Sales rep:     " Cust-Rep-Id
           End-If.

       Change-Credit-Terms.
               End-Rewrite
           End-If.

       Assign-Sales-Rep.
      *gives the account to an outside rep (an employee on the
      *payroll master) or makes it a house account again; orders
      *already taken keep the rep they were written with
           Display "Customer number: " with no advancing
           Accept Customer-Number
           Perform Read-Customer-Master
           If WS-Found-Customer = "N"
               Display "No customer on file for number "
                   Customer-Number
               Exit Paragraph
           End-If
           If Cust-Rep-Id = spaces
               Display "On file: house account"
           Else
               Display "On file: rep " Cust-Rep-Id
           End-If
           Display "Rep employee id (blank = house account): "
               with no advancing
           Move spaces to New-Rep-Id
           Accept New-Rep-Id
           If New-Rep-Id not = spaces
               Open Input Employee-Master-File
               If WS-EM-Status not = "00"
                   Display "No payroll master on file; rep not "
                       "assigned."
                   Exit Paragraph
               End-If
               Move New-Rep-Id to EM-Employee-Id
               Read Employee-Master-File
                   Invalid Key
                       Display "Employee " New-Rep-Id " is not on "
                           "the payroll master; rep not assigned."
                       Close Employee-Master-File
                       Exit Paragraph
               End-Read
               Close Employee-Master-File
               If EM-Inactive
                   Display "Employee " New-Rep-Id " is inactive; "
                       "rep not assigned."
                   Exit Paragraph
               End-If
               Display "Rep is " EM-Employee-Name
           End-If
           Move New-Rep-Id to Cust-Rep-Id
           Rewrite Customer-Master-Record
               Invalid Key
                   Display "Unable to update customer "
                       Customer-Number
               Not Invalid Key
                   Display "Customer " Customer-Number
                       " rep updated."
                   Move "CUST-REP" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                   String Customer-Number delimited by size
                       " rep " delimited by size
                       New-Rep-Id delimited by size
                       into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Search-By-Name.
      *walks the whole master comparing the leading characters of
      *each name, upper-cased on both sides, so the operator can
           End-If.

       Repoint-Open-Invoices.
      *each pass starts again at the duplicate's first remaining
      *invoice by the customer key, since re-pointing one moves it
      *out from under the read position
           Move 0 to MG-Repoint-Count
           Open I-O Open-Invoice-File
           If WS-IV-Status not = "00"
               Exit Paragraph
           End-If
           Move "N" to WS-MG-EOF
           Perform Until WS-MG-EOF = "Y"
               Move Merge-From-Number to IV-Cust-Number
               Start Open-Invoice-File key = IV-Cust-Number
                   Invalid Key
                       Move "Y" to WS-MG-EOF
               End-Start
               If WS-MG-EOF = "N"
                   Read Open-Invoice-File next record
                       At End
                           Move "Y" to WS-MG-EOF
                   End-Read
               End-If
               If WS-MG-EOF = "N"
                   Move Merge-To-Number to IV-Cust-Number
                   Rewrite Open-Invoice-Record
                       Invalid Key
                           Move "Y" to WS-MG-EOF
                       Not Invalid Key
                           Add 1 to MG-Repoint-Count
                   End-Rewrite
               End-If
           End-Perform
           Close Open-Invoice-File
           If MG-Repoint-Count > 0
               Display MG-Repoint-Count " open invoice(s) "
                   "re-pointed."
           End-If.

       Repoint-Open-Orders.
      *same restart-per-line pass as the invoices, by the
      *open-order file's customer key
           Move 0 to MG-Repoint-Count
           Open I-O Open-Order-File
           If WS-OO-Status not = "00"
               Exit Paragraph
           End-If
           Move "N" to WS-MG-EOF
           Perform Until WS-MG-EOF = "Y"
               Move Merge-From-Number to OO-Cust-Number
               Start Open-Order-File key = OO-Cust-Number
                   Invalid Key
                       Move "Y" to WS-MG-EOF
               End-Start
               If WS-MG-EOF = "N"
                   Read Open-Order-File next record
                       At End
                           Move "Y" to WS-MG-EOF
                   End-Read
               End-If
               If WS-MG-EOF = "N"
                   Move Merge-To-Number to OO-Cust-Number
                   Move Survivor-Name to OO-Customer-Name
                   Rewrite Open-Order-Record
                       Invalid Key
                           Move "Y" to WS-MG-EOF
                       Not Invalid Key
                           Add 1 to MG-Repoint-Count
                   End-Rewrite
               End-If
           End-Perform
           Close Open-Order-File
           If MG-Repoint-Count > 0
               Display MG-Repoint-Count " open order line(s) "
                   "re-pointed."
           End-If.
