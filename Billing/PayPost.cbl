       configuration section.
       input-output section.
       file-control.
           Select Employee-Master-File assign to "EMPMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is EM-Employee-Id
               file status is WS-EM-Status.
       Copy "OPENINVSEL.CPY".
       Copy "COMMSEL.CPY".
       Copy "PAYHSTSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Employee-Master-File.
       Copy "EMPMAST.CPY".
       Copy "OPENINVFD.CPY".
       Copy "COMMFD.CPY".
       Copy "PAYHSTFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-IV-Status      pic xx.
           05 WS-IV-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
           05 WS-EM-Status      pic xx.
           05 WS-EM-File-Open   pic x value "N".
           05 WS-CM-Status      pic xx.
           05 WS-PY-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 Invoice-Balance   pic 9(8)v99.
           05 Applied-Here      pic 9(8)v99.
           05 Applied-Count     pic 999.
           05 WS-Today-Date     pic 9(8).
           05 Commission-Work   pic 9(6)v99.
       01 Display-Fields.
           05 nCheck-Left       pic $$,$$$,$$9.99.
           05 nApplied          pic $$,$$$,$$9.99.
           05 nBalance          pic $$,$$$,$$9.99.
           05 nCommission       pic $$$,$$9.99.

       procedure division.
       Main-Start.
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Billing
               Display "The billing area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Accept WS-Today-Date from Date YYYYMMDD
           Open I-O Open-Invoice-File
           If WS-IV-Status not = "00"
               Display "No open invoices on file (status "
                   WS-IV-Status ")."
               Goback
           End-If
           Open Input Employee-Master-File
           If WS-EM-Status = "00"
               Move "Y" to WS-EM-File-Open
           End-If
           Perform Post-One-Check
               until More-Checks = "N" or "n"
           Close Open-Invoice-File
           If WS-EM-File-Open = "Y"
               Close Employee-Master-File
           End-If
           Goback.

       Post-One-Check.
           Display " "
           End-If
           Move Check-Amount to Check-Left
           Move 0 to Applied-Count
      *the customer's invoices come back by the customer key in the
      *order they were written, so money goes to the oldest first
      *and each invoice is rewritten where it sits
           Move "N" to WS-IV-EOF
           Move Pay-Cust-Number to IV-Cust-Number
           Start Open-Invoice-File key = IV-Cust-Number
               Invalid Key
                   Move "Y" to WS-IV-EOF
           End-Start
           Perform Until WS-IV-EOF = "Y" or Check-Left = 0
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
                       If IV-Cust-Number not = Pay-Cust-Number
                           Move "Y" to WS-IV-EOF
                       Else
                           If IV-Open-Inv
                               Perform Apply-To-Invoice
                           End-If
                       End-If
               End-Read
           End-Perform
           If Applied-Count = 0
               Display "No open invoices for customer "
       Apply-To-Invoice.
      *pays the invoice down as far as the check reaches, closing
      *it when the balance hits zero
           Compute Invoice-Balance = IV-Amount - IV-Paid-Amount
           If Check-Left >= Invoice-Balance
               Move Invoice-Balance to Applied-Here
           Else
               Move Check-Left to Applied-Here
           End-If
           Add Applied-Here to IV-Paid-Amount
           Subtract Applied-Here from Check-Left
           If IV-Paid-Amount >= IV-Amount
               Move "P" to IV-Status
               If IV-Rep-Id not = spaces
                       and IV-Doc-Type not = "F"
                   Perform Earn-Commission
               End-If
           End-If
           Rewrite Open-Invoice-Record
               Invalid Key
                   Display "Invoice " IV-Invoice-Number
                       " could not be updated."
           End-Rewrite
           Add 1 to Applied-Count
           Perform Write-Payment-History
           Move Applied-Here to nApplied
           Compute Invoice-Balance =
               IV-Amount - IV-Paid-Amount
           Move Invoice-Balance to nBalance
           Display "Applied " nApplied " to invoice "
               IV-Invoice-Number "; balance " nBalance
               " (" IV-Status ")".

       Write-Payment-History.
      *keeps when and how much of each invoice was paid, which the
      *invoice itself forgets once it closes; the credit review
      *works days-to-pay and high balance from it
           Move IV-Cust-Number to PY-Cust-Number
           Move IV-Invoice-Number to PY-Invoice-Number
           Move IV-Invoice-Date to PY-Invoice-Date
           Move WS-Today-Date to PY-Paid-Date
           Move Applied-Here to PY-Applied
           Move IV-Doc-Type to PY-Doc-Type
           If IV-Status = "P"
               Move "Y" to PY-Closed
           Else
               Move "N" to PY-Closed
           End-If
           Move WS-Operator-Id to PY-Operator-Id
           Open Extend Payment-History-File
           If WS-PY-Status = "35"
               Open Output Payment-History-File
           End-If
           Write Payment-History-Record
           Close Payment-History-File.

       Earn-Commission.
      *the invoice just closed, so the rep who carried the account
      *when it was ordered has earned commission on it; finance
      *charges are interest, not a sale, and earn nothing
           If WS-EM-File-Open not = "Y"
               Display "No payroll master on file; commission for "
                   "invoice " IV-Invoice-Number
                   " not recorded."
               Exit Paragraph
           End-If
           Move IV-Rep-Id to EM-Employee-Id
           Read Employee-Master-File
               Invalid Key
                   Display "Rep " IV-Rep-Id
                       " is not on the payroll master; no "
                       "commission recorded."
                   Exit Paragraph
           End-Read
           If EM-Commission-Pct not numeric
                   or EM-Commission-Pct = 0
               Exit Paragraph
           End-If
           Compute Commission-Work rounded =
               IV-Amount * EM-Commission-Pct / 100
           Move IV-Rep-Id to CM-Rep-Id
           Move IV-Invoice-Number to CM-Invoice-Number
           Move IV-Cust-Number to CM-Cust-Number
           Move WS-Today-Date to CM-Earned-Date
           Move IV-Amount to CM-Basis
           Move EM-Commission-Pct to CM-Pct
           Move Commission-Work to CM-Amount
           Set CM-Earned to true
           Move 0 to CM-Period-Number
           Move 0 to CM-Paid-Date
           Open Extend Commission-File
           If WS-CM-Status = "35"
               Open Output Commission-File
           End-If
           Write Commission-Record
           Close Commission-File
           Move Commission-Work to nCommission
           Display "Commission of " nCommission " earned by "
               EM-Employee-Name "."
           Move "COMM-EARNED" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "rep " delimited by size
               CM-Rep-Id delimited by size
               " invoice " delimited by size
               CM-Invoice-Number delimited by size
               " commission " delimited by size
               nCommission delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
