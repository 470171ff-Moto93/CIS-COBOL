           05 WS-Cust-File-Open pic x value "N".
           05 WS-IV-Status      pic xx.
           05 WS-IV-EOF         pic x.
           05 WS-RT-Status      pic xx.
           05 WS-RT-EOF         pic x value "N".
           05 WS-RT-File-Open   pic x value "N".
               10 filler            pic 99.
           05 Charged-Count     pic 9(3) value 0.
           05 Letter-Count      pic 9(3) value 0.
           05 Invoices-Read     pic 9(7) value 0.
           05 nCharge           pic $$,$$$,$$9.99.
           05 nBalance          pic $$,$$$,$$9.99.
       01 Customer-Totals.
               10 CT-Worst-Age     pic 9(5).
               10 CT-Charged-Month pic x(1).
           05 WS-Found-Slot     pic x.

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
           If not SO-Supervisor
      *charging customers interest is a supervisor's decision
               Display "Finance charges require a supervisor."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Accept WS-Today-Date from Date YYYYMMDD
           Move WS-Today-Date to WS-Inv-Date-Work
           Move WS-Inv-Month-Part to WS-Today-Month
           Compute WS-Today-Int =
               Function Integer-Of-Date (WS-Today-Date)
           Perform Load-Rate-Control
           Open Input Customer-Master-File
           If WS-Cust-Status = "00"
               Move "Y" to WS-Cust-File-Open
           End-If
           Perform Tally-Overdue-Balances
           If Invoices-Read = 0
               Display "No open invoices; nothing to assess."
               If WS-Cust-File-Open = "Y"
                   Close Customer-Master-File
               End-If
               Goback
           End-If
           Open I-O Open-Invoice-File
           Perform Assess-Finance-Charges
           Close Open-Invoice-File
           Perform Write-Dunning-Letters
           If WS-Cust-File-Open = "Y"
               Close Customer-Master-File
           End-If
           Display Charged-Count " finance charge(s) assessed; "
               Letter-Count " dunning letter(s) written to "
               "DUNNING.DAT."
               Close Rate-Control-File
           End-If.

       Tally-Overdue-Balances.
      *rolls each customer's past-terms balance into one slot,
      *remembering the worst age for the letter's wording and
      *whether a finance charge already landed this month
           Move "N" to WS-IV-EOF
           Open Input Open-Invoice-File
           If WS-IV-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-IV-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
                       Add 1 to Invoices-Read
                       Perform Tally-One-Invoice
               End-Read
           End-Perform
           Close Open-Invoice-File.

       Tally-One-Invoice.
           If IV-Status not = "O"
               Exit Paragraph
           End-If
           Compute WS-Balance =
               IV-Amount - IV-Paid-Amount
           If WS-Balance = 0
               Exit Paragraph
           End-If
           Perform Look-Up-Terms
           Compute WS-Invoice-Int = Function Integer-Of-Date
               (IV-Invoice-Date)
           Compute WS-Invoice-Age = WS-Today-Int - WS-Invoice-Int
           Perform Find-Customer-Slot
           If WS-Found-Slot = "N"
               Exit Paragraph
           End-If
           If IV-Doc-Type = "F"
      *        interest is never charged on interest, and one F
      *        record this month means the account was assessed
               Move IV-Invoice-Date to
                   WS-Inv-Date-Work
               If WS-Inv-Month-Part = WS-Today-Month
                   Move "Y" to CT-Charged-Month (Cust-Tot-Idx)
      *account we cannot find gets the standard thirty days
           Move 30 to WS-Terms-Work
           If WS-Cust-File-Open = "Y"
               Move IV-Cust-Number to Cust-Number
               Read Customer-Master-File
                   Invalid Key
                       Continue
           Perform Varying Cust-Tot-Idx from 1 by 1
                   until Cust-Tot-Idx > Cust-Tot-Count
               If CT-Cust-Number (Cust-Tot-Idx) =
                       IV-Cust-Number
                   Exit Perform
               End-If
           End-Perform
               Else
                   Add 1 to Cust-Tot-Count
                   Set Cust-Tot-Idx to Cust-Tot-Count
                   Move IV-Cust-Number to
                       CT-Cust-Number (Cust-Tot-Idx)
                   Move 0 to CT-Overdue-Bal (Cust-Tot-Idx)
                   Move 0 to CT-Worst-Age (Cust-Tot-Idx)
      *one finance-charge invoice per overdue customer per month,
      *numbered from the shared order-number well so a dispute can
      *still be looked up by number
           Compute WS-Charge-Amt rounded =
               CT-Overdue-Bal (Cust-Tot-Idx) * Finance-Pct
           If WS-Charge-Amt = 0
               Exit Paragraph
           End-If
           Perform Get-Next-Order-Number
           Move Order-Number to IV-Invoice-Number
           Move CT-Cust-Number (Cust-Tot-Idx) to IV-Cust-Number
           Move WS-Today-Date to IV-Invoice-Date
           Move WS-Charge-Amt to IV-Amount
           Move 0 to IV-Paid-Amount
           Move "O" to IV-Status
           Move "F" to IV-Doc-Type
           Move spaces to IV-Rep-Id
           Write Open-Invoice-Record
               Invalid Key
                   Display "Invoice " Order-Number
                       " is already on file; customer "
                       CT-Cust-Number (Cust-Tot-Idx) " not assessed."
                   Exit Paragraph
           End-Write
           Add 1 to Charged-Count
           Move WS-Charge-Amt to nCharge
           Display "Customer " CT-Cust-Number (Cust-Tot-Idx)
           End-Read
           Close Order-Control-File.

       Write-Dunning-Letters.
      *one letter per overdue customer, worded by how late their
      *oldest balance is; the file prints and mails as-is
