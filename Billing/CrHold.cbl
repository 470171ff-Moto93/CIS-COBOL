               10 HT-Amount        pic 9(8)v99.
               10 HT-Held-Date     pic 9(8).
               10 HT-Status        pic x(1).
               10 HT-Rep-Id        pic x(5).

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
      *releasing a hold is exactly the decision the hold exists to
      *force upward; clerks can look but not release
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-CH-Table
           Perform Until Maint-Choice = "X" or "x"
                               HT-Held-Date (CH-Table-Count)
                           Move CH-Status to
                               HT-Status (CH-Table-Count)
                           Move CH-Rep-Id to
                               HT-Rep-Id (CH-Table-Count)
                       End-If
               End-Read
           End-Perform.
           Move 0 to IV-Paid-Amount
           Set IV-Open-Inv to true
           Move spaces to IV-Doc-Type
           Move HT-Rep-Id (CH-Tbl-Idx) to IV-Rep-Id
           Open I-O Open-Invoice-File
           If WS-IV-Status = "35"
               Open Output Open-Invoice-File
               Close Open-Invoice-File
               Open I-O Open-Invoice-File
           End-If
           Write Open-Invoice-Record
               Invalid Key
                   Display "Invoice " IV-Invoice-Number
                       " is already on file."
           End-Write
           Close Open-Invoice-File.

       Rewrite-CH-File.
               Move HT-Amount (CH-Tbl-Idx) to CH-Amount
               Move HT-Held-Date (CH-Tbl-Idx) to CH-Held-Date
               Move HT-Status (CH-Tbl-Idx) to CH-Status
               Move HT-Rep-Id (CH-Tbl-Idx) to CH-Rep-Id
               Write Credit-Hold-Record
           End-Perform
           Close Credit-Hold-File.
