           05 Archive-File-Name pic x(30).
           05 WS-Found-Doc      pic x.
           05 Ded-Sub           pic 9.
           05 nCredit-Applied   pic $$$,$$9.99.

       procedure division.
       Main-Start.
           Display "Receipt and Pay-Stub Printing"
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Until Print-Choice = "X" or "x"
               Display " "
               Display "R) Print a receipt by order number"
           Open Input Receipt-File
           If WS-RC-Status not = "00"
               Move "Y" to WS-RC-EOF
           Else
               Move Keyed-Order-Number to RC-Key-Order
               Move 0 to RC-Key-Seq
               Start Receipt-File key not < RC-Receipt-Key
                   Invalid Key
                       Move "Y" to WS-RC-EOF
               End-Start
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
                       If RC-Key-Order not = Keyed-Order-Number
                           Move "Y" to WS-RC-EOF
                       Else
                           If RC-Record-Type not = "R"
                               Move "Y" to WS-Found-Doc
                               Perform Write-Receipt-Document
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-RC-Status = "00" or "10" or "23"
               Close Receipt-File
           End-If.

           String "TOTAL:          " RC-Final-Total
               delimited by size into Document-Line
           Perform Put-Document-Line
           If RC-Credit-Applied numeric and not RC-Credit-Memo
               If RC-Credit-Applied > 0
                   Move RC-Credit-Applied to nCredit-Applied
                   Move spaces to Document-Line
                   String "Gift certificate " RC-Credit-Number ": "
                       nCredit-Applied
                       delimited by size into Document-Line
                   Perform Put-Document-Line
               End-If
           End-If
           Move spaces to Document-Line
           Evaluate true
               When RC-Tender-Credit and RC-Credit-Memo
                   String "Credited to store credit " RC-Credit-Number
                       delimited by size into Document-Line
               When RC-Tender-Credit
                   Move "Paid by gift certificate" to Document-Line
               When RC-Tender-Check
                   String "Paid by check " RC-Check-Number
                       delimited by size into Document-Line
           Move spaces to Document-Line
           String "Pay period " PS-Period-Number
               delimited by size into Document-Line
           If PS-Off-Cycle not = spaces
               Move spaces to Document-Line
               String "Pay period " PS-Period-Number
                   "   OFF-CYCLE " PS-Off-Cycle
                   delimited by size into Document-Line
           End-If
           Perform Put-Document-Line
           Move spaces to Document-Line
           String "Hours:      " PS-Hours-Worked
           String "Gross:      " PS-Gross-Income
               delimited by size into Document-Line
           Perform Put-Document-Line
           If PS-Commission not = spaces
                   and Function Numval-C (PS-Commission) > 0
               Move spaces to Document-Line
               String "  incl. commission " PS-Commission
                   delimited by size into Document-Line
               Perform Put-Document-Line
           End-If
           Move spaces to Document-Line
           String "Tax:        " PS-Tax-Display
               delimited by size into Document-Line
