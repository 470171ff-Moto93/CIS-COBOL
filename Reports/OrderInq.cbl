       Copy "BACKSEL.CPY".
       Copy "OPENINVSEL.CPY".
       Copy "RECEIPTSEL.CPY".
       Copy "SHIPLOGSEL.CPY".

       data division.
       file section.
       Copy "BACKFD.CPY".
       Copy "OPENINVFD.CPY".
       Copy "RECEIPTFD.CPY".
       Copy "SHIPLOGFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-IV-EOF         pic x.
           05 WS-RC-Status      pic xx.
           05 WS-RC-EOF         pic x.
           05 WS-SH-Status      pic xx.
           05 WS-SH-EOF         pic x.
       01 Inquiry-Fields.
      *    one screen answers "where's my coffee": every open order
      *    line with its status, open backorder pounds, and unpaid
       01 Display-Fields.
           05 nBalance          pic $$,$$$,$$9.99.
           05 nBalance-Total    pic $$,$$$,$$9.99.
           05 nFreight          pic $$,$$9.99.
           05 nWeight           pic zzz9.9.

       procedure division.
       Main-Start.
           Display "Order-Status Inquiry"
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Until Inquiry-Choice = "X" or "x"
               Display " "
               Display "C) Inquire by customer number"
           Accept Keyed-Cust-Number
           Perform Show-Customer-Name
           Perform Show-Open-Orders
           Perform Show-Shipments
           Perform Show-Backorders
           Perform Show-Open-Invoices
           Perform Show-Receipts.
               Move Order-Cust-Number to Keyed-Cust-Number
               Perform Show-Customer-Name
               Perform Show-Open-Orders
               Perform Show-Shipments
               Perform Show-Backorders
               Perform Show-Open-Invoices
               Perform Show-Receipts
           End-If.

       Find-Order-Customer.
           Open Input Open-Order-File
           If WS-OO-Status = "00"
               Move Keyed-Order-Number to OO-Order-Number
               Move 0 to OO-Line-Number
               Start Open-Order-File key not < OO-Order-Key
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Read Open-Order-File next record
                           At End
                               Continue
                           Not At End
                               If OO-Order-Number = Keyed-Order-Number
                                   Move OO-Cust-Number
                                       to Order-Cust-Number
                               End-If
                       End-Read
               End-Start
               Close Open-Order-File
           End-If
           If Order-Cust-Number = 0
           End-If.

       Find-Receipt-Customer.
      *the sale receipt is always sequence 00 under its order
           Open Input Receipt-File
           If WS-RC-Status = "00"
               Move Keyed-Order-Number to RC-Key-Order
               Move 0 to RC-Key-Seq
               Read Receipt-File
                   Invalid Key
                       Continue
                   Not Invalid Key
                       Move RC-Cust-Number to Order-Cust-Number
               End-Read
               Close Receipt-File
           End-If.

           Display "Open order lines:"
           Display "Order   Prod Lbs  Method          Dated"
               "     Status"
           If WS-OO-EOF = "N"
               Move Keyed-Cust-Number to OO-Cust-Number
               Start Open-Order-File key = OO-Cust-Number
                   Invalid Key
                       Move "Y" to WS-OO-EOF
               End-Start
           End-If
           Perform Until WS-OO-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-OO-EOF
                   Not At End
                       If OO-Cust-Number = Keyed-Cust-Number
                           Perform Show-One-Order-Line
                       Else
                           Move "Y" to WS-OO-EOF
                       End-If
               End-Read
           End-Perform
           If WS-OO-Status = "00" or "10" or "23"
               Close Open-Order-File
           End-If
           If WS-Line-Count = 0
               OO-Lbs "  " OO-Shipping-Method " "
               OO-Order-Date "  " WS-Status-Word.

       Show-Shipments.
      *every shipment logged for the customer, with the carrier's
      *tracking number to give them over the phone
           Move 0 to WS-Line-Count
           Move "N" to WS-SH-EOF
           Open Input Shipment-Log-File
           If WS-SH-Status not = "00"
               Move "Y" to WS-SH-EOF
           End-If
           Display " "
           Display "Shipments:"
           Perform Until WS-SH-EOF = "Y"
               Read Shipment-Log-File
                   At End
                       Move "Y" to WS-SH-EOF
                   Not At End
                       If SH-Cust-Number = Keyed-Cust-Number
                           Perform Show-One-Shipment
                       End-If
               End-Read
           End-Perform
           If WS-SH-Status = "00" or "10"
               Close Shipment-Log-File
           End-If
           If WS-Line-Count = 0
               Display "  (none)"
           End-If.

       Show-One-Shipment.
           Add 1 to WS-Line-Count
           Move SH-Ship-Weight to nWeight
           Move SH-Freight-Cost to nFreight
           Display "  Order " SH-Order-Number " shipped "
               SH-Ship-Date " " SH-Shipping-Method
           Display "    tracking " SH-Tracking-Number " weight "
               nWeight " freight " nFreight.

       Show-Backorders.
           Move 0 to WS-Line-Count
           Move "N" to WS-BO-EOF
           End-If
           Display " "
           Display "Unpaid invoices:"
           If WS-IV-EOF = "N"
               Move Keyed-Cust-Number to IV-Cust-Number
               Start Open-Invoice-File key = IV-Cust-Number
                   Invalid Key
                       Move "Y" to WS-IV-EOF
               End-Start
           End-If
           Perform Until WS-IV-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
                       If IV-Cust-Number not = Keyed-Cust-Number
                           Move "Y" to WS-IV-EOF
                       Else
                           If IV-Status = "O"
                               Perform Show-One-Invoice
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-IV-Status = "00" or "10" or "23"
               Close Open-Invoice-File
           End-If
           If WS-Line-Count = 0
           End-If
           Display " "
           Display "Receipts on file:"
           If WS-RC-EOF = "N"
               Move Keyed-Cust-Number to RC-Cust-Number
               Start Receipt-File key = RC-Cust-Number
                   Invalid Key
                       Move "Y" to WS-RC-EOF
               End-Start
           End-If
           Perform Until WS-RC-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-RC-EOF
                   Not At End
                       If RC-Cust-Number not = Keyed-Cust-Number
                           Move "Y" to WS-RC-EOF
                       Else
                           Add 1 to WS-Line-Count
                           If RC-Credit-Memo
                               Display "  Order " RC-Order-Number
                       End-If
               End-Read
           End-Perform
           If WS-RC-Status = "00" or "10" or "23"
               Close Receipt-File
           End-If
           If WS-Line-Count = 0
