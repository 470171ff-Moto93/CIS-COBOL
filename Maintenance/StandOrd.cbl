           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Orders
               Display "The order-entry area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-SD-Table
      *    they tax at the home rate
           Move spaces to OT-Ship-State
           Move 0 to OT-Ship-Id
      *    nor do they carry a promotion code
           Move spaces to OT-Promo-Code
           Move spaces to OT-Web-Order-Id
           Move spaces to OT-Web-Sku
           Open Extend Order-Transaction-File
           If WS-OT-Status = "35"
               Open Output Order-Transaction-File
