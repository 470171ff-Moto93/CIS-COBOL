               If SO-Result not = "Y"
                   Goback
               End-If
               If not SO-May-Warehouse
                   Display "The warehouse area is not among your "
                       "permissions."
                   Goback
               End-If
               Move SO-Operator-Id to WS-Operator-Id
           End-If
           Accept WS-Today-Date from Date YYYYMMDD
           Move Pick-Vendor-Number to PO-Vendor-Number
           Move Pick-Cost-Per-Lb to PO-Exp-Cost-Lb
           Move 0 to PO-Recv-Cost-Lb
           Move 0 to PO-Recv-Value
           If Pick-Vendor-Number = 0
               Display "NOTE: no vendor supplies product "
                   Inv-Product-Code "; PO goes out unassigned."
