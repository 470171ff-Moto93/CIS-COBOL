      **************************************
      *Program:    Web-store order import
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. WebImp.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Customer-Master-File assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Cust-Number
               file status is WS-Cust-Status.
           Select Customer-Control-File assign to "CUSTCTL.DAT"
               organization is indexed
               access mode is dynamic
               record key is CC-Control-Id
               file status is WS-CC-Status.
           Select Order-Transaction-File assign to "ORDTRAN.DAT"
               organization is line sequential
               file status is WS-OT-Status.
       Copy "WEBORDSEL.CPY".
       Copy "WEBACKSEL.CPY".
       Copy "WEBLOGSEL.CPY".
       Copy "PRODSEL.CPY".
       Copy "SHIPTOSEL.CPY".
       Copy "EXCPTSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Customer-Master-File.
       Copy "CUSTMAST.CPY".
       FD  Customer-Control-File.
       01  Customer-Control-Record.
           05 CC-Control-Id         pic x(2).
           05 CC-Next-Cust-Number   pic 9(5).
       FD  Order-Transaction-File.
       Copy "ORDTRAN.CPY".
       Copy "WEBORDFD.CPY".
       Copy "WEBACKFD.CPY".
       Copy "WEBLOGFD.CPY".
       Copy "PRODFD.CPY".
       Copy "SHIPTOFD.CPY".
       Copy "EXCPTFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Cust-Status    pic xx.
           05 WS-Cust-EOF       pic x value "N".
           05 WS-CC-Status      pic xx.
           05 WS-OT-Status      pic xx.
           05 WS-WO-Status      pic xx.
           05 WS-WO-EOF         pic x value "N".
           05 WS-WA-Status      pic xx.
           05 WS-WL-Status      pic xx.
           05 WS-WL-EOF         pic x value "N".
           05 WS-Prod-Status    pic xx.
           05 WS-Prod-EOF       pic x value "N".
           05 WS-SH-Status      pic xx.
           05 WS-SH-EOF         pic x value "N".
           05 WS-EX-Status      pic xx.
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Web-Line-Fields.
      *    one line of the export, split at the commas
           05 WB-Order-Id       pic x(12).
           05 WB-Order-Date     pic x(8).
           05 WB-Email          pic x(40).
           05 WB-Phone          pic x(12).
           05 WB-Name           pic x(20).
           05 WB-Address        pic x(30).
           05 WB-State          pic x(2).
           05 WB-Sku            pic x(12).
           05 WB-Qty-X          pic x(5).
           05 WB-Qty-Len        pic 9(2).
           05 WB-Ship-Method    pic x(15).
           05 WB-Promo          pic x(8).
       01 Web-Order-Group.
      *    the lines of the web order being gathered; an order is
      *    queued or turned away whole, never in part
           05 Group-Order-Id    pic x(12) value spaces.
           05 Group-Email       pic x(40).
           05 Group-Email-Upper pic x(40).
           05 Group-Phone       pic x(12).
           05 Group-Name        pic x(20).
           05 Group-Address     pic x(30).
           05 Group-State       pic x(2).
           05 Group-Line-Count  pic 9(2) value 0.
           05 Group-Overflow    pic x value "N".
           05 Group-Reason      pic x(40).
           05 Group-Line occurs 20 times indexed by Group-Idx.
               10 GL-Sku            pic x(12).
               10 GL-Prod-Code      pic x(1).
               10 GL-Qty            pic 9(3).
               10 GL-Ship-Method    pic x(15).
               10 GL-Promo          pic x(8).
               10 GL-Raw            pic x(40).
       01 Resolve-Fields.
           05 Match-Cust-Number pic 9(5).
           05 Next-Cust-Number  pic 9(5).
           05 Match-Ship-Id     pic 9(2).
           05 Max-Ship-Id       pic 9(2).
           05 WS-Found          pic x.
           05 WS-Today-Date     pic 9(8).
           05 WS-First-Line     pic x value "Y".
      *    which detail Match-Customer-File is looking for: E the
      *    web order's email, P its phone
           05 Match-By          pic x.
       01 Product-Table.
           05 Prod-Table-Count  pic 9(2) value 0.
           05 Prod-Table-Entry occurs 50 times indexed by PT-Idx.
               10 PT-Code           pic x(1).
               10 PT-Web-Sku        pic x(12).
               10 PT-Active         pic x(1).
       01 Ship-To-Table.
           05 Ship-Table-Count  pic 9(3) value 0.
           05 Ship-Table-Entry occurs 500 times indexed by ST-Idx.
               10 ST-Cust-Number    pic 9(5).
               10 ST-Ship-Id        pic 9(2).
               10 ST-Address        pic x(30).
       01 Import-Counts.
           05 Lines-Read        pic 9(5) value 0.
           05 Orders-Seen       pic 9(5) value 0.
           05 Orders-Queued     pic 9(5) value 0.
           05 Lines-Queued      pic 9(5) value 0.
           05 Orders-Skipped    pic 9(5) value 0.
           05 Orders-Rejected   pic 9(5) value 0.
           05 Customers-Added   pic 9(5) value 0.

       procedure division.
       Main-Start.
           Display "Web-Store Order Import"
           Call "SignOn" using Signon-Parms
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
           Open Input Web-Order-File
           If WS-WO-Status not = "00"
               Display "No web order file (WEBORD.CSV) to import."
               Goback
           End-If
           Perform Load-Product-Table
           Perform Load-Ship-To-Table
           Open I-O Customer-Master-File
           If WS-Cust-Status = "35"
               Close Customer-Master-File
               Open Output Customer-Master-File
               Close Customer-Master-File
               Open I-O Customer-Master-File
           End-If
           Perform Until WS-WO-EOF = "Y"
               Read Web-Order-File
                   At End
                       Move "Y" to WS-WO-EOF
                   Not At End
                       Perform Take-Web-Line
               End-Read
           End-Perform
           If Group-Order-Id not = spaces
               Perform Process-Web-Order
           End-If
           Close Web-Order-File
           Close Customer-Master-File
           Display " "
           Display "Web order lines read:    " Lines-Read
           Display "Web orders seen:         " Orders-Seen
           Display "Orders queued:           " Orders-Queued
               " (" Lines-Queued " lines)"
           Display "Already imported:        " Orders-Skipped
           Display "Orders rejected:         " Orders-Rejected
           Display "New customers:           " Customers-Added
           If Orders-Queued > 0
               Display "Queued to ORDTRAN.DAT for the next batch "
                   "run; the batch run acknowledges them to "
                   "WEBACK.CSV."
           End-If
           Goback.

       Load-Product-Table.
           Open Input Product-Master-File
           If WS-Prod-Status not = "00"
               Exit Paragraph
           End-If
           Move low-values to Prod-Code
           Start Product-Master-File key not < Prod-Code
               Invalid Key
                   Move "Y" to WS-Prod-EOF
           End-Start
           Perform Until WS-Prod-EOF = "Y" or Prod-Table-Count >= 50
               Read Product-Master-File next record
                   At End
                       Move "Y" to WS-Prod-EOF
                   Not At End
                       Add 1 to Prod-Table-Count
                       Move Prod-Code to PT-Code (Prod-Table-Count)
                       Move Prod-Web-Sku
                           to PT-Web-Sku (Prod-Table-Count)
                       Move Prod-Active-Flag
                           to PT-Active (Prod-Table-Count)
               End-Read
           End-Perform
           Close Product-Master-File.

       Load-Ship-To-Table.
           Open Input Ship-To-File
           If WS-SH-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-SH-EOF = "Y" or Ship-Table-Count >= 500
               Read Ship-To-File
                   At End
                       Move "Y" to WS-SH-EOF
                   Not At End
                       Add 1 to Ship-Table-Count
                       Move SH-Cust-Number
                           to ST-Cust-Number (Ship-Table-Count)
                       Move SH-Ship-Id to ST-Ship-Id (Ship-Table-Count)
                       Move SH-Ship-Address
                           to ST-Address (Ship-Table-Count)
               End-Read
           End-Perform
           Close Ship-To-File.

       Take-Web-Line.
      *splits a line and adds it to the web order it belongs to;
      *a new order id means the order before it is complete
           Move spaces to Web-Line-Fields
           Move 0 to WB-Qty-Len
           Unstring Web-Order-Line delimited by ","
               into WB-Order-Id WB-Order-Date WB-Email WB-Phone
                   WB-Name WB-Address WB-State WB-Sku
                   WB-Qty-X count in WB-Qty-Len
                   WB-Ship-Method WB-Promo
           End-Unstring
           If WS-First-Line = "Y"
               Move "N" to WS-First-Line
               If Function Upper-Case (WB-Order-Id (1:5)) = "ORDER"
                   Exit Paragraph
               End-If
           End-If
           If WB-Order-Id = spaces
               Exit Paragraph
           End-If
           Add 1 to Lines-Read
           If WB-Order-Id not = Group-Order-Id
               If Group-Order-Id not = spaces
                   Perform Process-Web-Order
               End-If
               Perform Start-Web-Order
           End-If
           If Group-Line-Count >= 20
               Move "Y" to Group-Overflow
               Exit Paragraph
           End-If
           Add 1 to Group-Line-Count
           Set Group-Idx to Group-Line-Count
           Move Function Upper-Case (WB-Sku) to GL-Sku (Group-Idx)
           Move spaces to GL-Prod-Code (Group-Idx)
           Move 0 to GL-Qty (Group-Idx)
           If WB-Qty-Len > 0 and WB-Qty-Len < 4
               If WB-Qty-X (1:WB-Qty-Len) numeric
                   Move WB-Qty-X (1:WB-Qty-Len) to GL-Qty (Group-Idx)
               End-If
           End-If
           Move WB-Ship-Method to GL-Ship-Method (Group-Idx)
           Move Function Upper-Case (WB-Promo) to GL-Promo (Group-Idx)
           Move Web-Order-Line to GL-Raw (Group-Idx).

       Start-Web-Order.
      *the customer and delivery details are taken from the
      *order's first line
           Add 1 to Orders-Seen
           Move WB-Order-Id to Group-Order-Id
           Move WB-Email to Group-Email
           Move Function Upper-Case (WB-Email) to Group-Email-Upper
           Move WB-Phone to Group-Phone
           Move WB-Name to Group-Name
           Move WB-Address to Group-Address
           Move Function Upper-Case (WB-State) to Group-State
           Move 0 to Group-Line-Count
           Move "N" to Group-Overflow
           Move spaces to Group-Reason.

       Process-Web-Order.
           Perform Check-Import-Log
           If WS-Found = "Y"
      *        a re-sent export; the order desk already has it
               Display "Web order " Group-Order-Id
                   " was imported before; skipped."
               Add 1 to Orders-Skipped
               Exit Paragraph
           End-If
           Perform Validate-Web-Order
           If Group-Reason = spaces
               Perform Resolve-Web-Customer
           End-If
           If Group-Reason = spaces
               Perform Resolve-Web-Ship-To
           End-If
           If Group-Reason not = spaces
               Perform Reject-Web-Order
               Exit Paragraph
           End-If
           Perform Queue-Web-Order.

       Check-Import-Log.
      *reads the log from the top for this order id; the log only
      *grows, so it is searched on file rather than held in
      *storage, and an order queued earlier in this same run is
      *already on it
           Move "N" to WS-Found
           Move "N" to WS-WL-EOF
           Open Input Web-Import-Log-File
           If WS-WL-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-WL-EOF = "Y"
               Read Web-Import-Log-File
                   At End
                       Move "Y" to WS-WL-EOF
                   Not At End
                       If WL-Web-Order-Id = Group-Order-Id
                           Move "Y" to WS-Found
                           Move "Y" to WS-WL-EOF
                       End-If
               End-Read
           End-Perform
           Close Web-Import-Log-File.

       Validate-Web-Order.
           If Group-Overflow = "Y"
               Move "More than 20 lines on one web order"
                   to Group-Reason
               Exit Paragraph
           End-If
           If Group-Email = spaces and Group-Phone = spaces
               Move "No email or phone to match a customer"
                   to Group-Reason
               Exit Paragraph
           End-If
           If Group-Address = spaces
               Move "No ship-to address" to Group-Reason
               Exit Paragraph
           End-If
           Perform Varying Group-Idx from 1 by 1
                   until Group-Idx > Group-Line-Count
                   or Group-Reason not = spaces
               Perform Validate-Web-Line
           End-Perform.

       Validate-Web-Line.
      *the SKU must map to a product the order desk still sells;
      *the quantity is pounds, or packs for a pack product
           Move "N" to WS-Found
           Perform Varying PT-Idx from 1 by 1
                   until PT-Idx > Prod-Table-Count
               If PT-Web-Sku (PT-Idx) = GL-Sku (Group-Idx)
                       and GL-Sku (Group-Idx) not = spaces
                   Move "Y" to WS-Found
                   Exit Perform
               End-If
           End-Perform
           If WS-Found = "N"
               String "Unknown web SKU " GL-Sku (Group-Idx)
                   delimited by size into Group-Reason
               Exit Paragraph
           End-If
           If PT-Active (PT-Idx) not = "A"
               String "SKU no longer sold " GL-Sku (Group-Idx)
                   delimited by size into Group-Reason
               Exit Paragraph
           End-If
           Move PT-Code (PT-Idx) to GL-Prod-Code (Group-Idx)
           If GL-Qty (Group-Idx) = 0
               String "Bad quantity for SKU " GL-Sku (Group-Idx)
                   delimited by size into Group-Reason
           End-If.

       Resolve-Web-Customer.
      *email first, phone second; a merged duplicate hands the
      *order to the account it was folded into, and nobody on
      *file becomes a new cash customer
           Move 0 to Match-Cust-Number
           If Group-Email not = spaces
               Move "E" to Match-By
               Perform Match-Customer-File
           End-If
           If Match-Cust-Number = 0 and Group-Phone not = spaces
               Move "P" to Match-By
               Perform Match-Customer-File
           End-If
           If Match-Cust-Number = 0
               Perform Create-Web-Customer
           End-If.

       Match-Customer-File.
      *email and phone are not keys on the master, so it is read
      *from the top until one account matches; every account is
      *seen however large the file grows, including one added
      *earlier in this run
           Move "N" to WS-Cust-EOF
           Move low-values to Cust-Number
           Start Customer-Master-File key not < Cust-Number
               Invalid Key
                   Move "Y" to WS-Cust-EOF
           End-Start
           Perform Until WS-Cust-EOF = "Y"
               Read Customer-Master-File next record
                   At End
                       Move "Y" to WS-Cust-EOF
                   Not At End
                       Perform Check-Customer-Match
               End-Read
           End-Perform.

       Check-Customer-Match.
           If (Match-By = "E" and
                   Function Upper-Case (Cust-Email) = Group-Email-Upper)
               or (Match-By = "P" and Cust-Phone = Group-Phone)
               Perform Take-Customer-Match
               Move "Y" to WS-Cust-EOF
           End-If.

       Take-Customer-Match.
           If Cust-Merged and Cust-Merged-Into > 0
               Move Cust-Merged-Into to Match-Cust-Number
           Else
               Move Cust-Number to Match-Cust-Number
           End-If.

       Create-Web-Customer.
           If Group-Name = spaces
               Move "No name for a new customer" to Group-Reason
               Exit Paragraph
           End-If
           Perform Get-Next-Cust-Number
           If Next-Cust-Number = 0
               Move "Customer numbering unavailable" to Group-Reason
               Exit Paragraph
           End-If
           Move spaces to Customer-Master-Record
           Move Next-Cust-Number to Cust-Number
           Move Group-Name to Cust-Name
           Move Group-Address to Cust-Address
           Move Group-Phone to Cust-Phone
           Move 0 to Cust-Lifetime-Lbs
      *    a web shopper pays at the store; no terms until the
      *    account is granted them in CustMaint
           Move 0 to Cust-Credit-Terms
           Move 0 to Cust-Credit-Limit
           Move 0 to Cust-Merged-Into
           Move Group-Email to Cust-Email
           Write Customer-Master-Record
               Invalid Key
                   Move "Unable to add customer" to Group-Reason
               Not Invalid Key
                   Move Cust-Number to Match-Cust-Number
                   Add 1 to Customers-Added
                   Display "New customer " Cust-Number " "
                       Cust-Name " for web order " Group-Order-Id
                   Move "CUST-ADD" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                   String Cust-Number " " Cust-Name " web"
                       delimited by size into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Write.

       Get-Next-Cust-Number.
      *the same read-bump-rewrite of the shared control file that
      *CustMaint and the order desk use; a file still in the old
      *layout is left for them to convert
           Move 0 to Next-Cust-Number
           Open I-O Customer-Control-File
           If WS-CC-Status = "35"
               Close Customer-Control-File
               Open Output Customer-Control-File
               Close Customer-Control-File
               Open I-O Customer-Control-File
           End-If
           If WS-CC-Status not = "00"
               Exit Paragraph
           End-If
           Move "01" to CC-Control-Id
           Read Customer-Control-File
               Invalid Key
                   Move 10001 to Next-Cust-Number
                   Move "01" to CC-Control-Id
                   Compute CC-Next-Cust-Number =
                       Next-Cust-Number + 1
                   Write Customer-Control-Record
               Not Invalid Key
                   Move CC-Next-Cust-Number to Next-Cust-Number
                   Compute CC-Next-Cust-Number =
                       Next-Cust-Number + 1
                   Rewrite Customer-Control-Record
           End-Read
           Close Customer-Control-File.

       Resolve-Web-Ship-To.
      *the master address is ship-to zero; an address already on
      *the customer's ship-to list is reused; anything else is
      *added to SHIPTO.DAT under the next free number
           Move 0 to Match-Ship-Id
           Move Match-Cust-Number to Cust-Number
           Read Customer-Master-File
               Invalid Key
                   Move "Customer not on file" to Group-Reason
                   Exit Paragraph
           End-Read
           If Function Upper-Case (Cust-Address) =
                   Function Upper-Case (Group-Address)
               Exit Paragraph
           End-If
           Move 0 to Max-Ship-Id
           Perform Varying ST-Idx from 1 by 1
                   until ST-Idx > Ship-Table-Count
               If ST-Cust-Number (ST-Idx) = Match-Cust-Number
                   If Function Upper-Case (ST-Address (ST-Idx)) =
                           Function Upper-Case (Group-Address)
                       Move ST-Ship-Id (ST-Idx) to Match-Ship-Id
                       Exit Paragraph
                   End-If
                   If ST-Ship-Id (ST-Idx) > Max-Ship-Id
                       Move ST-Ship-Id (ST-Idx) to Max-Ship-Id
                   End-If
               End-If
           End-Perform
           If Max-Ship-Id >= 99 or Ship-Table-Count >= 500
               Move "No room for another ship-to address"
                   to Group-Reason
               Exit Paragraph
           End-If
           Compute Match-Ship-Id = Max-Ship-Id + 1
           Move Match-Cust-Number to SH-Cust-Number
           Move Match-Ship-Id to SH-Ship-Id
           Move Group-Name to SH-Ship-Name
           Move Group-Address to SH-Ship-Address
           Move Group-State to SH-Ship-State
           Open Extend Ship-To-File
           If WS-SH-Status = "35"
               Open Output Ship-To-File
           End-If
           Write Ship-To-Record
           Close Ship-To-File
           Add 1 to Ship-Table-Count
           Move Match-Cust-Number to ST-Cust-Number (Ship-Table-Count)
           Move Match-Ship-Id to ST-Ship-Id (Ship-Table-Count)
           Move Group-Address to ST-Address (Ship-Table-Count).

       Queue-Web-Order.
      *one ORDTRAN record per line, exactly what the order desk's
      *batch run reads, carrying the web ids for the acknowledgment
           Open Extend Order-Transaction-File
           If WS-OT-Status = "35"
               Open Output Order-Transaction-File
           End-If
           Perform Varying Group-Idx from 1 by 1
                   until Group-Idx > Group-Line-Count
               Move spaces to Order-Transaction-Record
               Move Match-Cust-Number to OT-Customer-Number
               Move GL-Prod-Code (Group-Idx) to OT-Product-Code
               Move GL-Qty (Group-Idx) to OT-Coffee-Lbs
               If GL-Ship-Method (Group-Idx) (1:1) = "A" or "a"
                   Move "Air" to OT-Shipping-Select
               Else
                   Move "Ground" to OT-Shipping-Select
               End-If
               Move Group-State to OT-Ship-State
               Move Match-Ship-Id to OT-Ship-Id
               Move GL-Promo (Group-Idx) to OT-Promo-Code
               Move Group-Order-Id to OT-Web-Order-Id
               Move GL-Sku (Group-Idx) to OT-Web-Sku
               Write Order-Transaction-Record
               Add 1 to Lines-Queued
           End-Perform
           Close Order-Transaction-File
           Move Group-Order-Id to WL-Web-Order-Id
           Move WS-Today-Date to WL-Import-Date
           Move Match-Cust-Number to WL-Cust-Number
           Move Group-Line-Count to WL-Line-Count
           Move WS-Operator-Id to WL-Operator-Id
           Open Extend Web-Import-Log-File
           If WS-WL-Status = "35"
               Open Output Web-Import-Log-File
           End-If
           Write Web-Import-Log-Record
           Close Web-Import-Log-File
           Add 1 to Orders-Queued
           Move "WEB-IMPORT" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "web " Group-Order-Id " cust " Match-Cust-Number
               " lines " Group-Line-Count
               delimited by size into WS-Audit-Detail
           Perform Write-Audit-Record.

       Reject-Web-Order.
      *every line of the order goes to the exception file and
      *back to the store with the one reason that stopped it
           Display "Rejecting web order " Group-Order-Id ": "
               Group-Reason
           Add 1 to Orders-Rejected
           Perform Varying Group-Idx from 1 by 1
                   until Group-Idx > Group-Line-Count
               Accept EX-Date from Date YYYYMMDD
               Move "WEBIMP" to EX-Program-Id
               Move "WEBORD" to EX-Source-File
               Move GL-Raw (Group-Idx) to EX-Record-Data
               Move Group-Reason to EX-Reason
               Open Extend Exception-File
               If WS-EX-Status = "35"
                   Open Output Exception-File
               End-If
               Write Exception-Record
               Close Exception-File
               Move spaces to Web-Ack-Line
               String Group-Order-Id delimited by space
                   "," GL-Sku (Group-Idx) delimited by space
                   ",REJECTED,," delimited by size
                   Group-Reason delimited by "  "
                   into Web-Ack-Line
               Open Extend Web-Ack-File
               If WS-WA-Status = "35"
                   Open Output Web-Ack-File
               End-If
               Write Web-Ack-Line
               Close Web-Ack-File
           End-Perform.

       Write-Audit-Record.
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "WEBIMP" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program WebImp.
