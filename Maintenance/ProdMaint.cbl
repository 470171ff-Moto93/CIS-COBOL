       file-control.
       Copy "PRODSEL.CPY".
       Copy "BOMSEL.CPY".
       Copy "PRICESEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       Copy "PRODFD.CPY".
       Copy "BOMFD.CPY".
       Copy "PRICEFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
           05 WS-AL-Status      pic xx.
           05 WS-Prod-EOF       pic x value "N".
           05 WS-Found-Product  pic x value "N".
           05 WS-PC-Status      pic xx.
           05 WS-PC-EOF         pic x value "N".
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
      *    survives the console accept intact before being moved
           05 Product-Price-In  pic 999v99.
           05 Old-Price         pic 99v99.
           05 WS-Today-Date     pic 9(8).
           05 Price-Effective-In pic 9(8).
           05 Web-Sku-In        pic x(12).
           05 Web-Sku-Owner     pic x(1).
       01 Due-Price-Fields.
      *    the latest scheduled change already in effect for each
      *    product, gathered so the master can be brought up to it
           05 Due-Count         pic 99 value 0.
           05 Due-Entry occurs 50 times indexed by Due-Idx.
               10 DU-Product-Code   pic x(1).
               10 DU-Effective-Date pic 9(8).
               10 DU-Price          pic 99v99.
           05 Due-Found         pic x.
       01 Display-Fields.
           05 nPrice            pic $$9.99.
           05 nOld-Price        pic $$9.99.
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
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Apply-Due-Price-Changes
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "B) Browse the catalog"
               Display "A) Add a product"
               Display "C) Change name or price (today or ahead)"
               Display "D) Discontinue a product"
               Display "R) Reactivate a product"
               Display "K) Pack components (add/list)"
               Display "W) Web-store SKU"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
                       Perform Reactivate-Product
                   When "K"
                       Perform Pack-Components
                   When "W"
                       Perform Set-Web-Sku
                   When "X"
                       Continue
                   When Other
                       Display "Please enter B, A, C, D, R, K, "
                           "W, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
                   Move "Y" to WS-Prod-EOF
           End-Start
           Display " "
           Display "Code Name         Price   St Web SKU"
           Perform Until WS-Prod-EOF = "Y"
               Read Product-Master-File next record
                   At End
                   Not At End
                       Move Prod-Price to nPrice
                       Display Prod-Code "    " Prod-Name " "
                           nPrice "  " Prod-Active-Flag "  "
                           Prod-Web-Sku
               End-Read
           End-Perform.

               Move Product-Name-In to Prod-Name
               Move Product-Price-In to Prod-Price
               Set Prod-Active to true
               Move spaces to Prod-Web-Sku
               Write Product-Master-Record
                   Invalid Key
                       Display "Unable to add product " Product-Code
                       Move "PROD-ADD" to WS-Audit-Type
                       Move Prod-Name to WS-Audit-Detail
                       Perform Write-Audit-Record
                       Move 0 to Old-Price
                       Move WS-Today-Date to Price-Effective-In
                       Perform Write-Price-Change
               End-Write
           End-If.

               Move 0 to Product-Price-In
               Accept Product-Price-In
               Move Prod-Price to Old-Price
               If Product-Price-In = Old-Price
                   Move 0 to Product-Price-In
               End-If
               If Product-Price-In not = 0
                   Perform Accept-Price-Effective
               End-If
      *        a change dated today goes onto the master now; one
      *        dated ahead waits on the schedule for its day
               If Product-Price-In not = 0
                       and Price-Effective-In = WS-Today-Date
                   Move Product-Price-In to Prod-Price
               End-If
               Rewrite Product-Master-Record
                   Not Invalid Key
                       Display "Product " Product-Code " updated."
                       If Product-Price-In not = 0
                           Perform Schedule-Price-Change
                       End-If
               End-Rewrite
           End-If.

       Accept-Price-Effective.
      *the price history is only worth having if it cannot be
      *rewritten, so a change is never dated before today
           Display "Effective date (YYYYMMDD, 0 = today): "
               with no advancing
           Move 0 to Price-Effective-In
           Accept Price-Effective-In
           If Price-Effective-In = 0
               Move WS-Today-Date to Price-Effective-In
           End-If
           If Price-Effective-In < WS-Today-Date
                   or Price-Effective-In > 29991231
               Display "A price change cannot be dated before "
                   "today; price not changed."
               Move 0 to Product-Price-In
           End-If.

       Schedule-Price-Change.
           Move Product-Price-In to nNew-Price
           Perform Write-Price-Change
           If Price-Effective-In = WS-Today-Date
               Perform Log-Price-Change
           Else
               Display "Price of " Product-Code " goes to "
                   nNew-Price " on " Price-Effective-In "."
               Display "Run the price-change notice to warn "
                   "standing-order and quote customers."
               Move Old-Price to nOld-Price
               Move "PRICE-SCHED" to WS-Audit-Type
               Move spaces to WS-Audit-Detail
               String Product-Code delimited by size
                   " old " delimited by size
                   nOld-Price delimited by size
                   " new " delimited by size
                   nNew-Price delimited by size
                   " eff " delimited by size
                   Price-Effective-In delimited by size
                   into WS-Audit-Detail
               Perform Write-Audit-Record
           End-If.

       Write-Price-Change.
      *every price a product has carried goes onto the schedule,
      *so the file answers what any order was priced at
           Move Product-Code to PC-Product-Code
           Move Price-Effective-In to PC-Effective-Date
           Move Prod-Price to PC-New-Price
           If Price-Effective-In not = WS-Today-Date
               Move Product-Price-In to PC-New-Price
           End-If
           Move Old-Price to PC-Prior-Price
           Move WS-Today-Date to PC-Keyed-Date
           Move WS-Operator-Id to PC-Operator-Id
           Open Extend Price-Change-File
           If WS-PC-Status = "35"
               Open Output Price-Change-File
           End-If
           Write Price-Change-Record
           Close Price-Change-File.

       Apply-Due-Price-Changes.
      *brings the master up to the schedule: a change whose day
      *has come is written onto the product record, so the
      *catalog browse and the reports reading the master agree
      *with what the order desk is charging
           Move 0 to Due-Count
           Move "N" to WS-PC-EOF
           Open Input Price-Change-File
           If WS-PC-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-PC-EOF = "Y"
               Read Price-Change-File
                   At End
                       Move "Y" to WS-PC-EOF
                   Not At End
                       If PC-Effective-Date <= WS-Today-Date
                           Perform Hold-Due-Change
                       End-If
               End-Read
           End-Perform
           Close Price-Change-File
           Perform Varying Due-Idx from 1 by 1
                   until Due-Idx > Due-Count
               Move DU-Product-Code (Due-Idx) to Product-Code
               Perform Read-Product-Master
               If WS-Found-Product = "Y"
                       and Prod-Price not = DU-Price (Due-Idx)
                   Move Prod-Price to Old-Price
                   Move DU-Price (Due-Idx) to Prod-Price
                   Rewrite Product-Master-Record
                       Invalid Key
                           Continue
                       Not Invalid Key
                           Move Prod-Price to nNew-Price
                           Display "Scheduled price for "
                               Product-Code " took effect "
                               DU-Effective-Date (Due-Idx) ": "
                               nNew-Price
                           Perform Log-Price-Change
                   End-Rewrite
               End-If
           End-Perform.

       Hold-Due-Change.
           Move "N" to Due-Found
           Perform Varying Due-Idx from 1 by 1
                   until Due-Idx > Due-Count
               If DU-Product-Code (Due-Idx) = PC-Product-Code
                   Move "Y" to Due-Found
                   Exit Perform
               End-If
           End-Perform
           If Due-Found = "N"
               If Due-Count >= 50
                   Exit Paragraph
               End-If
               Add 1 to Due-Count
               Set Due-Idx to Due-Count
               Move PC-Product-Code to DU-Product-Code (Due-Idx)
               Move 0 to DU-Effective-Date (Due-Idx)
           End-If
           If PC-Effective-Date >= DU-Effective-Date (Due-Idx)
               Move PC-Effective-Date to DU-Effective-Date (Due-Idx)
               Move PC-New-Price to DU-Price (Due-Idx)
           End-If.

       Log-Price-Change.
           Move Old-Price to nOld-Price
           Move Prod-Price to nNew-Price
               Display "No pack components on file."
           End-If.

       Set-Web-Sku.
      *ties the web store's SKU to one of our product codes so
      *WebImp can turn a web order line into an order desk line;
      *one SKU can belong to only one product
           Display "Product code: " with no advancing
           Accept Product-Code
           Move Function Upper-Case (Product-Code) to Product-Code
           Perform Read-Product-Master
           If WS-Found-Product = "N"
               Display "No product on file for code " Product-Code
               Exit Paragraph
           End-If
           Display "On file: " Prod-Name " web SKU " Prod-Web-Sku
           Display "Web SKU (blank to take it off the web): "
               with no advancing
           Move spaces to Web-Sku-In
           Accept Web-Sku-In
           Move Function Upper-Case (Web-Sku-In) to Web-Sku-In
           If Web-Sku-In not = spaces
               Perform Find-Web-Sku-Owner
               If Web-Sku-Owner not = spaces
                       and Web-Sku-Owner not = Product-Code
                   Display "SKU " Web-Sku-In " already belongs to "
                       "product " Web-Sku-Owner "."
                   Exit Paragraph
               End-If
           End-If
           Perform Read-Product-Master
           Move Web-Sku-In to Prod-Web-Sku
           Rewrite Product-Master-Record
               Invalid Key
                   Display "Unable to update product " Product-Code
               Not Invalid Key
                   Display "Product " Product-Code " web SKU now "
                       Prod-Web-Sku
                   Move "PROD-WEBSKU" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                   String Product-Code " " Prod-Name " "
                       Prod-Web-Sku
                       delimited by size into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Find-Web-Sku-Owner.
           Move spaces to Web-Sku-Owner
           Move "N" to WS-Prod-EOF
           Move low-values to Prod-Code
           Start Product-Master-File key not < Prod-Code
               Invalid Key
                   Move "Y" to WS-Prod-EOF
           End-Start
           Perform Until WS-Prod-EOF = "Y"
               Read Product-Master-File next record
                   At End
                       Move "Y" to WS-Prod-EOF
                   Not At End
                       If Prod-Web-Sku = Web-Sku-In
                           Move Prod-Code to Web-Sku-Owner
                       End-If
               End-Read
           End-Perform.

       Read-Product-Master.
           Move Product-Code to Prod-Code
           Read Product-Master-File
