      **************************************
      *Program:    Promotion maintenance
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. PromoMaint.

       environment division.
       configuration section.
       input-output section.
       file-control.
       Copy "PROMOSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       Copy "PROMOFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-PM-Status      pic xx.
           05 WS-PM-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
           05 WS-Found-Promo    pic x value "N".
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Maintenance-Fields.
           05 Maint-Choice      pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 Promo-Code        pic x(8).
           05 Promo-Count       pic 9(4).
           05 Entry-Fields.
      *    keyed wider than the record fields so a value like 1.99
      *    survives the console accept intact before being moved
               10 Entry-Description  pic x(30).
               10 Entry-Products     pic x(10).
               10 Entry-Start-Date   pic 9(8).
               10 Entry-End-Date     pic 9(8).
               10 Entry-Type         pic x(1).
               10 Entry-Percent      pic 9v999.
               10 Entry-Price        pic 999v99.
               10 Entry-Min-Lbs      pic 9(3).
               10 Entry-Ship-Method  pic x(1).
               10 Entry-Usage-Limit  pic 9(5).
               10 Entry-Valid        pic x.
       01 Display-Fields.
           05 nPercent          pic .999.
           05 nPrice            pic $$9.99.
           05 nStatus-Word      pic x(9).
           05 nGives            pic x(24).

       procedure division.
       Main-Start.
           Display "Promotion Maintenance"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Maint
               Display "The maintenance area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
               Display "File maintenance requires a supervisor."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Open-Files
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "L) List promotions"
               Display "A) Add a promotion"
               Display "C) Change a promotion's dates or limit"
               Display "W) Withdraw a promotion"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "L"
                       Perform List-Promotions
                   When "A"
                       Perform Add-Promotion
                   When "C"
                       Perform Change-Promotion
                   When "W"
                       Perform Withdraw-Promotion
                   When "X"
                       Continue
                   When Other
                       Display "Please enter L, A, C, W, or X."
               End-Evaluate
           End-Perform
           Close Promotion-File
           Goback.

       Open-Files.
      *opens the indexed promotion master, creating it on first use
           Open I-O Promotion-File
           If WS-PM-Status = "35"
               Close Promotion-File
               Open Output Promotion-File
               Close Promotion-File
               Open I-O Promotion-File
           End-If.

       List-Promotions.
      *every code on file with what it gives, when it runs, and how
      *much of its usage limit is gone
           Move 0 to Promo-Count
           Move "N" to WS-PM-EOF
           Move low-values to PM-Promo-Code
           Start Promotion-File key not < PM-Promo-Code
               Invalid Key
                   Move "Y" to WS-PM-EOF
           End-Start
           Perform Until WS-PM-EOF = "Y"
               Read Promotion-File next record
                   At End
                       Move "Y" to WS-PM-EOF
                   Not At End
                       Add 1 to Promo-Count
                       Perform Display-Promotion
               End-Read
           End-Perform
           If Promo-Count = 0
               Display "No promotions on file."
           End-If.

       Display-Promotion.
           Evaluate true
               When PM-Withdrawn
                   Move "WITHDRAWN" to nStatus-Word
               When WS-Today-Date < PM-Start-Date
                   Move "PENDING" to nStatus-Word
               When WS-Today-Date > PM-End-Date
                   Move "ENDED" to nStatus-Word
               When PM-Usage-Limit > 0
                       and PM-Usage-Count >= PM-Usage-Limit
                   Move "USED UP" to nStatus-Word
               When Other
                   Move "RUNNING" to nStatus-Word
           End-Evaluate
           Perform Describe-Promotion
           Display " "
           Display PM-Promo-Code " " PM-Description " ("
               nStatus-Word ")"
           Display "  " nGives "  " PM-Start-Date " to "
               PM-End-Date
           If PM-Products = spaces
               Display "  All loose coffees, min " PM-Min-Lbs
                   " lbs; used " PM-Usage-Count " of "
                   PM-Usage-Limit " (0 = no limit)"
           Else
               Display "  Products " PM-Products ", min "
                   PM-Min-Lbs " lbs; used " PM-Usage-Count " of "
                   PM-Usage-Limit " (0 = no limit)"
           End-If.

       Describe-Promotion.
           Move spaces to nGives
           Evaluate true
               When PM-Percent-Off
                   Move PM-Percent to nPercent
                   String nPercent " off per lb"
                       delimited by size into nGives
               When PM-Fixed-Price
                   Move PM-Price-Per-Lb to nPrice
                   String nPrice " per lb"
                       delimited by size into nGives
               When PM-Free-Shipping
                   If PM-Ship-Method = space
                       Move "Free shipping" to nGives
                   Else
                       String "Free shipping by " PM-Ship-Method
                           delimited by size into nGives
                   End-If
           End-Evaluate.

       Add-Promotion.
           Display "New promotion code: " with no advancing
           Move spaces to Promo-Code
           Accept Promo-Code
           Move Function Upper-Case (Promo-Code) to Promo-Code
           If Promo-Code = spaces
               Display "A promotion needs a code; not added."
               Exit Paragraph
           End-If
           Perform Read-Promotion
           If WS-Found-Promo = "Y"
               Display "Promotion " Promo-Code " is already on file."
               Exit Paragraph
           End-If
           Perform Accept-Promotion-Terms
           If Entry-Valid = "N"
               Exit Paragraph
           End-If
           Move spaces to Promotion-Record
           Move Promo-Code to PM-Promo-Code
           Move Entry-Description to PM-Description
           Move Entry-Products to PM-Products
           Move Entry-Start-Date to PM-Start-Date
           Move Entry-End-Date to PM-End-Date
           Move Entry-Type to PM-Type
           Move Entry-Percent to PM-Percent
           Move Entry-Price to PM-Price-Per-Lb
           Move Entry-Min-Lbs to PM-Min-Lbs
           Move Entry-Ship-Method to PM-Ship-Method
           Move Entry-Usage-Limit to PM-Usage-Limit
           Move 0 to PM-Usage-Count
           Set PM-Active to true
           Write Promotion-Record
               Invalid Key
                   Display "Unable to add promotion " Promo-Code
               Not Invalid Key
                   Display "Promotion " Promo-Code " added."
                   Move "PROMO-ADD" to WS-Audit-Type
                   Perform Build-Audit-Detail
                   Perform Write-Audit-Record
           End-Write.

       Accept-Promotion-Terms.
      *keys what the promotion gives and when; a window that ends
      *before it starts, or a type that is not P, F, or S, is
      *refused rather than stored
           Move "Y" to Entry-Valid
           Display "Description: " with no advancing
           Move spaces to Entry-Description
           Accept Entry-Description
           Display "Product codes covered, run together "
               "(blank = all loose coffees): " with no advancing
           Move spaces to Entry-Products
           Accept Entry-Products
           Move Function Upper-Case (Entry-Products) to
               Entry-Products
           Display "Start date (YYYYMMDD): " with no advancing
           Accept Entry-Start-Date
           Display "End date (YYYYMMDD): " with no advancing
           Accept Entry-End-Date
           If Entry-Start-Date < 19000101
                   or Entry-End-Date < Entry-Start-Date
               Display "The dates do not make a window; not saved."
               Move "N" to Entry-Valid
               Exit Paragraph
           End-If
           Display "(P)ercent off, (F)ixed price per lb, or free "
               "(S)hipping? " with no advancing
           Accept Entry-Type
           Move Function Upper-Case (Entry-Type) to Entry-Type
           Move 0 to Entry-Percent
           Move 0 to Entry-Price
           Move space to Entry-Ship-Method
           Evaluate Entry-Type
               When "P"
                   Display "Percent off (e.g. 0.150): "
                       with no advancing
                   Accept Entry-Percent
                   If Entry-Percent = 0 or Entry-Percent >= 1
                       Display "Percent must be above 0 and under 1; "
                           "not saved."
                       Move "N" to Entry-Valid
                       Exit Paragraph
                   End-If
               When "F"
                   Display "Price per lb: " with no advancing
                   Accept Entry-Price
                   If Entry-Price = 0 or Entry-Price > 99.99
                       Display "Price must be above 0 and under "
                           "100; not saved."
                       Move "N" to Entry-Valid
                       Exit Paragraph
                   End-If
               When "S"
                   Display "Ship method it covers (G, A, blank = "
                       "either): " with no advancing
                   Accept Entry-Ship-Method
                   Move Function Upper-Case (Entry-Ship-Method) to
                       Entry-Ship-Method
                   If Entry-Ship-Method not = space and not = "G"
                           and not = "A"
                       Display "Method must be G, A, or blank; "
                           "not saved."
                       Move "N" to Entry-Valid
                       Exit Paragraph
                   End-If
               When Other
                   Display "Type must be P, F, or S; not saved."
                   Move "N" to Entry-Valid
                   Exit Paragraph
           End-Evaluate
           Display "Minimum lbs to qualify (0 = none): "
               with no advancing
           Accept Entry-Min-Lbs
           Display "Orders it may be used on (0 = no limit): "
               with no advancing
           Accept Entry-Usage-Limit.

       Change-Promotion.
      *what a promotion gives is fixed once it is out - a change
      *of terms is a new code - but its window can be moved and
      *its limit raised or lowered
           Display "Promotion code to change: " with no advancing
           Move spaces to Promo-Code
           Accept Promo-Code
           Move Function Upper-Case (Promo-Code) to Promo-Code
           Perform Read-Promotion
           If WS-Found-Promo = "N"
               Display "No promotion on file for " Promo-Code
               Exit Paragraph
           End-If
           Display "On file: " PM-Start-Date " to " PM-End-Date
               ", used " PM-Usage-Count " of " PM-Usage-Limit
           Display "New start date (YYYYMMDD): " with no advancing
           Accept Entry-Start-Date
           Display "New end date (YYYYMMDD): " with no advancing
           Accept Entry-End-Date
           If Entry-Start-Date < 19000101
                   or Entry-End-Date < Entry-Start-Date
               Display "The dates do not make a window; not changed."
               Exit Paragraph
           End-If
           Display "New usage limit (0 = no limit): "
               with no advancing
           Accept Entry-Usage-Limit
           Move Entry-Start-Date to PM-Start-Date
           Move Entry-End-Date to PM-End-Date
           Move Entry-Usage-Limit to PM-Usage-Limit
           Rewrite Promotion-Record
               Invalid Key
                   Display "Unable to update promotion " Promo-Code
               Not Invalid Key
                   Display "Promotion " Promo-Code " updated."
                   Move "PROMO-CHANGE" to WS-Audit-Type
                   Perform Build-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Withdraw-Promotion.
      *a withdrawn code stays on file so its results still report
      *under its own name; the order desk just stops honoring it
           Display "Promotion code to withdraw: " with no advancing
           Move spaces to Promo-Code
           Accept Promo-Code
           Move Function Upper-Case (Promo-Code) to Promo-Code
           Perform Read-Promotion
           If WS-Found-Promo = "N"
               Display "No promotion on file for " Promo-Code
               Exit Paragraph
           End-If
           If PM-Withdrawn
               Display "Promotion " Promo-Code
                   " is already withdrawn."
               Exit Paragraph
           End-If
           Set PM-Withdrawn to true
           Rewrite Promotion-Record
               Invalid Key
                   Display "Unable to update promotion " Promo-Code
               Not Invalid Key
                   Display "Promotion " Promo-Code " withdrawn."
                   Move "PROMO-WDRAW" to WS-Audit-Type
                   Perform Build-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Read-Promotion.
           Move Promo-Code to PM-Promo-Code
           Read Promotion-File
               Invalid Key
                   Move "N" to WS-Found-Promo
               Not Invalid Key
                   Move "Y" to WS-Found-Promo
           End-Read.

       Build-Audit-Detail.
           Perform Describe-Promotion
           Move spaces to WS-Audit-Detail
           String PM-Promo-Code delimited by space
               " " delimited by size
               nGives delimited by size
               " " delimited by size
               PM-Start-Date delimited by size
               "-" delimited by size
               PM-End-Date delimited by size
               " limit " delimited by size
               PM-Usage-Limit delimited by size
               into WS-Audit-Detail.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between changes
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "PROMOMAINT" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program PromoMaint.
