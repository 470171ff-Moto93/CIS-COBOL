      **************************************
      *Program:    Fulfillment service-level report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. SvcLevel.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Service-Report-File assign to "SVCLEVEL.DAT"
               organization is line sequential.
       Copy "PRODSEL.CPY".
       Copy "OPENORDSEL.CPY".
       Copy "BACKSEL.CPY".

       data division.
       file section.
       FD  Service-Report-File.
       01  Service-Report-Line  pic x(80).
       Copy "PRODFD.CPY".
       Copy "OPENORDFD.CPY".
       Copy "BACKFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Prod-Status    pic xx.
           05 WS-Prod-EOF       pic x value "N".
           05 WS-OO-Status      pic xx.
           05 WS-OO-EOF         pic x value "N".
           05 WS-BO-Status      pic xx.
           05 WS-BO-EOF         pic x value "N".
       Copy "PRODTBL.CPY".
       01 Report-Range.
           05 WS-From-Date      pic 9(8).
           05 WS-To-Date        pic 9(8).
           05 WS-Today-Date     pic 9(8).
      *    business days the wholesale accounts are promised
      *    between the order and the truck
           05 WS-Promise-Days   pic 9(2).
       01 Product-Totals.
      *    per product: lines shipped with both dates known, the
      *    business days they took and how many made the promise,
      *    pounds filled on the first pass against pounds that went
      *    to backorder, and lines still waiting
           05 Prod-Tot-Count    pic 99 value 0.
           05 Prod-Tot-Entry occurs 50 times indexed by PT-Idx.
               10 PT-Product-Code  pic x(1).
               10 PT-Shipped       pic 9(5).
               10 PT-Days          pic 9(7).
               10 PT-On-Time       pic 9(5).
               10 PT-Filled-Lbs    pic 9(7).
               10 PT-BO-Lbs        pic 9(7).
               10 PT-Open-Lines    pic 9(5).
       01 Customer-Totals.
           05 Cust-Tot-Count    pic 9(4) value 0.
           05 Cust-Tot-Entry occurs 1000 times indexed by CT-Idx.
               10 CT-Cust-Number   pic 9(5).
               10 CT-Cust-Name     pic x(20).
               10 CT-Shipped       pic 9(5).
               10 CT-Days          pic 9(7).
               10 CT-On-Time       pic 9(5).
               10 CT-Filled-Lbs    pic 9(7).
               10 CT-BO-Lbs        pic 9(7).
               10 CT-Open-Lines    pic 9(5).
       01 Unshipped-Table.
      *    every account line still short of the truck, oldest
      *    pulled out first for the bottom of the report
           05 Unshipped-Count   pic 9(3) value 0.
           05 Unshipped-Entry occurs 500 times indexed by US-Idx.
               10 US-Order-Number  pic 9(6).
               10 US-Cust-Number   pic 9(5).
               10 US-Cust-Name     pic x(20).
               10 US-Product-Code  pic x(1).
               10 US-Lbs           pic 9(3).
               10 US-Order-Date    pic 9(8).
               10 US-Status        pic x(1).
               10 US-Listed        pic x(1).
       01 Work-Fields.
           05 WS-Work-Product   pic x(1).
           05 WS-Work-Cust      pic 9(5).
           05 WS-Work-Name      pic x(20).
           05 WS-Start-Date     pic 9(8).
           05 WS-End-Date       pic 9(8).
           05 WS-Biz-Days       pic 9(5).
           05 WS-Day-Int        pic 9(7).
           05 WS-End-Int        pic 9(7).
           05 WS-Weekday        pic 9.
           05 WS-Undated-Count  pic 9(5) value 0.
           05 WS-Dropped-Count  pic 9(5) value 0.
           05 WS-BO-Filled      pic 9(5) value 0.
           05 WS-BO-Fill-Days   pic 9(7) value 0.
           05 WS-Tot-Shipped    pic 9(6) value 0.
           05 WS-Tot-Days       pic 9(8) value 0.
           05 WS-Tot-On-Time    pic 9(6) value 0.
           05 WS-Tot-Filled     pic 9(8) value 0.
           05 WS-Tot-BO         pic 9(8) value 0.
           05 WS-Tot-Open       pic 9(6) value 0.
           05 WS-Oldest-Sub     pic 9(3).
           05 WS-Listed-Count   pic 9(3).
           05 WS-Avg-Days       pic 9(3)v9.
           05 WS-On-Time-Pct    pic 9(3)v9.
           05 WS-Fill-Pct       pic 9(3)v9.
           05 WS-Flag           pic x(4).
           05 WS-Name-Work      pic x(20).
       01 Report-Edit-Fields.
           05 nShipped          pic zzzz9.
           05 nAvg-Days         pic zz9.9.
           05 nOn-Time-Pct      pic zz9.9.
           05 nFilled-Lbs       pic zzzzzz9.
           05 nBO-Lbs           pic zzzzz9.
           05 nFill-Pct         pic zz9.9.
           05 nOpen-Lines       pic zzz9.
           05 nLbs              pic zz9.
           05 nBiz-Days         pic zzz9.

       procedure division.
       Main-Start.
           Display "Fulfillment Service-Level Report"
           Call "OpenConv"
           Cancel "OpenConv"
           Display "Orders from date (YYYYMMDD): " with no advancing
           Accept WS-From-Date
           Display "Orders to date (YYYYMMDD):   " with no advancing
           Accept WS-To-Date
           Display "Promised business days to ship (0 = 2): "
               with no advancing
           Accept WS-Promise-Days
           If WS-Promise-Days = 0
               Move 2 to WS-Promise-Days
           End-If
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-Product-Table
           Perform Read-Open-Orders
           Perform Read-Backorders
           Open Output Service-Report-File
           Perform Write-Product-Section
           Perform Write-Customer-Section
           Perform Write-Oldest-Unshipped
           Perform Write-Report-Notes
           Close Service-Report-File
           Display "Service-level report written to SVCLEVEL.DAT."
           Goback.

       Load-Product-Table.
      *names only; a report must not seed the master
           Open Input Product-Master-File
           If WS-Prod-Status = "00"
               Perform Until WS-Prod-EOF = "Y" or Product-Count >= 50
                   Read Product-Master-File next record
                       At End
                           Move "Y" to WS-Prod-EOF
                       Not At End
                           Add 1 to Product-Count
                           Move Prod-Code to
                               Coffee-Product-Code (Product-Count)
                           Move Prod-Name to
                               Coffee-Product-Name (Product-Count)
                           Move Prod-Price to
                               Coffee-Product-Price (Product-Count)
                           Move Prod-Active-Flag to
                               Coffee-Product-Active (Product-Count)
                   End-Read
               End-Perform
               Close Product-Master-File
           End-If.

       Read-Open-Orders.
      *the promise is to the accounts; counter sales to walk-ins
      *(customer zero) go out over the counter and are left out
           Open Input Open-Order-File
           If WS-OO-Status not = "00"
               Display "No open orders on file."
               Move "Y" to WS-OO-EOF
           End-If
           Perform Until WS-OO-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-OO-EOF
                   Not At End
                       If OO-Cust-Number not = 0
                               and OO-Order-Date >= WS-From-Date
                               and OO-Order-Date <= WS-To-Date
                           Perform Post-Order-Line
                       End-If
               End-Read
           End-Perform
           If WS-OO-Status = "00" or "10"
               Close Open-Order-File
           End-If.

       Post-Order-Line.
           If OO-Ship-Date not numeric
               Move 0 to OO-Ship-Date
           End-If
           Move OO-Product-Code to WS-Work-Product
           Move OO-Cust-Number to WS-Work-Cust
           Move OO-Customer-Name to WS-Work-Name
           Perform Find-Product-Slot
           Perform Find-Customer-Slot
           If PT-Idx > Prod-Tot-Count or CT-Idx > Cust-Tot-Count
               Add 1 to WS-Dropped-Count
               Exit Paragraph
           End-If
           Add OO-Lbs to PT-Filled-Lbs (PT-Idx)
           Add OO-Lbs to CT-Filled-Lbs (CT-Idx)
           If not OO-Shipped
               Add 1 to PT-Open-Lines (PT-Idx)
               Add 1 to CT-Open-Lines (CT-Idx)
               Perform Hold-Unshipped-Line
               Exit Paragraph
           End-If
      *a line shipped before ship dates were kept, or with a ship
      *date that is not a real day, has nothing to measure
           If OO-Ship-Date = 0
                   or Function Test-Date-YYYYMMDD (OO-Ship-Date) > 0
                   or Function Test-Date-YYYYMMDD (OO-Order-Date) > 0
               Add 1 to WS-Undated-Count
               Exit Paragraph
           End-If
           Move OO-Order-Date to WS-Start-Date
           Move OO-Ship-Date to WS-End-Date
           Perform Count-Business-Days
           Add 1 to PT-Shipped (PT-Idx)
           Add 1 to CT-Shipped (CT-Idx)
           Add WS-Biz-Days to PT-Days (PT-Idx)
           Add WS-Biz-Days to CT-Days (CT-Idx)
           If WS-Biz-Days <= WS-Promise-Days
               Add 1 to PT-On-Time (PT-Idx)
               Add 1 to CT-On-Time (CT-Idx)
           End-If.

       Hold-Unshipped-Line.
           If Unshipped-Count >= 500
               Exit Paragraph
           End-If
           Add 1 to Unshipped-Count
           Set US-Idx to Unshipped-Count
           Move OO-Order-Number to US-Order-Number (US-Idx)
           Move OO-Cust-Number to US-Cust-Number (US-Idx)
           Move OO-Customer-Name to US-Cust-Name (US-Idx)
           Move OO-Product-Code to US-Product-Code (US-Idx)
           Move OO-Lbs to US-Lbs (US-Idx)
           Move OO-Order-Date to US-Order-Date (US-Idx)
           Move OO-Status to US-Status (US-Idx)
           Move "N" to US-Listed (US-Idx).

       Read-Backorders.
      *pounds the first pass could not fill, and how long the
      *filled ones waited for a release
           Open Input Backorder-File
           If WS-BO-Status not = "00"
               Move "Y" to WS-BO-EOF
           End-If
           Perform Until WS-BO-EOF = "Y"
               Read Backorder-File
                   At End
                       Move "Y" to WS-BO-EOF
                   Not At End
                       If BK-Cust-Number not = 0
                               and BK-Entered-Date >= WS-From-Date
                               and BK-Entered-Date <= WS-To-Date
                           Perform Post-Backorder
                       End-If
               End-Read
           End-Perform
           If WS-BO-Status = "00" or "10"
               Close Backorder-File
           End-If.

       Post-Backorder.
           If BK-Fill-Date not numeric
               Move 0 to BK-Fill-Date
           End-If
           Move BK-Product-Code to WS-Work-Product
           Move BK-Cust-Number to WS-Work-Cust
           Move BK-Customer-Name to WS-Work-Name
           Perform Find-Product-Slot
           Perform Find-Customer-Slot
           If PT-Idx > Prod-Tot-Count or CT-Idx > Cust-Tot-Count
               Add 1 to WS-Dropped-Count
               Exit Paragraph
           End-If
           Add BK-Lbs to PT-BO-Lbs (PT-Idx)
           Add BK-Lbs to CT-BO-Lbs (CT-Idx)
           If BK-Filled and BK-Fill-Date not = 0
                   and Function Test-Date-YYYYMMDD (BK-Fill-Date) = 0
                   and Function Test-Date-YYYYMMDD
                       (BK-Entered-Date) = 0
               Move BK-Entered-Date to WS-Start-Date
               Move BK-Fill-Date to WS-End-Date
               Perform Count-Business-Days
               Add 1 to WS-BO-Filled
               Add WS-Biz-Days to WS-BO-Fill-Days
           End-If.

       Find-Product-Slot.
      *leaves PT-Idx past the count when the table is full
           Perform Varying PT-Idx from 1 by 1
                   until PT-Idx > Prod-Tot-Count
               If PT-Product-Code (PT-Idx) = WS-Work-Product
                   Exit Perform
               End-If
           End-Perform
           If PT-Idx > Prod-Tot-Count and Prod-Tot-Count < 50
               Add 1 to Prod-Tot-Count
               Set PT-Idx to Prod-Tot-Count
               Move WS-Work-Product to PT-Product-Code (PT-Idx)
               Move 0 to PT-Shipped (PT-Idx)
               Move 0 to PT-Days (PT-Idx)
               Move 0 to PT-On-Time (PT-Idx)
               Move 0 to PT-Filled-Lbs (PT-Idx)
               Move 0 to PT-BO-Lbs (PT-Idx)
               Move 0 to PT-Open-Lines (PT-Idx)
           End-If.

       Find-Customer-Slot.
           Perform Varying CT-Idx from 1 by 1
                   until CT-Idx > Cust-Tot-Count
               If CT-Cust-Number (CT-Idx) = WS-Work-Cust
                   Exit Perform
               End-If
           End-Perform
           If CT-Idx > Cust-Tot-Count and Cust-Tot-Count < 1000
               Add 1 to Cust-Tot-Count
               Set CT-Idx to Cust-Tot-Count
               Move WS-Work-Cust to CT-Cust-Number (CT-Idx)
               Move WS-Work-Name to CT-Cust-Name (CT-Idx)
               Move 0 to CT-Shipped (CT-Idx)
               Move 0 to CT-Days (CT-Idx)
               Move 0 to CT-On-Time (CT-Idx)
               Move 0 to CT-Filled-Lbs (CT-Idx)
               Move 0 to CT-BO-Lbs (CT-Idx)
               Move 0 to CT-Open-Lines (CT-Idx)
           End-If.

       Count-Business-Days.
      *Monday through Friday after WS-Start-Date up to and
      *including WS-End-Date; day 1 of the integer calendar was a
      *Monday, so the remainder over seven gives the weekday
           Move 0 to WS-Biz-Days
           If WS-End-Date <= WS-Start-Date
               Exit Paragraph
           End-If
           Compute WS-Day-Int = Function Integer-Of-Date
               (WS-Start-Date) + 1
           Compute WS-End-Int = Function Integer-Of-Date
               (WS-End-Date)
           Perform Until WS-Day-Int > WS-End-Int
               Compute WS-Weekday = Function Mod (WS-Day-Int - 1, 7)
               If WS-Weekday < 5
                   Add 1 to WS-Biz-Days
               End-If
               Add 1 to WS-Day-Int
           End-Perform.

       Figure-Percents.
      *averages and percents off the counts staged in the totals
           Move 0 to WS-Avg-Days
           Move 0 to WS-On-Time-Pct
           Move 0 to WS-Fill-Pct
           If WS-Tot-Shipped > 0
               Compute WS-Avg-Days rounded =
                   WS-Tot-Days / WS-Tot-Shipped
               Compute WS-On-Time-Pct rounded =
                   WS-Tot-On-Time * 100 / WS-Tot-Shipped
           End-If
           If WS-Tot-Filled + WS-Tot-BO > 0
               Compute WS-Fill-Pct rounded =
                   WS-Tot-Filled * 100 / (WS-Tot-Filled + WS-Tot-BO)
           End-If
           Move WS-Tot-Shipped to nShipped
           Move WS-Avg-Days to nAvg-Days
           Move WS-On-Time-Pct to nOn-Time-Pct
           Move WS-Tot-Filled to nFilled-Lbs
           Move WS-Tot-BO to nBO-Lbs
           Move WS-Fill-Pct to nFill-Pct
           Move WS-Tot-Open to nOpen-Lines.

       Write-Product-Section.
           Move spaces to Service-Report-Line
           String "FULFILLMENT SERVICE LEVEL " WS-From-Date " TO "
               WS-To-Date "   PROMISE " WS-Promise-Days
               " BUSINESS DAYS"
               delimited by size into Service-Report-Line
           Perform Put-Report-Line
           Move spaces to Service-Report-Line
           Perform Put-Report-Line
           Move "BY PRODUCT" to Service-Report-Line
           Perform Put-Report-Line
           Move spaces to Service-Report-Line
           String "P Name         Shipped AvgDays OnTime%  Filled lbs"
               "  BO lbs  Fill% Open"
               delimited by size into Service-Report-Line
           Perform Put-Report-Line
           Perform Varying PT-Idx from 1 by 1
                   until PT-Idx > Prod-Tot-Count
               Perform Write-One-Product
           End-Perform.

       Write-One-Product.
           Move PT-Shipped (PT-Idx) to WS-Tot-Shipped
           Move PT-Days (PT-Idx) to WS-Tot-Days
           Move PT-On-Time (PT-Idx) to WS-Tot-On-Time
           Move PT-Filled-Lbs (PT-Idx) to WS-Tot-Filled
           Move PT-BO-Lbs (PT-Idx) to WS-Tot-BO
           Move PT-Open-Lines (PT-Idx) to WS-Tot-Open
           Perform Figure-Percents
           Move spaces to WS-Name-Work
           Perform Varying Coffee-Product-Idx from 1 by 1
                   until Coffee-Product-Idx > Product-Count
               If Coffee-Product-Code (Coffee-Product-Idx) =
                       PT-Product-Code (PT-Idx)
                   Move Coffee-Product-Name (Coffee-Product-Idx)
                       to WS-Name-Work
               End-If
           End-Perform
           Move spaces to Service-Report-Line
           String PT-Product-Code (PT-Idx) " " WS-Name-Work (1:12)
               " " nShipped "   " nAvg-Days "   " nOn-Time-Pct
               "     " nFilled-Lbs "  " nBO-Lbs " " nFill-Pct " "
               nOpen-Lines
               delimited by size into Service-Report-Line
           Perform Put-Report-Line.

       Write-Customer-Section.
           Move spaces to Service-Report-Line
           Perform Put-Report-Line
           Move "BY CUSTOMER" to Service-Report-Line
           Perform Put-Report-Line
           Move spaces to Service-Report-Line
           String "Cust  Name        Shipped AvgDays OnTime%  "
               "Filled lbs  BO lbs  Fill% Open"
               delimited by size into Service-Report-Line
           Perform Put-Report-Line
           Perform Varying CT-Idx from 1 by 1
                   until CT-Idx > Cust-Tot-Count
               Perform Write-One-Customer
           End-Perform
           Move 0 to WS-Tot-Shipped WS-Tot-Days WS-Tot-On-Time
               WS-Tot-Filled WS-Tot-BO WS-Tot-Open
           Perform Varying PT-Idx from 1 by 1
                   until PT-Idx > Prod-Tot-Count
               Add PT-Shipped (PT-Idx) to WS-Tot-Shipped
               Add PT-Days (PT-Idx) to WS-Tot-Days
               Add PT-On-Time (PT-Idx) to WS-Tot-On-Time
               Add PT-Filled-Lbs (PT-Idx) to WS-Tot-Filled
               Add PT-BO-Lbs (PT-Idx) to WS-Tot-BO
               Add PT-Open-Lines (PT-Idx) to WS-Tot-Open
           End-Perform
           Perform Figure-Percents
           Move spaces to Service-Report-Line
           String "TOTAL             " nShipped "   " nAvg-Days "   "
               nOn-Time-Pct "     " nFilled-Lbs "  " nBO-Lbs " "
               nFill-Pct " " nOpen-Lines
               delimited by size into Service-Report-Line
           Perform Put-Report-Line.

       Write-One-Customer.
           Move CT-Shipped (CT-Idx) to WS-Tot-Shipped
           Move CT-Days (CT-Idx) to WS-Tot-Days
           Move CT-On-Time (CT-Idx) to WS-Tot-On-Time
           Move CT-Filled-Lbs (CT-Idx) to WS-Tot-Filled
           Move CT-BO-Lbs (CT-Idx) to WS-Tot-BO
           Move CT-Open-Lines (CT-Idx) to WS-Tot-Open
           Perform Figure-Percents
           Move spaces to Service-Report-Line
           String CT-Cust-Number (CT-Idx) " "
               CT-Cust-Name (CT-Idx) (1:11) " " nShipped "   "
               nAvg-Days "   " nOn-Time-Pct "     " nFilled-Lbs "  "
               nBO-Lbs " " nFill-Pct " " nOpen-Lines
               delimited by size into Service-Report-Line
           Perform Put-Report-Line.

       Write-Oldest-Unshipped.
      *the twenty oldest lines still in the building, with the
      *business days they have waited so far
           Move spaces to Service-Report-Line
           Perform Put-Report-Line
           Move "OLDEST UNSHIPPED LINES" to Service-Report-Line
           Perform Put-Report-Line
           Move spaces to Service-Report-Line
           String "Order  Cust  Name                 P  Lbs Ordered  "
               " St  Waiting"
               delimited by size into Service-Report-Line
           Perform Put-Report-Line
           Move 0 to WS-Listed-Count
           Perform Until WS-Listed-Count >= 20
                   or WS-Listed-Count >= Unshipped-Count
               Move 0 to WS-Oldest-Sub
               Perform Varying US-Idx from 1 by 1
                       until US-Idx > Unshipped-Count
                   If US-Listed (US-Idx) = "N"
                       If WS-Oldest-Sub = 0
                           Set WS-Oldest-Sub to US-Idx
                       Else
                           If US-Order-Date (US-Idx) <
                                   US-Order-Date (WS-Oldest-Sub)
                               Set WS-Oldest-Sub to US-Idx
                           End-If
                       End-If
                   End-If
               End-Perform
               Set US-Idx to WS-Oldest-Sub
               Move "Y" to US-Listed (US-Idx)
               Add 1 to WS-Listed-Count
               Perform Write-One-Unshipped
           End-Perform.

       Write-One-Unshipped.
           Move 0 to WS-Biz-Days
           If Function Test-Date-YYYYMMDD (US-Order-Date (US-Idx))
                   = 0
               Move US-Order-Date (US-Idx) to WS-Start-Date
               Move WS-Today-Date to WS-End-Date
               Perform Count-Business-Days
           End-If
           Move spaces to WS-Flag
           If WS-Biz-Days > WS-Promise-Days
               Move "LATE" to WS-Flag
           End-If
           Move US-Lbs (US-Idx) to nLbs
           Move WS-Biz-Days to nBiz-Days
           Move spaces to Service-Report-Line
           String US-Order-Number (US-Idx) " "
               US-Cust-Number (US-Idx) " "
               US-Cust-Name (US-Idx) " "
               US-Product-Code (US-Idx) "  " nLbs " "
               US-Order-Date (US-Idx) "  " US-Status (US-Idx) "  "
               nBiz-Days " " WS-Flag
               delimited by size into Service-Report-Line
           Perform Put-Report-Line.

       Write-Report-Notes.
           Move spaces to Service-Report-Line
           Perform Put-Report-Line
           If WS-BO-Filled > 0
               Compute WS-Avg-Days rounded =
                   WS-BO-Fill-Days / WS-BO-Filled
               Move WS-Avg-Days to nAvg-Days
               Move spaces to Service-Report-Line
               String WS-BO-Filled " backorders filled, averaging "
                   nAvg-Days " business days from entry to release."
                   delimited by size into Service-Report-Line
               Perform Put-Report-Line
           End-If
           If WS-Undated-Count > 0
               Move spaces to Service-Report-Line
               String "NOTE: " WS-Undated-Count " shipped lines carry"
                   " no ship date and are not in the averages."
                   delimited by size into Service-Report-Line
               Perform Put-Report-Line
           End-If
           If WS-Dropped-Count > 0
               Move spaces to Service-Report-Line
               String "WARNING: " WS-Dropped-Count " lines did not "
                   "fit the report tables; narrow the date range."
                   delimited by size into Service-Report-Line
               Perform Put-Report-Line
           End-If.

       Put-Report-Line.
           Write Service-Report-Line
           Display Service-Report-Line.

       End Program SvcLevel.
