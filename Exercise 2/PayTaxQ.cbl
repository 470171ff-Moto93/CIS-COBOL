      **************************************
      *Program:    Quarterly payroll tax worksheet
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. PayTaxQ.

       environment division.
       configuration section.
       input-output section.
       file-control.
      *    the live register and each day's archived copy are read
      *    through the one file, named before each open
           Select Payroll-Register-File assign using Register-Name
               organization is line sequential
               file status is WS-PR-Status.
           Select Tax-Worksheet-File assign to "PAYTAXQ.DAT"
               organization is line sequential.

       data division.
       file section.
       FD  Payroll-Register-File.
       Copy "PAYREG.CPY".
       FD  Tax-Worksheet-File.
       01  Tax-Worksheet-Line   pic x(100).

       working-storage section.
       01 File-Status-Fields.
           05 WS-PR-Status      pic xx.
           05 WS-PR-EOF         pic x value "N".
       01 Quarter-Fields.
      *    the quarter asked for, its first and last business dates,
      *    and how far past its end the archive scan looks - a
      *    register line from the quarter's last days can be rolled
      *    into an archive dated after the quarter closed
           05 Register-Name     pic x(30).
           05 Keyed-Year        pic 9(4).
           05 Keyed-Quarter     pic 9.
           05 WS-Today-Date     pic 9(8).
           05 WS-Start-Date     pic 9(8).
           05 WS-Start-R redefines WS-Start-Date.
               10 WS-Start-Year  pic 9(4).
               10 WS-Start-Month pic 99.
               10 WS-Start-Day   pic 99.
           05 WS-End-Date       pic 9(8).
           05 WS-End-R redefines WS-End-Date.
               10 WS-End-Year    pic 9(4).
               10 WS-End-Month   pic 99.
               10 WS-End-Day     pic 99.
           05 WS-Scan-Int       pic 9(8).
           05 WS-Scan-Last-Int  pic 9(8).
           05 WS-Scan-Date      pic 9(8).
           05 WS-Line-Date      pic 9(8).
           05 WS-Line-R redefines WS-Line-Date.
               10 WS-Line-Year   pic 9(4).
               10 WS-Line-Month  pic 99.
               10 WS-Line-Day    pic 99.
           05 WS-Month-Sub      pic 9.
           05 Print-Month       pic 99.
           05 Files-Read        pic 9(3) value 0.
           05 Lines-Counted     pic 9(5) value 0.
           05 Old-Lines         pic 9(5) value 0.
       01 Line-Amounts.
           05 LA-Gross          pic 9(7)v99.
           05 LA-Withheld       pic 9(7)v99.
           05 LA-ER-SS          pic 9(7)v99.
           05 LA-ER-Med         pic 9(7)v99.
           05 LA-ER-FUTA        pic 9(7)v99.
           05 LA-ER-SUTA        pic 9(7)v99.
       01 Month-Totals.
      *    the quarter's three months, which is how the deposit
      *    schedule on the return asks for the liability
           05 MT-Entry occurs 3 times indexed by MT-Idx.
               10 MT-Gross       pic 9(9)v99.
               10 MT-Withheld    pic 9(9)v99.
               10 MT-ER-SS       pic 9(9)v99.
               10 MT-ER-Med      pic 9(9)v99.
               10 MT-ER-FUTA     pic 9(9)v99.
               10 MT-ER-SUTA     pic 9(9)v99.
       01 Employee-Totals.
      *    the register carries names, not ids, so the worksheet
      *    totals by the name as printed on the register line
           05 ET-Count          pic 9(3) value 0.
           05 ET-Dropped        pic 9(5) value 0.
           05 ET-Entry occurs 200 times indexed by ET-Idx.
               10 ET-Name        pic x(20).
               10 ET-Gross       pic 9(9)v99.
               10 ET-Withheld    pic 9(9)v99.
               10 ET-ER-SS       pic 9(9)v99.
               10 ET-ER-Med      pic 9(9)v99.
               10 ET-ER-FUTA     pic 9(9)v99.
               10 ET-ER-SUTA     pic 9(9)v99.
           05 ET-Found          pic x.
       01 Quarter-Totals.
           05 QT-Gross          pic 9(9)v99 value 0.
           05 QT-Withheld       pic 9(9)v99 value 0.
           05 QT-ER-SS          pic 9(9)v99 value 0.
           05 QT-ER-Med         pic 9(9)v99 value 0.
           05 QT-ER-FUTA        pic 9(9)v99 value 0.
           05 QT-ER-SUTA        pic 9(9)v99 value 0.
       01 Print-Fields.
           05 nGross            pic $$$,$$$,$$9.99.
           05 nWithheld         pic $$,$$$,$$9.99.
           05 nER-SS            pic $$,$$$,$$9.99.
           05 nER-Med           pic $$$$,$$9.99.
           05 nER-FUTA          pic $$$$,$$9.99.
           05 nER-SUTA          pic $$$$,$$9.99.
           05 Print-Label       pic x(20).

       procedure division.
       Main-Start.
           Display "Quarterly Payroll Tax Worksheet"
           Accept WS-Today-Date from Date YYYYMMDD
           Display "Year (YYYY): " with no advancing
           Accept Keyed-Year
           Display "Quarter (1-4): " with no advancing
           Accept Keyed-Quarter
           If Keyed-Quarter < 1 or Keyed-Quarter > 4
               Display "Quarter must be 1 through 4."
               Goback
           End-If
           Perform Set-Quarter-Dates
           Perform Clear-Totals
           Move "PAYREG.DAT" to Register-Name
           Perform Read-One-Register
           Compute WS-Scan-Int = Function Integer-Of-Date
               (WS-Start-Date)
           Compute WS-Scan-Last-Int =
               Function Integer-Of-Date (WS-End-Date) + 92
           If WS-Scan-Last-Int >
                   Function Integer-Of-Date (WS-Today-Date)
               Compute WS-Scan-Last-Int =
                   Function Integer-Of-Date (WS-Today-Date)
           End-If
           Perform Until WS-Scan-Int > WS-Scan-Last-Int
               Compute WS-Scan-Date =
                   Function Date-Of-Integer (WS-Scan-Int)
               Move spaces to Register-Name
               String "PAYREG." WS-Scan-Date ".DAT"
                   delimited by size into Register-Name
               Perform Read-One-Register
               Add 1 to WS-Scan-Int
           End-Perform
           Perform Write-Worksheet
           Goback.

       Set-Quarter-Dates.
           Move Keyed-Year to WS-Start-Year
           Move Keyed-Year to WS-End-Year
           Compute WS-Start-Month = (Keyed-Quarter - 1) * 3 + 1
           Compute WS-End-Month = Keyed-Quarter * 3
           Move 01 to WS-Start-Day
           Evaluate WS-End-Month
               When 6
               When 9
                   Move 30 to WS-End-Day
               When Other
                   Move 31 to WS-End-Day
           End-Evaluate.

       Clear-Totals.
           Perform Varying MT-Idx from 1 by 1 until MT-Idx > 3
               Move 0 to MT-Gross (MT-Idx)
               Move 0 to MT-Withheld (MT-Idx)
               Move 0 to MT-ER-SS (MT-Idx)
               Move 0 to MT-ER-Med (MT-Idx)
               Move 0 to MT-ER-FUTA (MT-Idx)
               Move 0 to MT-ER-SUTA (MT-Idx)
           End-Perform.

       Read-One-Register.
      *a date with no archive simply has no file; that is the
      *normal case for weekends and non-payroll days
           Move "N" to WS-PR-EOF
           Open Input Payroll-Register-File
           If WS-PR-Status not = "00"
               Exit Paragraph
           End-If
           Add 1 to Files-Read
           Perform Until WS-PR-EOF = "Y"
               Read Payroll-Register-File
                   At End
                       Move "Y" to WS-PR-EOF
                   Not At End
                       Perform Consider-One-Line
               End-Read
           End-Perform
           Close Payroll-Register-File.

       Consider-One-Line.
      *only employee lines count; the run, deduction and
      *department totals would count the same money twice
           If PR-Employee-Name = "RUN TOTAL"
                   or PR-Employee-Name (1:9) = "DED TOTAL"
                   or PR-Employee-Name (1:10) = "DEPT TOTAL"
               Exit Paragraph
           End-If
           If PR-Run-Date not numeric
               Exit Paragraph
           End-If
           Move PR-Run-Date to WS-Line-Date
           If WS-Line-Date < WS-Start-Date
                   or WS-Line-Date > WS-End-Date
               Exit Paragraph
           End-If
           Move PR-Gross-Income to LA-Gross
           Move PR-Gross-Tax to LA-Withheld
           If PR-ER-SS numeric
               Move PR-ER-SS to LA-ER-SS
               Move PR-ER-Medicare to LA-ER-Med
               Move PR-ER-FUTA to LA-ER-FUTA
               Move PR-ER-SUTA to LA-ER-SUTA
           Else
      *        written before employer taxes were carried; the
      *        wages still count, the shop's share must be hand
      *        figured for those lines
               Move 0 to LA-ER-SS
               Move 0 to LA-ER-Med
               Move 0 to LA-ER-FUTA
               Move 0 to LA-ER-SUTA
               Add 1 to Old-Lines
           End-If
           Add 1 to Lines-Counted
           Compute WS-Month-Sub = WS-Line-Month - WS-Start-Month + 1
           Set MT-Idx to WS-Month-Sub
           Add LA-Gross to MT-Gross (MT-Idx) QT-Gross
           Add LA-Withheld to MT-Withheld (MT-Idx) QT-Withheld
           Add LA-ER-SS to MT-ER-SS (MT-Idx) QT-ER-SS
           Add LA-ER-Med to MT-ER-Med (MT-Idx) QT-ER-Med
           Add LA-ER-FUTA to MT-ER-FUTA (MT-Idx) QT-ER-FUTA
           Add LA-ER-SUTA to MT-ER-SUTA (MT-Idx) QT-ER-SUTA
           Perform Find-Employee-Slot
           If ET-Found = "Y"
               Add LA-Gross to ET-Gross (ET-Idx)
               Add LA-Withheld to ET-Withheld (ET-Idx)
               Add LA-ER-SS to ET-ER-SS (ET-Idx)
               Add LA-ER-Med to ET-ER-Med (ET-Idx)
               Add LA-ER-FUTA to ET-ER-FUTA (ET-Idx)
               Add LA-ER-SUTA to ET-ER-SUTA (ET-Idx)
           Else
               Add 1 to ET-Dropped
           End-If.

       Find-Employee-Slot.
           Move "N" to ET-Found
           Perform Varying ET-Idx from 1 by 1
                   until ET-Idx > ET-Count
               If ET-Name (ET-Idx) = PR-Employee-Name
                   Move "Y" to ET-Found
                   Exit Perform
               End-If
           End-Perform
           If ET-Found = "N" and ET-Count < 200
               Add 1 to ET-Count
               Set ET-Idx to ET-Count
               Move PR-Employee-Name to ET-Name (ET-Idx)
               Move 0 to ET-Gross (ET-Idx)
               Move 0 to ET-Withheld (ET-Idx)
               Move 0 to ET-ER-SS (ET-Idx)
               Move 0 to ET-ER-Med (ET-Idx)
               Move 0 to ET-ER-FUTA (ET-Idx)
               Move 0 to ET-ER-SUTA (ET-Idx)
               Move "Y" to ET-Found
           End-If.

       Write-Worksheet.
           Open Output Tax-Worksheet-File
           Move spaces to Tax-Worksheet-Line
           String "QUARTERLY PAYROLL TAX WORKSHEET  " Keyed-Year
               " Q" Keyed-Quarter "  (" WS-Start-Date " - "
               WS-End-Date ")"
               delimited by size into Tax-Worksheet-Line
           Perform Put-Line
           Move spaces to Tax-Worksheet-Line
           String "                             Gross wages"
               "      Withheld   Empr SS    Empr Med   Empr FUTA"
               "  Empr SUTA"
               delimited by size into Tax-Worksheet-Line
           Perform Put-Line
           Move "BY EMPLOYEE" to Tax-Worksheet-Line
           Perform Put-Line
           Perform Varying ET-Idx from 1 by 1
                   until ET-Idx > ET-Count
               Move ET-Name (ET-Idx) to Print-Label
               Move ET-Gross (ET-Idx) to nGross
               Move ET-Withheld (ET-Idx) to nWithheld
               Move ET-ER-SS (ET-Idx) to nER-SS
               Move ET-ER-Med (ET-Idx) to nER-Med
               Move ET-ER-FUTA (ET-Idx) to nER-FUTA
               Move ET-ER-SUTA (ET-Idx) to nER-SUTA
               Perform Put-Amount-Line
           End-Perform
           Move "BY MONTH (DEPOSIT SCHEDULE)" to Tax-Worksheet-Line
           Perform Put-Line
           Perform Varying MT-Idx from 1 by 1 until MT-Idx > 3
               Move spaces to Print-Label
               Set WS-Month-Sub to MT-Idx
               Compute Print-Month = WS-Start-Month + WS-Month-Sub - 1
               String "Month " Print-Month
                   delimited by size into Print-Label
               Move MT-Gross (MT-Idx) to nGross
               Move MT-Withheld (MT-Idx) to nWithheld
               Move MT-ER-SS (MT-Idx) to nER-SS
               Move MT-ER-Med (MT-Idx) to nER-Med
               Move MT-ER-FUTA (MT-Idx) to nER-FUTA
               Move MT-ER-SUTA (MT-Idx) to nER-SUTA
               Perform Put-Amount-Line
           End-Perform
           Move "QUARTER TOTAL" to Print-Label
           Move QT-Gross to nGross
           Move QT-Withheld to nWithheld
           Move QT-ER-SS to nER-SS
           Move QT-ER-Med to nER-Med
           Move QT-ER-FUTA to nER-FUTA
           Move QT-ER-SUTA to nER-SUTA
           Perform Put-Amount-Line
           If Old-Lines > 0
               Move spaces to Tax-Worksheet-Line
               String "NOTE: " Old-Lines " register lines predate "
                   "employer taxes; their share is not included."
                   delimited by size into Tax-Worksheet-Line
               Perform Put-Line
           End-If
           If ET-Dropped > 0
               Move spaces to Tax-Worksheet-Line
               String "WARNING: " ET-Dropped " lines had no "
                   "employee slot (table full); totals only."
                   delimited by size into Tax-Worksheet-Line
               Perform Put-Line
           End-If
           Close Tax-Worksheet-File
           Display Lines-Counted " register lines from " Files-Read
               " register files; worksheet written to PAYTAXQ.DAT.".

       Put-Amount-Line.
           Move spaces to Tax-Worksheet-Line
           String Print-Label " " nGross " " nWithheld " " nER-SS
               " " nER-Med " " nER-FUTA " " nER-SUTA
               delimited by size into Tax-Worksheet-Line
           Perform Put-Line.

       Put-Line.
           Write Tax-Worksheet-Line
           Display Tax-Worksheet-Line.

       End Program PayTaxQ.
