      **************************************
      *Program:    Labor distribution report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. LaborRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
      *    the live register and each day's archived copy are read
      *    through the one file, named before each open
           Select Payroll-Register-File assign using Register-Name
               organization is line sequential
               file status is WS-PR-Status.
           Select Labor-Report-File assign to "LABOR.DAT"
               organization is line sequential.

       data division.
       file section.
       FD  Payroll-Register-File.
       Copy "PAYREG.CPY".
       FD  Labor-Report-File.
       01  Labor-Report-Line    pic x(100).

       working-storage section.
       01 File-Status-Fields.
           05 WS-PR-Status      pic xx.
           05 WS-PR-EOF         pic x value "N".
       Copy "DEPTTBL.CPY".
       01 Range-Fields.
      *    the run dates asked for; archives are scanned a month
      *    past the end since a run's lines can roll into an
      *    archive dated after the run
           05 Register-Name     pic x(30).
           05 WS-Today-Date     pic 9(8).
           05 WS-Start-Date     pic 9(8).
           05 WS-End-Date       pic 9(8).
           05 WS-Scan-Int       pic 9(8).
           05 WS-Scan-Last-Int  pic 9(8).
           05 WS-Scan-Date      pic 9(8).
           05 Files-Read        pic 9(3) value 0.
           05 Lines-Counted     pic 9(5) value 0.
       01 Line-Amounts.
           05 LA-Hours          pic 9(7).
           05 LA-Gross          pic 9(7)v99.
           05 LA-Employer       pic 9(7)v99.
       01 Period-Totals.
      *    each pay period in the range: what its runs paid in all
      *    (the RUN TOTAL lines) and the employer cost with it, so
      *    a run from before departments shows up as undistributed
      *    instead of silently missing from the labor picture
           05 Period-Count      pic 99 value 0.
           05 Period-Dropped    pic 9(5) value 0.
           05 Period-Entry occurs 60 times indexed by Per-Idx.
               10 LP-Period      pic 9(4).
               10 LP-Run-Gross   pic 9(9)v99.
               10 LP-Run-ER      pic 9(9)v99.
               10 LP-Dept-Gross  pic 9(9)v99.
               10 LP-Dept-ER     pic 9(9)v99.
               10 LP-Dept-Hours  pic 9(7).
           05 WS-Move-Idx       pic 9(3).
       01 Cell-Totals.
      *    one cell per period and department, kept in period then
      *    department order as the lines are read
           05 Cell-Count        pic 9(3) value 0.
           05 Cell-Dropped      pic 9(5) value 0.
           05 Cell-Entry occurs 600 times indexed by Cell-Idx.
               10 LC-Period      pic 9(4).
               10 LC-Dept-Code   pic x(3).
               10 LC-Hours       pic 9(7).
               10 LC-Gross       pic 9(9)v99.
               10 LC-Employer    pic 9(9)v99.
       01 Department-Totals.
      *    the whole range by department
           05 DT-Count          pic 99 value 0.
           05 DT-Entry occurs 10 times indexed by DT-Idx.
               10 DT-Dept-Code   pic x(3).
               10 DT-Hours       pic 9(7).
               10 DT-Gross       pic 9(9)v99.
               10 DT-Employer    pic 9(9)v99.
           05 GT-Hours          pic 9(7) value 0.
           05 GT-Gross          pic 9(9)v99 value 0.
           05 GT-Employer       pic 9(9)v99 value 0.
      *    paid by runs from before departments were carried
           05 GT-Undist-Gross   pic 9(9)v99 value 0.
           05 GT-Undist-ER      pic 9(9)v99 value 0.
       01 Print-Fields.
           05 Print-Label       pic x(20).
           05 Name-Dept-Code    pic x(3).
           05 Print-Cost        pic 9(9)v99.
           05 Print-Base        pic 9(9)v99.
           05 Print-Pct         pic 999v9.
           05 nHours            pic zzz,zz9.
           05 nGross            pic $$$,$$$,$$9.99.
           05 nEmployer         pic $$,$$$,$$9.99.
           05 nCost             pic $$$,$$$,$$9.99.
           05 nPct              pic zz9.9.

       procedure division.
       Main-Start.
           Display "Labor Distribution Report"
           Accept WS-Today-Date from Date YYYYMMDD
           Display "Register dates from (YYYYMMDD): "
               with no advancing
           Move 0 to WS-Start-Date
           Accept WS-Start-Date
           Display "Through (YYYYMMDD, 0 = today): "
               with no advancing
           Move 0 to WS-End-Date
           Accept WS-End-Date
           If WS-End-Date = 0
               Move WS-Today-Date to WS-End-Date
           End-If
           If WS-Start-Date = 0 or WS-Start-Date > WS-End-Date
               Display "The from date must be on or before the "
                   "through date."
               Goback
           End-If
           Move "PAYREG.DAT" to Register-Name
           Perform Read-One-Register
           Compute WS-Scan-Int = Function Integer-Of-Date
               (WS-Start-Date)
           Compute WS-Scan-Last-Int =
               Function Integer-Of-Date (WS-End-Date) + 31
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
           Perform Write-Labor-Report
           Goback.

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
      *only the run and department totals count here; the
      *employee lines carry the same money again
           If PR-Run-Date not numeric
                   or PR-Period-Number not numeric
               Exit Paragraph
           End-If
           If PR-Run-Date < WS-Start-Date or PR-Run-Date > WS-End-Date
               Exit Paragraph
           End-If
           If PR-Employee-Name not = "RUN TOTAL"
                   and PR-Employee-Name (1:10) not = "DEPT TOTAL"
               Exit Paragraph
           End-If
           Move PR-Gross-Income to LA-Gross
           If PR-ER-SS numeric
               Compute LA-Employer = PR-ER-SS + PR-ER-Medicare
                   + PR-ER-FUTA + PR-ER-SUTA
           Else
               Move 0 to LA-Employer
           End-If
           Perform Find-Period-Slot
           If Per-Idx > Period-Count
               Add 1 to Period-Dropped
               Exit Paragraph
           End-If
           Add 1 to Lines-Counted
           If PR-Employee-Name = "RUN TOTAL"
               Add LA-Gross to LP-Run-Gross (Per-Idx)
               Add LA-Employer to LP-Run-ER (Per-Idx)
               Exit Paragraph
           End-If
           Move PR-Hours-Worked to LA-Hours
           Add LA-Gross to LP-Dept-Gross (Per-Idx)
           Add LA-Employer to LP-Dept-ER (Per-Idx)
           Add LA-Hours to LP-Dept-Hours (Per-Idx)
           Perform Add-To-Cell
           Perform Add-To-Department.

       Find-Period-Slot.
      *periods are kept in number order; past the table's size the
      *line is counted as dropped
           Perform Varying Per-Idx from 1 by 1
                   until Per-Idx > Period-Count
               If LP-Period (Per-Idx) >= PR-Period-Number
                   Exit Perform
               End-If
           End-Perform
           If Per-Idx <= Period-Count
               If LP-Period (Per-Idx) = PR-Period-Number
                   Exit Paragraph
               End-If
           End-If
           If Period-Count >= 60
               Set Per-Idx to 61
               Exit Paragraph
           End-If
           Move Period-Count to WS-Move-Idx
           Perform Until WS-Move-Idx < Per-Idx
               Move Period-Entry (WS-Move-Idx)
                   to Period-Entry (WS-Move-Idx + 1)
               Subtract 1 from WS-Move-Idx
           End-Perform
           Add 1 to Period-Count
           Move PR-Period-Number to LP-Period (Per-Idx)
           Move 0 to LP-Run-Gross (Per-Idx)
           Move 0 to LP-Run-ER (Per-Idx)
           Move 0 to LP-Dept-Gross (Per-Idx)
           Move 0 to LP-Dept-ER (Per-Idx)
           Move 0 to LP-Dept-Hours (Per-Idx).

       Add-To-Cell.
      *finds the period and department's cell, sliding later cells
      *down one place to open a new one in order
           Perform Varying Cell-Idx from 1 by 1
                   until Cell-Idx > Cell-Count
               If LC-Period (Cell-Idx) > PR-Period-Number
                   Exit Perform
               End-If
               If LC-Period (Cell-Idx) = PR-Period-Number
                       and LC-Dept-Code (Cell-Idx) >= PR-Dept-Code
                   Exit Perform
               End-If
           End-Perform
           If Cell-Idx <= Cell-Count
               If LC-Period (Cell-Idx) = PR-Period-Number
                       and LC-Dept-Code (Cell-Idx) = PR-Dept-Code
                   Perform Add-Line-To-Cell
                   Exit Paragraph
               End-If
           End-If
           If Cell-Count >= 600
               Add 1 to Cell-Dropped
               Exit Paragraph
           End-If
           Move Cell-Count to WS-Move-Idx
           Perform Until WS-Move-Idx < Cell-Idx
               Move Cell-Entry (WS-Move-Idx)
                   to Cell-Entry (WS-Move-Idx + 1)
               Subtract 1 from WS-Move-Idx
           End-Perform
           Add 1 to Cell-Count
           Move PR-Period-Number to LC-Period (Cell-Idx)
           Move PR-Dept-Code to LC-Dept-Code (Cell-Idx)
           Move 0 to LC-Hours (Cell-Idx)
           Move 0 to LC-Gross (Cell-Idx)
           Move 0 to LC-Employer (Cell-Idx)
           Perform Add-Line-To-Cell.

       Add-Line-To-Cell.
           Add LA-Hours to LC-Hours (Cell-Idx)
           Add LA-Gross to LC-Gross (Cell-Idx)
           Add LA-Employer to LC-Employer (Cell-Idx).

       Add-To-Department.
           Perform Varying DT-Idx from 1 by 1
                   until DT-Idx > DT-Count
               If DT-Dept-Code (DT-Idx) = PR-Dept-Code
                   Exit Perform
               End-If
           End-Perform
           If DT-Idx > DT-Count
               If DT-Count >= 10
                   Exit Paragraph
               End-If
               Add 1 to DT-Count
               Set DT-Idx to DT-Count
               Move PR-Dept-Code to DT-Dept-Code (DT-Idx)
               Move 0 to DT-Hours (DT-Idx)
               Move 0 to DT-Gross (DT-Idx)
               Move 0 to DT-Employer (DT-Idx)
           End-If
           Add LA-Hours to DT-Hours (DT-Idx) GT-Hours
           Add LA-Gross to DT-Gross (DT-Idx) GT-Gross
           Add LA-Employer to DT-Employer (DT-Idx) GT-Employer.

       Write-Labor-Report.
           Open Output Labor-Report-File
           Move spaces to Labor-Report-Line
           String "LABOR DISTRIBUTION  (" WS-Start-Date " - "
               WS-End-Date ")"
               delimited by size into Labor-Report-Line
           Perform Put-Line
           Move spaces to Labor-Report-Line
           String "Department             Hours          Gross"
               "      Employer     Labor cost    %"
               delimited by size into Labor-Report-Line
           Perform Put-Line
           Perform Varying Per-Idx from 1 by 1
                   until Per-Idx > Period-Count
               Perform Write-One-Period
           End-Perform
           Move spaces to Labor-Report-Line
           Perform Put-Line
           Move "RANGE BY DEPARTMENT" to Labor-Report-Line
           Perform Put-Line
           Compute Print-Base = GT-Gross + GT-Employer
               + GT-Undist-Gross + GT-Undist-ER
           Perform Varying DT-Idx from 1 by 1
                   until DT-Idx > DT-Count
               Move DT-Dept-Code (DT-Idx) to Name-Dept-Code
               Perform Name-Department
               Move DT-Hours (DT-Idx) to nHours
               Move DT-Gross (DT-Idx) to nGross
               Move DT-Employer (DT-Idx) to nEmployer
               Compute Print-Cost =
                   DT-Gross (DT-Idx) + DT-Employer (DT-Idx)
               Perform Put-Amount-Line
           End-Perform
           If GT-Undist-Gross > 0
               Move "NO DEPT DETAIL" to Print-Label
               Move 0 to nHours
               Move GT-Undist-Gross to nGross
               Move GT-Undist-ER to nEmployer
               Compute Print-Cost = GT-Undist-Gross + GT-Undist-ER
               Perform Put-Amount-Line
           End-If
           Move "RANGE TOTAL" to Print-Label
           Move GT-Hours to nHours
           Compute Print-Cost = GT-Gross + GT-Undist-Gross
           Move Print-Cost to nGross
           Compute Print-Cost = GT-Employer + GT-Undist-ER
           Move Print-Cost to nEmployer
           Move Print-Base to Print-Cost
           Perform Put-Amount-Line
           If Period-Dropped > 0 or Cell-Dropped > 0
               Move spaces to Labor-Report-Line
               String "WARNING: " Period-Dropped " period and "
                   Cell-Dropped " department lines past the "
                   "table size were left out."
                   delimited by size into Labor-Report-Line
               Perform Put-Line
           End-If
           Close Labor-Report-File
           Display Lines-Counted " register total lines from "
               Files-Read " register files; report written to "
               "LABOR.DAT.".

       Write-One-Period.
      *the period's departments, each as a share of the period's
      *labor cost, then anything paid by a run from before
      *departments were carried
           Move spaces to Labor-Report-Line
           Perform Put-Line
           Move spaces to Labor-Report-Line
           String "PAY PERIOD " LP-Period (Per-Idx)
               delimited by size into Labor-Report-Line
           Perform Put-Line
           Compute Print-Base =
               LP-Dept-Gross (Per-Idx) + LP-Dept-ER (Per-Idx)
           If LP-Run-Gross (Per-Idx) > LP-Dept-Gross (Per-Idx)
               Compute Print-Base = LP-Run-Gross (Per-Idx)
                   + LP-Run-ER (Per-Idx)
           End-If
           Perform Varying Cell-Idx from 1 by 1
                   until Cell-Idx > Cell-Count
               If LC-Period (Cell-Idx) = LP-Period (Per-Idx)
                   Move LC-Dept-Code (Cell-Idx) to Name-Dept-Code
                   Perform Name-Department
                   Move LC-Hours (Cell-Idx) to nHours
                   Move LC-Gross (Cell-Idx) to nGross
                   Move LC-Employer (Cell-Idx) to nEmployer
                   Compute Print-Cost =
                       LC-Gross (Cell-Idx) + LC-Employer (Cell-Idx)
                   Perform Put-Amount-Line
               End-If
           End-Perform
           If LP-Run-Gross (Per-Idx) > LP-Dept-Gross (Per-Idx)
               Move "NO DEPT DETAIL" to Print-Label
               Move 0 to nHours
               Compute Print-Cost =
                   LP-Run-Gross (Per-Idx) - LP-Dept-Gross (Per-Idx)
               Move Print-Cost to nGross
               Add Print-Cost to GT-Undist-Gross
               Compute Print-Cost =
                   LP-Run-ER (Per-Idx) - LP-Dept-ER (Per-Idx)
               Move Print-Cost to nEmployer
               Add Print-Cost to GT-Undist-ER
               Compute Print-Cost = Print-Base
                   - LP-Dept-Gross (Per-Idx) - LP-Dept-ER (Per-Idx)
               Perform Put-Amount-Line
           End-If
           Move "PERIOD TOTAL" to Print-Label
           Move LP-Dept-Hours (Per-Idx) to nHours
           If LP-Run-Gross (Per-Idx) > LP-Dept-Gross (Per-Idx)
               Move LP-Run-Gross (Per-Idx) to nGross
               Move LP-Run-ER (Per-Idx) to nEmployer
           Else
               Move LP-Dept-Gross (Per-Idx) to nGross
               Move LP-Dept-ER (Per-Idx) to nEmployer
           End-If
           Move Print-Base to Print-Cost
           Perform Put-Amount-Line.

       Name-Department.
      *a blank code is the people with no home department
           Move spaces to Print-Label
           If Name-Dept-Code = spaces
               Move "(UNASSIGNED)" to Print-Label
               Exit Paragraph
           End-If
           Set Dept-Idx to 1
           Search Department-Entry
               At End
                   Move Name-Dept-Code to Print-Label
               When DP-Dept-Code (Dept-Idx) = Name-Dept-Code
                   String DP-Dept-Code (Dept-Idx) " "
                       DP-Dept-Name (Dept-Idx)
                       delimited by size into Print-Label
           End-Search.

       Put-Amount-Line.
           Move Print-Cost to nCost
           If Print-Base > 0
               Compute Print-Pct rounded =
                   Print-Cost * 100 / Print-Base
           Else
               Move 0 to Print-Pct
           End-If
           Move Print-Pct to nPct
           Move spaces to Labor-Report-Line
           String Print-Label " " nHours " " nGross " " nEmployer
               " " nCost " " nPct
               delimited by size into Labor-Report-Line
           Perform Put-Line.

       Put-Line.
           Write Labor-Report-Line
           Display Labor-Report-Line.

       End Program LaborRpt.
