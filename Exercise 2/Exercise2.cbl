               organization is line sequential
               file status is WS-PS-Status.
           Select Roster-File assign to "ROSTER.DAT"
               organization is line sequential
               file status is WS-RO-Status.
           Select Batch-Checkpoint-File assign to "PAYCKPT.DAT"
               organization is line sequential
               file status is WS-CK-Status.
           Copy "EMPDEDSEL.CPY".
           Copy "EXCPTSEL.CPY".
           Copy "AUDITSEL.CPY".
           Copy "COMMSEL.CPY".
           Copy "CHKREGSEL.CPY".
           Copy "CHKCTLSEL.CPY".
           Select Check-Print-File assign to "CHECKPRT.DAT"
               organization is line sequential.
           Select Payroll-Trial-File assign to "PAYTRIAL.DAT"
               organization is line sequential
               file status is WS-TR-Status.
           Copy "PAYAPPSEL.CPY".
       Data division.
       File section.
       FD  Employee-Master-File.
      *    so a resumed run appends into the open bracket instead
      *    of starting a second one mid-run
           05 CK-Header-Flag   pic x(1).
      *    the run's employer-tax totals, so a resumed run's RUN
      *    TOTAL line still carries the shop's whole share
           05 CK-ER-SS-Total   pic 9(7)v99.
           05 CK-ER-Med-Total  pic 9(7)v99.
           05 CK-ER-FUTA-Total pic 9(7)v99.
           05 CK-ER-SUTA-Total pic 9(7)v99.
      *    the run's commission total, so a resumed run's RUN TOTAL
      *    still shows the whole run's commission earnings
           05 CK-Comm-Total    pic 9(7)v99.
      *    the run's department totals, so a resumed run's DEPT
      *    TOTAL lines still cover the whole run
           05 CK-Dept-Count    pic 99.
           05 CK-Dept-Entry occurs 10 times.
               10 CK-Dept-Code     pic x(3).
               10 CK-Dept-Hours    pic 9(5).
               10 CK-Dept-Gross    pic 9(7)v99.
               10 CK-Dept-ER-SS    pic 9(7)v99.
               10 CK-Dept-ER-Med   pic 9(7)v99.
               10 CK-Dept-ER-FUTA  pic 9(7)v99.
               10 CK-Dept-ER-SUTA  pic 9(7)v99.
               10 CK-Dept-Comm     pic 9(7)v99.
       Copy "PAYPERFD.CPY".
       Copy "BNKDEPFD.CPY".
       Copy "DEDCODEFD.CPY".
       Copy "EMPDEDFD.CPY".
       Copy "EXCPTFD.CPY".
       Copy "AUDITFD.CPY".
       Copy "COMMFD.CPY".
       Copy "CHKREGFD.CPY".
       Copy "CHKCTLFD.CPY".
       FD  Check-Print-File.
       01  Check-Print-Line     pic x(70).
       FD  Payroll-Trial-File.
       01  Trial-Register-Line  pic x(80).
       Copy "PAYAPPFD.CPY".
       Working-storage section
       .
       01 Keyed-Field.
           05 Vac-Hours-In     pic 999.
           05 Sick-Hours-In    pic 999.
           05 Hourly-Wage      pic 999V99.
      *    worked hours charged to other departments, off the
      *    roster or keyed; the rest stay with the home department
           05 Split-In-Entry occurs 3 times.
               10 Split-In-Dept  pic x(3).
               10 Split-In-Hours pic 999.
           05 Try-Again        pic x value "Y"
       .
       01 File-Status-Fields.
       .
       01 Batch-Fields.
           05 Run-Mode    pic x.
              88 Run-Trial           value "T".
              88 Run-Approve         value "A".
      *    a trial, an approval, or a refused live run pays nobody
      *    and must leave no RUN TOTAL line on the register
           05 WS-Post-Register    pic x value "Y".
           05 WS-RO-EOF   pic x value "N".
      *    where the run is in the roster and where a prior
      *    interrupted run got to, so a rerun resumes instead of
           05 WS-PP-Status       pic xx.
           05 WS-Period-Open     pic x value "N".
           05 WS-Period-Number   pic 9(4) value 0.
      *    last day of the open period; commission earned on or
      *    before it is paid in this run
           05 WS-Period-End      pic 9(8) value 0.
           05 WS-Skip-Employee   pic x.
           05 Force-Select       pic x
       .
      *    accumulates this session's run for the register total line
           05 Register-Gross-Total  pic 9(7)V99 value 0.
           05 Register-Tax-Total    pic 9(7)V99 value 0.
           05 Register-Net-Total    pic 9(7)V99 value 0.
      *    the shop's share of payroll taxes over the same run
           05 Register-ER-SS-Total   pic 9(7)V99 value 0.
           05 Register-ER-Med-Total  pic 9(7)V99 value 0.
           05 Register-ER-FUTA-Total pic 9(7)V99 value 0.
           05 Register-ER-SUTA-Total pic 9(7)V99 value 0.
      *    sales commission paid inside the run's gross
           05 Register-Comm-Total    pic 9(7)V99 value 0
       .
       Copy "DEPTTBL.CPY".
       01 Department-Fields.
      *    this check spread over departments - slot 1 is the home
      *    department, which keeps leave, commission and the
      *    hours not split off - and the run's totals by
      *    department for the DEPT TOTAL lines
           05 Home-Dept-Code       pic x(3).
           05 Check-Dept-Count     pic 9.
           05 Check-Dept-Entry occurs 4 times
                  indexed by Chk-Dept-Idx.
               10 CD-Dept-Code     pic x(3).
               10 CD-Hours         pic 9(4).
               10 CD-Gross         pic s9(5)V99.
               10 CD-ER-SS         pic s9(5)V99.
               10 CD-ER-Med        pic s9(5)V99.
               10 CD-ER-FUTA       pic s9(5)V99.
               10 CD-ER-SUTA       pic s9(5)V99.
           05 Remainder-Slot       pic 9.
           05 Alloc-Hours-Total    pic 9(4).
           05 Alloc-Base           pic 9(5)V99.
           05 Alloc-Sum            pic s9(5)V99.
           05 Split-Hours-Total    pic 9(4).
           05 WS-Split-Sub         pic 9.
           05 WS-Split-Reason      pic x(40).
           05 Keyed-Split-Dept     pic x(3).
           05 Keyed-Split-Hours    pic 999.
           05 Dept-Run-Count       pic 99 value 0.
           05 Dept-Run-Entry occurs 10 times
                  indexed by Run-Dept-Idx.
               10 RD-Dept-Code     pic x(3).
               10 RD-Hours         pic 9(5).
               10 RD-Gross         pic 9(7)V99.
               10 RD-ER-SS         pic 9(7)V99.
               10 RD-ER-Med        pic 9(7)V99.
               10 RD-ER-FUTA       pic 9(7)V99.
               10 RD-ER-SUTA       pic 9(7)V99.
               10 RD-Comm          pic 9(7)V99
       .
       01 Commission-Fields.
      *    the commission file held in storage for the run: each
      *    line as written, so lines paid this run can be stamped
      *    and the whole file written back as each employee commits
           05 WS-CM-Status          pic xx.
           05 WS-CM-EOF             pic x value "N".
           05 Comm-Line-Count       pic 9(4) value 0.
           05 Comm-Line-Entry occurs 2000 times
                  indexed by Comm-Idx.
               10 Comm-Line         pic x(70).
           05 Comm-Table-Full       pic x value "N".
      *    how far into the table Find-Commission-Due looked for
      *    the employee being paid; lines PayPost appends after that
      *    were not in the check and are not stamped
           05 Comm-Due-Through      pic 9(4) value 0
       .
       01 Off-Cycle-Fields.
      *    an off-cycle run pays outside the period run: its reason
      *    code rides every line it writes, and paper checks are
      *    numbered and entered on the check register as they are
      *    cut, the way PayCheck numbers them
           05 Off-Cycle-Reason      pic x(3) value spaces.
              88 Off-Cycle-Valid       values "BON" "FIN" "COR".
           05 Register-Run-Kind     pic x(3) value spaces.
           05 Off-Cycle-Amount      pic 9(5)V99.
           05 Off-Cycle-Confirm     pic x.
           05 Off-Cycle-Done        pic x value "N".
           05 Off-Cycle-Count       pic 9(3) value 0.
           05 WS-KR-Status          pic xx.
           05 WS-KC-Status          pic xx.
           05 Next-Check-Number     pic 9(6).
           05 WS-Print-Open         pic x value "N".
           05 nCheck-Net            pic $$,$$$,$$9.99
       .
       01 Bank-Deposit-Fields.
      *    this run's direct deposits: the count and total the
           05 Paper-Run-Total       pic 9(7)V99 value 0.
           05 WS-Header-Written     pic x value "N"
       .
       01 Trial-Fields.
      *    the trial run: what it would pay, the warnings it raised,
      *    and the roster fingerprint - record count plus a hash of
      *    every character weighted by its column - that the
      *    approval and the live run must both see unchanged
           05 WS-RO-Status          pic xx.
           05 WS-TR-Status          pic xx.
           05 WS-PA-Status          pic xx.
      *    a check whose gross moves more than this percent from the
      *    employee's last period check is flagged for a second look
           05 Trial-Gross-Pct       pic 9(3) value 25.
           05 WS-Roster-Found       pic x.
           05 WS-Roster-Count       pic 9(5).
           05 WS-Roster-Hash        pic 9(15).
           05 Roster-Image          pic x(32).
           05 WS-Char-Pos           pic 99.
           05 WS-Approval-Found     pic x.
           05 WS-Approval-Ok        pic x.
           05 WS-Approval-Reason    pic x(60).
           05 Approve-Confirm       pic x.
           05 Trial-Warn-Count      pic 9(5) value 0.
           05 Trial-Ded-Total       pic 9(7)V99 value 0.
           05 Trial-Warning         pic x(60).
           05 Gross-Change-Amt      pic s9(5)V99.
           05 Gross-Change-Pct      pic 9(9)V9.
              88 Gross-Change-Huge     values 10000 thru 999999999.9.
           05 WS-EM-EOF             pic x.
      *    the roster's employee ids, so active employees the
      *    roster leaves out can be listed as paying nothing
           05 Trial-Id-Count        pic 999 value 0.
           05 Trial-Id-Full         pic x value "N".
           05 Trial-Id-Entry occurs 500 times
                  indexed by Trial-Id-Idx.
               10 Trial-Id          pic x(5).
           05 nTrial-Hours          pic zz9.
           05 nTrial-Ded            pic $$$$$9.99.
           05 nTrial-Count          pic zzzz9.
           05 nTrial-Total          pic $$,$$$,$$9.99.
           05 nLast-Gross           pic $$$$$9.99.
           05 nChange-Pct           pic zzz9.9
       .
       01 Calculate-Field.
      *    field used for calculation purposes
           05 Regular-Hours    pic 999.
           05 Regular-Pay      pic 99999V99.
           05 Overtime-Pay     pic 99999V99.
           05 Leave-Pay        pic 99999V99.
      *    earned sales commission paid as its own earning
           05 Commission-Pay   pic 99999V99.
           05 Gross-Income     pic 99999V99.
           05 Gross-Tax        pic 99999V99.
           05 Net-Income       pic 99999V99.
           05 Allowance-Count  pic 99
       .
       Copy "WHTABLE.CPY".
       Copy "ERTAX.CPY".
       01 Employer-Tax-Fields.
      *    this check's employer taxes, and the wages still under
      *    each base before this check is counted against it
           05 ER-SS-Tax        pic 9(5)V99.
           05 ER-Med-Tax       pic 9(5)V99.
           05 ER-FUTA-Tax      pic 9(5)V99.
           05 ER-SUTA-Tax      pic 9(5)V99.
           05 ER-Subject-Wages pic s9(7)V99
       .
       01 Clean-Field.
      *    editied field for displaying the end info
           05 nHours-Worked    pic ZZZZZZZZ9.
           05 nNet-Income      pic $$$$$9.99.
           05 nYTD-Gross       pic $$$$$$$9.99.
           05 nYTD-Tax         pic $$$$$$$9.99.
           05 nYTD-Net         pic $$$$$$$9.99.
           05 nCommission      pic $$$$$9.99
       .
       Procedure division.
       Main-Module.
       If SO-Result not = "Y"
           Goback
       End-If
       If not SO-May-Payroll
           Display "The payroll area is not among your "
               "permissions."
           Goback
       End-If
       Move SO-Operator-Id to WS-Operator-Id
       Perform Load-Pay-Period
       Perform Load-Commissions
       If WS-Period-Open = "N"
      *running payroll outside an open period is how the same
      *roster gets paid twice; refuse until one is opened
           Goback
       End-If
       Display "Paying period " WS-Period-Number
       Display "Run in (I)nteractive, (B)atch, (T)rial batch, "
           "(A)pprove trial, or (O)ff-cycle mode? "
           with no advancing
       Accept Run-Mode
       Move Function Upper-Case (Run-Mode) to Run-Mode
       If Run-Mode = "B"
           Perform Batch-Mode
       Else
       If Run-Mode = "O"
           Perform Off-Cycle-Mode
       Else
       If Run-Trial
           Perform Trial-Mode
       Else
       If Run-Approve
           Perform Approve-Mode
       Else
           Perform Until Try-Again = "N" or "n"
               Display Erase With Foreground-Color 7
               End-If
             End-Perform
       End-If
       End-If
       End-If
       End-If
       Perform Close-Files
       Goback
       .
       Off-Cycle-Mode.
      *pays one or more employees outside the period run - a bonus,
      *a final check, a correction - withheld at the supplemental
      *rate.  It neither checks nor sets the period's paid mark, so
      *the regular run still pays everyone exactly once.
           If not SO-Supervisor
               Display "An off-cycle run requires a supervisor."
               Exit Paragraph
           End-If
           Display "Reason - BON bonus, FIN final pay, COR "
               "correction: " with no advancing
           Accept Off-Cycle-Reason
           Move Function Upper-Case (Off-Cycle-Reason) to
               Off-Cycle-Reason
           If not Off-Cycle-Valid
               Display "Reason must be BON, FIN, or COR."
               Move spaces to Off-Cycle-Reason
               Exit Paragraph
           End-If
           Move "OFF" to Register-Run-Kind
           Perform Off-Cycle-Employee until Off-Cycle-Done = "Y"
           If WS-Print-Open = "Y"
               Close Check-Print-File
           End-If
           Display Off-Cycle-Count " off-cycle payment(s) made."
       .
       Off-Cycle-Employee.
           Display " "
           Display "Employee id (blank to finish): " with no advancing
           Move spaces to Employee-Id
           Accept Employee-Id
           If Employee-Id = spaces
               Move "Y" to Off-Cycle-Done
               Exit Paragraph
           End-If
           Perform Read-Employee-Master
           If WS-Found-Employee = "N"
               Display "No employee on file for id " Employee-Id
               Exit Paragraph
           End-If
           If EM-Inactive and Off-Cycle-Reason = "BON"
      *a terminated employee is owed final pay or a correction,
      *not a bonus run
               Display "Employee " Employee-Id " is inactive; only "
                   "final pay or a correction can be paid."
               Exit Paragraph
           End-If
           Move EM-Hourly-Wage to Hourly-Wage
           Move Hourly-Wage to nHourly-Wage
           Display "Employee on file: " Employees-Name " at "
               nHourly-Wage
           Display "Flat amount (0 to pay hours): " with no advancing
           Move 0 to Off-Cycle-Amount
           Accept Off-Cycle-Amount
           Move 0 to Hours-Worked
           If Off-Cycle-Amount = 0
               Display "Hours to pay at the hourly wage: "
                   with no advancing
               Accept Hours-Worked
               If Hours-Worked = 0 or Hours-Worked > 80
                       or Hourly-Wage = 0
                   Display "Hours must be 1 to 80 for an employee "
                       "with an hourly wage; nothing paid."
                   Exit Paragraph
               End-If
           End-If
           Move 0 to Vac-Hours-In
           Move 0 to Sick-Hours-In
           Move 0 to Commission-Pay
           Perform Varying WS-Split-Sub from 1 by 1
                   until WS-Split-Sub > 3
               Move spaces to Split-In-Dept (WS-Split-Sub)
               Move 0 to Split-In-Hours (WS-Split-Sub)
           End-Perform
           Perform Calculate-Off-Cycle
           Move Gross-Income to nGross-Income
           Move Gross-Tax to nTax-Display
           Move Net-Income to nNet-Income
           Display "Gross " nGross-Income "  withheld " nTax-Display
               "  net " nNet-Income
           Display "Pay it? (Y/N) " with no advancing
           Accept Off-Cycle-Confirm
           If Off-Cycle-Confirm not = "Y" and not = "y"
               Display "Not paid."
               Exit Paragraph
           End-If
           Perform Update-Off-Cycle-YTD
           Perform Clean-Up-Module
           Perform Write-Register-Line
           Perform Write-Pay-Stub
           If EM-Bank-Routing numeric and EM-Bank-Routing > 0
                   and EM-Bank-Account not = spaces
               Display "Net pay goes on the bank deposit file."
           Else
               Perform Issue-Off-Cycle-Check
           End-If
           Move "PAY-OFFCYCLE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String Employee-Id delimited by size
               " " delimited by size
               Off-Cycle-Reason delimited by size
               " period " delimited by size
               WS-Period-Number delimited by size
               " " delimited by size
               nGross-Income delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Add 1 to Off-Cycle-Count
       .
       Calculate-Off-Cycle.
      *hours pay straight time - an off-cycle check is not the
      *period's time on the floor and earns no overtime - and the
      *whole check is withheld at the supplemental rate; elected
      *plan deductions come out of the regular check only
           Move Hours-Worked to Regular-Hours
           Move 0 to Overtime-Hours
           Move 0 to Overtime-Pay
           Move 0 to Leave-Pay
           If Off-Cycle-Amount > 0
               Move 0 to Regular-Pay
               Move Off-Cycle-Amount to Gross-Income
           Else
               Multiply Hours-Worked by Hourly-Wage giving Regular-Pay
               Move Regular-Pay to Gross-Income
           End-If
           Compute Gross-Tax rounded =
               Gross-Income * WH-Supplemental-Rate
           Subtract Gross-Tax from Gross-Income giving Net-Income
           Move 0 to Emp-Ded-Count
           Move 0 to Total-Deductions
           Perform Compute-Employer-Taxes
       .
       Update-Off-Cycle-YTD.
      *the money lands in the YTD totals and wage bases like any
      *check, but the period's paid mark and the leave accruals
      *belong to the regular run and are left alone
           Add Gross-Income to EM-YTD-Gross
           Add Gross-Tax to EM-YTD-Tax
           Add Net-Income to EM-YTD-Net
           Perform Roll-Wage-Bases
           Rewrite Employee-Master-Record
               Invalid Key
                   Display "Unable to update YTD for " Employee-Id
           End-Rewrite
       .
       Issue-Off-Cycle-Check.
      *numbers the check off the same control file PayCheck uses,
      *enters it on the check register flagged off-cycle, and
      *prints it with the run
           Perform Get-Next-Check-Number
           Move spaces to Check-Register-Record
           Move Next-Check-Number to KR-Check-Number
           Move Employee-Id to KR-Employee-Id
           Move Employees-Name to KR-Employee-Name
           Move WS-Today-Date to KR-Check-Date
           Move WS-Period-Number to KR-Period-Number
           Move Net-Income to KR-Net-Amount
           Set KR-Issued to true
           Move 0 to KR-Replaces
           Move 0 to KR-Cleared-Date
           Move Off-Cycle-Reason to KR-Off-Cycle
           Open Extend Check-Register-File
           If WS-KR-Status = "35"
               Open Output Check-Register-File
           End-If
           Write Check-Register-Record
           Close Check-Register-File
           If WS-Print-Open = "N"
               Open Output Check-Print-File
               Move "Y" to WS-Print-Open
           End-If
           Move Net-Income to nCheck-Net
           Move all "-" to Check-Print-Line
           Write Check-Print-Line
           Move spaces to Check-Print-Line
           String "CIS COFFEE SUPPLIERS          Check No. "
               Next-Check-Number
               delimited by size into Check-Print-Line
           Write Check-Print-Line
           Move spaces to Check-Print-Line
           String "Date " WS-Today-Date
               "              Period " WS-Period-Number
               "  OFF-CYCLE " Off-Cycle-Reason
               delimited by size into Check-Print-Line
           Write Check-Print-Line
           Move spaces to Check-Print-Line
           String "Pay to the order of " Employees-Name
               " " nCheck-Net
               delimited by size into Check-Print-Line
           Write Check-Print-Line
           Display "Check " Next-Check-Number " for "
               Employees-Name " " nCheck-Net
       .
       Get-Next-Check-Number.
      *the next check number from the control file, read then
      *rewritten, exactly as PayCheck hands them out
           Open Input Check-Control-File
           If WS-KC-Status = "00"
               Read Check-Control-File
                   At End
                       Move 300001 to Next-Check-Number
                   Not At End
                       Move KC-Next-Check-Number to
                           Next-Check-Number
               End-Read
               Close Check-Control-File
           Else
               Move 300001 to Next-Check-Number
           End-If
           Compute KC-Next-Check-Number = Next-Check-Number + 1
           Open Output Check-Control-File
           Write Check-Control-Record
           Close Check-Control-File
       .
       Load-Deduction-Codes.
      *loads the plan table once at startup; no file simply means
      *no deductions, the way payroll always worked
                       If PP-Open
                           Move "Y" to WS-Period-Open
                           Move PP-Period-Number to WS-Period-Number
                           If PP-End-Date numeric
                               Move PP-End-Date to WS-Period-End
                           End-If
                       End-If
               End-Read
               Close Pay-Period-File
           End-If
       .
       Load-Commissions.
      *holds the commission file in storage for the run; no file
      *simply means no commission is owed.  Past the table's size
      *no commission is paid at all, so nothing is stamped paid
      *that the rewrite would then drop.
           Move 0 to Comm-Line-Count
           Move "N" to Comm-Table-Full
           Move "N" to WS-CM-EOF
           Open Input Commission-File
           If WS-CM-Status not = "00"
               Move "Y" to WS-CM-EOF
           End-If
           Perform Until WS-CM-EOF = "Y"
               Read Commission-File
                   At End
                       Move "Y" to WS-CM-EOF
                   Not At End
                       If Comm-Line-Count >= 2000
                           Move "Y" to Comm-Table-Full
                           Move "Y" to WS-CM-EOF
                       Else
                           Add 1 to Comm-Line-Count
                           Move Commission-Record to
                               Comm-Line (Comm-Line-Count)
                       End-If
               End-Read
           End-Perform
           If WS-CM-Status = "00" or "10"
               Close Commission-File
           End-If
           If Comm-Table-Full = "Y"
               Display "WARNING: more than 2000 commission lines on "
                   "file; no commission will be paid this run."
           End-If
       .
       Find-Commission-Due.
      *totals this employee's earned, unpaid lines dated on or
      *before the period end; they are stamped only once the
      *check commits
           Move 0 to Commission-Pay
           Move Comm-Line-Count to Comm-Due-Through
           If Comm-Table-Full = "Y"
               Exit Paragraph
           End-If
           Perform Varying Comm-Idx from 1 by 1
                   until Comm-Idx > Comm-Line-Count
               Move Comm-Line (Comm-Idx) to Commission-Record
               If CM-Rep-Id = Employee-Id and CM-Earned
                       and (WS-Period-End = 0
                           or CM-Earned-Date <= WS-Period-End)
                   Add CM-Amount to Commission-Pay
               End-If
           End-Perform
       .
       Mark-Commission-Paid.
      *stamps the lines just paid with this run's period and date
      *and writes the file back, so a rerun or a resumed batch
      *cannot pay the same commission twice.  The file is read
      *again first: PayPost appends to it while payroll runs, and
      *writing back the copy taken at startup would drop those
      *lines.  PayPost only adds to the end, so the lines this
      *check paid are still the first Comm-Due-Through.
           Perform Load-Commissions
           If Comm-Table-Full = "Y"
                   or Comm-Line-Count < Comm-Due-Through
               Display "WARNING: commission for " Employee-Id
                   " was paid but could not be stamped; mark it "
                   "paid before the next run."
               Exit Paragraph
           End-If
           Perform Varying Comm-Idx from 1 by 1
                   until Comm-Idx > Comm-Due-Through
               Move Comm-Line (Comm-Idx) to Commission-Record
               If CM-Rep-Id = Employee-Id and CM-Earned
                       and (WS-Period-End = 0
                           or CM-Earned-Date <= WS-Period-End)
                   Set CM-Paid to true
                   Move WS-Period-Number to CM-Period-Number
                   Move WS-Today-Date to CM-Paid-Date
                   Move Commission-Record to Comm-Line (Comm-Idx)
               End-If
           End-Perform
           Open Output Commission-File
           Perform Varying Comm-Idx from 1 by 1
                   until Comm-Idx > Comm-Line-Count
               Move Comm-Line (Comm-Idx) to Commission-Record
               Write Commission-Record
           End-Perform
           Close Commission-File
           Move "COMM-PAID" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           Move Commission-Pay to nCommission
           String Employee-Id delimited by size
               " period " delimited by size
               WS-Period-Number delimited by size
               " " delimited by size
               nCommission delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
       .
       Trial-Mode.
      *runs the whole roster through the same calculation the live
      *run uses and prints what it would pay to PAYTRIAL.DAT, with
      *a warning under any check that wants a second look.  Nothing
      *is posted: the master, register, stubs, bank file,
      *commission file, exceptions and checkpoint are left as they
      *were.  The trial is saved pending a supervisor's approval.
           Move "N" to WS-Post-Register
           Perform Fingerprint-Roster
           If WS-Roster-Found = "N"
               Display "No roster on file (ROSTER.DAT); nothing to "
                   "try."
               Exit Paragraph
           End-If
           Open Output Payroll-Trial-File
           Perform Write-Trial-Heading
           Move "N" to WS-RO-EOF
           Open Input Roster-File
           Perform Until WS-RO-EOF = "Y"
               Read Roster-File
                   At End
                       Move "Y" to WS-RO-EOF
                   Not At End
                       Add 1 to WS-Batch-Read
                       Perform Note-Trial-Roster-Id
                       Perform Process-Roster-Employee
               End-Read
           End-Perform
           Close Roster-File
           Perform Find-Unrostered-Employees
           Perform Write-Trial-Totals
           Close Payroll-Trial-File
           Move WS-Period-Number to PA-Period-Number
           Set PA-Trial-Pending to true
           Move WS-Today-Date to PA-Trial-Date
           Accept PA-Trial-Time from Time
           Move WS-Operator-Id to PA-Trial-By
           Move WS-Roster-Count to PA-Roster-Count
           Move WS-Roster-Hash to PA-Roster-Hash
           Move Register-Gross-Total to PA-Gross-Total
           Move Register-Net-Total to PA-Net-Total
           Move WS-Batch-Paid to PA-Paid-Count
           Move Trial-Warn-Count to PA-Warning-Count
           Move WS-Batch-Rejected to PA-Reject-Count
           Move spaces to PA-Approved-By
           Move 0 to PA-Approved-Date
           Move 0 to PA-Approved-Time
           Perform Write-Trial-Approval
           Display " "
           Display "Roster records read:     " WS-Batch-Read
           Display "Employees to be paid:    " WS-Batch-Paid
           Display "Records to be rejected:  " WS-Batch-Rejected
           Display "Warnings raised:         " Trial-Warn-Count
           Display "Trial register written to PAYTRIAL.DAT; the "
               "live run waits on a supervisor's approval."
           Move Register-Gross-Total to nTrial-Total
           Move "PAY-TRIAL" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "period " delimited by size
               WS-Period-Number delimited by size
               " gross " delimited by size
               nTrial-Total delimited by size
               " warnings " delimited by size
               Trial-Warn-Count delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
       .
       Approve-Mode.
      *a supervisor signs off the trial on file for the open
      *period, once it is shown the roster has not changed since
      *the trial read it
           Move "N" to WS-Post-Register
           If not SO-Supervisor
               Display "Approving a payroll trial requires a "
                   "supervisor."
               Exit Paragraph
           End-If
           Perform Read-Trial-Approval
           If WS-Approval-Found = "N"
               Display "No payroll trial on file; run a (T)rial "
                   "first."
               Exit Paragraph
           End-If
           If PA-Period-Number not = WS-Period-Number
               Display "The trial on file is for period "
                   PA-Period-Number "; run a trial for period "
                   WS-Period-Number "."
               Exit Paragraph
           End-If
           If PA-Posted
               Display "The trial for period " WS-Period-Number
                   " has already been posted."
               Exit Paragraph
           End-If
           If PA-Approved
               Display "The trial for period " WS-Period-Number
                   " was already approved by " PA-Approved-By "."
               Exit Paragraph
           End-If
           Perform Fingerprint-Roster
           If WS-Roster-Found = "N"
                   or WS-Roster-Count not = PA-Roster-Count
                   or WS-Roster-Hash not = PA-Roster-Hash
               Display "ROSTER.DAT has changed since the trial; run "
                   "the trial again."
               Exit Paragraph
           End-If
           Display " "
           Display "Trial of period " PA-Period-Number " run "
               PA-Trial-Date " " PA-Trial-Time " by " PA-Trial-By
           Move PA-Roster-Count to nTrial-Count
           Display "  Roster records:  " nTrial-Count
           Move PA-Paid-Count to nTrial-Count
           Display "  To be paid:      " nTrial-Count
           Move PA-Reject-Count to nTrial-Count
           Display "  To be rejected:  " nTrial-Count
           Move PA-Warning-Count to nTrial-Count
           Display "  Warnings:        " nTrial-Count
           Move PA-Gross-Total to nTrial-Total
           Display "  Gross:     " nTrial-Total
           Move PA-Net-Total to nTrial-Total
           Display "  Net:       " nTrial-Total
           Display "Approve this trial for the live run? (Y/N) "
               with no advancing
           Accept Approve-Confirm
           If Approve-Confirm not = "Y" and not = "y"
               Display "Trial not approved."
               Exit Paragraph
           End-If
           Set PA-Approved to true
           Move WS-Operator-Id to PA-Approved-By
           Move WS-Today-Date to PA-Approved-Date
           Accept PA-Approved-Time from Time
           Perform Write-Trial-Approval
           Display "Trial approved; the live batch run may post "
               "period " WS-Period-Number "."
           Move PA-Gross-Total to nTrial-Total
           Move "PAY-APPROVE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "period " delimited by size
               WS-Period-Number delimited by size
               " gross " delimited by size
               nTrial-Total delimited by size
               " trial by " delimited by size
               PA-Trial-By delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
       .
       Check-Trial-Approval.
      *the live run posts only the open period's approved trial,
      *and only if the roster still matches what the trial read
           Move "N" to WS-Approval-Ok
           Perform Read-Trial-Approval
           If WS-Approval-Found = "N"
                   or PA-Period-Number not = WS-Period-Number
               Move "No payroll trial on file for this period."
                   to WS-Approval-Reason
               Exit Paragraph
           End-If
           If PA-Posted
               Move "This period's approved trial was already posted."
                   to WS-Approval-Reason
               Exit Paragraph
           End-If
           If not PA-Approved
               Move "This period's trial is not approved yet."
                   to WS-Approval-Reason
               Exit Paragraph
           End-If
           Perform Fingerprint-Roster
           If WS-Roster-Found = "N"
                   or WS-Roster-Count not = PA-Roster-Count
                   or WS-Roster-Hash not = PA-Roster-Hash
               Move "ROSTER.DAT has changed since the approved trial."
                   to WS-Approval-Reason
               Exit Paragraph
           End-If
           Move "Y" to WS-Approval-Ok
       .
       Fingerprint-Roster.
      *counts the roster and hashes it much as SnapShot proves a
      *copy: each non-blank character weighted by its column, and
      *here by its line too, so a reordered roster shows as well
           Move 0 to WS-Roster-Count
           Move 0 to WS-Roster-Hash
           Move "N" to WS-RO-EOF
           Open Input Roster-File
           If WS-RO-Status not = "00"
               Move "N" to WS-Roster-Found
               Exit Paragraph
           End-If
           Move "Y" to WS-Roster-Found
           Perform Until WS-RO-EOF = "Y"
               Read Roster-File
                   At End
                       Move "Y" to WS-RO-EOF
                   Not At End
                       Add 1 to WS-Roster-Count
                       Move Roster-Record to Roster-Image
                       Perform Add-Roster-To-Hash
               End-Read
           End-Perform
           Close Roster-File
           Move "N" to WS-RO-EOF
       .
       Add-Roster-To-Hash.
           Perform Varying WS-Char-Pos from 1 by 1
                   until WS-Char-Pos > 32
               If Roster-Image (WS-Char-Pos:1) not = space
                   Compute WS-Roster-Hash = WS-Roster-Hash
                       + Function Ord (Roster-Image (WS-Char-Pos:1))
                       * WS-Char-Pos
                       * WS-Roster-Count
               End-If
           End-Perform
       .
       Read-Trial-Approval.
           Move "N" to WS-Approval-Found
           Open Input Pay-Approval-File
           If WS-PA-Status = "00"
               Read Pay-Approval-File
                   At End
                       Continue
                   Not At End
                       Move "Y" to WS-Approval-Found
               End-Read
               Close Pay-Approval-File
           End-If
       .
       Write-Trial-Approval.
      *the file holds the one current trial; each save replaces it
           Open Output Pay-Approval-File
           Write Pay-Approval-Record
           Close Pay-Approval-File
       .
       Note-Trial-Roster-Id.
           If Trial-Id-Count >= 500
               Move "Y" to Trial-Id-Full
           Else
               Add 1 to Trial-Id-Count
               Move RO-Employee-Id to Trial-Id (Trial-Id-Count)
           End-If
       .
       Write-Trial-Heading.
           Move Trial-Gross-Pct to nTrial-Hours
           Move spaces to Trial-Register-Line
           String "PAYROLL TRIAL REGISTER - PERIOD " WS-Period-Number
               " - " WS-Today-Date " - " WS-Operator-Id
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Move spaces to Trial-Register-Line
           String "NOT POSTED.  Gross swings over " nTrial-Hours
               "% from the last period check are flagged."
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Move spaces to Trial-Register-Line
           Write Trial-Register-Line
           Move spaces to Trial-Register-Line
           String "Id    Employee             Hrs     Gross       Tax"
               "      Deds       Net"
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
       .
       Write-Trial-Line.
      *the check as the live run would cut it, then its warnings
           Move Hours-Worked to nTrial-Hours
           Move Gross-Income to nGross-Income
           Move Gross-Tax to nTax-Display
           Move Total-Deductions to nTrial-Ded
           Move Net-Income to nNet-Income
           Move spaces to Trial-Register-Line
           String Employee-Id " " Employees-Name " " nTrial-Hours
               " " nGross-Income " " nTax-Display " " nTrial-Ded
               " " nNet-Income
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Add Gross-Income to Register-Gross-Total
           Add Gross-Tax to Register-Tax-Total
           Add Net-Income to Register-Net-Total
           Add Total-Deductions to Trial-Ded-Total
           If Hours-Worked = 0
               Move "no worked hours on the roster" to Trial-Warning
               Perform Write-Trial-Warning
           End-If
           If EM-Bank-Routing not numeric or EM-Bank-Routing = 0
                   or EM-Bank-Account = spaces
               Move "no bank routing on file; net pays on paper" to
                   Trial-Warning
               Perform Write-Trial-Warning
           End-If
           If EM-Last-Gross numeric and EM-Last-Gross > 0
               Compute Gross-Change-Amt = Gross-Income - EM-Last-Gross
               If Gross-Change-Amt < 0
                   Multiply -1 by Gross-Change-Amt
               End-If
               Compute Gross-Change-Pct rounded =
                   Gross-Change-Amt * 100 / EM-Last-Gross
               If Gross-Change-Pct > Trial-Gross-Pct
      *            a swing past 9999% prints as the most the field
      *            shows; the warning is what matters
                   If Gross-Change-Huge
                       Move 9999.9 to Gross-Change-Pct
                   End-If
                   Move Gross-Change-Pct to nChange-Pct
                   Move EM-Last-Gross to nLast-Gross
                   Move spaces to Trial-Warning
                   String "gross moved " delimited by size
                       nChange-Pct delimited by size
                       "% from last period's " delimited by size
                       nLast-Gross delimited by size
                       into Trial-Warning
                   Perform Write-Trial-Warning
               End-If
           End-If
       .
       Write-Trial-Warning.
           Move spaces to Trial-Register-Line
           String "      ** WARNING: " Trial-Warning
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Add 1 to Trial-Warn-Count
       .
       Write-Trial-Reject.
      *a roster line the live run would send to the exception
      *file, listed with the reason it would be skipped
           Move spaces to Trial-Register-Line
           String RO-Employee-Id " ** NOT PAID: " WS-EX-Reason
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Add 1 to WS-Batch-Rejected
       .
       Find-Unrostered-Employees.
      *an active employee the roster leaves out draws no pay at
      *all this period, which is worth a look before it posts
           If Trial-Id-Full = "Y"
               Move spaces to Trial-Register-Line
               String "Roster over 500 lines; active employees not "
                   "on it were not checked."
                   delimited by size into Trial-Register-Line
               Write Trial-Register-Line
               Exit Paragraph
           End-If
           Move "N" to WS-EM-EOF
           Move low-values to EM-Employee-Id
           Start Employee-Master-File key >= EM-Employee-Id
               Invalid Key
                   Move "Y" to WS-EM-EOF
           End-Start
           Perform Until WS-EM-EOF = "Y"
               Read Employee-Master-File next record
                   At End
                       Move "Y" to WS-EM-EOF
                   Not At End
                       If EM-Active
                           Perform Check-Unrostered
                       End-If
               End-Read
           End-Perform
       .
       Check-Unrostered.
           Perform Varying Trial-Id-Idx from 1 by 1
                   until Trial-Id-Idx > Trial-Id-Count
               If Trial-Id (Trial-Id-Idx) = EM-Employee-Id
                   Exit Perform
               End-If
           End-Perform
           If Trial-Id-Idx > Trial-Id-Count
               Move spaces to Trial-Register-Line
               String EM-Employee-Id " " EM-Employee-Name
                   delimited by size into Trial-Register-Line
               Write Trial-Register-Line
               Move "active but not on the roster; zero hours, no pay"
                   to Trial-Warning
               Perform Write-Trial-Warning
           End-If
       .
       Write-Trial-Totals.
           Move spaces to Trial-Register-Line
           Write Trial-Register-Line
           Move Register-Gross-Total to nGross-Income
           Move Register-Tax-Total to nTax-Display
           Move Trial-Ded-Total to nTrial-Ded
           Move Register-Net-Total to nNet-Income
           Move WS-Batch-Paid to nTrial-Count
           Move spaces to Trial-Register-Line
           String "TRIAL TOTAL - " nTrial-Count " to be paid     "
               nGross-Income " " nTax-Display " " nTrial-Ded " "
               nNet-Income
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Move WS-Batch-Rejected to nTrial-Count
           Move spaces to Trial-Register-Line
           String "Roster lines not to be paid:  " nTrial-Count
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Move Trial-Warn-Count to nTrial-Count
           Move spaces to Trial-Register-Line
           String "Warnings raised:              " nTrial-Count
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
           Move WS-Roster-Count to nTrial-Count
           Move spaces to Trial-Register-Line
           String "Roster fingerprint:           " nTrial-Count
               " lines, hash " WS-Roster-Hash
               delimited by size into Trial-Register-Line
           Write Trial-Register-Line
       .
       Batch-Mode.
      *runs a whole roster of employees unattended, one per record,
      *through the same calculation/output paragraphs the interactive
      *path uses; it posts only a roster a supervisor approved in
      *trial, unchanged since
           Perform Check-Trial-Approval
           If WS-Approval-Ok = "N"
               Display WS-Approval-Reason
               Display "Live run refused; nothing was paid."
               Move "N" to WS-Post-Register
               Move "PAY-REFUSED" to WS-Audit-Type
               Move WS-Approval-Reason to WS-Audit-Detail
               Perform Write-Audit-Record
               Exit Paragraph
           End-If
           Perform Load-Batch-Checkpoint
           If WS-Resume-Count > 0
               Display "Resuming after record " WS-Resume-Count
           End-Perform
           Close Roster-File
           Perform Reset-Batch-Checkpoint
      *    the approval is spent once its roster has posted
           Perform Read-Trial-Approval
           If WS-Approval-Found = "Y"
               Set PA-Posted to true
               Perform Write-Trial-Approval
           End-If
           Display " "
           Display "Roster records read:     " WS-Batch-Read
           Display "Employees paid:          " WS-Batch-Paid
           If CK-Header-Flag = "Y"
               Move "Y" to WS-Header-Written
           End-If
           If CK-ER-SS-Total numeric
               Move CK-ER-SS-Total to Register-ER-SS-Total
               Move CK-ER-Med-Total to Register-ER-Med-Total
               Move CK-ER-FUTA-Total to Register-ER-FUTA-Total
               Move CK-ER-SUTA-Total to Register-ER-SUTA-Total
           End-If
           If CK-Comm-Total numeric
               Move CK-Comm-Total to Register-Comm-Total
           End-If
           If CK-Dept-Count numeric
               Move CK-Dept-Count to Dept-Run-Count
               Perform Varying WS-CK-Sub from 1 by 1
                       until WS-CK-Sub > Dept-Run-Count
                   Move CK-Dept-Entry (WS-CK-Sub) to
                       Dept-Run-Entry (WS-CK-Sub)
               End-Perform
           End-If
           Perform Varying WS-CK-Sub from 1 by 1
                   until WS-CK-Sub > 20
               If CK-Ded-Code (WS-CK-Sub) not = spaces
           Move Deposit-Run-Total to CK-Dep-Total
           Move Paper-Run-Total to CK-Paper-Total
           Move WS-Header-Written to CK-Header-Flag
           Move Register-ER-SS-Total to CK-ER-SS-Total
           Move Register-ER-Med-Total to CK-ER-Med-Total
           Move Register-ER-FUTA-Total to CK-ER-FUTA-Total
           Move Register-ER-SUTA-Total to CK-ER-SUTA-Total
           Move Register-Comm-Total to CK-Comm-Total
           Perform Fill-Checkpoint-Deductions
           Move Dept-Run-Count to CK-Dept-Count
           Perform Varying WS-CK-Sub from 1 by 1
                   until WS-CK-Sub > 10
               If WS-CK-Sub > Dept-Run-Count
                   Move spaces to CK-Dept-Code (WS-CK-Sub)
                   Move 0 to CK-Dept-Hours (WS-CK-Sub)
                   Move 0 to CK-Dept-Gross (WS-CK-Sub)
                   Move 0 to CK-Dept-ER-SS (WS-CK-Sub)
                   Move 0 to CK-Dept-ER-Med (WS-CK-Sub)
                   Move 0 to CK-Dept-ER-FUTA (WS-CK-Sub)
                   Move 0 to CK-Dept-ER-SUTA (WS-CK-Sub)
                   Move 0 to CK-Dept-Comm (WS-CK-Sub)
               Else
                   Move Dept-Run-Entry (WS-CK-Sub) to
                       CK-Dept-Entry (WS-CK-Sub)
               End-If
           End-Perform
           Open Output Batch-Checkpoint-File
           Write Batch-Checkpoint-Record
           Close Batch-Checkpoint-File.
           Move 0 to CK-Dep-Total
           Move 0 to CK-Paper-Total
           Move "N" to CK-Header-Flag
           Move 0 to CK-ER-SS-Total
           Move 0 to CK-ER-Med-Total
           Move 0 to CK-ER-FUTA-Total
           Move 0 to CK-ER-SUTA-Total
           Move 0 to CK-Comm-Total
           Perform Varying WS-CK-Sub from 1 by 1
                   until WS-CK-Sub > 20
               Move spaces to CK-Ded-Code (WS-CK-Sub)
               Move 0 to CK-Ded-Total (WS-CK-Sub)
           End-Perform
           Move 0 to CK-Dept-Count
           Perform Varying WS-CK-Sub from 1 by 1
                   until WS-CK-Sub > 10
               Move spaces to CK-Dept-Code (WS-CK-Sub)
               Move 0 to CK-Dept-Hours (WS-CK-Sub)
               Move 0 to CK-Dept-Gross (WS-CK-Sub)
               Move 0 to CK-Dept-ER-SS (WS-CK-Sub)
               Move 0 to CK-Dept-ER-Med (WS-CK-Sub)
               Move 0 to CK-Dept-ER-FUTA (WS-CK-Sub)
               Move 0 to CK-Dept-ER-SUTA (WS-CK-Sub)
               Move 0 to CK-Dept-Comm (WS-CK-Sub)
           End-Perform
           Open Output Batch-Checkpoint-File
           Write Batch-Checkpoint-Record
           Close Batch-Checkpoint-File.

       Process-Roster-Employee.
           Move RO-Employee-Id to Employee-Id
           Move 0 to Commission-Pay
           Move RO-Hours-Worked to Hours-Worked
      *    roster lines from before leave existed carry spaces
           If RO-Vac-Hours numeric
           Else
               Move 0 to Sick-Hours-In
           End-If
           Perform Load-Roster-Splits
           Perform Read-Employee-Master
           If WS-Found-Employee = "Y"
               If EM-Inactive
                       Perform Write-Exception-Record
                   Else
                       Move EM-Hourly-Wage to Hourly-Wage
                       Perform Find-Commission-Due
                   End-If
               End-If
           Else
               Move "No employee on file" to WS-EX-Reason
               Perform Write-Exception-Record
           End-If
           If WS-Found-Employee = "Y" and WS-Split-Reason not = spaces
               Display "Department split on roster for employee id "
                   Employee-Id " is not valid; skipping."
               Move "N" to WS-Found-Employee
               Move WS-Split-Reason to WS-EX-Reason
               Perform Write-Exception-Record
           End-If
           Compute Total-Pay-Hours =
               Hours-Worked + Vac-Hours-In + Sick-Hours-In
      *    a rep with commission due is paid it even in a period
      *    with no hours of their own
           If WS-Found-Employee = "Y"
                   and (EM-Pay-Salaried
                       or (Total-Pay-Hours <= 80
                           and (Total-Pay-Hours > 0
                               or Commission-Pay > 0)))
               If Run-Trial
                   Perform Calculate-Module
                   Perform Write-Trial-Line
               Else
                   Perform Calculate-Module
                   Perform Update-Employee-YTD
                   Perform Clean-Up-Module
                   Perform Print-Module-Batch
               End-If
               Add 1 to WS-Batch-Paid
           Else
               If WS-Found-Employee = "Y"
               End-If
           End-If
       .
       Load-Roster-Splits.
      *takes the roster's department splits; lines written before
      *departments existed carry spaces and split nothing.  A split
      *to a department not in the table, or more split hours than
      *were worked, rejects the line rather than mischarge it
           Move spaces to WS-Split-Reason
           Move 0 to Split-Hours-Total
           Perform Varying WS-Split-Sub from 1 by 1
                   until WS-Split-Sub > 3
               If RO-Split-Hours (WS-Split-Sub) numeric
                       and RO-Split-Hours (WS-Split-Sub) > 0
                       and RO-Split-Dept (WS-Split-Sub) not = spaces
                   Move RO-Split-Dept (WS-Split-Sub) to
                       Split-In-Dept (WS-Split-Sub)
                   Move RO-Split-Hours (WS-Split-Sub) to
                       Split-In-Hours (WS-Split-Sub)
                   Add RO-Split-Hours (WS-Split-Sub) to
                       Split-Hours-Total
                   Set Dept-Idx to 1
                   Search Department-Entry
                       At End
                           Move "Unknown department on roster" to
                               WS-Split-Reason
                       When DP-Dept-Code (Dept-Idx) =
                               Split-In-Dept (WS-Split-Sub)
                           Continue
                   End-Search
               Else
                   Move spaces to Split-In-Dept (WS-Split-Sub)
                   Move 0 to Split-In-Hours (WS-Split-Sub)
               End-If
           End-Perform
           If Split-Hours-Total > Hours-Worked
               Move "Department hours exceed worked hours" to
                   WS-Split-Reason
           End-If
       .
       Open-Files.
      *opens the indexed employee master so employees can be looked up
           Open I-O Employee-Master-File
           End-If
       .
       Close-Files.
           If WS-Post-Register = "Y"
               Perform Write-Register-Total
           End-If
           Close Employee-Master-File
           Close Payroll-Register-File
           Close Pay-Stub-File
                   End-If
               End-If
               Move EM-Hourly-Wage to Hourly-Wage
               Perform Find-Commission-Due
               If Commission-Pay > 0
                   Move Commission-Pay to nCommission
                   Display "Commission due this period: " nCommission
               End-If
           Else
               Move 0 to Commission-Pay
               Display "No employee found for that id, adding them."
               Display "What is the employees name?"
                   Accept Employees-Name
           If not EM-Pay-Salaried
               Perform Validate-Hours
           End-If
           Perform Accept-Dept-Splits
       .
       Accept-Dept-Splits.
      *hours worked outside the home department are charged where
      *they were worked; whatever is not split off stays home
           Perform Varying WS-Split-Sub from 1 by 1
                   until WS-Split-Sub > 3
               Move spaces to Split-In-Dept (WS-Split-Sub)
               Move 0 to Split-In-Hours (WS-Split-Sub)
           End-Perform
           Move 0 to Split-Hours-Total
           Move 1 to WS-Split-Sub
           Perform Until WS-Split-Sub > 3
                   or Split-Hours-Total >= Hours-Worked
               Display "Hours in another department - code "
                   "(blank = none): " with no advancing
               Move spaces to Keyed-Split-Dept
               Accept Keyed-Split-Dept
               Move Function Upper-Case (Keyed-Split-Dept) to
                   Keyed-Split-Dept
               If Keyed-Split-Dept = spaces
                   Exit Perform
               End-If
               Set Dept-Idx to 1
               Search Department-Entry
                   At End
                       Display "No department " Keyed-Split-Dept "."
                   When DP-Dept-Code (Dept-Idx) = Keyed-Split-Dept
                       Perform Accept-Split-Hours
               End-Search
           End-Perform
       .
       Accept-Split-Hours.
           Display "Hours worked in " DP-Dept-Name (Dept-Idx) ": "
               with no advancing
           Move 0 to Keyed-Split-Hours
           Accept Keyed-Split-Hours
           If Split-Hours-Total + Keyed-Split-Hours > Hours-Worked
               Display "Only " Hours-Worked " hours were worked; "
                   "split not taken."
               Exit Paragraph
           End-If
           If Keyed-Split-Hours > 0
               Move Keyed-Split-Dept to Split-In-Dept (WS-Split-Sub)
               Move Keyed-Split-Hours to
                   Split-In-Hours (WS-Split-Sub)
               Add Keyed-Split-Hours to Split-Hours-Total
               Add 1 to WS-Split-Sub
           End-If
       .
       Check-Already-Paid.
      *the employee already has a paid record in the open period;
      *rejects anything outside a sane per-period bound, mirroring
      *Exercise3's Order-Check/Invalid-Order retry pattern; a zero
      *worked period is fine when paid leave covers it, but worked
      *plus leave together must still fit the 80-hour period; a
      *rep with commission due may have no hours at all
           Compute Total-Pay-Hours =
               Hours-Worked + Vac-Hours-In + Sick-Hours-In
           If (Total-Pay-Hours = 0 and Commission-Pay = 0)
                   or Total-Pay-Hours > 80
                   or Hours-Worked > 80
               Perform Invalid-Hours
           End-If
           Move 0 to EM-Sick-Balance
           Set EM-Pay-Hourly to true
           Move 0 to EM-Salary-Period
           Move 0 to EM-YTD-SS-Wages
           Move 0 to EM-YTD-FUTA-Wages
           Move 0 to EM-YTD-SUTA-Wages
           Move 0 to EM-YTD-Employer-Tax
           Move 0 to EM-Commission-Pct
      *    the home department is assigned in EmpMaint
           Move spaces to EM-Dept-Code
           Move 0 to EM-Last-Gross
           Write Employee-Master-Record
               Invalid Key
                   Display "Unable to add employee " Employee-Id
           Add Gross-Income to EM-YTD-Gross
           Add Gross-Tax to EM-YTD-Tax
           Add Net-Income to EM-YTD-Net
           Perform Roll-Wage-Bases
           Perform Accrue-Leave
           Move WS-Period-Number to EM-Last-Paid-Period
           Move Gross-Income to EM-Last-Gross
           Rewrite Employee-Master-Record
               Invalid Key
                   Display "Unable to update YTD for " Employee-Id
           End-Rewrite
           If Commission-Pay > 0
               Perform Mark-Commission-Paid
           End-If
       .
       Roll-Wage-Bases.
      *counts this check's gross toward each capped employer tax
      *and the shop's share into its YTD; Compute-Employer-Taxes
      *already cleared any spaces left on older masters
           Add Gross-Income to EM-YTD-SS-Wages
           Add Gross-Income to EM-YTD-FUTA-Wages
           Add Gross-Income to EM-YTD-SUTA-Wages
           Add ER-SS-Tax ER-Med-Tax ER-FUTA-Tax ER-SUTA-Tax
               to EM-YTD-Employer-Tax
       .
       Accrue-Leave.
      *masters from before leave existed carry spaces; they start
      *    overtime split - vacation is not time on the floor
           Compute Leave-Pay =
               (Vac-Hours-In + Sick-Hours-In) * Hourly-Wage
           Add Regular-Pay Overtime-Pay Leave-Pay Commission-Pay
               giving Gross-Income
           Perform Compute-Graduated-Tax
           Subtract Gross-Tax from Gross-Income giving Net-Income
           Perform Apply-Deductions
           Perform Compute-Employer-Taxes
       .
       Calculate-Salaried.
      *the salary already covers worked and leave time; only the
           Move 0 to Regular-Pay
           Move 0 to Overtime-Pay
           Move 0 to Leave-Pay
           Add EM-Salary-Period Commission-Pay giving Gross-Income
           Perform Compute-Graduated-Tax
           Subtract Gross-Tax from Gross-Income giving Net-Income
           Perform Apply-Deductions
           Perform Compute-Employer-Taxes
       .
       Compute-Employer-Taxes.
      *the shop's share on this check: Medicare on all of gross,
      *Social Security and the two unemployment taxes only on the
      *part of gross still under the year's wage base - once an
      *employee's YTD wages pass the base that tax stops
           If EM-YTD-SS-Wages not numeric
               Move 0 to EM-YTD-SS-Wages
           End-If
           If EM-YTD-FUTA-Wages not numeric
               Move 0 to EM-YTD-FUTA-Wages
           End-If
           If EM-YTD-SUTA-Wages not numeric
               Move 0 to EM-YTD-SUTA-Wages
           End-If
           If EM-YTD-Employer-Tax not numeric
               Move 0 to EM-YTD-Employer-Tax
           End-If
           Compute ER-Med-Tax rounded = Gross-Income * ER-Med-Rate
           Compute ER-Subject-Wages =
               ER-SS-Wage-Base - EM-YTD-SS-Wages
           Perform Cap-Subject-Wages
           Compute ER-SS-Tax rounded = ER-Subject-Wages * ER-SS-Rate
           Compute ER-Subject-Wages =
               ER-FUTA-Wage-Base - EM-YTD-FUTA-Wages
           Perform Cap-Subject-Wages
           Compute ER-FUTA-Tax rounded =
               ER-Subject-Wages * ER-FUTA-Rate
           Compute ER-Subject-Wages =
               ER-SUTA-Wage-Base - EM-YTD-SUTA-Wages
           Perform Cap-Subject-Wages
           Compute ER-SUTA-Tax rounded =
               ER-Subject-Wages * ER-SUTA-Rate
       .
       Cap-Subject-Wages.
      *what is left under the base, but never more than this
      *check's gross and never below zero
           If ER-Subject-Wages < 0
               Move 0 to ER-Subject-Wages
           End-If
           If ER-Subject-Wages > Gross-Income
               Move Gross-Income to ER-Subject-Wages
           End-If
       .
       Apply-Deductions.
      *withholds each plan this employee elected, after the
           Move EM-YTD-Gross to nYTD-Gross
           Move EM-YTD-Tax to nYTD-Tax
           Move EM-YTD-Net to nYTD-Net
           Move Commission-Pay to nCommission
       .
       Print-Module.
      *dispays the end results and asks if more data
               Display "Hourly Wage:    " nHourly-Wage
           Display " "
               Display "Gross Income:   " nGross-income
           If Commission-Pay > 0
               Display "  Commission:   " nCommission
           End-If
           Display " "
               Display "Amount Taxed:   " nTax-Display
           Display " "
               Display "Hourly Wage:    " nHourly-Wage
           Display " "
               Display "Gross Income:   " nGross-income
           If Commission-Pay > 0
               Display "  Commission:   " nCommission
           End-If
           Display " "
               Display "Amount Taxed:   " nTax-Display
           Display " "
       .
       Write-Exception-Record.
      *one line per skipped roster record, the record itself
      *riding along so the fix is a re-key from the report; a
      *trial lists it on the trial register instead
           If Run-Trial
               Perform Write-Trial-Reject
               Exit Paragraph
           End-If
           Accept EX-Date from Date YYYYMMDD
           Move "EXERCISE2" to EX-Program-Id
           Move "ROSTER" to EX-Source-File
       .
       Write-Register-Line.
      *adds this employee to the payroll register and its run total
           Perform Distribute-By-Department
           Move Employees-Name to PR-Employee-Name
           Move Hours-Worked to PR-Hours-Worked
           Move Gross-Income to PR-Gross-Income
           Move Net-Income to PR-Net-Income
           Move WS-Today-Date to PR-Run-Date
           Move WS-Period-Number to PR-Period-Number
           Move ER-SS-Tax to PR-ER-SS
           Move ER-Med-Tax to PR-ER-Medicare
           Move ER-FUTA-Tax to PR-ER-FUTA
           Move ER-SUTA-Tax to PR-ER-SUTA
           Move Commission-Pay to PR-Commission
           Move Home-Dept-Code to PR-Dept-Code
           Move Off-Cycle-Reason to PR-Off-Cycle
           Write Payroll-Register-Record
           Add Commission-Pay to Register-Comm-Total
           Add Gross-Income to Register-Gross-Total
           Add Gross-Tax to Register-Tax-Total
           Add Net-Income to Register-Net-Total
           Add ER-SS-Tax to Register-ER-SS-Total
           Add ER-Med-Tax to Register-ER-Med-Total
           Add ER-FUTA-Tax to Register-ER-FUTA-Total
           Add ER-SUTA-Tax to Register-ER-SUTA-Total
           Perform Route-Net-Pay
       .
       Distribute-By-Department.
      *spreads this check over the departments it was earned in:
      *the hourly earnings go by hours, the home department keeps
      *commission, and each employer tax follows the gross.  One
      *slot takes whatever rounding leaves, so the pieces always
      *add back to the check exactly.
           Move EM-Dept-Code to Home-Dept-Code
           If Home-Dept-Code not = spaces
               Set Dept-Idx to 1
               Search Department-Entry
                   At End
      *                a code no longer in the table is unassigned
                       Move spaces to Home-Dept-Code
                   When DP-Dept-Code (Dept-Idx) = Home-Dept-Code
                       Continue
               End-Search
           End-If
           Compute Alloc-Hours-Total =
               Hours-Worked + Vac-Hours-In + Sick-Hours-In
           Move 1 to Check-Dept-Count
           Move Home-Dept-Code to CD-Dept-Code (1)
           Move Alloc-Hours-Total to CD-Hours (1)
           Perform Varying WS-Split-Sub from 1 by 1
                   until WS-Split-Sub > 3
               If Split-In-Hours (WS-Split-Sub) > 0
                       and Split-In-Dept (WS-Split-Sub) not =
                           Home-Dept-Code
                       and Split-In-Hours (WS-Split-Sub) <=
                           CD-Hours (1)
                   Perform Add-Check-Dept
               End-If
           End-Perform
      *    the home department takes the rounding unless nothing
      *    at all is left there
           If CD-Hours (1) > 0 or Commission-Pay > 0
                   or Check-Dept-Count = 1
               Move 1 to Remainder-Slot
           Else
               Move 2 to Remainder-Slot
           End-If
           Subtract Commission-Pay from Gross-Income giving Alloc-Base
           Move 0 to Alloc-Sum
           Perform Varying Chk-Dept-Idx from 1 by 1
                   until Chk-Dept-Idx > Check-Dept-Count
               If Alloc-Hours-Total > 0
                   Compute CD-Gross (Chk-Dept-Idx) rounded =
                       Alloc-Base * CD-Hours (Chk-Dept-Idx)
                           / Alloc-Hours-Total
               Else
                   Move 0 to CD-Gross (Chk-Dept-Idx)
               End-If
               If Chk-Dept-Idx = 1
                   Add Commission-Pay to CD-Gross (Chk-Dept-Idx)
               End-If
               If Chk-Dept-Idx not = Remainder-Slot
                   Add CD-Gross (Chk-Dept-Idx) to Alloc-Sum
               End-If
           End-Perform
           Compute CD-Gross (Remainder-Slot) =
               Gross-Income - Alloc-Sum
           Perform Spread-Employer-Taxes
           Perform Post-Check-Departments
       .
       Add-Check-Dept.
      *moves a split's hours off the home slot onto its own slot,
      *joining one already taken for the same department
           Perform Varying Chk-Dept-Idx from 2 by 1
                   until Chk-Dept-Idx > Check-Dept-Count
               If CD-Dept-Code (Chk-Dept-Idx) =
                       Split-In-Dept (WS-Split-Sub)
                   Exit Perform
               End-If
           End-Perform
           If Chk-Dept-Idx > Check-Dept-Count
               Add 1 to Check-Dept-Count
               Set Chk-Dept-Idx to Check-Dept-Count
               Move Split-In-Dept (WS-Split-Sub) to
                   CD-Dept-Code (Chk-Dept-Idx)
               Move 0 to CD-Hours (Chk-Dept-Idx)
           End-If
           Add Split-In-Hours (WS-Split-Sub) to
               CD-Hours (Chk-Dept-Idx)
           Subtract Split-In-Hours (WS-Split-Sub) from CD-Hours (1)
       .
       Spread-Employer-Taxes.
           Perform Varying Chk-Dept-Idx from 1 by 1
                   until Chk-Dept-Idx > Check-Dept-Count
               If Chk-Dept-Idx not = Remainder-Slot
                       and Gross-Income > 0
                   Compute CD-ER-SS (Chk-Dept-Idx) rounded =
                       ER-SS-Tax * CD-Gross (Chk-Dept-Idx)
                           / Gross-Income
                   Compute CD-ER-Med (Chk-Dept-Idx) rounded =
                       ER-Med-Tax * CD-Gross (Chk-Dept-Idx)
                           / Gross-Income
                   Compute CD-ER-FUTA (Chk-Dept-Idx) rounded =
                       ER-FUTA-Tax * CD-Gross (Chk-Dept-Idx)
                           / Gross-Income
                   Compute CD-ER-SUTA (Chk-Dept-Idx) rounded =
                       ER-SUTA-Tax * CD-Gross (Chk-Dept-Idx)
                           / Gross-Income
               Else
                   Move 0 to CD-ER-SS (Chk-Dept-Idx)
                   Move 0 to CD-ER-Med (Chk-Dept-Idx)
                   Move 0 to CD-ER-FUTA (Chk-Dept-Idx)
                   Move 0 to CD-ER-SUTA (Chk-Dept-Idx)
               End-If
           End-Perform
           Move ER-SS-Tax to CD-ER-SS (Remainder-Slot)
           Move ER-Med-Tax to CD-ER-Med (Remainder-Slot)
           Move ER-FUTA-Tax to CD-ER-FUTA (Remainder-Slot)
           Move ER-SUTA-Tax to CD-ER-SUTA (Remainder-Slot)
           Perform Varying Chk-Dept-Idx from 1 by 1
                   until Chk-Dept-Idx > Check-Dept-Count
               If Chk-Dept-Idx not = Remainder-Slot
                   Subtract CD-ER-SS (Chk-Dept-Idx) from
                       CD-ER-SS (Remainder-Slot)
                   Subtract CD-ER-Med (Chk-Dept-Idx) from
                       CD-ER-Med (Remainder-Slot)
                   Subtract CD-ER-FUTA (Chk-Dept-Idx) from
                       CD-ER-FUTA (Remainder-Slot)
                   Subtract CD-ER-SUTA (Chk-Dept-Idx) from
                       CD-ER-SUTA (Remainder-Slot)
               End-If
           End-Perform
       .
       Post-Check-Departments.
      *adds each slot into the run's department totals
           Perform Varying Chk-Dept-Idx from 1 by 1
                   until Chk-Dept-Idx > Check-Dept-Count
               Perform Varying Run-Dept-Idx from 1 by 1
                       until Run-Dept-Idx > Dept-Run-Count
                   If RD-Dept-Code (Run-Dept-Idx) =
                           CD-Dept-Code (Chk-Dept-Idx)
                       Exit Perform
                   End-If
               End-Perform
               If Run-Dept-Idx > Dept-Run-Count
                   If Dept-Run-Count >= 10
      *                cannot happen with the table's departments
      *                plus unassigned; the RUN TOTAL still has it
                       Display "WARNING: more than 10 departments "
                           "in the run; " CD-Dept-Code (Chk-Dept-Idx)
                           " left off the DEPT TOTAL lines."
                       Exit Perform
                   End-If
                   Add 1 to Dept-Run-Count
                   Set Run-Dept-Idx to Dept-Run-Count
                   Move CD-Dept-Code (Chk-Dept-Idx) to
                       RD-Dept-Code (Run-Dept-Idx)
                   Move 0 to RD-Hours (Run-Dept-Idx)
                   Move 0 to RD-Gross (Run-Dept-Idx)
                   Move 0 to RD-ER-SS (Run-Dept-Idx)
                   Move 0 to RD-ER-Med (Run-Dept-Idx)
                   Move 0 to RD-ER-FUTA (Run-Dept-Idx)
                   Move 0 to RD-ER-SUTA (Run-Dept-Idx)
                   Move 0 to RD-Comm (Run-Dept-Idx)
               End-If
               Add CD-Hours (Chk-Dept-Idx) to RD-Hours (Run-Dept-Idx)
               Add CD-Gross (Chk-Dept-Idx) to RD-Gross (Run-Dept-Idx)
               Add CD-ER-SS (Chk-Dept-Idx) to RD-ER-SS (Run-Dept-Idx)
               Add CD-ER-Med (Chk-Dept-Idx) to
                   RD-ER-Med (Run-Dept-Idx)
               Add CD-ER-FUTA (Chk-Dept-Idx) to
                   RD-ER-FUTA (Run-Dept-Idx)
               Add CD-ER-SUTA (Chk-Dept-Idx) to
                   RD-ER-SUTA (Run-Dept-Idx)
               If Chk-Dept-Idx = 1
                   Add Commission-Pay to RD-Comm (Run-Dept-Idx)
               End-If
           End-Perform
       .
       Route-Net-Pay.
      *an employee with bank details on the master goes onto the
      *bank deposit file; anyone else falls through to the paper
           Move nYTD-Gross to PS-YTD-Gross
           Move nYTD-Tax to PS-YTD-Tax
           Move nYTD-Net to PS-YTD-Net
           Move nCommission to PS-Commission
           Move Off-Cycle-Reason to PS-Off-Cycle
           Move WS-Period-Number to PS-Period-Number
           Move EM-Vac-Balance to PS-Vac-Balance
           Move EM-Sick-Balance to PS-Sick-Balance
           Move Register-Net-Total to PR-Net-Income
           Move WS-Today-Date to PR-Run-Date
           Move WS-Period-Number to PR-Period-Number
           Move Register-ER-SS-Total to PR-ER-SS
           Move Register-ER-Med-Total to PR-ER-Medicare
           Move Register-ER-FUTA-Total to PR-ER-FUTA
           Move Register-ER-SUTA-Total to PR-ER-SUTA
           Move Register-Comm-Total to PR-Commission
           Move Register-Run-Kind to PR-Off-Cycle
           Write Payroll-Register-Record
           Perform Write-Dept-Totals
           Perform Write-Bank-Trailer
           Perform Varying Ded-Idx from 1 by 1
                   until Ded-Idx > Ded-Code-Count
                   Move 0 to PR-Net-Income
                   Move WS-Today-Date to PR-Run-Date
                   Move WS-Period-Number to PR-Period-Number
                   Move 0 to PR-ER-SS
                   Move 0 to PR-ER-Medicare
                   Move 0 to PR-ER-FUTA
                   Move 0 to PR-ER-SUTA
                   Move 0 to PR-Commission
                   Move Register-Run-Kind to PR-Off-Cycle
                   Write Payroll-Register-Record
               End-If
           End-Perform
       .
       Write-Dept-Totals.
      *one line per department the run charged, which together
      *add back to the RUN TOTAL line; GLExtract posts each
      *department's gross to its wage account from these
           Perform Varying Run-Dept-Idx from 1 by 1
                   until Run-Dept-Idx > Dept-Run-Count
               Move spaces to Payroll-Register-Record
               String "DEPT TOTAL " RD-Dept-Code (Run-Dept-Idx)
                   delimited by size into PR-Employee-Name
               Move RD-Hours (Run-Dept-Idx) to PR-Hours-Worked
               Move RD-Gross (Run-Dept-Idx) to PR-Gross-Income
               Move 0 to PR-Gross-Tax
               Move 0 to PR-Net-Income
               Move WS-Today-Date to PR-Run-Date
               Move WS-Period-Number to PR-Period-Number
               Move RD-ER-SS (Run-Dept-Idx) to PR-ER-SS
               Move RD-ER-Med (Run-Dept-Idx) to PR-ER-Medicare
               Move RD-ER-FUTA (Run-Dept-Idx) to PR-ER-FUTA
               Move RD-ER-SUTA (Run-Dept-Idx) to PR-ER-SUTA
               Move RD-Comm (Run-Dept-Idx) to PR-Commission
               Move RD-Dept-Code (Run-Dept-Idx) to PR-Dept-Code
               Move Register-Run-Kind to PR-Off-Cycle
               Write Payroll-Register-Record
           End-Perform
       .
       End Program Exercise2.
