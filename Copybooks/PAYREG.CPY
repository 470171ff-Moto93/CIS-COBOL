      *    pay period the line belongs to; zero before period
      *    control existed
           05 PR-Period-Number   pic 9(4).
      *    the shop's own share of payroll taxes on this line: Social
      *    Security, Medicare, federal and state unemployment.  The
      *    RUN TOTAL line carries the run's sums; spaces on lines
      *    written before employer taxes were carried.
           05 PR-ER-SS           pic 9(7)v99.
           05 PR-ER-Medicare     pic 9(7)v99.
           05 PR-ER-FUTA         pic 9(7)v99.
           05 PR-ER-SUTA         pic 9(7)v99.
      *    the sales commission inside PR-Gross-Income, so the
      *    register shows it as its own earning; the RUN TOTAL line
      *    carries the run's sum, spaces on older lines
           05 PR-Commission      pic 9(7)v99.
      *    the employee's home department; on a DEPT TOTAL line, the
      *    department the line sums (spaces = unassigned); spaces on
      *    lines written before departments existed
           05 PR-Dept-Code       pic x(3).
      *    off-cycle pay: the reason code (BON bonus, FIN final
      *    pay, COR correction) on an employee line, OFF on the
      *    run, department and deduction totals of an off-cycle
      *    run; spaces for the regular period run and older lines
           05 PR-Off-Cycle       pic x(3).
