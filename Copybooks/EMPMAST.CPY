              88 EM-Pay-Hourly       value "H".
              88 EM-Pay-Salaried     value "S".
           05 EM-Salary-Period    pic 9(5)v99.
      *    wages counted so far this year toward each employer tax
      *    that stops at a wage base, so the run knows when Social
      *    Security, FUTA, and SUTA stop mid-year; Medicare has no
      *    base and needs no counter.  Spaces on records written
      *    before employer taxes were carried count from zero.
           05 EM-YTD-SS-Wages     pic 9(7)v99.
           05 EM-YTD-FUTA-Wages   pic 9(7)v99.
           05 EM-YTD-SUTA-Wages   pic 9(7)v99.
      *    the shop's own share of payroll taxes paid on this
      *    employee so far this year
           05 EM-YTD-Employer-Tax pic 9(7)v99.
      *    an outside sales rep's commission rate, as a percent of
      *    each account invoice paid in full; zero (or spaces, on
      *    records written before reps existed) for everyone else
           05 EM-Commission-Pct   pic 9(2)v99.
      *    the department the employee's time is charged to unless
      *    the roster splits hours off elsewhere; spaces on records
      *    written before departments existed are unassigned
           05 EM-Dept-Code        pic x(3).
      *    gross of the last regular period check, so the payroll
      *    trial can flag a check that swings too far from it;
      *    spaces on records written before the trial existed
      *    skip the comparison until the next run sets it
           05 EM-Last-Gross       pic 9(5)v99.
