      *    layout extension so older stubs still parse - they just
      *    carry spaces here and go through the hand process
           05 PS-Employee-Id     pic x(5).
      *    sales commission paid on this check, already inside the
      *    gross above; spaces on stubs cut before commissions were
      *    paid through payroll, $0.00 when none was due
           05 PS-Commission      pic $$$$$9.99.
      *    the off-cycle reason code when the stub is for an
      *    off-cycle check, whose paper check was cut by the run
      *    itself; spaces for the regular period run
           05 PS-Off-Cycle       pic x(3).
