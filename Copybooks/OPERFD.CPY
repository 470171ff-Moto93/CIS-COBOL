      *  wage changes, and inventory adjustments require.
      *  Inactive operators stay on file so old audit lines keep
      *  resolving, but they can no longer sign on.
      *  Wrong passwords count up on the record until the id locks;
      *  only a supervisor unlocking it in OperMaint clears that.
      *  A password expires a set number of days after it was set;
      *  one set by a supervisor (date zero) must be changed at the
      *  next sign-on.
      *************************************************************
       FD  Operator-Master-File.
       01  Operator-Master-Record.
           05 OP-Active-Flag    pic x(1).
              88 OP-Active         value "A".
              88 OP-Inactive       value "I".
           05 OP-Failed-Count   pic 9(2).
           05 OP-Lock-Flag      pic x(1).
              88 OP-Locked         value "L".
           05 OP-Password-Date  pic 9(8).
      *    one flag per menu area - Y allowed, N refused, and a
      *    space (records from before permissions) follows the
      *    authority level: supervisors everything, clerks all but
      *    payroll, end of day, and maintenance
           05 OP-Permit-Flags.
              10 OP-Permit-Area    pic x(1) occurs 7 times.
