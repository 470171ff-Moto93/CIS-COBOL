      *************************************************************
      *  Sign-on security rules, shared by SignOn, OperMaint, and
      *  the security report so all three hold operators to the
      *  same limits.  Permission strings run in menu order:
      *  payroll, orders, warehouse, billing, inquiries, end of
      *  day, maintenance.
      *************************************************************
       01  Security-Rules.
      *    wrong passwords in a row, across sign-ons, before the
      *    id locks
           05 Lockout-Tries         pic 9(2) value 5.
      *    days a password lasts before it must be changed
           05 Password-Life         pic 9(3) value 90.
      *    what a new operator (or a record with blank flags) may
      *    run, by authority level
           05 Supervisor-Permits    pic x(7) value "YYYYYYY".
           05 Clerk-Permits         pic x(7) value "NYYYYNN".
