      *************************************************************
      *  Department table - the areas labor is charged to and the
      *  wage-expense account each one posts to.  An employee's
      *  home department is on the employee master; hours worked
      *  in another department are split off on the roster (or by
      *  the department keyed at the time clock).  A blank
      *  department is unassigned and its wages post to the
      *  general payroll expense account, 6000, as before.
      *  A new department is one more entry here and the count.
      *  Entry layout: code (3) + name (12) + wage account (4).
      *************************************************************
       01  Department-Table-Initial.
           05 filler pic x(19) value "RSTROASTERY    6010".
           05 filler pic x(19) value "WHSWAREHOUSE   6020".
           05 filler pic x(19) value "CTRCOUNTER     6030".
           05 filler pic x(19) value "OFCOFFICE      6040".

       01  Department-Table redefines Department-Table-Initial.
           05 Department-Entry occurs 4 times
                  indexed by Dept-Idx.
               10 DP-Dept-Code      pic x(3).
               10 DP-Dept-Name      pic x(12).
               10 DP-Wage-Account   pic x(4).

       01  Department-Count         pic 9(2) value 4.
