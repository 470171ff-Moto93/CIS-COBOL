      *    lines written before leave existed count as zero
           05 RO-Vac-Hours        pic 999.
           05 RO-Sick-Hours       pic 999.
      *    worked hours charged to a department other than the
      *    employee's home department, out of RO-Hours-Worked; the
      *    hours not split off, leave, and commission stay with the
      *    home department.  Spaces on older lines mean no split.
           05 RO-Split occurs 3 times.
              10 RO-Split-Dept    pic x(3).
              10 RO-Split-Hours   pic 999.
