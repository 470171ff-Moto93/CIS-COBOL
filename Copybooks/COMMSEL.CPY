      *************************************************************
      *  Sales commission file - FILE-CONTROL entry.
      *  PayPost writes one line for each account invoice the
      *  moment it is paid in full, owed to the rep carried on the
      *  invoice; the next payroll run pays the rep's earned lines
      *  as a separate earning and stamps them with its period.
      *************************************************************
           Select Commission-File assign to "COMMISS.DAT"
               organization is line sequential
               file status is WS-CM-Status.
