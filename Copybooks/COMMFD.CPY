      *************************************************************
      *  Sales commission file - FD and record.
      *  The basis is the invoice amount collected; the rate is
      *  the rep's EM-Commission-Pct when the invoice closed.  A
      *  line stays E until the payroll run that pays it marks it
      *  P with that run's period and date.
      *************************************************************
       FD  Commission-File.
       01  Commission-Record.
           05 CM-Rep-Id            pic x(5).
           05 CM-Invoice-Number    pic 9(6).
           05 CM-Cust-Number       pic 9(5).
           05 CM-Earned-Date       pic 9(8).
           05 CM-Basis             pic 9(8)v99.
           05 CM-Pct               pic 9(2)v99.
           05 CM-Amount            pic 9(6)v99.
           05 CM-Status            pic x(1).
              88 CM-Earned            value "E".
              88 CM-Paid              value "P".
           05 CM-Period-Number     pic 9(4).
           05 CM-Paid-Date         pic 9(8).
