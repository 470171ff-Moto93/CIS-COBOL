      *************************************************************
      *  Employer payroll tax rates and wage bases.
      *  The shop's share of Social Security and Medicare matches
      *  what the employee has withheld, and federal and state
      *  unemployment are the shop's alone.  Social Security, FUTA,
      *  and SUTA stop once an employee's wages for the year reach
      *  the base; Medicare runs on every dollar.  A new year's
      *  rates and bases are a change to this table only.
      *************************************************************
       01  Employer-Tax-Rates.
           05 ER-SS-Rate          pic v9999     value .0620.
           05 ER-SS-Wage-Base     pic 9(7)v99   value 176100.00.
           05 ER-Med-Rate         pic v9999     value .0145.
           05 ER-FUTA-Rate        pic v9999     value .0060.
           05 ER-FUTA-Wage-Base   pic 9(7)v99   value 7000.00.
           05 ER-SUTA-Rate        pic v9999     value .0270.
           05 ER-SUTA-Wage-Base   pic 9(7)v99   value 9000.00.
