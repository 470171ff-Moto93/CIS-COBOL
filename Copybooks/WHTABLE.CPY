      *    gross knocked off per allowance claimed, per pay period
           05 WH-Allowance-Amount pic 9(5)v99 value 75.00.

       01  Supplemental-Withholding.
      *    flat rate withheld on off-cycle pay - a bonus, a final
      *    check, a correction - in place of the bracket tables
           05 WH-Supplemental-Rate pic v999 value .220.

       01  Withholding-Table-Initial.
      *    single - the original schedule
           05 filler pic x(30) value
