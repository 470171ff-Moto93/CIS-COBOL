      *************************************************************
      *  Roast batch file - FD and record.
      *  The batch cost is the green pounds at the green average
      *  cost; spread over the roasted pounds it gives the roasted
      *  cost per pound, so the shrink is carried in the cost of
      *  what is left rather than lost.
      *************************************************************
       FD  Roast-Batch-File.
       01  Roast-Batch-Record.
           05 RB-Batch-Number      pic 9(6).
           05 RB-Roast-Date        pic 9(8).
           05 RB-Product-Code      pic x(1).
           05 RB-Green-Lbs         pic 9(5).
           05 RB-Roasted-Lbs       pic 9(5).
           05 RB-Green-Cost-Lb     pic 9(3)v99.
           05 RB-Batch-Cost        pic 9(7)v99.
           05 RB-Roast-Cost-Lb     pic 9(3)v99.
           05 RB-Operator-Id       pic x(8).
