      *************************************************************
      *  Green coffee stock - indexed by the product code the
      *  beans roast into.
      *  Receiving books each PO delivery here as green pounds at
      *  the invoiced cost; a roast batch draws the green pounds
      *  down and books the roasted yield into INVMAST as a dated
      *  lot, so green and finished stock are never mixed.
      *************************************************************
       01  Green-Stock-Record.
           05 GR-Product-Code      pic x(1).
           05 GR-On-Hand-Lbs       pic 9(5).
      *    running average green cost per pound, re-weighted the
      *    way Inv-Avg-Cost-Lb is at each delivery
           05 GR-Avg-Cost-Lb       pic 9(3)v99.
