           05 Inv-On-Hand-Lbs      pic 9(5).
           05 Inv-Reorder-Point    pic 9(5).
           05 Inv-Reorder-Qty      pic 9(5).
      *    running average cost per pound, re-weighted by Roast
      *    each time a batch posts at its green cost spread over
      *    the roasted pounds (shrink included); the cost
      *    Journal-Sale relieves and the GL extract turns into
      *    cost-of-goods-sold.  Zero on stock booked before costs
      *    were carried.
