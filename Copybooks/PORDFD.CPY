      *    arrived, captured by Receiving; a mismatch against the
      *    expected cost is flagged at the receiving desk
           05 PO-Recv-Cost-Lb      pic 9(3)v99.
      *    every delivery's pounds at that delivery's own invoiced
      *    cost, summed - exactly what Receiving accrued to payables
      *    for the PO, so a PO received in pieces at different
      *    costs still matches its invoices to the penny.  Spaces
      *    on POs written before it was kept are read as the
      *    received pounds at the last dock cost.
           05 PO-Recv-Value        pic 9(7)v99.
