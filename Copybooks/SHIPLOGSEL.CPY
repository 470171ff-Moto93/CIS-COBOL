      *************************************************************
      *  Shipment log - FILE-CONTROL entry.
      *  PickShip appends one record each time an order is posted
      *  shipped: the carrier's tracking number, what the parcel
      *  weighed and what the carrier charged, next to the freight
      *  the customer was charged on the receipt.  OrderInq shows
      *  it; FrtRecon reconciles the two freight figures.
      *************************************************************
           Select Shipment-Log-File assign to "SHIPLOG.DAT"
               organization is line sequential
               file status is WS-SH-Status.
