      *************************************************************
      *  Web-store acknowledgment file - FD and record.
      *  Comma separated:
      *    web order id, web SKU, status, our order number, reason
      *  Status is ACCEPTED (order number filled in), BACKORDERED
      *  (booked to the backorder file, ships when stock lands), or
      *  REJECTED (reason filled in).
      *************************************************************
       FD  Web-Ack-File.
       01  Web-Ack-Line             pic x(100).
