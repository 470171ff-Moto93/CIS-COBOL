      *    order delivers to; zero/spaces means the address on the
      *    customer master
           05 OT-Ship-Id            pic 9(2).
      *    promotion code offered with the order; spaces on older
      *    transactions mean none
           05 OT-Promo-Code         pic x(8).
      *    the storefront's order id and SKU on an order WebImp
      *    queued, so the batch run can acknowledge it back to the
      *    store; spaces on everything else
           05 OT-Web-Order-Id       pic x(12).
           05 OT-Web-Sku            pic x(12).
