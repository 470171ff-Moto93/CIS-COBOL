      *************************************************************
      *  Web-store order export - FD and record.
      *  One line per item ordered, comma separated, the lines of
      *  one web order together:
      *    web order id, order date, email, phone, name, address,
      *    ship state, web SKU, quantity, ship method, promo code
      *  The storefront is set up to leave commas out of the
      *  fields.  A first line whose order id reads ORDER is the
      *  column heading and is skipped.
      *************************************************************
       FD  Web-Order-File.
       01  Web-Order-Line           pic x(250).
