           05 Cust-Status           pic x(1).
              88 Cust-Merged           value "M".
           05 Cust-Merged-Into      pic 9(5).
      *    the outside sales rep who owns the account, by employee
      *    id on the payroll master; the order desk carries it onto
      *    each order and PayPost credits the rep commission when
      *    the invoice is paid in full.  Spaces is a house account.
           05 Cust-Rep-Id           pic x(5).
      *    the address the web store knows the customer by; WebImp
      *    matches web orders on it (or on the phone) since the
      *    store has no customer numbers.  Spaces when not given.
           05 Cust-Email            pic x(40).
