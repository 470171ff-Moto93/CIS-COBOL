           05 SO-Authority     pic 9(1).
              88 SO-Supervisor    value 2.
           05 SO-Result        pic x(1).
      *    what the operator may run, one flag per menu area in
      *    menu order, resolved by SignOn so every caller reads
      *    the same answer
           05 SO-Permit-Flags.
              10 SO-Permit-Payroll    pic x(1).
                 88 SO-May-Payroll       value "Y".
              10 SO-Permit-Orders     pic x(1).
                 88 SO-May-Orders        value "Y".
              10 SO-Permit-Warehouse  pic x(1).
                 88 SO-May-Warehouse     value "Y".
              10 SO-Permit-Billing    pic x(1).
                 88 SO-May-Billing       value "Y".
              10 SO-Permit-Inquiry    pic x(1).
                 88 SO-May-Inquiry       value "Y".
              10 SO-Permit-EOD        pic x(1).
                 88 SO-May-EOD           value "Y".
              10 SO-Permit-Maint      pic x(1).
                 88 SO-May-Maint         value "Y".
           05 SO-Permit-Table redefines SO-Permit-Flags.
              10 SO-Permit-Area       pic x(1) occurs 7 times.
