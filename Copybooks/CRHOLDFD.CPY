              88 CH-Held              value "H".
              88 CH-Released          value "R".
              88 CH-Cancelled         value "C".
      *    the order's sales rep, handed on to the invoice a
      *    release writes
           05 CH-Rep-Id            pic x(5).
