      *************************************************************
       FD  Open-Order-File.
       01  Open-Order-Record.
      *    the order number plus the line's place in the order,
      *    1 up, so each line of an order has a key of its own
           05 OO-Order-Key.
              10 OO-Order-Number   pic 9(6).
              10 OO-Line-Number    pic 9(3).
           05 OO-Cust-Number       pic 9(5).
           05 OO-Customer-Name     pic x(20).
           05 OO-Product-Code      pic x(1).
      *    of relying on the driver knowing everyone; spaces on
      *    lines written before ship-tos existed
           05 OO-Ship-Address      pic x(30).
      *    the account's sales rep when the order was taken, so a
      *    later reassignment does not move commission already
      *    earned; spaces for house accounts and older lines
           05 OO-Rep-Id            pic x(5).
      *    the location the order ships from and was relieved at,
      *    so the pick list pulls it there; spaces on older lines
      *    mean the roastery
           05 OO-Ship-Location     pic x(2).
      *    the day the line went onto a pick list and the day it
      *    went out the door, so the service-level report can say
      *    how long orders wait; zero until the step happens, and
      *    on lines written before the steps were dated
           05 OO-Pick-Date         pic 9(8).
           05 OO-Ship-Date         pic 9(8).
