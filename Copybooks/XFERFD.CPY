      *************************************************************
      *  Stock transfer file - FD and record.
      *  The lots that travel with a transfer carry its number on
      *  INVLOT.DAT until it is received.
      *************************************************************
       FD  Stock-Transfer-File.
       01  Stock-Transfer-Record.
           05 XF-Number            pic 9(6).
           05 XF-Product-Code      pic x(1).
           05 XF-From-Location     pic x(2).
           05 XF-To-Location       pic x(2).
           05 XF-Lbs               pic 9(5).
           05 XF-Status            pic x(1).
              88 XF-In-Transit        value "T".
              88 XF-Received          value "R".
           05 XF-Ship-Date         pic 9(8).
           05 XF-Shipped-By        pic x(8).
           05 XF-Receive-Date      pic 9(8).
           05 XF-Received-By       pic x(8).
