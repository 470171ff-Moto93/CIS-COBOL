      *************************************************************
      *  Web-store import log - FD and record.
      *************************************************************
       FD  Web-Import-Log-File.
       01  Web-Import-Log-Record.
           05 WL-Web-Order-Id       pic x(12).
           05 WL-Import-Date        pic 9(8).
           05 WL-Cust-Number        pic 9(5).
           05 WL-Line-Count         pic 9(2).
           05 WL-Operator-Id        pic x(8).
