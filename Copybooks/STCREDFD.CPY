      *************************************************************
      *  Store-credit file - FD and record.
      *  The balance comes down with each redemption and the
      *  record stays on file at zero, so the certificate number
      *  is never handed out twice and the history still reads.
      *************************************************************
       FD  Store-Credit-File.
       01  Store-Credit-Record.
           05 SC-Credit-Number     pic 9(6).
           05 SC-Credit-Kind       pic x(1).
              88 SC-Gift-Certificate  value "G".
              88 SC-Return-Credit     value "R".
      *    the account the credit belongs to; zero for a gift
      *    certificate sold to whoever walks in with it
           05 SC-Cust-Number       pic 9(5).
           05 SC-Holder-Name       pic x(20).
           05 SC-Issue-Date        pic 9(8).
      *    the order a return credit was written against; zero for
      *    a certificate sold at the counter
           05 SC-Source-Order      pic 9(6).
           05 SC-Original-Amount   pic 9(6)v99.
           05 SC-Balance           pic 9(6)v99.
           05 SC-Last-Used-Date    pic 9(8).
           05 SC-Issued-By         pic x(8).
