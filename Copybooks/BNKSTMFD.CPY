      *************************************************************
      *  Bank statement file - FD and record.
      *  B and E carry the statement's opening and ending balance
      *  (BS-Balance-Sign "-" when overdrawn); C is a check paid,
      *  D a deposit, A the direct-deposit batch debit, F a fee or
      *  other debit, I interest or another credit the bank made.
      *************************************************************
       FD  Bank-Statement-File.
       01  Bank-Statement-Record.
           05 BS-Item-Type         pic x(1).
              88 BS-Beginning         value "B".
              88 BS-Ending            value "E".
              88 BS-Check-Paid        value "C".
              88 BS-Deposit           value "D".
              88 BS-ACH-Debit         value "A".
              88 BS-Fee               value "F".
              88 BS-Credit            value "I".
           05 BS-Post-Date         pic 9(8).
           05 BS-Check-Number      pic 9(6).
           05 BS-Amount            pic 9(9)v99.
           05 BS-Balance-Sign      pic x(1).
           05 BS-Description       pic x(20).
