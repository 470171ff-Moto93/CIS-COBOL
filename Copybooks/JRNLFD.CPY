      *************************************************************
      *  Manual journal entry file - FD and record.
      *  One record per entry line; every line of an entry carries
      *  the entry's number, date, status and approver.  H is held
      *  for approval, A approved and waiting for the extract, E
      *  extracted (JE-Extract-Date is the business date whose
      *  GLPOST.DAT carried it), X rejected.
      *************************************************************
       FD  Journal-Entry-File.
       01  Journal-Entry-Record.
           05 JE-Entry-Number      pic 9(6).
           05 JE-Line-Number       pic 9(2).
           05 JE-Entry-Date        pic 9(8).
           05 JE-Account           pic x(4).
           05 JE-DC-Flag           pic x(1).
              88 JE-Debit             value "D".
              88 JE-Credit            value "C".
           05 JE-Amount            pic 9(9)v99.
           05 JE-Memo              pic x(30).
           05 JE-Status            pic x(1).
              88 JE-Held              value "H".
              88 JE-Approved          value "A".
              88 JE-Extracted         value "E".
              88 JE-Rejected          value "X".
           05 JE-Entered-By        pic x(8).
           05 JE-Approved-By       pic x(8).
           05 JE-Extract-Date      pic 9(8).
