      *************************************************************
      *  Payroll trial approval file - FD and record.
      *  A trial rewrites the record as T; a supervisor's approval
      *  flips it to A; the live run that posts it marks it P so
      *  the same approval cannot post a second roster.  The
      *  record count and hash total fingerprint ROSTER.DAT as the
      *  trial read it, so any change afterward shows.
      *************************************************************
       FD  Pay-Approval-File.
       01  Pay-Approval-Record.
           05 PA-Period-Number     pic 9(4).
           05 PA-Status            pic x(1).
              88 PA-Trial-Pending     value "T".
              88 PA-Approved          value "A".
              88 PA-Posted            value "P".
           05 PA-Trial-Date        pic 9(8).
           05 PA-Trial-Time        pic 9(8).
           05 PA-Trial-By          pic x(8).
           05 PA-Roster-Count      pic 9(5).
           05 PA-Roster-Hash       pic 9(15).
           05 PA-Gross-Total       pic 9(7)v99.
           05 PA-Net-Total         pic 9(7)v99.
           05 PA-Paid-Count        pic 9(5).
           05 PA-Warning-Count     pic 9(5).
           05 PA-Reject-Count      pic 9(5).
           05 PA-Approved-By       pic x(8).
           05 PA-Approved-Date     pic 9(8).
           05 PA-Approved-Time     pic 9(8).
