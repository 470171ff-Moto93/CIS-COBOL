      *************************************************************
      *  Payroll trial approval file - FILE-CONTROL entry.
      *  One record: the last trial run of the roster, its roster
      *  fingerprint and totals, and the supervisor who approved
      *  it.  The live batch run refuses to post a period without
      *  an approved trial of the same roster.
      *************************************************************
           Select Pay-Approval-File assign to "PAYAPPR.DAT"
               organization is line sequential
               file status is WS-PA-Status.
