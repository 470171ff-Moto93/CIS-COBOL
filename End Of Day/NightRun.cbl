           05 WS-Audit-Detail   pic x(60).
       01 Night-Run-Fields.
      *    the whole close keyed up front so the operator can start
      *    the stream and go home: a snapshot of the whole data
      *    set, the reorder scan, the backorder release pass, the
      *    control report with its archive, and the ledger extract,
      *    each logged and the stream stopped cold the moment a
      *    step fails
           05 WS-Today-Date     pic 9(8).
           05 Business-Date-In  pic 9(8).
           05 Archive-Answer    pic x(1).
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-EOD
               Display "The end-of-day area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *closing the day unattended archives files and cuts the
      *ledger extract; that stays a supervisor's key
               Archive-Answer
           Perform Write-Night-Answers
           Perform Write-Log-Header
      *the backup goes first so a stream that goes wrong anywhere
      *can be restored to the state it started from
           Move "BACKUP" to Step-Name
           Perform Log-Step-Start
           Move 0 to Return-Code
           Call "SnapShot"
           Cancel "SnapShot"
           Perform Log-Step-End
           If Step-Failed = "N"
               Move "PURCHORD" to Step-Name
               Perform Log-Step-Start
               Move 0 to Return-Code
               Call "PurchOrd"
               Cancel "PurchOrd"
               Perform Log-Step-End
           End-If
           If Step-Failed = "N"
               Move "BACKORDER" to Step-Name
               Perform Log-Step-Start
