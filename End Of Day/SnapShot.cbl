      **************************************
      *Program:    Data-set snapshot, verify, and restore
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. SnapShot.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Customer-Master-File assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Cust-Number
               file status is WS-Cust-Status.
           Select Customer-Control-File assign to "CUSTCTL.DAT"
               organization is indexed
               access mode is dynamic
               record key is CC-Control-Id
               file status is WS-CC-Status.
           Select Inventory-Master-File assign to "INVMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Inv-Product-Code
               file status is WS-Inv-Status.
       Copy "INVLOCSEL.CPY".
       Copy "XFERSEL.CPY".
       Copy "PRODSEL.CPY".
       Copy "PROMOSEL.CPY".
       Copy "ORDCTLSEL.CPY".
           Select Green-Stock-File assign to "GRNMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GR-Product-Code
               file status is WS-GR-Status.
           Select Vendor-Master-File assign to "VENDMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is VN-Vendor-Number
               file status is WS-VN-Status.
           Select Employee-Master-File assign to "EMPMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is EM-Employee-Id
               file status is WS-EM-Status.
       Copy "OPERSEL.CPY".
           Select GL-Master-File assign to "GLMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GM-Account
               file status is WS-GM-Status.
           Select GL-Period-File assign to "GLPERD.DAT"
               organization is indexed
               access mode is dynamic
               record key is GP-Key
               file status is WS-GQ-Status.
           Select GL-Budget-File assign to "GLBUDGET.DAT"
               organization is indexed
               access mode is dynamic
               record key is GB-Key
               file status is WS-GB-Status.
       Copy "OPENORDSEL.CPY".
       Copy "OPENINVSEL.CPY".
       Copy "RECEIPTSEL.CPY".
       Copy "STCREDSEL.CPY".
           Select Live-File assign using Live-File-Name
               organization is line sequential
               file status is WS-LV-Status.
           Select Snap-File assign using Snap-File-Name
               organization is line sequential
               file status is WS-SN-Status.
           Select Manifest-File assign to "SNAPSHOT.DAT"
               organization is line sequential
               file status is WS-MF-Status.
           Select Snap-Report-File assign to "SNAPRPT.DAT"
               organization is line sequential.
       Copy "NITESEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Customer-Master-File.
       Copy "CUSTMAST.CPY".
       FD  Customer-Control-File.
       01  Customer-Control-Record.
           05 CC-Control-Id         pic x(2).
           05 CC-Next-Cust-Number   pic 9(5).
       FD  Inventory-Master-File.
       Copy "INVMAST.CPY".
       Copy "INVLOCFD.CPY".
       Copy "XFERFD.CPY".
       Copy "PRODFD.CPY".
       Copy "PROMOFD.CPY".
       Copy "ORDCTLFD.CPY".
       FD  Green-Stock-File.
       Copy "GRNMAST.CPY".
       FD  Vendor-Master-File.
       Copy "VENDMAST.CPY".
       FD  Employee-Master-File.
       Copy "EMPMAST.CPY".
       Copy "OPERFD.CPY".
       FD  GL-Master-File.
       Copy "GLMAST.CPY".
       FD  GL-Period-File.
       Copy "GLPERD.CPY".
       FD  GL-Budget-File.
       Copy "GLBUDGET.CPY".
       Copy "OPENORDFD.CPY".
       Copy "OPENINVFD.CPY".
       Copy "RECEIPTFD.CPY".
       Copy "STCREDFD.CPY".
       FD  Live-File.
       01  Live-Record          pic x(1024).
       FD  Snap-File.
       01  Snap-Record          pic x(1024).
       FD  Manifest-File.
      *    one line per data set per backup: what the snapshot file
      *    held when it was cut, and whether the live file was there
      *    at all
       01  Manifest-Record.
           05 MF-Business-Date  pic 9(8).
           05 MF-Base-Name      pic x(8).
           05 MF-Record-Count   pic 9(9).
           05 MF-Hash-Total     pic 9(15).
           05 MF-Absent         pic x(1).
           05 MF-Operator-Id    pic x(8).
           05 MF-Taken-Date     pic 9(8).
           05 MF-Taken-Time     pic 9(8).
       FD  Snap-Report-File.
       01  Snap-Report-Line     pic x(100).
       Copy "NITEFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Cust-Status   pic xx.
           05 WS-CC-Status     pic xx.
           05 WS-Inv-Status    pic xx.
           05 WS-IL-Status     pic xx.
           05 WS-XF-Status     pic xx.
           05 WS-Prod-Status   pic xx.
           05 WS-PM-Status     pic xx.
           05 WS-OC-Status     pic xx.
           05 WS-GR-Status     pic xx.
           05 WS-VN-Status     pic xx.
           05 WS-EM-Status     pic xx.
           05 WS-OP-Status     pic xx.
           05 WS-GM-Status     pic xx.
           05 WS-GQ-Status     pic xx.
           05 WS-GB-Status     pic xx.
           05 WS-OO-Status     pic xx.
           05 WS-IV-Status     pic xx.
           05 WS-RC-Status     pic xx.
           05 WS-SC-Status     pic xx.
           05 WS-LV-Status      pic xx.
           05 WS-SN-Status      pic xx.
           05 WS-MF-Status      pic xx.
           05 WS-NA-Status      pic xx.
           05 WS-AL-Status      pic xx.
           05 WS-Live-EOF       pic x.
           05 WS-SN-EOF         pic x.
           05 WS-MF-EOF         pic x.
       Copy "SIGNON.CPY".
       Copy "DATASET.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Night-Answer-Fields.
           05 WS-NA-Today       pic 9(8).
           05 WS-Unattended     pic x value "N".
       01 Snapshot-Fields.
      *    each data set is copied record for record to
      *    <name>.<business date>.SNP; the count and a column-
      *    weighted character total go on the manifest, and those
      *    two figures are what verify and restore check the copy
      *    and the live file against
           05 Mode-Choice       pic x.
           05 WS-Business-Date  pic 9(8).
           05 WS-Date-X         pic x(8).
           05 WS-Taken-Date     pic 9(8).
           05 WS-Taken-Time     pic 9(8).
           05 Live-File-Name    pic x(30).
           05 Snap-File-Name    pic x(30).
           05 Snap-Image        pic x(1024).
      *       W copies each record to the snapshot as it is counted;
      *       C only counts
           05 WS-Scan-Mode      pic x.
           05 WS-Rec-Count      pic 9(9).
           05 WS-Hash-Total     pic 9(15).
           05 WS-Char-Pos       pic 9(4).
           05 WS-Live-Absent    pic x.
           05 WS-Snap-Missing   pic x.
           05 WS-Snap-Count     pic 9(9).
           05 WS-Backup-Failed  pic x.
           05 WS-Files-Done     pic 99.
           05 WS-Total-Records  pic 9(9).
           05 WS-Damaged-Count  pic 99.
           05 WS-Changed-Count  pic 99.
           05 WS-Restored-Count pic 9(9).
           05 WS-Rejected-Count pic 9(9).
           05 WS-Confirm        pic x.
           05 WS-Count-Disp     pic z(8)9.
       01 Manifest-Table.
      *    the last manifest line for each data set on the chosen
      *    business date, in data-set table order; a rerun backup of
      *    the same date supersedes the earlier one
           05 MT-Sets-Found     pic 99.
           05 MT-Entry occurs 99 times indexed by MT-Idx.
               10 MT-Found         pic x.
               10 MT-Record-Count  pic 9(9).
               10 MT-Hash-Total    pic 9(15).
               10 MT-Absent        pic x.
               10 MT-Operator-Id   pic x(8).
               10 MT-Taken-Date    pic 9(8).
               10 MT-Taken-Time    pic 9(8).
       01 Snap-Report-Detail.
           05 RD-Base-Name      pic x(8).
           05 filler            pic x(2) value spaces.
           05 RD-Snap-Count     pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 RD-Snap-Status    pic x(8).
           05 filler            pic x(2) value spaces.
           05 RD-Live-Count     pic z(8)9.
           05 filler            pic x(2) value spaces.
           05 RD-Live-Status    pic x(8).

       procedure division.
       Main-Start.
           Display "Data-Set Snapshot"
           Call "OpenConv"
           Cancel "OpenConv"
           Perform Load-Night-Answers
           If WS-Unattended = "Y"
      *the night stream takes its backup before any step touches a
      *file; a copy that does not read back stops the stream
               Move NA-Operator-Id to WS-Operator-Id
               Move NA-Business-Date to WS-Business-Date
               If WS-Business-Date = 0
                   Accept WS-Business-Date from Date YYYYMMDD
               End-If
               Perform Take-Backup
               If WS-Backup-Failed = "Y"
                   Move 8 to Return-Code
               End-If
               Goback
           End-If
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-EOD
               Display "The end-of-day area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Move spaces to Mode-Choice
           Perform Until Mode-Choice = "X"
               Display " "
               Display "B. Back up the data set"
               Display "V. Verify a snapshot"
               Display "R. Restore a snapshot (supervisor)"
               Display "X. Exit"
               Display "Choice: " with no advancing
               Accept Mode-Choice
               Move Function Upper-Case (Mode-Choice) to Mode-Choice
               Evaluate Mode-Choice
                   When "B"
                       Display "Business date of the backup "
                           "(YYYYMMDD, 0 = today): " with no advancing
                       Accept WS-Business-Date
                       If WS-Business-Date = 0
                           Accept WS-Business-Date from Date YYYYMMDD
                       End-If
                       Perform Take-Backup
                   When "V"
                       Perform Verify-Snapshot
                   When "R"
                       If SO-Supervisor
                           Perform Restore-Snapshot
                       Else
      *rewinding every file in the shop is a supervisor's key
                           Display "A restore requires a supervisor."
                       End-If
                   When "X"
                       Continue
                   When Other
                       Display "Please pick B, V, R, or X."
               End-Evaluate
           End-Perform
           Goback.

       Load-Night-Answers.
      *a NIGHTANS.DAT record stamped with today means NightRun is
      *driving; the run takes its answers and skips its prompts
           Accept WS-NA-Today from Date YYYYMMDD
           Open Input Night-Answer-File
           If WS-NA-Status = "00"
               Read Night-Answer-File
                   At End
                       Continue
                   Not At End
                       If NA-Run-Date = WS-NA-Today
                           Move "Y" to WS-Unattended
                       End-If
               End-Read
               Close Night-Answer-File
           End-If.

       Take-Backup.
           Accept WS-Taken-Date from Date YYYYMMDD
           Accept WS-Taken-Time from Time
           Move WS-Business-Date to WS-Date-X
           Move "N" to WS-Backup-Failed
           Move 0 to WS-Files-Done
           Move 0 to WS-Total-Records
           Open Extend Manifest-File
           If WS-MF-Status = "35"
               Open Output Manifest-File
           End-If
           Perform varying DS-Idx from 1 by 1
                   until DS-Idx > Data-Set-Count
               Perform Back-Up-One-Set
           End-Perform
           Close Manifest-File
           Display WS-Files-Done " files, " WS-Total-Records
               " records copied for business date " WS-Business-Date
               "."
           If WS-Backup-Failed = "Y"
               Display "SNAPSHOT DID NOT READ BACK - do not rely on "
                   "it; take the backup again."
               Move "BACKUP-FAIL" to WS-Audit-Type
           Else
               Move "DATA-BACKUP" to WS-Audit-Type
           End-If
           Move spaces to WS-Audit-Detail
           String "business date " WS-Business-Date " "
               WS-Files-Done " files " WS-Total-Records " records"
               delimited by size into WS-Audit-Detail
           Perform Write-Audit-Record.

       Back-Up-One-Set.
      *the copy is read straight back and must match what was
      *written before the manifest line is trusted
           Perform Build-File-Names
           Move "W" to WS-Scan-Mode
           Open Output Snap-File
           Perform Scan-Live-Set
           Close Snap-File
           Move spaces to Manifest-Record
           Move WS-Business-Date to MF-Business-Date
           Move DS-Base-Name (DS-Idx) to MF-Base-Name
           Move WS-Rec-Count to MF-Record-Count
           Move WS-Hash-Total to MF-Hash-Total
           Move WS-Live-Absent to MF-Absent
           Move WS-Operator-Id to MF-Operator-Id
           Move WS-Taken-Date to MF-Taken-Date
           Move WS-Taken-Time to MF-Taken-Time
           Write Manifest-Record
           Add 1 to WS-Files-Done
           Add WS-Rec-Count to WS-Total-Records
           Move WS-Rec-Count to WS-Count-Disp
           If WS-Live-Absent = "Y"
               Display "  " MF-Base-Name " not on file"
           Else
               Display "  " MF-Base-Name " " WS-Count-Disp " records"
           End-If
           Perform Scan-Snap-Set
           If WS-Snap-Missing = "Y"
                   or WS-Rec-Count not = MF-Record-Count
                   or WS-Hash-Total not = MF-Hash-Total
               Display "  " MF-Base-Name " did not read back as "
                   "written."
               Move "Y" to WS-Backup-Failed
           End-If.

       Build-File-Names.
           Move spaces to Live-File-Name
           Move spaces to Snap-File-Name
           String DS-Base-Name (DS-Idx) delimited by space
               ".DAT" delimited by size
               into Live-File-Name
           String DS-Base-Name (DS-Idx) delimited by space
               "." WS-Date-X ".SNP" delimited by size
               into Snap-File-Name.

       Scan-Live-Set.
      *counts and totals one live file; in W mode each record is
      *copied to the snapshot as well.  A file that will not open
      *is noted absent, and a restore brings it back empty.
           Move 0 to WS-Rec-Count
           Move 0 to WS-Hash-Total
           Move "N" to WS-Live-Absent
           Move "N" to WS-Live-EOF
           If not DS-Indexed (DS-Idx)
               Perform Scan-Sequential-Set
           Else
               Evaluate DS-Base-Name (DS-Idx)
                   When "CUSTMAST"
                       Perform Scan-Customer-Master
                   When "CUSTCTL"
                       Perform Scan-Customer-Control
                   When "INVMAST"
                       Perform Scan-Inventory-Master
                   When "INVLOC"
                       Perform Scan-Inventory-Location
                   When "XFER"
                       Perform Scan-Stock-Transfer
                   When "PRODMAST"
                       Perform Scan-Product-Master
                   When "PROMO"
                       Perform Scan-Promotion
                   When "ORDCTL"
                       Perform Scan-Order-Control
                   When "GRNMAST"
                       Perform Scan-Green-Stock
                   When "VENDMAST"
                       Perform Scan-Vendor-Master
                   When "EMPMAST"
                       Perform Scan-Employee-Master
                   When "OPERMAST"
                       Perform Scan-Operator-Master
                   When "GLMAST"
                       Perform Scan-GL-Master
                   When "GLPERD"
                       Perform Scan-GL-Period
                   When "GLBUDGET"
                       Perform Scan-GL-Budget
                   When "OPENORD"
                       Perform Scan-Open-Order
                   When "OPENINV"
                       Perform Scan-Open-Invoice
                   When "RECEIPT"
                       Perform Scan-Receipt
                   When "STCREDIT"
                       Perform Scan-Store-Credit
               End-Evaluate
           End-If.

       Scan-Sequential-Set.
           Open Input Live-File
           If WS-LV-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Live-File
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Live-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Live-File.

       Take-Record.
           Add 1 to WS-Rec-Count
           Perform Add-To-Hash
           If WS-Scan-Mode = "W"
               Move Snap-Image to Snap-Record
               Write Snap-Record
           End-If.

       Add-To-Hash.
      *each non-blank character weighted by its column, so a changed
      *digit and two fields swapped both move the total; blanks are
      *skipped because a line-sequential copy drops trailing ones
           Perform varying WS-Char-Pos from 1 by 1
                   until WS-Char-Pos > 1024
               If Snap-Image (WS-Char-Pos:1) not = space
                   Compute WS-Hash-Total = WS-Hash-Total
                       + Function Ord (Snap-Image (WS-Char-Pos:1))
                       * WS-Char-Pos
               End-If
           End-Perform.

       Scan-Snap-Set.
           Move 0 to WS-Rec-Count
           Move 0 to WS-Hash-Total
           Move "N" to WS-Snap-Missing
           Move "N" to WS-SN-EOF
           Open Input Snap-File
           If WS-SN-Status not = "00"
               Move "Y" to WS-Snap-Missing
               Exit Paragraph
           End-If
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Snap-Image
                       Add 1 to WS-Rec-Count
                       Perform Add-To-Hash
               End-Read
           End-Perform
           Close Snap-File.

       Check-Snap-Set.
      *the snapshot file against its own manifest line
           Perform Scan-Snap-Set
           Move WS-Rec-Count to WS-Snap-Count
           Evaluate true
               When WS-Snap-Missing = "Y"
                   Move "MISSING" to RD-Snap-Status
                   Add 1 to WS-Damaged-Count
               When WS-Rec-Count = MT-Record-Count (MT-Idx)
                       and WS-Hash-Total = MT-Hash-Total (MT-Idx)
                   Move "OK" to RD-Snap-Status
               When other
                   Move "DAMAGED" to RD-Snap-Status
                   Add 1 to WS-Damaged-Count
           End-Evaluate.

       Pick-Latest-Snapshot.
      *a date of zero means the most recent backup on the manifest
           If WS-Business-Date not = 0
               Exit Paragraph
           End-If
           Open Input Manifest-File
           If WS-MF-Status not = "00"
               Exit Paragraph
           End-If
           Move "N" to WS-MF-EOF
           Perform Until WS-MF-EOF = "Y"
               Read Manifest-File
                   At End
                       Move "Y" to WS-MF-EOF
                   Not At End
                       If MF-Business-Date > WS-Business-Date
                           Move MF-Business-Date to WS-Business-Date
                       End-If
               End-Read
           End-Perform
           Close Manifest-File.

       Load-Manifest.
           Move 0 to MT-Sets-Found
           Perform varying MT-Idx from 1 by 1 until MT-Idx > 99
               Move "N" to MT-Found (MT-Idx)
           End-Perform
           Move WS-Business-Date to WS-Date-X
           Open Input Manifest-File
           If WS-MF-Status not = "00"
               Exit Paragraph
           End-If
           Move "N" to WS-MF-EOF
           Perform Until WS-MF-EOF = "Y"
               Read Manifest-File
                   At End
                       Move "Y" to WS-MF-EOF
                   Not At End
                       If MF-Business-Date = WS-Business-Date
                           Perform Note-Manifest-Line
                       End-If
               End-Read
           End-Perform
           Close Manifest-File.

       Note-Manifest-Line.
      *a name no longer in the data-set table is passed over
           Set DS-Idx to 1
           Search Data-Set-Entry
               At End
                   Continue
               When DS-Base-Name (DS-Idx) = MF-Base-Name
                   Set MT-Idx to DS-Idx
                   If MT-Found (MT-Idx) = "N"
                       Add 1 to MT-Sets-Found
                   End-If
                   Move "Y" to MT-Found (MT-Idx)
                   Move MF-Record-Count to MT-Record-Count (MT-Idx)
                   Move MF-Hash-Total to MT-Hash-Total (MT-Idx)
                   Move MF-Absent to MT-Absent (MT-Idx)
                   Move MF-Operator-Id to MT-Operator-Id (MT-Idx)
                   Move MF-Taken-Date to MT-Taken-Date (MT-Idx)
                   Move MF-Taken-Time to MT-Taken-Time (MT-Idx)
           End-Search.

       Verify-Snapshot.
           Display "Business date to verify (YYYYMMDD, 0 = latest "
               "snapshot): " with no advancing
           Accept WS-Business-Date
           Perform Pick-Latest-Snapshot
           Perform Load-Manifest
           If MT-Sets-Found = 0
               Display "No snapshot on file for business date "
                   WS-Business-Date "."
               Exit Paragraph
           End-If
           Move 0 to WS-Damaged-Count
           Move 0 to WS-Changed-Count
           Open Output Snap-Report-File
           Move spaces to Snap-Report-Line
           String "SNAPSHOT VERIFY - BUSINESS DATE " WS-Business-Date
               delimited by size into Snap-Report-Line
           Write Snap-Report-Line
           Move "FILE        RECORDS  SNAPSHOT  LIVE RECS  LIVE"
               to Snap-Report-Line
           Write Snap-Report-Line
           Perform varying DS-Idx from 1 by 1
                   until DS-Idx > Data-Set-Count
               Set MT-Idx to DS-Idx
               If MT-Found (MT-Idx) = "Y"
                   Perform Verify-One-Set
               End-If
           End-Perform
           Move spaces to Snap-Report-Line
           Write Snap-Report-Line
           Move spaces to Snap-Report-Line
           String WS-Damaged-Count " snapshot files damaged or "
               "missing; " WS-Changed-Count " live files changed "
               "since the backup"
               delimited by size into Snap-Report-Line
           Write Snap-Report-Line
           Close Snap-Report-File
           Display Snap-Report-Line
           If WS-Damaged-Count > 0
               Display "THIS SNAPSHOT CANNOT BE RESTORED AS IT "
                   "STANDS."
           End-If
           Display "Verify report written to SNAPRPT.DAT.".

       Verify-One-Set.
      *a live file that has moved on since the backup is expected
      *during the day; a snapshot that no longer matches its own
      *manifest line is not
           Perform Build-File-Names
           Perform Check-Snap-Set
           Move "C" to WS-Scan-Mode
           Perform Scan-Live-Set
      *an empty file and a missing one count alike, since a restore
      *puts a file that was missing back as an empty one
           If WS-Rec-Count = MT-Record-Count (MT-Idx)
                   and WS-Hash-Total = MT-Hash-Total (MT-Idx)
               Move "MATCH" to RD-Live-Status
           Else
               Move "CHANGED" to RD-Live-Status
               Add 1 to WS-Changed-Count
           End-If
           If WS-Live-Absent = "Y"
               Move "ABSENT" to RD-Live-Status
           End-If
           Move DS-Base-Name (DS-Idx) to RD-Base-Name
           Move WS-Snap-Count to RD-Snap-Count
           Move WS-Rec-Count to RD-Live-Count
           Move Snap-Report-Detail to Snap-Report-Line
           Write Snap-Report-Line.

       Restore-Snapshot.
           Display "A restore rewinds every master, control, and "
               "open file to one business date's snapshot."
           Display "Nobody else should be signed on while it runs."
           Display "Business date to restore (YYYYMMDD, 0 = latest "
               "snapshot): " with no advancing
           Accept WS-Business-Date
           Perform Pick-Latest-Snapshot
           Perform Load-Manifest
           If MT-Sets-Found = 0
               Display "No snapshot on file for business date "
                   WS-Business-Date "."
               Exit Paragraph
           End-If
      *every copy is proved against its manifest line before a
      *single live file is touched
           Move 0 to WS-Damaged-Count
           Perform varying DS-Idx from 1 by 1
                   until DS-Idx > Data-Set-Count
               Set MT-Idx to DS-Idx
               If MT-Found (MT-Idx) = "Y"
                   Perform Build-File-Names
                   Perform Check-Snap-Set
                   If RD-Snap-Status not = "OK"
                       Display "  " Snap-File-Name " "
                           RD-Snap-Status
                   End-If
               End-If
           End-Perform
           If WS-Damaged-Count > 0
               Display "RESTORE REFUSED - " WS-Damaged-Count
                   " snapshot files do not match the manifest.  "
                   "Nothing was changed."
               Exit Paragraph
           End-If
           Display MT-Sets-Found " files will be replaced with the "
               "snapshot of business date " WS-Business-Date "."
           Display "Type Y to restore: " with no advancing
           Accept WS-Confirm
           Move Function Upper-Case (WS-Confirm) to WS-Confirm
           If WS-Confirm not = "Y"
               Display "Restore cancelled; nothing was changed."
               Exit Paragraph
           End-If
           Move 0 to WS-Files-Done
           Move 0 to WS-Total-Records
           Move 0 to WS-Rejected-Count
           Perform varying DS-Idx from 1 by 1
                   until DS-Idx > Data-Set-Count
               Set MT-Idx to DS-Idx
               If MT-Found (MT-Idx) = "Y"
                   Perform Restore-One-Set
               End-If
           End-Perform
           Display WS-Files-Done " files, " WS-Total-Records
               " records restored to business date "
               WS-Business-Date "."
           If WS-Rejected-Count > 0
               Display WS-Rejected-Count " records were refused on "
                   "reload as duplicate keys."
           End-If
           Move "DATA-RESTORE" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "business date " WS-Business-Date " "
               WS-Files-Done " files " WS-Total-Records " records"
               delimited by size into WS-Audit-Detail
           Perform Write-Audit-Record.

       Restore-One-Set.
      *a file that was not there when the snapshot was cut goes
      *back empty
           Perform Build-File-Names
           Move 0 to WS-Restored-Count
           If MT-Absent (MT-Idx) = "Y"
               Move "Y" to WS-SN-EOF
           Else
               Move "N" to WS-SN-EOF
               Open Input Snap-File
           End-If
           If not DS-Indexed (DS-Idx)
               Perform Reload-Sequential-Set
           Else
               Evaluate DS-Base-Name (DS-Idx)
                   When "CUSTMAST"
                       Perform Reload-Customer-Master
                   When "CUSTCTL"
                       Perform Reload-Customer-Control
                   When "INVMAST"
                       Perform Reload-Inventory-Master
                   When "INVLOC"
                       Perform Reload-Inventory-Location
                   When "XFER"
                       Perform Reload-Stock-Transfer
                   When "PRODMAST"
                       Perform Reload-Product-Master
                   When "PROMO"
                       Perform Reload-Promotion
                   When "ORDCTL"
                       Perform Reload-Order-Control
                   When "GRNMAST"
                       Perform Reload-Green-Stock
                   When "VENDMAST"
                       Perform Reload-Vendor-Master
                   When "EMPMAST"
                       Perform Reload-Employee-Master
                   When "OPERMAST"
                       Perform Reload-Operator-Master
                   When "GLMAST"
                       Perform Reload-GL-Master
                   When "GLPERD"
                       Perform Reload-GL-Period
                   When "GLBUDGET"
                       Perform Reload-GL-Budget
                   When "OPENORD"
                       Perform Reload-Open-Order
                   When "OPENINV"
                       Perform Reload-Open-Invoice
                   When "RECEIPT"
                       Perform Reload-Receipt
                   When "STCREDIT"
                       Perform Reload-Store-Credit
               End-Evaluate
           End-If
           If MT-Absent (MT-Idx) not = "Y"
               Close Snap-File
           End-If
           Add 1 to WS-Files-Done
           Add WS-Restored-Count to WS-Total-Records.

       Reload-Sequential-Set.
           Open Output Live-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Live-Record
                       Write Live-Record
                       Add 1 to WS-Restored-Count
               End-Read
           End-Perform
           Close Live-File.

       Scan-Customer-Master.
           Open Input Customer-Master-File
           If WS-Cust-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Customer-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Customer-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Customer-Master-File.

       Reload-Customer-Master.
           Open Output Customer-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Customer-Master-Record
                       Write Customer-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Customer-Master-File.

       Scan-Customer-Control.
           Open Input Customer-Control-File
           If WS-CC-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Customer-Control-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Customer-Control-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Customer-Control-File.

       Reload-Customer-Control.
           Open Output Customer-Control-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Customer-Control-Record
                       Write Customer-Control-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Customer-Control-File.

       Scan-Inventory-Master.
           Open Input Inventory-Master-File
           If WS-Inv-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Inventory-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Inventory-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Inventory-Master-File.

       Reload-Inventory-Master.
           Open Output Inventory-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Inventory-Master-Record
                       Write Inventory-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Inventory-Master-File.

       Scan-Inventory-Location.
           Open Input Inventory-Location-File
           If WS-IL-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Inventory-Location-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Inventory-Location-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Inventory-Location-File.

       Reload-Inventory-Location.
           Open Output Inventory-Location-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Inventory-Location-Record
                       Write Inventory-Location-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Inventory-Location-File.

       Scan-Stock-Transfer.
           Open Input Stock-Transfer-File
           If WS-XF-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Stock-Transfer-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Stock-Transfer-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Stock-Transfer-File.

       Reload-Stock-Transfer.
           Open Output Stock-Transfer-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Stock-Transfer-Record
                       Write Stock-Transfer-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Stock-Transfer-File.

       Scan-Product-Master.
           Open Input Product-Master-File
           If WS-Prod-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Product-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Product-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Product-Master-File.

       Reload-Product-Master.
           Open Output Product-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Product-Master-Record
                       Write Product-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Product-Master-File.

       Scan-Promotion.
           Open Input Promotion-File
           If WS-PM-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Promotion-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Promotion-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Promotion-File.

       Reload-Promotion.
           Open Output Promotion-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Promotion-Record
                       Write Promotion-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Promotion-File.

       Scan-Order-Control.
           Open Input Order-Control-File
           If WS-OC-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Order-Control-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Order-Control-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Order-Control-File.

       Reload-Order-Control.
           Open Output Order-Control-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Order-Control-Record
                       Write Order-Control-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Order-Control-File.

       Scan-Green-Stock.
           Open Input Green-Stock-File
           If WS-GR-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Green-Stock-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Green-Stock-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Green-Stock-File.

       Reload-Green-Stock.
           Open Output Green-Stock-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Green-Stock-Record
                       Write Green-Stock-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Green-Stock-File.

       Scan-Vendor-Master.
           Open Input Vendor-Master-File
           If WS-VN-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Vendor-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Vendor-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Vendor-Master-File.

       Reload-Vendor-Master.
           Open Output Vendor-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Vendor-Master-Record
                       Write Vendor-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Vendor-Master-File.

       Scan-Employee-Master.
           Open Input Employee-Master-File
           If WS-EM-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Employee-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Employee-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Employee-Master-File.

       Reload-Employee-Master.
           Open Output Employee-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Employee-Master-Record
                       Write Employee-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Employee-Master-File.

       Scan-Operator-Master.
           Open Input Operator-Master-File
           If WS-OP-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Operator-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Operator-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Operator-Master-File.

       Reload-Operator-Master.
           Open Output Operator-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Operator-Master-Record
                       Write Operator-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Operator-Master-File.

       Scan-GL-Master.
           Open Input GL-Master-File
           If WS-GM-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read GL-Master-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move GL-Master-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close GL-Master-File.

       Reload-GL-Master.
           Open Output GL-Master-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to GL-Master-Record
                       Write GL-Master-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close GL-Master-File.

       Scan-GL-Period.
           Open Input GL-Period-File
           If WS-GQ-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read GL-Period-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move GL-Period-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close GL-Period-File.

       Reload-GL-Period.
           Open Output GL-Period-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to GL-Period-Record
                       Write GL-Period-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close GL-Period-File.

       Scan-GL-Budget.
           Open Input GL-Budget-File
           If WS-GB-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read GL-Budget-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move GL-Budget-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close GL-Budget-File.

       Reload-GL-Budget.
           Open Output GL-Budget-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to GL-Budget-Record
                       Write GL-Budget-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close GL-Budget-File.

       Scan-Open-Order.
           Open Input Open-Order-File
           If WS-OO-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Open-Order-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Open-Order-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Open-Order-File.

       Reload-Open-Order.
           Open Output Open-Order-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Open-Order-Record
                       Write Open-Order-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Open-Order-File.

       Scan-Open-Invoice.
           Open Input Open-Invoice-File
           If WS-IV-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Open-Invoice-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Open-Invoice-File.

       Reload-Open-Invoice.
           Open Output Open-Invoice-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Open-Invoice-Record
                       Write Open-Invoice-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Open-Invoice-File.

       Scan-Receipt.
           Open Input Receipt-File
           If WS-RC-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Receipt-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Receipt-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Receipt-File.

       Reload-Receipt.
           Open Output Receipt-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Receipt-Record
                       Write Receipt-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Receipt-File.

       Scan-Store-Credit.
           Open Input Store-Credit-File
           If WS-SC-Status not = "00"
               Move "Y" to WS-Live-Absent
               Exit Paragraph
           End-If
           Perform Until WS-Live-EOF = "Y"
               Read Store-Credit-File next record
                   At End
                       Move "Y" to WS-Live-EOF
                   Not At End
                       Move Store-Credit-Record to Snap-Image
                       Perform Take-Record
               End-Read
           End-Perform
           Close Store-Credit-File.

       Reload-Store-Credit.
           Open Output Store-Credit-File
           Perform Until WS-SN-EOF = "Y"
               Read Snap-File
                   At End
                       Move "Y" to WS-SN-EOF
                   Not At End
                       Move Snap-Record to Store-Credit-Record
                       Write Store-Credit-Record
                           Invalid Key
                               Add 1 to WS-Rejected-Count
                           Not Invalid Key
                               Add 1 to WS-Restored-Count
                       End-Write
               End-Read
           End-Perform
           Close Store-Credit-File.
       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open across the run
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "SNAPSHOT" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program SnapShot.
