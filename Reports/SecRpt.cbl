      **************************************
      *Program:    Sign-on security report
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. SecRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Security-Report-File assign to "SECURITY.DAT"
               organization is line sequential.
           Select History-File assign using History-File-Name
               organization is line sequential
               file status is WS-HF-Status.
       Copy "OPERSEL.CPY".
       Copy "AUDITSEL.CPY".
       Copy "HISTNDXSEL.CPY".

       data division.
       file section.
       FD  Security-Report-File.
       01  Security-Report-Line pic x(100).
       FD  History-File.
       01  History-Record       pic x(120).
       Copy "OPERFD.CPY".
       Copy "AUDITFD.CPY".
       Copy "HISTNDXFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-OP-Status      pic xx.
           05 WS-OP-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
           05 WS-AL-EOF         pic x value "N".
           05 WS-HX-Status      pic xx.
           05 WS-HX-EOF         pic x.
           05 WS-HF-Status      pic xx.
           05 WS-HF-EOF         pic x.
       Copy "SIGNON.CPY".
       Copy "SECRULES.CPY".
       01 History-Fields.
           05 History-File-Name pic x(30).
           05 WS-Cut-Stored     pic x(8).
       01 Report-Range.
      *    the trail stamps its entries 00YYMMDD; the keyed from
      *    date is folded to that form, as AuditInq does
           05 WS-From-Date      pic 9(8).
           05 WS-Today-Date     pic 9(8).
           05 WS-From-Stored    pic x(8).
           05 WS-Date-X         pic x(8).
           05 WS-Entry-Date     pic x(8).
       01 Operator-Fields.
           05 WS-Oper-Count     pic 9(4) value 0.
           05 WS-Locked-Count   pic 9(4) value 0.
           05 WS-Expired-Count  pic 9(4) value 0.
           05 WS-Status-Word    pic x(8).
           05 WS-Lock-Word      pic x(6).
           05 WS-Password-Word  pic x(10).
           05 WS-Password-Age   pic s9(5).
           05 WS-Role-Permits   pic x(7).
           05 WS-Held-Permits   pic x(7).
           05 WS-Area-Sub       pic 9.
       01 Event-Fields.
           05 WS-Event-Count    pic 9(6) value 0.
           05 WS-Fail-Total     pic 9(6) value 0.
           05 WS-Lock-Total     pic 9(6) value 0.
           05 WS-Found-Slot     pic x.
       01 Failure-Summary.
      *    failed sign-ons and lockouts per keyed id, including ids
      *    that are not on the master at all
           05 Fail-Count        pic 99 value 0.
           05 Fail-Line occurs 50 times indexed by Fail-Idx.
               10 FS-Oper-Id     pic x(8).
               10 FS-Failures    pic 9(5).
               10 FS-Lockouts    pic 9(5).

       procedure division.
       Main-Start.
           Display "Sign-On Security Report"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-Supervisor
      *who can get in, and who has been trying, is for a
      *supervisor's eyes
               Display "The security report requires a supervisor."
               Goback
           End-If
           Display "Events from (YYYYMMDD, 0 for all): "
               with no advancing
           Move 0 to WS-From-Date
           Accept WS-From-Date
           Accept WS-Today-Date from Date YYYYMMDD
           If WS-From-Date = 0
               Move low-values to WS-From-Stored
           Else
               Move WS-From-Date to WS-Date-X
               Move spaces to WS-From-Stored
               String "00" WS-Date-X (3:6)
                   delimited by size into WS-From-Stored
           End-If
           Open Output Security-Report-File
           Move spaces to Security-Report-Line
           String "SIGN-ON SECURITY REPORT " WS-Today-Date
               "   lockout after " Lockout-Tries
               " tries, passwords last " Password-Life " days"
               delimited by size into Security-Report-Line
           Perform Put-Report-Line
           Perform List-Operators
           Perform List-Security-Events
           Perform Write-Failure-Summary
           Close Security-Report-File
           Display "Report written to SECURITY.DAT."
           Goback.

       List-Operators.
      *every operator with lock state, password age, and the menu
      *areas held - blank flags shown as the authority's default
           Move spaces to Security-Report-Line
           Perform Put-Report-Line
           Move "OPERATORS AND PERMISSIONS" to Security-Report-Line
           Perform Put-Report-Line
           Move spaces to Security-Report-Line
           String "Id       Name                 Auth Status   Lock  "
               " Fails Pw set   Password   P O W B I E M"
               delimited by size into Security-Report-Line
           Perform Put-Report-Line
           Open Input Operator-Master-File
           If WS-OP-Status not = "00"
               Display "No operator master on file."
               Exit Paragraph
           End-If
           Move low-values to OP-Operator-Id
           Start Operator-Master-File key not < OP-Operator-Id
               Invalid Key
                   Move "Y" to WS-OP-EOF
           End-Start
           Perform Until WS-OP-EOF = "Y"
               Read Operator-Master-File next record
                   At End
                       Move "Y" to WS-OP-EOF
                   Not At End
                       Perform Report-One-Operator
               End-Read
           End-Perform
           Close Operator-Master-File
           Move spaces to Security-Report-Line
           String WS-Oper-Count " operators, " WS-Locked-Count
               " locked, " WS-Expired-Count
               " with a password due for change."
               delimited by size into Security-Report-Line
           Perform Put-Report-Line.

       Report-One-Operator.
           Add 1 to WS-Oper-Count
           If OP-Failed-Count not numeric
               Move 0 to OP-Failed-Count
           End-If
           If OP-Inactive
               Move "INACTIVE" to WS-Status-Word
           Else
               Move "ACTIVE" to WS-Status-Word
           End-If
           Move spaces to WS-Lock-Word
           If OP-Locked
               Move "LOCKED" to WS-Lock-Word
               Add 1 to WS-Locked-Count
           End-If
           Perform Rate-Password-Age
           If OP-Supervisor
               Move Supervisor-Permits to WS-Role-Permits
           Else
               Move Clerk-Permits to WS-Role-Permits
           End-If
           Perform Varying WS-Area-Sub from 1 by 1
                   until WS-Area-Sub > 7
               If OP-Permit-Area (WS-Area-Sub) = "Y" or "N"
                   Move OP-Permit-Area (WS-Area-Sub)
                       to WS-Held-Permits (WS-Area-Sub:1)
               Else
                   Move WS-Role-Permits (WS-Area-Sub:1)
                       to WS-Held-Permits (WS-Area-Sub:1)
               End-If
           End-Perform
           Move spaces to Security-Report-Line
           String OP-Operator-Id " " OP-Operator-Name "   "
               OP-Authority "  " WS-Status-Word " " WS-Lock-Word
               "   " OP-Failed-Count "  " OP-Password-Date " "
               WS-Password-Word " "
               WS-Held-Permits (1:1) " " WS-Held-Permits (2:1) " "
               WS-Held-Permits (3:1) " " WS-Held-Permits (4:1) " "
               WS-Held-Permits (5:1) " " WS-Held-Permits (6:1) " "
               WS-Held-Permits (7:1)
               delimited by size into Security-Report-Line
           Perform Put-Report-Line.

       Rate-Password-Age.
      *the same test SignOn applies: a supervisor-set password is
      *due at once, and a record from before expiry has no date
      *until its operator next signs on
           Move spaces to WS-Password-Word
           If OP-Password-Date not numeric
               Move 0 to OP-Password-Date
               Move "NOT DATED" to WS-Password-Word
               Exit Paragraph
           End-If
           If OP-Password-Date = 0
               Move "CHANGE DUE" to WS-Password-Word
               If OP-Active
                   Add 1 to WS-Expired-Count
               End-If
               Exit Paragraph
           End-If
           Compute WS-Password-Age =
               Function Integer-Of-Date (WS-Today-Date)
               - Function Integer-Of-Date (OP-Password-Date)
           If WS-Password-Age >= Password-Life
               Move "EXPIRED" to WS-Password-Word
               If OP-Active
                   Add 1 to WS-Expired-Count
               End-If
           End-If.

       List-Security-Events.
      *sign-on failures, lockouts, password changes, and operator
      *master changes off the trail, history files first
           Move spaces to Security-Report-Line
           Perform Put-Report-Line
           Move "SECURITY EVENTS" to Security-Report-Line
           Perform Put-Report-Line
           Move spaces to Security-Report-Line
           String "Timestamp                  Operator Program    "
               "Type         Detail"
               delimited by size into Security-Report-Line
           Perform Put-Report-Line
           Perform Scan-History-Files
           Open Input Audit-Log-File
           If WS-AL-Status not = "00"
               Move "Y" to WS-AL-EOF
           End-If
           Perform Until WS-AL-EOF = "Y"
               Read Audit-Log-File
                   At End
                       Move "Y" to WS-AL-EOF
                   Not At End
                       Perform Test-One-Entry
               End-Read
           End-Perform
           If WS-AL-Status = "00" or "10"
               Close Audit-Log-File
           End-If
           Move spaces to Security-Report-Line
           String WS-Event-Count " security events, "
               WS-Fail-Total " failed sign-ons, "
               WS-Lock-Total " lockouts."
               delimited by size into Security-Report-Line
           Perform Put-Report-Line.

       Scan-History-Files.
           Open Input History-Index-File
           If WS-HX-Status not = "00"
               Exit Paragraph
           End-If
           Move "N" to WS-HX-EOF
           Perform Until WS-HX-EOF = "Y"
               Read History-Index-File
                   At End
                       Move "Y" to WS-HX-EOF
                   Not At End
                       If HX-File-Type = "AUDITLOG"
                           Perform Consider-History-File
                       End-If
               End-Read
           End-Perform
           Close History-Index-File.

       Consider-History-File.
           Move HX-Cutoff-Date to WS-Date-X
           Move spaces to WS-Cut-Stored
           String "00" WS-Date-X (3:6)
               delimited by size into WS-Cut-Stored
           If WS-From-Stored >= WS-Cut-Stored
               Exit Paragraph
           End-If
           Move HX-File-Name to History-File-Name
           Move "N" to WS-HF-EOF
           Open Input History-File
           If WS-HF-Status not = "00"
               Move "Y" to WS-HF-EOF
           End-If
           Perform Until WS-HF-EOF = "Y"
               Read History-File
                   At End
                       Move "Y" to WS-HF-EOF
                   Not At End
                       Move spaces to Audit-Log-Record
                       Move History-Record to Audit-Log-Record
                       Perform Test-One-Entry
               End-Read
           End-Perform
           If WS-HF-Status = "00" or "10"
               Close History-File
           End-If.

       Test-One-Entry.
           Move AL-Timestamp (1:8) to WS-Entry-Date
           If WS-Entry-Date < WS-From-Stored
               Exit Paragraph
           End-If
           If AL-Program-Id not = "SIGNON"
                   and AL-Transaction-Type (1:5) not = "OPER-"
               Exit Paragraph
           End-If
           Add 1 to WS-Event-Count
           Move spaces to Security-Report-Line
           String AL-Timestamp " " AL-Operator-Id " " AL-Program-Id
               " " AL-Transaction-Type " " AL-Detail (1:40)
               delimited by size into Security-Report-Line
           Perform Put-Report-Line
           If AL-Transaction-Type = "SIGNON-FAIL"
                   or AL-Transaction-Type = "SIGNON-LOCK"
               Perform Count-Failure
           End-If.

       Count-Failure.
           Move "N" to WS-Found-Slot
           Perform Varying Fail-Idx from 1 by 1
                   until Fail-Idx > Fail-Count
               If FS-Oper-Id (Fail-Idx) = AL-Operator-Id
                   Move "Y" to WS-Found-Slot
                   Exit Perform
               End-If
           End-Perform
           If WS-Found-Slot = "N"
               If Fail-Count >= 50
                   Exit Paragraph
               End-If
               Add 1 to Fail-Count
               Set Fail-Idx to Fail-Count
               Move AL-Operator-Id to FS-Oper-Id (Fail-Idx)
               Move 0 to FS-Failures (Fail-Idx)
               Move 0 to FS-Lockouts (Fail-Idx)
           End-If
           If AL-Transaction-Type = "SIGNON-FAIL"
               Add 1 to FS-Failures (Fail-Idx)
               Add 1 to WS-Fail-Total
           Else
               Add 1 to FS-Lockouts (Fail-Idx)
               Add 1 to WS-Lock-Total
           End-If.

       Write-Failure-Summary.
           Move spaces to Security-Report-Line
           Perform Put-Report-Line
           Move "FAILED SIGN-ONS BY OPERATOR ID"
               to Security-Report-Line
           Perform Put-Report-Line
           Move "Id        Failed  Lockouts" to Security-Report-Line
           Perform Put-Report-Line
           Perform Varying Fail-Idx from 1 by 1
                   until Fail-Idx > Fail-Count
               Move spaces to Security-Report-Line
               String FS-Oper-Id (Fail-Idx) "  "
                   FS-Failures (Fail-Idx) "   "
                   FS-Lockouts (Fail-Idx)
                   delimited by size into Security-Report-Line
               Perform Put-Report-Line
           End-Perform
           If Fail-Count = 0
               Move "  none" to Security-Report-Line
               Perform Put-Report-Line
           End-If.

       Put-Report-Line.
           Write Security-Report-Line
           Display Security-Report-Line.

       End Program SecRpt.
