       input-output section.
       file-control.
       Copy "OPERSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       Copy "OPERFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-OP-Status      pic xx.
           05 WS-AL-Status      pic xx.
       01 Signon-Work-Fields.
           05 WS-Password-In    pic x(8).
           05 WS-Signon-Tries   pic 9 value 0.
           05 WS-New-Password   pic x(8).
           05 WS-New-Again      pic x(8).
           05 WS-Password-OK    pic x.
           05 WS-Today-Date     pic 9(8).
           05 WS-Password-Age   pic s9(5).
           05 WS-Area-Sub       pic 9.
           05 WS-Role-Permits   pic x(7).
       Copy "SECRULES.CPY".
       01 Audit-Fields.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).

       linkage section.
       Copy "SIGNON.CPY".
           Move "N" to SO-Result
           Move 0 to SO-Authority
           Move spaces to SO-Station-Id
           Move "NNNNNNN" to SO-Permit-Flags
           Accept WS-Today-Date from Date YYYYMMDD
           Display "Station id: " with no advancing
           Accept SO-Station-Id
           Open I-O Operator-Master-File
                   Invalid Key
                       Display "Unknown operator id."
                       Add 1 to WS-Signon-Tries
                       Move "SIGNON-FAIL" to WS-Audit-Type
                       Move "unknown operator id" to WS-Audit-Detail
                       Perform Write-Audit-Record
                   Not Invalid Key
                       Perform Check-One-Signon
               End-Read
           Goback.

       Check-One-Signon.
           If OP-Failed-Count not numeric
               Move 0 to OP-Failed-Count
           End-If
           If OP-Inactive
               Display "Operator id is inactive."
               Add 1 to WS-Signon-Tries
               Exit Paragraph
           End-If
           If OP-Locked
      *        even the right password is refused until a supervisor
      *        unlocks the id
               Display "Operator id is locked - see a supervisor."
               Add 1 to WS-Signon-Tries
               Move "SIGNON-FAIL" to WS-Audit-Type
               Move "locked id" to WS-Audit-Detail
               Perform Write-Audit-Record
               Exit Paragraph
           End-If
           If OP-Password not = WS-Password-In
               Perform Count-Failed-Signon
               Exit Paragraph
           End-If
           Move 0 to OP-Failed-Count
           Perform Check-Password-Age
           If WS-Password-OK = "N"
               Perform Force-Password-Change
           End-If
           If WS-Password-OK = "N"
               Rewrite Operator-Master-Record
               Add 1 to WS-Signon-Tries
               Exit Paragraph
           End-If
           Rewrite Operator-Master-Record
           Move OP-Authority to SO-Authority
           Perform Resolve-Permissions
           Move "Y" to SO-Result
           Display "Signed on: " OP-Operator-Name.

       Count-Failed-Signon.
      *the count lives on the master, so closing the program and
      *trying again does not start a fresh set of guesses
           Display "Password does not match."
           Add 1 to WS-Signon-Tries
           Add 1 to OP-Failed-Count
           Move "SIGNON-FAIL" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String "wrong password, " OP-Failed-Count " in a row"
               delimited by size into WS-Audit-Detail
           Perform Write-Audit-Record
           If OP-Failed-Count >= Lockout-Tries
               Set OP-Locked to true
               Display "Operator id is now locked - see a supervisor."
               Move "SIGNON-LOCK" to WS-Audit-Type
               Move spaces to WS-Audit-Detail
               String "locked after " OP-Failed-Count
                   " wrong passwords"
                   delimited by size into WS-Audit-Detail
               Perform Write-Audit-Record
           End-If
           Rewrite Operator-Master-Record.

       Check-Password-Age.
      *a record from before expiry has no date; its clock starts
      *now rather than locking everyone out at once
           Move "Y" to WS-Password-OK
           If OP-Password-Date not numeric
               Move WS-Today-Date to OP-Password-Date
               Exit Paragraph
           End-If
           If OP-Password-Date = 0
               Display "Your password was set by a supervisor and "
                   "must be changed now."
               Move "N" to WS-Password-OK
               Exit Paragraph
           End-If
           Compute WS-Password-Age =
               Function Integer-Of-Date (WS-Today-Date)
               - Function Integer-Of-Date (OP-Password-Date)
           If WS-Password-Age >= Password-Life
               Display "Your password has expired and must be "
                   "changed now."
               Move "N" to WS-Password-OK
           End-If.

       Force-Password-Change.
           Display "New password: " with no advancing
           Move spaces to WS-New-Password
           Accept WS-New-Password
           Display "New password again: " with no advancing
           Move spaces to WS-New-Again
           Accept WS-New-Again
           Evaluate true
               When WS-New-Password = spaces
                   Display "A password cannot be blank."
               When WS-New-Password = OP-Password
                   Display "The new password must differ from the "
                       "old one."
               When WS-New-Password not = WS-New-Again
                   Display "The two entries do not match."
               When Other
                   Move WS-New-Password to OP-Password
                   Move WS-Today-Date to OP-Password-Date
                   Move "Y" to WS-Password-OK
                   Display "Password changed."
                   Move "PASSWD-CHG" to WS-Audit-Type
                   Move "changed at sign-on" to WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Evaluate
           If WS-Password-OK = "N"
               Display "Password not changed; sign-on refused."
           End-If.

       Resolve-Permissions.
      *an area flag on the record wins; a blank one falls back on
      *the authority level
           If OP-Supervisor
               Move Supervisor-Permits to WS-Role-Permits
           Else
               Move Clerk-Permits to WS-Role-Permits
           End-If
           Perform Varying WS-Area-Sub from 1 by 1
                   until WS-Area-Sub > 7
               If OP-Permit-Area (WS-Area-Sub) = "Y" or "N"
                   Move OP-Permit-Area (WS-Area-Sub)
                       to SO-Permit-Area (WS-Area-Sub)
               Else
                   Move WS-Role-Permits (WS-Area-Sub:1)
                       to SO-Permit-Area (WS-Area-Sub)
               End-If
           End-Perform.

       Write-Audit-Record.
      *sign-on failures, lockouts, and password changes go on the
      *shared trail under the id that was keyed
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move SO-Operator-Id to AL-Operator-Id
           Move "SIGNON" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       Seed-Operator-Master.
      *first use: no operator master exists yet, so it is created
           Move "ADMIN" to OP-Password
           Move 2 to OP-Authority
           Set OP-Active to true
           Move 0 to OP-Failed-Count
           Move space to OP-Lock-Flag
      *    a zero date makes the first sign-on change it
           Move 0 to OP-Password-Date
           Move Supervisor-Permits to OP-Permit-Flags
           Write Operator-Master-Record
           Close Operator-Master-File
           Open I-O Operator-Master-File
           Display "Operator master created with supervisor id "
               "ADMIN, password ADMIN - it must be changed at the "
               "first sign-on.".

       End Program SignOn.
