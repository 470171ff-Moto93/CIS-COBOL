           05 WS-AL-Status      pic xx.
           05 WS-Found-Operator pic x value "N".
       Copy "SIGNON.CPY".
       Copy "SECRULES.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 Keyed-Name        pic x(20).
           05 Keyed-Password    pic x(8).
           05 Keyed-Authority   pic 9.
           05 Keyed-Permit      pic x.
           05 Area-Sub          pic 9.
       01 Area-Names-Initial.
      *    the menu's areas in menu order, matching the permission
      *    flags on the operator record
           05 filler pic x(12) value "Payroll".
           05 filler pic x(12) value "Orders".
           05 filler pic x(12) value "Warehouse".
           05 filler pic x(12) value "Billing".
           05 filler pic x(12) value "Inquiries".
           05 filler pic x(12) value "End of Day".
           05 filler pic x(12) value "Maintenance".
       01 Area-Names redefines Area-Names-Initial.
           05 Area-Name         pic x(12) occurs 7 times.

       procedure division.
       Main-Start.
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Maint
               Display "The maintenance area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *only a supervisor may decide who can sign on and with what
      *authority - otherwise the authority levels mean nothing
               Display "A) Add an operator"
               Display "C) Change password or authority"
               Display "D) Deactivate an operator"
               Display "U) Unlock an operator"
               Display "P) Set menu permissions"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
                       Perform Change-Operator
                   When "D"
                       Perform Deactivate-Operator
                   When "U"
                       Perform Unlock-Operator
                   When "P"
                       Perform Set-Permissions
                   When "X"
                       Continue
                   When Other
                       Display "Please enter B, A, C, D, U, P, or X."
               End-Evaluate
           End-Perform
           Perform Close-Files
                   Move "Y" to WS-OP-EOF
           End-Start
           Display " "
           Display "Id       Name                 Auth St Lock Fails"
               " Pw set   Permits"
           Perform Until WS-OP-EOF = "Y"
               Read Operator-Master-File next record
                   At End
                       Move "Y" to WS-OP-EOF
                   Not At End
                       If OP-Failed-Count not numeric
                           Move 0 to OP-Failed-Count
                       End-If
                       If OP-Password-Date not numeric
                           Move 0 to OP-Password-Date
                       End-If
                       Display OP-Operator-Id " " OP-Operator-Name
                           "   " OP-Authority "  " OP-Active-Flag
                           "  " OP-Lock-Flag "    " OP-Failed-Count
                           "    " OP-Password-Date " " OP-Permit-Flags
               End-Read
           End-Perform.

               Move Keyed-Password to OP-Password
               Move Keyed-Authority to OP-Authority
               Set OP-Active to true
               Move 0 to OP-Failed-Count
               Move space to OP-Lock-Flag
      *        the password handed out here is changed at the
      *        operator's first sign-on
               Move 0 to OP-Password-Date
               If OP-Supervisor
                   Move Supervisor-Permits to OP-Permit-Flags
               Else
                   Move Clerk-Permits to OP-Permit-Flags
               End-If
               Write Operator-Master-Record
                   Invalid Key
                       Display "Unable to add operator "
               Accept Keyed-Password
               If Keyed-Password not = spaces
                   Move Keyed-Password to OP-Password
      *            a password a supervisor sets is temporary
                   Move 0 to OP-Password-Date
               End-If
               Display "New authority (0 to keep): "
                   with no advancing
               End-If
           End-If.

       Unlock-Operator.
      *clears the wrong-password count; a supervisor who suspects
      *the password is known sets a new one with C as well
           Display "Operator id to unlock: " with no advancing
           Accept Keyed-Oper-Id
           Perform Read-Operator-Master
           If WS-Found-Operator = "N"
               Display "No operator on file for id " Keyed-Oper-Id
               Exit Paragraph
           End-If
           If not OP-Locked
               Display "Operator " Keyed-Oper-Id " is not locked."
               Exit Paragraph
           End-If
           Move 0 to OP-Failed-Count
           Move space to OP-Lock-Flag
           Rewrite Operator-Master-Record
               Invalid Key
                   Display "Unable to update operator " Keyed-Oper-Id
               Not Invalid Key
                   Display "Operator " Keyed-Oper-Id " unlocked."
                   Move "OPER-UNLOCK" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                   String Keyed-Oper-Id " " OP-Operator-Name
                       delimited by size into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Set-Permissions.
      *one Y/N per menu area; a blank answer keeps what is there
           Display "Operator id for permissions: " with no advancing
           Accept Keyed-Oper-Id
           Perform Read-Operator-Master
           If WS-Found-Operator = "N"
               Display "No operator on file for id " Keyed-Oper-Id
               Exit Paragraph
           End-If
           Display "On file: " OP-Operator-Name " authority "
               OP-Authority
           Perform Varying Area-Sub from 1 by 1 until Area-Sub > 7
               Display Area-Name (Area-Sub) " now "
                   OP-Permit-Area (Area-Sub)
                   " - Y, N, or blank to keep: " with no advancing
               Move space to Keyed-Permit
               Accept Keyed-Permit
               Move Function Upper-Case (Keyed-Permit) to Keyed-Permit
               If Keyed-Permit = "Y" or "N"
                   Move Keyed-Permit to OP-Permit-Area (Area-Sub)
               End-If
           End-Perform
           Rewrite Operator-Master-Record
               Invalid Key
                   Display "Unable to update operator " Keyed-Oper-Id
               Not Invalid Key
                   Display "Operator " Keyed-Oper-Id
                       " permissions now " OP-Permit-Flags
                   Move "OPER-PERMIT" to WS-Audit-Type
                   Move spaces to WS-Audit-Detail
                   String Keyed-Oper-Id " " OP-Permit-Flags
                       delimited by size into WS-Audit-Detail
                   Perform Write-Audit-Record
           End-Rewrite.

       Read-Operator-Master.
           Move Keyed-Oper-Id to OP-Operator-Id
           Read Operator-Master-File
