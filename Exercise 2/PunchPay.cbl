       FD  Roster-File.
       Copy "ROSTER.CPY".
       FD  Punch-Archive-File.
       01  Punch-Archive-Record pic x(25).
       Copy "PUNCHFD.CPY".

       working-storage section.
       01 Pairing-Fields.
      *    one slot per employee seen on the punch file: accumulated
      *    worked minutes, the in-punch waiting for its out, and a
      *    flag when the punches do not pair cleanly; minutes
      *    worked in a department other than home are also kept
      *    apart, up to the three splits the roster carries
           05 Punch-Read-Count  pic 9(5) value 0.
           05 Emp-Count         pic 999 value 0.
           05 Emp-Entry occurs 100 times indexed by Emp-Idx.
               10 PE-In-Date     pic 9(8).
               10 PE-In-Minutes  pic 9(5).
               10 PE-Flagged     pic x.
               10 PE-In-Dept     pic x(3).
               10 PE-Split occurs 3 times indexed by Split-Idx.
                   15 PE-Split-Dept    pic x(3).
                   15 PE-Split-Minutes pic 9(5).
           05 WS-Found-Slot     pic x.
           05 WS-Punch-Minutes  pic 9(5).
           05 WS-Elapsed        pic s9(5).
           05 WS-Keyed-Hours    pic 999.
           05 WS-Roster-Count   pic 9(3) value 0.
           05 WS-Flag-Count     pic 9(3) value 0.
           05 WS-Split-Hours    pic 999.
           05 WS-Split-Total    pic 999.

       procedure division.
       Main-Start.
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Payroll
               Display "The payroll area is not among your "
                   "permissions."
               Goback
           End-If
           If not SO-Supervisor
      *unmatched punches get corrected here, and corrections decide
      *what people are paid - supervisor only
               Move "Y" to PE-Pending-In (Emp-Idx)
               Move PU-Date to PE-In-Date (Emp-Idx)
               Move WS-Punch-Minutes to PE-In-Minutes (Emp-Idx)
               Move PU-Dept-Code to PE-In-Dept (Emp-Idx)
           Else
               If PE-Pending-In (Emp-Idx) not = "Y"
      *            an out with no in standing open
                           Move "Y" to PE-Flagged (Emp-Idx)
                       Else
                           Add WS-Elapsed to PE-Minutes (Emp-Idx)
                           If PE-In-Dept (Emp-Idx) not = spaces
                               Perform Add-Split-Minutes
                           End-If
                       End-If
                   End-If
                   Move "N" to PE-Pending-In (Emp-Idx)
               End-If
           End-If.

       Add-Split-Minutes.
      *charges the pair's minutes to the department keyed on its
      *clock-in; past three other departments the rest stay home
           Perform Varying Split-Idx from 1 by 1
                   until Split-Idx > 3
               If PE-Split-Dept (Emp-Idx, Split-Idx) =
                       PE-In-Dept (Emp-Idx)
                   or PE-Split-Dept (Emp-Idx, Split-Idx) = spaces
                   Exit Perform
               End-If
           End-Perform
           If Split-Idx > 3
               Display "Employee " PE-Employee-Id (Emp-Idx)
                   " worked in more than three other departments; "
                   PE-In-Dept (Emp-Idx) " time stays home."
               Exit Paragraph
           End-If
           Move PE-In-Dept (Emp-Idx)
               to PE-Split-Dept (Emp-Idx, Split-Idx)
           Add WS-Elapsed to PE-Split-Minutes (Emp-Idx, Split-Idx).

       Find-Employee-Slot.
           Move "Y" to WS-Found-Slot
           Perform Varying Emp-Idx from 1 by 1
                   Move 0 to PE-Minutes (Emp-Idx)
                   Move "N" to PE-Pending-In (Emp-Idx)
                   Move "N" to PE-Flagged (Emp-Idx)
                   Move spaces to PE-In-Dept (Emp-Idx)
                   Perform Clear-Employee-Splits
               Else
                   Display "More than 100 employees on the punch "
                       "file; " PU-Employee-Id " not processed."
               End-If
           End-If.

       Clear-Employee-Splits.
           Perform Varying Split-Idx from 1 by 1
                   until Split-Idx > 3
               Move spaces to PE-Split-Dept (Emp-Idx, Split-Idx)
               Move 0 to PE-Split-Minutes (Emp-Idx, Split-Idx)
           End-Perform.

       Flag-Open-Ins.
      *an in still standing open at period end is a missing out
           Perform Varying Emp-Idx from 1 by 1
                   Accept WS-Keyed-Hours
                   Compute PE-Minutes (Emp-Idx) =
                       WS-Keyed-Hours * 60
      *            corrected hours cannot say where they were
      *            worked, so they all go to the home department;
      *            the office keys any split onto the roster
                   If PE-Split-Dept (Emp-Idx, 1) not = spaces
                       Display "Department split dropped; the "
                           "hours go to the home department."
                       Perform Clear-Employee-Splits
                   End-If
               End-If
           End-Perform
           If WS-Flag-Count = 0
      *            are keyed onto the roster by the office
                   Move 0 to RO-Vac-Hours
                   Move 0 to RO-Sick-Hours
                   Perform Move-Roster-Splits
                   Write Roster-Record
                   Add 1 to WS-Roster-Count
               End-If
           End-Perform
           Close Roster-File.

       Move-Roster-Splits.
      *hours worked away from home, rounded like the total; the
      *rounding is never allowed to split off more than was worked
           Move 0 to WS-Split-Total
           Perform Varying Split-Idx from 1 by 1
                   until Split-Idx > 3
               Compute WS-Split-Hours rounded =
                   PE-Split-Minutes (Emp-Idx, Split-Idx) / 60
               If WS-Split-Total + WS-Split-Hours > WS-Hours
                   Compute WS-Split-Hours = WS-Hours - WS-Split-Total
               End-If
               Add WS-Split-Hours to WS-Split-Total
               If WS-Split-Hours > 0
                   Move PE-Split-Dept (Emp-Idx, Split-Idx)
                       to RO-Split-Dept (Split-Idx)
                   Move WS-Split-Hours to RO-Split-Hours (Split-Idx)
               Else
                   Move spaces to RO-Split-Dept (Split-Idx)
                   Move 0 to RO-Split-Hours (Split-Idx)
               End-If
           End-Perform.

       End Program PunchPay.
