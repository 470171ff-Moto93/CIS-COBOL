               10 KT-Net-Amount    pic 9(7)v99.
               10 KT-Status        pic x(1).
               10 KT-Replaces      pic 9(6).
               10 KT-Cleared-Date  pic 9(8).
               10 KT-Off-Cycle     pic x(3).

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
           Move SO-Operator-Id to WS-Operator-Id
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-KR-Table
                               KT-Status (KR-Table-Count)
                           Move KR-Replaces to
                               KT-Replaces (KR-Table-Count)
      *registers written before the bank rec carry no cleared date
                           If KR-Cleared-Date numeric
                               Move KR-Cleared-Date to
                                   KT-Cleared-Date (KR-Table-Count)
                           Else
                               Move 0 to
                                   KT-Cleared-Date (KR-Table-Count)
                           End-If
                           Move KR-Off-Cycle to
                               KT-Off-Cycle (KR-Table-Count)
                       End-If
               End-Read
           End-Perform.
      *direct deposit already paid this stub through the bank file
               Exit Paragraph
           End-If
           If PS-Off-Cycle not = spaces
      *the off-cycle run cut this one's check itself
               Exit Paragraph
           End-If
           Perform Check-Already-Issued
           If Already-Issued = "Y"
               Exit Paragraph

       Check-Already-Issued.
      *one live check per employee per period; a reprint must go
      *through void/reissue so the register shows the dead number.
      *An off-cycle check is extra pay, not the period's check.
           Move "N" to Already-Issued
           Perform Varying KR-Tbl-Idx from 1 by 1
                   until KR-Tbl-Idx > KR-Table-Count
                       and KT-Period-Number (KR-Tbl-Idx)
                           = Keyed-Period
                       and KT-Status (KR-Tbl-Idx) = "I"
                       and KT-Off-Cycle (KR-Tbl-Idx) = spaces
                   Move "Y" to Already-Issued
                   Exit Perform
               End-If
           Move Check-Net to KT-Net-Amount (KR-Table-Count)
           Move "I" to KT-Status (KR-Table-Count)
           Move 0 to KT-Replaces (KR-Table-Count)
           Move 0 to KT-Cleared-Date (KR-Table-Count)
           Move spaces to KT-Off-Cycle (KR-Table-Count)
           Perform Print-Check-Document
           Add 1 to Checks-Printed.

       List-Register.
           Display " "
           Display "Check   Emp    Name                 Dated"
               "     Per   Amount        St Off"
           Perform Varying KR-Tbl-Idx from 1 by 1
                   until KR-Tbl-Idx > KR-Table-Count
               Move KT-Net-Amount (KR-Tbl-Idx) to nCheck-Net
                   KT-Employee-Name (KR-Tbl-Idx) " "
                   KT-Check-Date (KR-Tbl-Idx) "  "
                   KT-Period-Number (KR-Tbl-Idx) "  "
                   nCheck-Net "  " KT-Status (KR-Tbl-Idx) "  "
                   KT-Off-Cycle (KR-Tbl-Idx)
           End-Perform
           If KR-Table-Count = 0
               Display "The register is empty."
                   Exit Perform
               End-If
           End-Perform
           If Check-Found = "Y" and KT-Cleared-Date (KR-Tbl-Idx) > 0
      *the bank already paid it; a void now would put the money
      *back on the books twice
               Display "Check " Keyed-Check-Number " cleared the bank "
                   "on " KT-Cleared-Date (KR-Tbl-Idx)
                   " and cannot be voided."
               Exit Paragraph
           End-If
           If Check-Found = "N"
               Display "No live check on the register for number "
                   Keyed-Check-Number "."
               KT-Net-Amount (KR-Table-Count)
           Move "I" to KT-Status (KR-Table-Count)
           Move Keyed-Check-Number to KT-Replaces (KR-Table-Count)
           Move 0 to KT-Cleared-Date (KR-Table-Count)
           Move KT-Off-Cycle (KR-Tbl-Idx) to
               KT-Off-Cycle (KR-Table-Count)
           Move KT-Net-Amount (KR-Table-Count) to nCheck-Net
           Display "Check " Next-Check-Number " reissued for "
               KT-Employee-Name (KR-Table-Count) " " nCheck-Net
               Move KT-Net-Amount (KR-Tbl-Idx) to KR-Net-Amount
               Move KT-Status (KR-Tbl-Idx) to KR-Status
               Move KT-Replaces (KR-Tbl-Idx) to KR-Replaces
               Move KT-Cleared-Date (KR-Tbl-Idx) to KR-Cleared-Date
               Move KT-Off-Cycle (KR-Tbl-Idx) to KR-Off-Cycle
               Write Check-Register-Record
           End-Perform
           Close Check-Register-File.
