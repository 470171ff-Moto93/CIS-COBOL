      **************************************
      *Program:    Bank reconciliation
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. BankRec.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select GL-Master-File assign to "GLMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GM-Account
               file status is WS-GM-Status.
           Select Bank-Rec-File assign to "BANKREC.DAT"
               organization is line sequential.
       Copy "BNKSTMSEL.CPY".
       Copy "CHKREGSEL.CPY".
       Copy "APCHKSEL.CPY".
       Copy "DEPLOGSEL.CPY".
       Copy "BNKDEPSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  GL-Master-File.
       Copy "GLMAST.CPY".
       FD  Bank-Rec-File.
       01  Bank-Rec-Line        pic x(80).
       Copy "BNKSTMFD.CPY".
       Copy "CHKREGFD.CPY".
       Copy "APCHKFD.CPY".
       Copy "DEPLOGFD.CPY".
       Copy "BNKDEPFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-GM-Status      pic xx.
           05 WS-BS-Status      pic xx.
           05 WS-BS-EOF         pic x value "N".
           05 WS-KR-Status      pic xx.
           05 WS-KR-EOF         pic x value "N".
           05 WS-KR-Overflow    pic x value "N".
           05 WS-AC-Status      pic xx.
           05 WS-AC-EOF         pic x value "N".
           05 WS-AC-Overflow    pic x value "N".
           05 WS-DL-Status      pic xx.
           05 WS-DL-EOF         pic x value "N".
           05 WS-DL-Overflow    pic x value "N".
           05 WS-BD-Status      pic xx.
           05 WS-BD-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Rec-Control-Fields.
           05 WS-Today-Date     pic 9(8).
           05 WS-Statement-Date pic 9(8) value 0.
           05 WS-Ending-Found   pic x value "N".
           05 WS-Clear-Select   pic x.
      *    a deposit posts at the bank a day or two after the slip
      *    is written; anything further apart is not the same money
           05 WS-Deposit-Lag    pic 99 value 5.
           05 WS-Day-Gap        pic s9(7).
           05 WS-Purge-Before   pic 9(8).
           05 WS-Purge-Integer  pic s9(9).
           05 WS-Match-Found    pic x.
           05 WS-Want-Type      pic x.
           05 WS-Best-Idx       pic 9(4).
      *    the register row a statement check landed on: K for a
      *    payroll check, V for a vendor check
           05 WS-Check-Source   pic x.
           05 WS-Check-Status   pic x.
           05 WS-Check-Cleared  pic 9(8).
           05 WS-Check-Amount   pic 9(7)v99.
           05 WS-Item-Reason    pic x(24).
       01 Rec-Totals.
      *    the two sides of the reconciliation: the bank's ending
      *    balance carried forward by what the books have and the
      *    bank does not, and the ledger's cash balance carried
      *    forward by what the bank has and the books do not
           05 WS-Bank-Beginning pic s9(9)v99 value 0.
           05 WS-Bank-Ending    pic s9(9)v99 value 0.
           05 WS-Outstanding-Chk pic 9(9)v99 value 0.
           05 WS-Outstanding-ACH pic 9(9)v99 value 0.
           05 WS-In-Transit     pic 9(9)v99 value 0.
           05 WS-Unbooked-Cr    pic 9(9)v99 value 0.
           05 WS-Unbooked-Dr    pic 9(9)v99 value 0.
           05 WS-Book-Balance   pic s9(11)v99 value 0.
           05 WS-Adjusted-Bank  pic s9(11)v99 value 0.
           05 WS-Adjusted-Book  pic s9(11)v99 value 0.
           05 WS-Rec-Difference pic s9(11)v99 value 0.
           05 WS-Book-Found     pic x value "N".
           05 Matched-Checks    pic 9(5) value 0.
           05 Matched-Deposits  pic 9(5) value 0.
           05 Matched-ACH       pic 9(5) value 0.
           05 Prior-Matched     pic 9(5) value 0.
           05 Statement-Items   pic 9(5) value 0.
           05 Outstanding-Count pic 9(5) value 0.
           05 In-Transit-Count  pic 9(5) value 0.
           05 DD-Picked-Up      pic 9(5) value 0.
           05 nAmount           pic $$$,$$$,$$$,$$9.99-.
           05 nCount            pic zzzz9.
       01 KR-Work-Table.
      *    the payroll check register, cleared dates stamped in
      *    place and the file written back out as PayCheck does
           05 KR-Table-Count    pic 9(3) value 0.
           05 KR-Table-Entry occurs 500 times
                  indexed by KR-Tbl-Idx.
               10 KT-Check-Number  pic 9(6).
               10 KT-Employee-Id   pic x(5).
               10 KT-Employee-Name pic x(20).
               10 KT-Check-Date    pic 9(8).
               10 KT-Period-Number pic 9(4).
               10 KT-Net-Amount    pic 9(7)v99.
               10 KT-Status        pic x(1).
               10 KT-Replaces      pic 9(6).
               10 KT-Cleared-Date  pic 9(8).
               10 KT-Off-Cycle     pic x(3).
       01 AC-Work-Table.
      *    the vendor check register, handled the same way
           05 AC-Table-Count    pic 9(3) value 0.
           05 AC-Table-Entry occurs 500 times
                  indexed by AC-Tbl-Idx.
               10 CT-Check-Number  pic 9(6).
               10 CT-Vendor-Number pic 9(4).
               10 CT-Vendor-Name   pic x(20).
               10 CT-Check-Date    pic 9(8).
               10 CT-Amount        pic 9(7)v99.
               10 CT-Invoice-Count pic 9(3).
               10 CT-Status        pic x(1).
               10 CT-Cleared-Date  pic 9(8).
       01 DL-Work-Table.
      *    the book deposit log plus any direct-deposit batches not
      *    yet on it
           05 DL-Table-Count    pic 9(4) value 0.
           05 DL-Table-Entry occurs 1000 times
                  indexed by DL-Idx.
               10 DT-Deposit-Type pic x(1).
               10 DT-Book-Date    pic 9(8).
               10 DT-Amount       pic 9(8)v99.
               10 DT-Cleared-Date pic 9(8).
       01 Unmatched-Table.
      *    statement lines nothing on the books accounts for; each
      *    one needs a journal entry or a call to the bank
           05 UB-Count          pic 9(3) value 0.
           05 UB-Dropped        pic 9(5) value 0.
           05 UB-Entry occurs 200 times indexed by UB-Idx.
               10 UB-Item-Type    pic x(1).
               10 UB-Post-Date    pic 9(8).
               10 UB-Check-Number pic 9(6).
               10 UB-Amount       pic 9(9)v99.
               10 UB-Reason       pic x(24).

       procedure division.
       Main-Start.
           Display "Bank Reconciliation"
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
           Accept WS-Today-Date from Date YYYYMMDD
           Perform Load-Check-Register
           Perform Load-Vendor-Checks
           Perform Load-Book-Deposits
           If WS-KR-Overflow = "Y" or WS-AC-Overflow = "Y"
                   or WS-DL-Overflow = "Y"
      *a row past the table would be lost when the file is written
      *back out, so the rec is refused rather than risk it
               Display "A register or the deposit log is past its "
                   "table size; archive old entries first."
               Goback
           End-If
           Perform Set-Purge-Cutoff
           Perform Pick-Up-Direct-Deposits
           Move "N" to WS-BS-EOF
           Open Input Bank-Statement-File
           If WS-BS-Status not = "00"
               Display "No bank statement on file (BANKSTMT.DAT)."
               Goback
           End-If
           Perform Until WS-BS-EOF = "Y"
               Read Bank-Statement-File
                   At End
                       Move "Y" to WS-BS-EOF
                   Not At End
                       Perform Match-One-Statement-Item
               End-Read
           End-Perform
           Close Bank-Statement-File
           If WS-Ending-Found = "N"
               Display "The statement carries no ending balance (E) "
                   "record; nothing to reconcile to."
               Goback
           End-If
           Perform Read-Book-Balance
           Perform Total-Outstanding-Items
           Perform Compute-Reconciliation
           Perform Write-Rec-Report
           Perform Show-Rec-Summary
           Display "Mark the matched items cleared? (Y/N) "
               with no advancing
           Accept WS-Clear-Select
           If WS-Clear-Select = "Y" or "y"
               Perform Rewrite-Check-Register
               Perform Rewrite-Vendor-Checks
               Perform Rewrite-Book-Deposits
               Move "BANK-REC" to WS-Audit-Type
               Move Matched-Checks to nCount
               Move WS-Rec-Difference to nAmount
               Move spaces to WS-Audit-Detail
               String "stmt " delimited by size
                   WS-Statement-Date delimited by size
                   " checks" delimited by size
                   nCount delimited by size
                   " diff " delimited by size
                   nAmount delimited by size
                   into WS-Audit-Detail
               Perform Write-Audit-Record
               Display "Cleared dates written to the check registers "
                   "and the deposit log."
           Else
               Display "Nothing marked; the registers are unchanged."
           End-If
           Goback.

       Load-Check-Register.
           Move 0 to KR-Table-Count
           Open Input Check-Register-File
           If WS-KR-Status not = "00"
               Move "Y" to WS-KR-EOF
           End-If
           Perform Until WS-KR-EOF = "Y"
               Read Check-Register-File
                   At End
                       Move "Y" to WS-KR-EOF
                   Not At End
                       If KR-Table-Count >= 500
                           Move "Y" to WS-KR-Overflow
                       Else
                           Add 1 to KR-Table-Count
                           Move KR-Check-Number to
                               KT-Check-Number (KR-Table-Count)
                           Move KR-Employee-Id to
                               KT-Employee-Id (KR-Table-Count)
                           Move KR-Employee-Name to
                               KT-Employee-Name (KR-Table-Count)
                           Move KR-Check-Date to
                               KT-Check-Date (KR-Table-Count)
                           Move KR-Period-Number to
                               KT-Period-Number (KR-Table-Count)
                           Move KR-Net-Amount to
                               KT-Net-Amount (KR-Table-Count)
                           Move KR-Status to
                               KT-Status (KR-Table-Count)
                           Move KR-Replaces to
                               KT-Replaces (KR-Table-Count)
                           Move KR-Off-Cycle to
                               KT-Off-Cycle (KR-Table-Count)
                           If KR-Cleared-Date numeric
                               Move KR-Cleared-Date to
                                   KT-Cleared-Date (KR-Table-Count)
                           Else
                               Move 0 to
                                   KT-Cleared-Date (KR-Table-Count)
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-KR-Status = "00" or "10"
               Close Check-Register-File
           End-If.

       Load-Vendor-Checks.
           Move 0 to AC-Table-Count
           Open Input AP-Check-File
           If WS-AC-Status not = "00"
               Move "Y" to WS-AC-EOF
           End-If
           Perform Until WS-AC-EOF = "Y"
               Read AP-Check-File
                   At End
                       Move "Y" to WS-AC-EOF
                   Not At End
                       If AC-Table-Count >= 500
                           Move "Y" to WS-AC-Overflow
                       Else
                           Add 1 to AC-Table-Count
                           Move AC-Check-Number to
                               CT-Check-Number (AC-Table-Count)
                           Move AC-Vendor-Number to
                               CT-Vendor-Number (AC-Table-Count)
                           Move AC-Vendor-Name to
                               CT-Vendor-Name (AC-Table-Count)
                           Move AC-Check-Date to
                               CT-Check-Date (AC-Table-Count)
                           Move AC-Amount to
                               CT-Amount (AC-Table-Count)
                           Move AC-Invoice-Count to
                               CT-Invoice-Count (AC-Table-Count)
                           Move AC-Status to
                               CT-Status (AC-Table-Count)
                           If AC-Cleared-Date numeric
                               Move AC-Cleared-Date to
                                   CT-Cleared-Date (AC-Table-Count)
                           Else
                               Move 0 to
                                   CT-Cleared-Date (AC-Table-Count)
                           End-If
                       End-If
               End-Read
           End-Perform
           If WS-AC-Status = "00" or "10"
               Close AP-Check-File
           End-If.

       Load-Book-Deposits.
           Move 0 to DL-Table-Count
           Open Input Book-Deposit-File
           If WS-DL-Status not = "00"
               Move "Y" to WS-DL-EOF
           End-If
           Perform Until WS-DL-EOF = "Y"
               Read Book-Deposit-File
                   At End
                       Move "Y" to WS-DL-EOF
                   Not At End
                       If DL-Table-Count >= 1000
                           Move "Y" to WS-DL-Overflow
                       Else
                           Add 1 to DL-Table-Count
                           Move DL-Deposit-Type to
                               DT-Deposit-Type (DL-Table-Count)
                           Move DL-Book-Date to
                               DT-Book-Date (DL-Table-Count)
                           Move DL-Amount to
                               DT-Amount (DL-Table-Count)
                           Move DL-Cleared-Date to
                               DT-Cleared-Date (DL-Table-Count)
                       End-If
               End-Read
           End-Perform
           If WS-DL-Status = "00" or "10"
               Close Book-Deposit-File
           End-If.

       Set-Purge-Cutoff.
      *the log keeps deposits that cleared within 90 days of this
      *statement's date; the date is on the ending record, so the
      *statement is read ahead for it before any batch is taken
      *up.  No statement or no ending record leaves the cutoff at
      *zero and the rec itself is refused below.
           Move 0 to WS-Purge-Before
           Open Input Bank-Statement-File
           If WS-BS-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-BS-EOF = "Y"
               Read Bank-Statement-File
                   At End
                       Move "Y" to WS-BS-EOF
                   Not At End
                       If BS-Ending
                           Move BS-Post-Date to WS-Statement-Date
                       End-If
               End-Read
           End-Perform
           Close Bank-Statement-File
           If WS-Statement-Date > 0
               Compute WS-Purge-Integer =
                   Function Integer-Of-Date (WS-Statement-Date) - 90
               Move Function Date-Of-Integer (WS-Purge-Integer) to
                   WS-Purge-Before
           End-If.

       Pick-Up-Direct-Deposits.
      *each payroll run's direct-deposit trailer is one debit the
      *bank will take in a single sum; any trailer not yet on the
      *deposit log is added to it, known by run date and amount
           Open Input Bank-Deposit-File
           If WS-BD-Status not = "00"
               Move "Y" to WS-BD-EOF
           End-If
           Perform Until WS-BD-EOF = "Y"
               Read Bank-Deposit-File
                   At End
                       Move "Y" to WS-BD-EOF
                   Not At End
      *a trailer from before the purge cutoff was cleared and has
      *already aged off the log; taking it up again would bring
      *it back as a deposit still in transit
                       If BD-Trailer and BD-Net-Amount > 0
                               and BD-Run-Date >= WS-Purge-Before
                           Perform Log-One-Batch
                       End-If
               End-Read
           End-Perform
           If WS-BD-Status = "00" or "10"
               Close Bank-Deposit-File
           End-If.

       Log-One-Batch.
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               If DT-Deposit-Type (DL-Idx) = "A"
                       and DT-Book-Date (DL-Idx) = BD-Run-Date
                       and DT-Amount (DL-Idx) = BD-Net-Amount
                   Exit Paragraph
               End-If
           End-Perform
           If DL-Table-Count >= 1000
               Move "Y" to WS-DL-Overflow
               Exit Paragraph
           End-If
           Add 1 to DL-Table-Count
           Add 1 to DD-Picked-Up
           Move "A" to DT-Deposit-Type (DL-Table-Count)
           Move BD-Run-Date to DT-Book-Date (DL-Table-Count)
           Move BD-Net-Amount to DT-Amount (DL-Table-Count)
           Move 0 to DT-Cleared-Date (DL-Table-Count).

       Match-One-Statement-Item.
           Add 1 to Statement-Items
           Evaluate true
               When BS-Beginning
                   Move BS-Amount to WS-Bank-Beginning
                   If BS-Balance-Sign = "-"
                       Compute WS-Bank-Beginning =
                           0 - WS-Bank-Beginning
                   End-If
               When BS-Ending
                   Move "Y" to WS-Ending-Found
                   Move BS-Post-Date to WS-Statement-Date
                   Move BS-Amount to WS-Bank-Ending
                   If BS-Balance-Sign = "-"
                       Compute WS-Bank-Ending = 0 - WS-Bank-Ending
                   End-If
               When BS-Check-Paid
                   Perform Match-Check
               When BS-Deposit
                   Move "D" to WS-Want-Type
                   Perform Match-Deposit
               When BS-ACH-Debit
                   Move "A" to WS-Want-Type
                   Perform Match-Deposit
               When BS-Fee
                   Move "BANK CHARGE - BOOK IT" to WS-Item-Reason
                   Perform Add-Unmatched-Item
               When BS-Credit
                   Move "BANK CREDIT - BOOK IT" to WS-Item-Reason
                   Perform Add-Unmatched-Item
               When Other
                   Move "UNKNOWN ITEM TYPE" to WS-Item-Reason
                   Perform Add-Unmatched-Item
           End-Evaluate.

       Match-Check.
      *a paid check is found by number on the payroll register
      *first, then the vendor register (both draw on the one
      *check-number sequence), and must be live and for the same
      *amount before it is marked cleared
           Move space to WS-Check-Source
           Perform Varying KR-Tbl-Idx from 1 by 1
                   until KR-Tbl-Idx > KR-Table-Count
               If KT-Check-Number (KR-Tbl-Idx) = BS-Check-Number
                   Move "K" to WS-Check-Source
                   Move KT-Status (KR-Tbl-Idx) to WS-Check-Status
                   Move KT-Cleared-Date (KR-Tbl-Idx) to
                       WS-Check-Cleared
                   Move KT-Net-Amount (KR-Tbl-Idx) to
                       WS-Check-Amount
                   Exit Perform
               End-If
           End-Perform
           If WS-Check-Source = space
               Perform Varying AC-Tbl-Idx from 1 by 1
                       until AC-Tbl-Idx > AC-Table-Count
                   If CT-Check-Number (AC-Tbl-Idx) = BS-Check-Number
                       Move "V" to WS-Check-Source
                       Move CT-Status (AC-Tbl-Idx) to WS-Check-Status
                       Move CT-Cleared-Date (AC-Tbl-Idx) to
                           WS-Check-Cleared
                       Move CT-Amount (AC-Tbl-Idx) to
                           WS-Check-Amount
                       Exit Perform
                   End-If
               End-Perform
           End-If
           Evaluate true
               When WS-Check-Source = space
                   Move "CHECK NOT ON REGISTER" to WS-Item-Reason
                   Perform Add-Unmatched-Item
               When WS-Check-Status = "V"
                   Move "VOIDED CHECK PAID" to WS-Item-Reason
                   Perform Add-Unmatched-Item
               When WS-Check-Cleared = BS-Post-Date
      *            matched on an earlier pass over this statement
                   Add 1 to Prior-Matched
               When WS-Check-Cleared > 0
                   Move "CHECK ALREADY CLEARED" to WS-Item-Reason
                   Perform Add-Unmatched-Item
               When WS-Check-Amount not = BS-Amount
                   Move "PAID AMOUNT DIFFERS" to WS-Item-Reason
                   Perform Add-Unmatched-Item
               When WS-Check-Source = "K"
                   Move BS-Post-Date to KT-Cleared-Date (KR-Tbl-Idx)
                   Add 1 to Matched-Checks
               When Other
                   Move BS-Post-Date to CT-Cleared-Date (AC-Tbl-Idx)
                   Add 1 to Matched-Checks
           End-Evaluate.

       Match-Deposit.
      *a bank deposit is matched to the oldest uncleared book
      *deposit of the same amount written no more than the lag
      *before it posted; a direct-deposit debit is matched the same
      *way against the payroll batches
           Move 0 to WS-Best-Idx
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               Perform Consider-One-Deposit
           End-Perform
           If WS-Best-Idx > 0
               Move BS-Post-Date to DT-Cleared-Date (WS-Best-Idx)
               If WS-Want-Type = "A"
                   Add 1 to Matched-ACH
               Else
                   Add 1 to Matched-Deposits
               End-If
               Exit Paragraph
           End-If
           Move "N" to WS-Match-Found
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               If DT-Cleared-Date (DL-Idx) = BS-Post-Date
                       and DT-Amount (DL-Idx) = BS-Amount
                   Move "Y" to WS-Match-Found
                   Exit Perform
               End-If
           End-Perform
           If WS-Match-Found = "Y"
               Add 1 to Prior-Matched
           Else
               If WS-Want-Type = "A"
                   Move "DEBIT NOT A PAYROLL BATCH" to WS-Item-Reason
               Else
                   Move "DEPOSIT NOT ON BOOKS" to WS-Item-Reason
               End-If
               Perform Add-Unmatched-Item
           End-If.

       Consider-One-Deposit.
           If DT-Cleared-Date (DL-Idx) not = 0
                   or DT-Amount (DL-Idx) not = BS-Amount
                   or DT-Book-Date (DL-Idx) > BS-Post-Date
               Exit Paragraph
           End-If
           If WS-Want-Type = "A"
               If DT-Deposit-Type (DL-Idx) not = "A"
                   Exit Paragraph
               End-If
           Else
               If DT-Deposit-Type (DL-Idx) = "A"
                   Exit Paragraph
               End-If
           End-If
           Compute WS-Day-Gap =
               Function Integer-Of-Date (BS-Post-Date)
               - Function Integer-Of-Date (DT-Book-Date (DL-Idx))
           If WS-Day-Gap > WS-Deposit-Lag
               Exit Paragraph
           End-If
           If WS-Best-Idx = 0
               Set WS-Best-Idx to DL-Idx
           Else
               If DT-Book-Date (DL-Idx) < DT-Book-Date (WS-Best-Idx)
                   Set WS-Best-Idx to DL-Idx
               End-If
           End-If.

       Add-Unmatched-Item.
      *a bank debit the books never recorded lowers the book side
      *of the rec, a bank credit raises it
           If BS-Deposit or BS-Credit
               Add BS-Amount to WS-Unbooked-Cr
           Else
               If BS-Check-Paid or BS-ACH-Debit or BS-Fee
                   Add BS-Amount to WS-Unbooked-Dr
               End-If
           End-If
           If UB-Count >= 200
               Add 1 to UB-Dropped
               Exit Paragraph
           End-If
           Add 1 to UB-Count
           Move BS-Item-Type to UB-Item-Type (UB-Count)
           Move BS-Post-Date to UB-Post-Date (UB-Count)
           Move BS-Check-Number to UB-Check-Number (UB-Count)
           Move BS-Amount to UB-Amount (UB-Count)
           Move WS-Item-Reason to UB-Reason (UB-Count).

       Read-Book-Balance.
      *the book side is the ledger's cash account as posted; run
      *the rec after the statement date's extract has been posted
           Open Input GL-Master-File
           If WS-GM-Status not = "00"
               Exit Paragraph
           End-If
           Move "1000" to GM-Account
           Read GL-Master-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "Y" to WS-Book-Found
                   Compute WS-Book-Balance =
                       GM-Debit-Total - GM-Credit-Total
           End-Read
           Close GL-Master-File.

       Total-Outstanding-Items.
      *every live check and book deposit the bank has not shown
      *yet - the ledger balance already counts them all
           Perform Varying KR-Tbl-Idx from 1 by 1
                   until KR-Tbl-Idx > KR-Table-Count
               If KT-Status (KR-Tbl-Idx) = "I"
                       and KT-Cleared-Date (KR-Tbl-Idx) = 0
                   Add KT-Net-Amount (KR-Tbl-Idx) to
                       WS-Outstanding-Chk
                   Add 1 to Outstanding-Count
               End-If
           End-Perform
           Perform Varying AC-Tbl-Idx from 1 by 1
                   until AC-Tbl-Idx > AC-Table-Count
               If CT-Status (AC-Tbl-Idx) = "I"
                       and CT-Cleared-Date (AC-Tbl-Idx) = 0
                   Add CT-Amount (AC-Tbl-Idx) to WS-Outstanding-Chk
                   Add 1 to Outstanding-Count
               End-If
           End-Perform
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               If DT-Cleared-Date (DL-Idx) = 0
                   If DT-Deposit-Type (DL-Idx) = "A"
                       Add DT-Amount (DL-Idx) to WS-Outstanding-ACH
                   Else
                       Add DT-Amount (DL-Idx) to WS-In-Transit
                       Add 1 to In-Transit-Count
                   End-If
               End-If
           End-Perform.

       Compute-Reconciliation.
           Compute WS-Adjusted-Bank = WS-Bank-Ending
               + WS-In-Transit - WS-Outstanding-Chk
               - WS-Outstanding-ACH
           Compute WS-Adjusted-Book = WS-Book-Balance
               + WS-Unbooked-Cr - WS-Unbooked-Dr
           Compute WS-Rec-Difference =
               WS-Adjusted-Bank - WS-Adjusted-Book.

       Write-Rec-Report.
           Open Output Bank-Rec-File
           Move spaces to Bank-Rec-Line
           String "BANK RECONCILIATION - STATEMENT DATED "
               WS-Statement-Date "  RUN " WS-Today-Date
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Bank-Beginning to nAmount
           Move spaces to Bank-Rec-Line
           String "Statement opening balance          " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move Matched-Checks to nCount
           Move spaces to Bank-Rec-Line
           String "Checks matched and cleared         " nCount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move Matched-Deposits to nCount
           Move spaces to Bank-Rec-Line
           String "Deposits matched and cleared       " nCount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move Matched-ACH to nCount
           Move spaces to Bank-Rec-Line
           String "Direct-deposit batches matched     " nCount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           If Prior-Matched > 0
               Move Prior-Matched to nCount
               Move spaces to Bank-Rec-Line
               String "Items cleared on an earlier run    " nCount
                   delimited by size into Bank-Rec-Line
               Write Bank-Rec-Line
           End-If
           Perform Write-Outstanding-Checks
           Perform Write-In-Transit
           Perform Write-Unmatched-Items
           Perform Write-Rec-Summary
           Close Bank-Rec-File.

       Write-Outstanding-Checks.
           Move spaces to Bank-Rec-Line
           Write Bank-Rec-Line
           Move "OUTSTANDING CHECKS" to Bank-Rec-Line
           Write Bank-Rec-Line
           Perform Varying KR-Tbl-Idx from 1 by 1
                   until KR-Tbl-Idx > KR-Table-Count
               If KT-Status (KR-Tbl-Idx) = "I"
                       and KT-Cleared-Date (KR-Tbl-Idx) = 0
                   Move KT-Net-Amount (KR-Tbl-Idx) to nAmount
                   Move spaces to Bank-Rec-Line
                   String "  " KT-Check-Number (KR-Tbl-Idx) " "
                       KT-Check-Date (KR-Tbl-Idx) " PAYROLL "
                       KT-Employee-Name (KR-Tbl-Idx) " " nAmount
                       delimited by size into Bank-Rec-Line
                   Write Bank-Rec-Line
               End-If
           End-Perform
           Perform Varying AC-Tbl-Idx from 1 by 1
                   until AC-Tbl-Idx > AC-Table-Count
               If CT-Status (AC-Tbl-Idx) = "I"
                       and CT-Cleared-Date (AC-Tbl-Idx) = 0
                   Move CT-Amount (AC-Tbl-Idx) to nAmount
                   Move spaces to Bank-Rec-Line
                   String "  " CT-Check-Number (AC-Tbl-Idx) " "
                       CT-Check-Date (AC-Tbl-Idx) " VENDOR  "
                       CT-Vendor-Name (AC-Tbl-Idx) " " nAmount
                       delimited by size into Bank-Rec-Line
                   Write Bank-Rec-Line
               End-If
           End-Perform
           Move WS-Outstanding-Chk to nAmount
           Move Outstanding-Count to nCount
           Move spaces to Bank-Rec-Line
           String "  Total outstanding checks   " nCount " "
               nAmount delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line.

       Write-In-Transit.
           Move spaces to Bank-Rec-Line
           Write Bank-Rec-Line
           Move "DEPOSITS IN TRANSIT AND UNCLEARED PAYROLL BATCHES"
               to Bank-Rec-Line
           Write Bank-Rec-Line
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               If DT-Cleared-Date (DL-Idx) = 0
                   Move DT-Amount (DL-Idx) to nAmount
                   Move spaces to Bank-Rec-Line
                   Evaluate DT-Deposit-Type (DL-Idx)
                       When "B"
                           String "  " DT-Book-Date (DL-Idx)
                               " DRAWER DEPOSIT             " nAmount
                               delimited by size into Bank-Rec-Line
                       When "C"
                           String "  " DT-Book-Date (DL-Idx)
                               " CARD SETTLEMENT            " nAmount
                               delimited by size into Bank-Rec-Line
                       When Other
                           String "  " DT-Book-Date (DL-Idx)
                               " DIRECT-DEPOSIT BATCH (DR)  " nAmount
                               delimited by size into Bank-Rec-Line
                   End-Evaluate
                   Write Bank-Rec-Line
               End-If
           End-Perform
           Move WS-In-Transit to nAmount
           Move In-Transit-Count to nCount
           Move spaces to Bank-Rec-Line
           String "  Total deposits in transit  " nCount " "
               nAmount delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Outstanding-ACH to nAmount
           Move spaces to Bank-Rec-Line
           String "  Total uncleared batches          " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line.

       Write-Unmatched-Items.
           Move spaces to Bank-Rec-Line
           Write Bank-Rec-Line
           Move "BANK ITEMS NOT MATCHED TO THE BOOKS" to Bank-Rec-Line
           Write Bank-Rec-Line
           Perform Varying UB-Idx from 1 by 1
                   until UB-Idx > UB-Count
               Move UB-Amount (UB-Idx) to nAmount
               Move spaces to Bank-Rec-Line
               String "  " UB-Item-Type (UB-Idx) " "
                   UB-Post-Date (UB-Idx) " "
                   UB-Check-Number (UB-Idx) " "
                   UB-Reason (UB-Idx) " " nAmount
                   delimited by size into Bank-Rec-Line
               Write Bank-Rec-Line
           End-Perform
           If UB-Dropped > 0
               Move UB-Dropped to nCount
               Move spaces to Bank-Rec-Line
               String "  More items in the totals but not listed "
                   nCount delimited by size into Bank-Rec-Line
               Write Bank-Rec-Line
           End-If
           If UB-Count = 0
               Move "  (none)" to Bank-Rec-Line
               Write Bank-Rec-Line
           End-If.

       Write-Rec-Summary.
           Move spaces to Bank-Rec-Line
           Write Bank-Rec-Line
           Move "RECONCILIATION" to Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Bank-Ending to nAmount
           Move spaces to Bank-Rec-Line
           String "Balance per bank statement         " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-In-Transit to nAmount
           Move spaces to Bank-Rec-Line
           String "  Add deposits in transit          " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Outstanding-Chk to nAmount
           Move spaces to Bank-Rec-Line
           String "  Less outstanding checks          " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Outstanding-ACH to nAmount
           Move spaces to Bank-Rec-Line
           String "  Less uncleared payroll batches   " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Adjusted-Bank to nAmount
           Move spaces to Bank-Rec-Line
           String "Adjusted bank balance              " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move spaces to Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Book-Balance to nAmount
           Move spaces to Bank-Rec-Line
           String "Balance per books (GL 1000 CASH)   " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           If WS-Book-Found = "N"
               Move "  (no 1000 CASH account posted on GLMAST.DAT)"
                   to Bank-Rec-Line
               Write Bank-Rec-Line
           End-If
           Move WS-Unbooked-Cr to nAmount
           Move spaces to Bank-Rec-Line
           String "  Add bank credits not on books    " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Unbooked-Dr to nAmount
           Move spaces to Bank-Rec-Line
           String "  Less bank debits not on books    " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move WS-Adjusted-Book to nAmount
           Move spaces to Bank-Rec-Line
           String "Adjusted book balance              " nAmount
               delimited by size into Bank-Rec-Line
           Write Bank-Rec-Line
           Move spaces to Bank-Rec-Line
           Write Bank-Rec-Line
           If WS-Rec-Difference = 0
               Move "*** RECONCILED - BOOK AGREES TO BANK ***" to
                   Bank-Rec-Line
           Else
               Move WS-Rec-Difference to nAmount
               Move spaces to Bank-Rec-Line
               String "*** OUT OF BALANCE BY              " nAmount
                   delimited by size into Bank-Rec-Line
           End-If
           Write Bank-Rec-Line.

       Show-Rec-Summary.
           Display Statement-Items " statement item(s) read; "
               DD-Picked-Up " new direct-deposit batch(es) logged."
           Move WS-Adjusted-Bank to nAmount
           Display "Adjusted bank balance " nAmount
           Move WS-Adjusted-Book to nAmount
           Display "Adjusted book balance " nAmount
           If WS-Rec-Difference = 0
               Display "Reconciled."
           Else
               Move WS-Rec-Difference to nAmount
               Display "OUT OF BALANCE by " nAmount
           End-If
           Display "Report written to BANKREC.DAT.".

       Rewrite-Check-Register.
           Open Output Check-Register-File
           Perform Varying KR-Tbl-Idx from 1 by 1
                   until KR-Tbl-Idx > KR-Table-Count
               Move KT-Check-Number (KR-Tbl-Idx) to KR-Check-Number
               Move KT-Employee-Id (KR-Tbl-Idx) to KR-Employee-Id
               Move KT-Employee-Name (KR-Tbl-Idx) to
                   KR-Employee-Name
               Move KT-Check-Date (KR-Tbl-Idx) to KR-Check-Date
               Move KT-Period-Number (KR-Tbl-Idx) to
                   KR-Period-Number
               Move KT-Net-Amount (KR-Tbl-Idx) to KR-Net-Amount
               Move KT-Status (KR-Tbl-Idx) to KR-Status
               Move KT-Replaces (KR-Tbl-Idx) to KR-Replaces
               Move KT-Cleared-Date (KR-Tbl-Idx) to KR-Cleared-Date
               Move KT-Off-Cycle (KR-Tbl-Idx) to KR-Off-Cycle
               Write Check-Register-Record
           End-Perform
           Close Check-Register-File.

       Rewrite-Vendor-Checks.
           If AC-Table-Count = 0
               Exit Paragraph
           End-If
           Open Output AP-Check-File
           Perform Varying AC-Tbl-Idx from 1 by 1
                   until AC-Tbl-Idx > AC-Table-Count
               Move CT-Check-Number (AC-Tbl-Idx) to AC-Check-Number
               Move CT-Vendor-Number (AC-Tbl-Idx) to AC-Vendor-Number
               Move CT-Vendor-Name (AC-Tbl-Idx) to AC-Vendor-Name
               Move CT-Check-Date (AC-Tbl-Idx) to AC-Check-Date
               Move CT-Amount (AC-Tbl-Idx) to AC-Amount
               Move CT-Invoice-Count (AC-Tbl-Idx) to AC-Invoice-Count
               Move CT-Status (AC-Tbl-Idx) to AC-Status
               Move CT-Cleared-Date (AC-Tbl-Idx) to AC-Cleared-Date
               Write AP-Check-Record
           End-Perform
           Close AP-Check-File.

       Rewrite-Book-Deposits.
      *deposits that cleared more than 90 days before this
      *statement are settled history and drop off the log so it
      *stays inside its table; the cutoff is Set-Purge-Cutoff's,
      *the same one the direct-deposit pick-up honored
           Open Output Book-Deposit-File
           Perform Varying DL-Idx from 1 by 1
                   until DL-Idx > DL-Table-Count
               If DT-Cleared-Date (DL-Idx) = 0
                       or DT-Cleared-Date (DL-Idx) >= WS-Purge-Before
                   Move DT-Deposit-Type (DL-Idx) to DL-Deposit-Type
                   Move DT-Book-Date (DL-Idx) to DL-Book-Date
                   Move DT-Amount (DL-Idx) to DL-Amount
                   Move DT-Cleared-Date (DL-Idx) to DL-Cleared-Date
                   Write Book-Deposit-Record
               End-If
           End-Perform
           Close Book-Deposit-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between runs
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "BANKREC" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program BankRec.
