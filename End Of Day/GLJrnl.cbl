      **************************************
      *Program:    General journal entries
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. GLJrnl.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select GL-Master-File assign to "GLMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is GM-Account
               file status is WS-GM-Status.
       Copy "JRNLSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  GL-Master-File.
       Copy "GLMAST.CPY".
       Copy "JRNLFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-GM-Status      pic xx.
           05 WS-JE-Status      pic xx.
           05 WS-JE-EOF         pic x value "N".
           05 WS-JE-Overflow    pic x value "N".
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Entry-Fields.
           05 Maint-Choice      pic x value spaces.
           05 WS-Today-Date     pic 9(8).
           05 Keyed-Entry       pic 9(6).
           05 Keyed-Entry-Date  pic 9(8).
           05 Keyed-Account     pic x(4).
           05 Keyed-DC          pic x.
           05 Keyed-Amount      pic 9(9)v99.
           05 Keyed-Memo        pic x(30).
           05 Approve-Select    pic x.
           05 List-Select       pic x.
           05 Entry-Found       pic x.
           05 Account-Found     pic x.
           05 Lines-Done        pic x.
           05 Next-Entry        pic 9(6).
           05 Listed-Count      pic 9(4).
           05 WS-Last-Listed    pic 9(6).
           05 WS-Keyed-By       pic x(8).
      *    an entry is proven before it is filed: both sides must
      *    foot to the same total or nothing is saved
           05 WS-Entry-Debits   pic 9(11)v99.
           05 WS-Entry-Credits  pic 9(11)v99.
           05 nAmount           pic $$$,$$$,$$9.99.
           05 nDebits           pic $$,$$$,$$$,$$9.99.
           05 nCredits          pic $$,$$$,$$$,$$9.99.
       01 New-Entry-Lines.
      *    the lines of the entry being keyed, held until the whole
      *    entry balances
           05 NL-Count          pic 99 value 0.
           05 NL-Entry occurs 20 times indexed by NL-Idx.
               10 NL-Account     pic x(4).
               10 NL-Account-Name pic x(22).
               10 NL-DC-Flag     pic x(1).
               10 NL-Amount      pic 9(9)v99.
       01 JE-Work-Table.
      *    the whole journal file held in storage so an approval can
      *    be marked on every line of the entry and the file written
      *    back out whole; a line-sequential file cannot be
      *    rewritten record by record
           05 JE-Table-Count    pic 9(4) value 0.
           05 JE-Table-Entry occurs 1000 times
                  indexed by JE-Tbl-Idx.
               10 JT-Entry-Number  pic 9(6).
               10 JT-Line-Number   pic 9(2).
               10 JT-Entry-Date    pic 9(8).
               10 JT-Account       pic x(4).
               10 JT-DC-Flag       pic x(1).
               10 JT-Amount        pic 9(9)v99.
               10 JT-Memo          pic x(30).
               10 JT-Status        pic x(1).
               10 JT-Entered-By    pic x(8).
               10 JT-Approved-By   pic x(8).
               10 JT-Extract-Date  pic 9(8).

       procedure division.
       Main-Start.
           Display "General Journal Entries"
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
           Perform Load-JE-Table
           Open Input GL-Master-File
           Perform Until Maint-Choice = "X" or "x"
               Display " "
               Display "E) Enter a journal entry"
               Display "L) List journal entries"
               Display "A) Approve or reject a held entry"
               Display "X) Exit"
               Display "Choice: " with no advancing
               Accept Maint-Choice
               Move Function Upper-Case (Maint-Choice) to Maint-Choice
               Evaluate Maint-Choice
                   When "E"
                       Perform Enter-Journal-Entry
                   When "L"
                       Perform List-Journal-Entries
                   When "A"
                       Perform Approve-Held-Entry
                   When "X"
                       Continue
                   When Other
                       Display "Please enter E, L, A, or X."
               End-Evaluate
           End-Perform
           If WS-GM-Status = "00"
               Close GL-Master-File
           End-If
           Goback.

       Load-JE-Table.
      *reads the whole journal into storage; the next entry number
      *is one past the highest already on file
           Move 0 to JE-Table-Count
           Move 0 to Next-Entry
           Move "N" to WS-JE-EOF
           Open Input Journal-Entry-File
           If WS-JE-Status not = "00"
               Move "Y" to WS-JE-EOF
           End-If
           Perform Until WS-JE-EOF = "Y"
               Read Journal-Entry-File
                   At End
                       Move "Y" to WS-JE-EOF
                       Close Journal-Entry-File
                   Not At End
                       If JE-Table-Count >= 1000
      *a line past the table would be lost when the file is written
      *back out, so entry and approval are refused rather than risk
      *it
                           Move "Y" to WS-JE-Overflow
                       Else
                           Add 1 to JE-Table-Count
                           Set JE-Tbl-Idx to JE-Table-Count
                           Perform Move-Record-To-Table
                           If JE-Entry-Number > Next-Entry
                               Move JE-Entry-Number to Next-Entry
                           End-If
                       End-If
               End-Read
           End-Perform
           If Next-Entry = 0
               Move 400000 to Next-Entry
           End-If
           Add 1 to Next-Entry.

       Move-Record-To-Table.
           Move JE-Entry-Number to JT-Entry-Number (JE-Tbl-Idx)
           Move JE-Line-Number to JT-Line-Number (JE-Tbl-Idx)
           Move JE-Entry-Date to JT-Entry-Date (JE-Tbl-Idx)
           Move JE-Account to JT-Account (JE-Tbl-Idx)
           Move JE-DC-Flag to JT-DC-Flag (JE-Tbl-Idx)
           Move JE-Amount to JT-Amount (JE-Tbl-Idx)
           Move JE-Memo to JT-Memo (JE-Tbl-Idx)
           Move JE-Status to JT-Status (JE-Tbl-Idx)
           Move JE-Entered-By to JT-Entered-By (JE-Tbl-Idx)
           Move JE-Approved-By to JT-Approved-By (JE-Tbl-Idx)
           Move JE-Extract-Date to JT-Extract-Date (JE-Tbl-Idx).

       Move-Table-To-Record.
           Move JT-Entry-Number (JE-Tbl-Idx) to JE-Entry-Number
           Move JT-Line-Number (JE-Tbl-Idx) to JE-Line-Number
           Move JT-Entry-Date (JE-Tbl-Idx) to JE-Entry-Date
           Move JT-Account (JE-Tbl-Idx) to JE-Account
           Move JT-DC-Flag (JE-Tbl-Idx) to JE-DC-Flag
           Move JT-Amount (JE-Tbl-Idx) to JE-Amount
           Move JT-Memo (JE-Tbl-Idx) to JE-Memo
           Move JT-Status (JE-Tbl-Idx) to JE-Status
           Move JT-Entered-By (JE-Tbl-Idx) to JE-Entered-By
           Move JT-Approved-By (JE-Tbl-Idx) to JE-Approved-By
           Move JT-Extract-Date (JE-Tbl-Idx) to JE-Extract-Date.

       Enter-Journal-Entry.
      *keys one multi-line entry against the chart; it is filed
      *held only when debits equal credits, and reaches the ledger
      *only after a supervisor approves it
           If WS-GM-Status not = "00"
               Display "No chart of accounts on file; run the ledger "
                   "extract once to seed it."
               Exit Paragraph
           End-If
           If WS-JE-Overflow = "Y"
               Display "JRNLENT.DAT is past its table size; archive "
                   "old entries before keying more."
               Exit Paragraph
           End-If
           Display "Entry date (YYYYMMDD, 0 = today): "
               with no advancing
           Accept Keyed-Entry-Date
           If Keyed-Entry-Date = 0
               Move WS-Today-Date to Keyed-Entry-Date
           End-If
           Display "Explanation: " with no advancing
           Move spaces to Keyed-Memo
           Accept Keyed-Memo
           Move Function Upper-Case (Keyed-Memo) to Keyed-Memo
           Move 0 to NL-Count
           Move 0 to WS-Entry-Debits
           Move 0 to WS-Entry-Credits
           Move "N" to Lines-Done
           Perform Until Lines-Done = "Y"
               Perform Key-One-Line
           End-Perform
           If NL-Count < 2
               Display "An entry needs at least one debit and one "
                   "credit; nothing saved."
               Exit Paragraph
           End-If
           Move WS-Entry-Debits to nDebits
           Move WS-Entry-Credits to nCredits
           Display "Debits  " nDebits
           Display "Credits " nCredits
           If WS-Entry-Debits not = WS-Entry-Credits
               Display "ENTRY OUT OF BALANCE - nothing saved."
               Exit Paragraph
           End-If
           If JE-Table-Count + NL-Count > 1000
               Display "JRNLENT.DAT has no room for this entry; "
                   "archive old entries first."
               Exit Paragraph
           End-If
           Perform File-New-Entry.

       Key-One-Line.
           If NL-Count >= 20
               Display "Twenty lines is the most one entry holds."
               Move "Y" to Lines-Done
               Exit Paragraph
           End-If
           Move WS-Entry-Debits to nDebits
           Move WS-Entry-Credits to nCredits
           Display "Line " NL-Count "  debits " nDebits
               "  credits " nCredits
           Display "Account (blank to finish): " with no advancing
           Move spaces to Keyed-Account
           Accept Keyed-Account
           If Keyed-Account = spaces
               Move "Y" to Lines-Done
               Exit Paragraph
           End-If
           Move Keyed-Account to GM-Account
           Move "N" to Account-Found
           Read GL-Master-File
               Invalid Key
                   Continue
               Not Invalid Key
                   Move "Y" to Account-Found
           End-Read
           If Account-Found = "N"
               Display "Account " Keyed-Account " is not on the "
                   "chart; line skipped."
               Exit Paragraph
           End-If
           Display GM-Account " " GM-Account-Name
           Display "D)ebit or C)redit: " with no advancing
           Accept Keyed-DC
           Move Function Upper-Case (Keyed-DC) to Keyed-DC
           If Keyed-DC not = "D" and not = "C"
               Display "Please enter D or C; line skipped."
               Exit Paragraph
           End-If
           Display "Amount: " with no advancing
           Accept Keyed-Amount
           If Keyed-Amount = 0
               Display "A zero line is noise; line skipped."
               Exit Paragraph
           End-If
           Add 1 to NL-Count
           Move Keyed-Account to NL-Account (NL-Count)
           Move GM-Account-Name to NL-Account-Name (NL-Count)
           Move Keyed-DC to NL-DC-Flag (NL-Count)
           Move Keyed-Amount to NL-Amount (NL-Count)
           If Keyed-DC = "D"
               Add Keyed-Amount to WS-Entry-Debits
           Else
               Add Keyed-Amount to WS-Entry-Credits
           End-If.

       File-New-Entry.
           Perform Varying NL-Idx from 1 by 1
                   until NL-Idx > NL-Count
               Add 1 to JE-Table-Count
               Set JE-Tbl-Idx to JE-Table-Count
               Move Next-Entry to JT-Entry-Number (JE-Tbl-Idx)
               Set JT-Line-Number (JE-Tbl-Idx) to NL-Idx
               Move Keyed-Entry-Date to JT-Entry-Date (JE-Tbl-Idx)
               Move NL-Account (NL-Idx) to JT-Account (JE-Tbl-Idx)
               Move NL-DC-Flag (NL-Idx) to JT-DC-Flag (JE-Tbl-Idx)
               Move NL-Amount (NL-Idx) to JT-Amount (JE-Tbl-Idx)
               Move Keyed-Memo to JT-Memo (JE-Tbl-Idx)
               Move "H" to JT-Status (JE-Tbl-Idx)
               Move WS-Operator-Id to JT-Entered-By (JE-Tbl-Idx)
               Move spaces to JT-Approved-By (JE-Tbl-Idx)
               Move 0 to JT-Extract-Date (JE-Tbl-Idx)
           End-Perform
           Display "Entry " Next-Entry " filed with " NL-Count
               " lines; held for supervisor approval."
           Move "JE-ENTER" to WS-Audit-Type
           Move WS-Entry-Debits to nDebits
           Move spaces to WS-Audit-Detail
           String "entry " delimited by size
               Next-Entry delimited by size
               " dated " delimited by size
               Keyed-Entry-Date delimited by size
               " " delimited by size
               nDebits delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Add 1 to Next-Entry
           Perform Rewrite-JE-File.

       List-Journal-Entries.
           Display "H)eld only, A)pproved only, or *) all: "
               with no advancing
           Accept List-Select
           Move Function Upper-Case (List-Select) to List-Select
           Move 0 to Listed-Count
           Move 0 to WS-Last-Listed
           Display " "
           Display "Entry  Ln Date     Acct D/C Amount         St "
               "By       Explanation"
           Perform Varying JE-Tbl-Idx from 1 by 1
                   until JE-Tbl-Idx > JE-Table-Count
               If List-Select = "*"
                       or JT-Status (JE-Tbl-Idx) = List-Select
                   If JT-Entry-Number (JE-Tbl-Idx)
                           not = WS-Last-Listed
                       Add 1 to Listed-Count
                       Move JT-Entry-Number (JE-Tbl-Idx) to
                           WS-Last-Listed
                   End-If
                   Move JT-Amount (JE-Tbl-Idx) to nAmount
                   Display JT-Entry-Number (JE-Tbl-Idx) " "
                       JT-Line-Number (JE-Tbl-Idx) " "
                       JT-Entry-Date (JE-Tbl-Idx) " "
                       JT-Account (JE-Tbl-Idx) "  "
                       JT-DC-Flag (JE-Tbl-Idx) " " nAmount " "
                       JT-Status (JE-Tbl-Idx) "  "
                       JT-Entered-By (JE-Tbl-Idx) " "
                       JT-Memo (JE-Tbl-Idx)
               End-If
           End-Perform
           If Listed-Count = 0
               Display "No journal entries to list."
           End-If.

       Approve-Held-Entry.
      *a held entry reaches the ledger only once a supervisor other
      *than the one who keyed it has looked it over
           If not SO-Supervisor
               Display "Approving a journal entry requires a "
                   "supervisor."
               Exit Paragraph
           End-If
           If WS-JE-Overflow = "Y"
               Display "JRNLENT.DAT is past its table size; archive "
                   "old entries first."
               Exit Paragraph
           End-If
           Display "Entry number: " with no advancing
           Accept Keyed-Entry
           Move "N" to Entry-Found
           Move 0 to WS-Entry-Debits
           Move 0 to WS-Entry-Credits
           Perform Varying JE-Tbl-Idx from 1 by 1
                   until JE-Tbl-Idx > JE-Table-Count
               If JT-Entry-Number (JE-Tbl-Idx) = Keyed-Entry
                       and JT-Status (JE-Tbl-Idx) = "H"
                   Move "Y" to Entry-Found
                   Move JT-Amount (JE-Tbl-Idx) to nAmount
                   Display JT-Line-Number (JE-Tbl-Idx) " "
                       JT-Account (JE-Tbl-Idx) " "
                       JT-DC-Flag (JE-Tbl-Idx) " " nAmount
                   If JT-DC-Flag (JE-Tbl-Idx) = "D"
                       Add JT-Amount (JE-Tbl-Idx) to WS-Entry-Debits
                   Else
                       Add JT-Amount (JE-Tbl-Idx) to
                           WS-Entry-Credits
                   End-If
                   Move JT-Entered-By (JE-Tbl-Idx) to WS-Keyed-By
                   Move JT-Memo (JE-Tbl-Idx) to Keyed-Memo
                   Move JT-Entry-Date (JE-Tbl-Idx) to
                       Keyed-Entry-Date
               End-If
           End-Perform
           If Entry-Found = "N"
               Display "No held entry numbered " Keyed-Entry
               Exit Paragraph
           End-If
           If WS-Keyed-By = WS-Operator-Id
               Display "Entry " Keyed-Entry " was keyed by you; "
                   "another supervisor must approve it."
               Exit Paragraph
           End-If
           Move WS-Entry-Debits to nDebits
           Display "Dated " Keyed-Entry-Date "  " Keyed-Memo
           Display "Entry total " nDebits
           Display "A)pprove, J)reject, or N)o change: "
               with no advancing
           Accept Approve-Select
           Move Function Upper-Case (Approve-Select) to
               Approve-Select
           Evaluate Approve-Select
               When "A"
                   Move "A" to Approve-Select
                   Move "JE-APPROVE" to WS-Audit-Type
                   Display "Entry " Keyed-Entry " approved; it posts "
                       "with the extract for " Keyed-Entry-Date
                       " or later."
               When "J"
                   Move "X" to Approve-Select
                   Move "JE-REJECT" to WS-Audit-Type
                   Display "Entry " Keyed-Entry " rejected."
               When Other
                   Display "Entry " Keyed-Entry " left held."
                   Exit Paragraph
           End-Evaluate
           Perform Varying JE-Tbl-Idx from 1 by 1
                   until JE-Tbl-Idx > JE-Table-Count
               If JT-Entry-Number (JE-Tbl-Idx) = Keyed-Entry
                       and JT-Status (JE-Tbl-Idx) = "H"
                   Move Approve-Select to JT-Status (JE-Tbl-Idx)
                   Move WS-Operator-Id to
                       JT-Approved-By (JE-Tbl-Idx)
               End-If
           End-Perform
           Move spaces to WS-Audit-Detail
           String "entry " delimited by size
               Keyed-Entry delimited by size
               " " delimited by size
               nDebits delimited by size
               " " delimited by size
               Keyed-Memo delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record
           Perform Rewrite-JE-File.

       Rewrite-JE-File.
      *writes the whole journal back out from the work table
           Open Output Journal-Entry-File
           Perform Varying JE-Tbl-Idx from 1 by 1
                   until JE-Tbl-Idx > JE-Table-Count
               Perform Move-Table-To-Record
               Write Journal-Entry-Record
           End-Perform
           Close Journal-Entry-File.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between entries
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "GLJRNL" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program GLJrnl.
