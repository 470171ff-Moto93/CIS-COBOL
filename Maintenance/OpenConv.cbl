      **************************************
      *Program:    Open-file conversion to indexed
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. OpenConv.

       environment division.
       configuration section.
       input-output section.
       file-control.
       Copy "OPENORDSEL.CPY".
       Copy "OPENINVSEL.CPY".
       Copy "RECEIPTSEL.CPY".
      *    transitional: the pre-conversion line-sequential layouts
      *    of the three open files, read once if the indexed open
      *    finds the old file
           Select Old-Open-Order-File assign to "OPENORD.DAT"
               organization is line sequential
               file status is WS-OL-Status.
           Select Old-Open-Invoice-File assign to "OPENINV.DAT"
               organization is line sequential
               file status is WS-OL-Status.
           Select Old-Receipt-File assign to "RECEIPT.DAT"
               organization is line sequential
               file status is WS-OL-Status.
      *    the old file is copied here before the indexed one is
      *    built over it, and left behind as the fallback
           Select Conv-Save-File assign using WS-Save-File-Name
               organization is line sequential
               file status is WS-SV-Status.
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       Copy "OPENORDFD.CPY".
       Copy "OPENINVFD.CPY".
       Copy "RECEIPTFD.CPY".
       FD  Old-Open-Order-File.
       01  Old-Open-Order-Record  pic x(150).
       FD  Old-Open-Invoice-File.
       01  Old-Open-Invoice-Record pic x(150).
       FD  Old-Receipt-File.
       01  Old-Receipt-Record     pic x(150).
       FD  Conv-Save-File.
       01  Conv-Save-Record       pic x(150).
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-OO-Status      pic xx.
           05 WS-IV-Status      pic xx.
           05 WS-RC-Status      pic xx.
           05 WS-OL-Status      pic xx.
           05 WS-SV-Status      pic xx.
           05 WS-AL-Status      pic xx.
           05 WS-OL-EOF         pic x.
           05 WS-SV-EOF         pic x.
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Conversion-Fields.
           05 WS-Save-File-Name pic x(30).
           05 WS-Conv-Name      pic x(8).
      *       Y once the old file has been read and every record
      *       carried a numeric order/invoice number; anything else
      *       and the file is left exactly as it was found
           05 WS-Old-Found      pic x.
           05 WS-Old-Bad        pic x.
           05 WS-Old-Count      pic 9(7).
           05 WS-Loaded-Count   pic 9(7).
           05 WS-Dup-Count      pic 9(7).
           05 WS-Written        pic x.
           05 WS-Count-Disp     pic z(6)9.
           05 WS-Dup-Disp       pic z(6)9.
      *    an old open-order line is the new record less its line
      *    number; the rest of the line carries over as it stood
       01 Old-Order-Image.
           05 OI-Order-Number   pic 9(6).
           05 OI-Order-Rest     pic x(106).
       01 New-Order-Image.
           05 NI-Order-Number   pic 9(6).
           05 NI-Line-Number    pic 9(3).
           05 NI-Order-Rest     pic x(106).
       01 Old-Invoice-Image.
           05 OV-Invoice-Number pic 9(6).
           05 filler            pic x(40).
       01 Old-Receipt-Image.
           05 OR-Order-Number   pic 9(6).
           05 filler            pic x(114).

       procedure division.
      *each of the three files is checked on its own; one already
      *indexed is left alone, so every program can call this at
      *start and only the first run after the change does any work
       Main-Start.
           Perform Convert-Open-Orders
           Perform Convert-Open-Invoices
           Perform Convert-Receipts
           Goback.

       Convert-Open-Orders.
      *an indexed open that succeeds means the file is already
      *converted; only a 3x status is taken to mean the old file
      *(or none) - a sharing failure is never converted over
           Open Input Open-Order-File
           If WS-OO-Status = "00"
               Close Open-Order-File
               Exit Paragraph
           End-If
           If WS-OO-Status (1:1) not = "3"
               Exit Paragraph
           End-If
           Move "OPENORD.OLD" to WS-Save-File-Name
           Move "N" to WS-Old-Found
           Move "N" to WS-Old-Bad
           Move 0 to WS-Old-Count
           Open Input Old-Open-Order-File
           If WS-OL-Status = "00"
               Move "Y" to WS-Old-Found
               Open Output Conv-Save-File
               Move "N" to WS-OL-EOF
               Perform Until WS-OL-EOF = "Y"
                   Read Old-Open-Order-File
                       At End
                           Move "Y" to WS-OL-EOF
                       Not At End
                           Move Old-Open-Order-Record to Old-Order-Image
                           If OI-Order-Number not numeric
                               Move "Y" to WS-Old-Bad
                           End-If
                           Move Old-Open-Order-Record to
                               Conv-Save-Record
                           Write Conv-Save-Record
                           Add 1 to WS-Old-Count
                   End-Read
               End-Perform
               Close Conv-Save-File
               Close Old-Open-Order-File
           End-If
           If WS-Old-Found = "N"
               Exit Paragraph
           End-If
           If WS-Old-Bad = "Y"
               Display "OPENORD.DAT is not in the old layout and "
                   "was left as found - see OPENORD.OLD."
               Exit Paragraph
           End-If
           Move 0 to WS-Loaded-Count
           Move 0 to WS-Dup-Count
           Open Output Open-Order-File
           Open Input Conv-Save-File
           Move "N" to WS-SV-EOF
           Perform Until WS-SV-EOF = "Y"
               Read Conv-Save-File
                   At End
                       Move "Y" to WS-SV-EOF
                   Not At End
                       Perform Load-Open-Order-Line
               End-Read
           End-Perform
           Close Conv-Save-File
           Close Open-Order-File
           Move "OPENORD" to WS-Conv-Name
           Perform Report-Conversion.

       Load-Open-Order-Line.
      *lines are numbered 1 up within each order in the order they
      *stood in the old file, which is the order they were keyed
           Move Conv-Save-Record to Old-Order-Image
           Move OI-Order-Number to NI-Order-Number
           Move 1 to NI-Line-Number
           Move OI-Order-Rest to NI-Order-Rest
           Move New-Order-Image to Open-Order-Record
           Move "N" to WS-Written
           Perform Until WS-Written = "Y"
               Write Open-Order-Record
                   Invalid Key
                       If OO-Line-Number >= 999
                           Add 1 to WS-Dup-Count
                           Move "Y" to WS-Written
                       Else
                           Add 1 to OO-Line-Number
                       End-If
                   Not Invalid Key
                       Add 1 to WS-Loaded-Count
                       Move "Y" to WS-Written
               End-Write
           End-Perform.

       Convert-Open-Invoices.
           Open Input Open-Invoice-File
           If WS-IV-Status = "00"
               Close Open-Invoice-File
               Exit Paragraph
           End-If
           If WS-IV-Status (1:1) not = "3"
               Exit Paragraph
           End-If
           Move "OPENINV.OLD" to WS-Save-File-Name
           Move "N" to WS-Old-Found
           Move "N" to WS-Old-Bad
           Move 0 to WS-Old-Count
           Open Input Old-Open-Invoice-File
           If WS-OL-Status = "00"
               Move "Y" to WS-Old-Found
               Open Output Conv-Save-File
               Move "N" to WS-OL-EOF
               Perform Until WS-OL-EOF = "Y"
                   Read Old-Open-Invoice-File
                       At End
                           Move "Y" to WS-OL-EOF
                       Not At End
                           Move Old-Open-Invoice-Record to
                               Old-Invoice-Image
                           If OV-Invoice-Number not numeric
                               Move "Y" to WS-Old-Bad
                           End-If
                           Move Old-Open-Invoice-Record to
                               Conv-Save-Record
                           Write Conv-Save-Record
                           Add 1 to WS-Old-Count
                   End-Read
               End-Perform
               Close Conv-Save-File
               Close Old-Open-Invoice-File
           End-If
           If WS-Old-Found = "N"
               Exit Paragraph
           End-If
           If WS-Old-Bad = "Y"
               Display "OPENINV.DAT is not in the old layout and "
                   "was left as found - see OPENINV.OLD."
               Exit Paragraph
           End-If
           Move 0 to WS-Loaded-Count
           Move 0 to WS-Dup-Count
           Open Output Open-Invoice-File
           Open Input Conv-Save-File
           Move "N" to WS-SV-EOF
           Perform Until WS-SV-EOF = "Y"
               Read Conv-Save-File
                   At End
                       Move "Y" to WS-SV-EOF
                   Not At End
                       Perform Load-Open-Invoice
               End-Read
           End-Perform
           Close Conv-Save-File
           Close Open-Invoice-File
           Move "OPENINV" to WS-Conv-Name
           Perform Report-Conversion.

       Load-Open-Invoice.
      *invoice numbers were always unique; a repeat can only be a
      *damaged line, so it is counted and left in OPENINV.OLD
           Move Conv-Save-Record to Open-Invoice-Record
           Write Open-Invoice-Record
               Invalid Key
                   Add 1 to WS-Dup-Count
                   Display "  invoice " IV-Invoice-Number
                       " appears twice - the repeat is in OPENINV.OLD"
               Not Invalid Key
                   Add 1 to WS-Loaded-Count
           End-Write.

       Convert-Receipts.
           Open Input Receipt-File
           If WS-RC-Status = "00"
               Close Receipt-File
               Exit Paragraph
           End-If
           If WS-RC-Status (1:1) not = "3"
               Exit Paragraph
           End-If
           Move "RECEIPT.OLD" to WS-Save-File-Name
           Move "N" to WS-Old-Found
           Move "N" to WS-Old-Bad
           Move 0 to WS-Old-Count
           Open Input Old-Receipt-File
           If WS-OL-Status = "00"
               Move "Y" to WS-Old-Found
               Open Output Conv-Save-File
               Move "N" to WS-OL-EOF
               Perform Until WS-OL-EOF = "Y"
                   Read Old-Receipt-File
                       At End
                           Move "Y" to WS-OL-EOF
                       Not At End
                           Move Old-Receipt-Record to Old-Receipt-Image
                           If OR-Order-Number not numeric
                               Move "Y" to WS-Old-Bad
                           End-If
                           Move Old-Receipt-Record to Conv-Save-Record
                           Write Conv-Save-Record
                           Add 1 to WS-Old-Count
                   End-Read
               End-Perform
               Close Conv-Save-File
               Close Old-Receipt-File
           End-If
           If WS-Old-Found = "N"
               Exit Paragraph
           End-If
           If WS-Old-Bad = "Y"
               Display "RECEIPT.DAT is not in the old layout and "
                   "was left as found - see RECEIPT.OLD."
               Exit Paragraph
           End-If
           Move 0 to WS-Loaded-Count
           Move 0 to WS-Dup-Count
           Open Output Receipt-File
           Open Input Conv-Save-File
           Move "N" to WS-SV-EOF
           Perform Until WS-SV-EOF = "Y"
               Read Conv-Save-File
                   At End
                       Move "Y" to WS-SV-EOF
                   Not At End
                       Perform Load-Receipt
               End-Read
           End-Perform
           Close Conv-Save-File
           Close Receipt-File
           Move "RECEIPT" to WS-Conv-Name
           Perform Report-Conversion.

       Load-Receipt.
      *the sale takes sequence 00 and each credit memo the next
      *free one from 01, in the order they were written
           Move Conv-Save-Record to Receipt-Record
           Move RC-Order-Number to RC-Key-Order
           Move 0 to RC-Credit-Number
           Move 0 to RC-Credit-Applied
           If RC-Credit-Memo
               Move 1 to RC-Key-Seq
           Else
               Move 0 to RC-Key-Seq
           End-If
           Move "N" to WS-Written
           Perform Until WS-Written = "Y"
               Write Receipt-Record
                   Invalid Key
                       If RC-Key-Seq >= 99
                           Add 1 to WS-Dup-Count
                           Move "Y" to WS-Written
                       Else
                           Add 1 to RC-Key-Seq
                       End-If
                   Not Invalid Key
                       Add 1 to WS-Loaded-Count
                       Move "Y" to WS-Written
               End-Write
           End-Perform.

       Report-Conversion.
           Move WS-Loaded-Count to WS-Count-Disp
           Move WS-Dup-Count to WS-Dup-Disp
           Display WS-Conv-Name " converted to indexed: "
               WS-Count-Disp " records loaded, " WS-Dup-Disp
               " not loaded."
           Move "FILE-CONVERT" to WS-Audit-Type
           Move spaces to WS-Audit-Detail
           String WS-Conv-Name delimited by space
               " indexed, " delimited by size
               WS-Count-Disp delimited by size
               " loaded," delimited by size
               WS-Dup-Disp delimited by size
               " not loaded" delimited by size
               into WS-Audit-Detail
           Perform Write-Audit-Record.

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
           Move "OPENCONV" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program OpenConv.
