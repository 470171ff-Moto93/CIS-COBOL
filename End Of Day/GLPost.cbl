               access mode is dynamic
               record key is GM-Account
               file status is WS-GM-Status.
           Select GL-Period-File assign to "GLPERD.DAT"
               organization is indexed
               access mode is dynamic
               record key is GP-Key
               file status is WS-GQ-Status.
           Select Archive-File assign using Archive-File-Name
               organization is line sequential.
       Copy "NITESEL.CPY".
           05 GL-Amount         pic 9(9).99.
       FD  GL-Master-File.
       Copy "GLMAST.CPY".
       FD  GL-Period-File.
       Copy "GLPERD.CPY".
       FD  Archive-File.
       01  Archive-Record       pic x(60).
       Copy "NITEFD.CPY".
           05 WS-GP-Status      pic xx.
           05 WS-GP-EOF         pic x value "N".
           05 WS-GM-Status      pic xx.
           05 WS-GQ-Status      pic xx.
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Night-Run-Fields.
               If SO-Result not = "Y"
                   Goback
               End-If
               If not SO-May-EOD
                   Display "The end-of-day area is not among your "
                       "permissions."
                   Goback
               End-If
               Move SO-Operator-Id to WS-Operator-Id
           End-If
           Perform Prove-The-Extract
               End-Read
           End-Perform
           Close GL-Posting-File
           Close GL-Period-File
           Close GL-Master-File.

       Post-One-Line.
                       Add WS-Line-Amount to GM-Credit-Total
                   End-If
                   Rewrite GL-Master-Record
           End-Read
           Perform Post-One-Period-Line.

       Post-One-Period-Line.
      *the same line rolls into its account's fiscal month, keyed
      *by the extract's business date, opening the month on its
      *first posting
           Move GL-Account to GP-Account
           Move GL-Post-Date (1:6) to GP-Period
           Read GL-Period-File
               Invalid Key
                   Move GL-Account to GP-Account
                   Move GL-Post-Date (1:6) to GP-Period
                   Move 0 to GP-Debit-Total
                   Move 0 to GP-Credit-Total
                   If GL-DC-Flag = "D"
                       Move WS-Line-Amount to GP-Debit-Total
                   Else
                       Move WS-Line-Amount to GP-Credit-Total
                   End-If
                   Write GL-Period-Record
               Not Invalid Key
                   If GL-DC-Flag = "D"
                       Add WS-Line-Amount to GP-Debit-Total
                   Else
                       Add WS-Line-Amount to GP-Credit-Total
                   End-If
                   Rewrite GL-Period-Record
           End-Read.

       Open-GL-Master.
               Open Output GL-Master-File
               Close GL-Master-File
               Open I-O GL-Master-File
           End-If
           Open I-O GL-Period-File
           If WS-GQ-Status = "35"
               Close GL-Period-File
               Open Output GL-Period-File
               Close GL-Period-File
               Open I-O GL-Period-File
           End-If.

       Archive-The-Extract.
