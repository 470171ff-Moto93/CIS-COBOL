      **************************************
      *Program:    Outstanding gift certificates and store credit
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. CertRpt.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Cert-Report-File assign to "CERTRPT.DAT"
               organization is line sequential.
       Copy "STCREDSEL.CPY".

       data division.
       file section.
       FD  Cert-Report-File.
       01  Cert-Report-Line     pic x(80).
       Copy "STCREDFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-SC-Status      pic xx.
           05 WS-SC-EOF         pic x value "N".
       01 Report-Totals.
      *    everything still owed, split by how it was issued; the
      *    grand total is what GL account 2500 should carry once
      *    the day's extract has posted
           05 WS-Today-Date     pic 9(8).
           05 WS-Cert-Count     pic 9(5) value 0.
           05 WS-Cert-Owed      pic 9(8)v99 value 0.
           05 WS-Return-Count   pic 9(5) value 0.
           05 WS-Return-Owed    pic 9(8)v99 value 0.
           05 WS-Spent-Count    pic 9(5) value 0.
           05 WS-Total-Owed     pic 9(8)v99 value 0.
           05 WS-Kind-Word      pic x(4).
       01 Report-Edit-Fields.
           05 nOriginal         pic $$$,$$9.99.
           05 nBalance          pic $$$,$$9.99.
           05 nCount            pic zzzz9.
           05 nTotal            pic $$,$$$,$$9.99.

       procedure division.
       Main-Start.
           Display "Outstanding Gift Certificates and Store Credit"
           Accept WS-Today-Date from Date YYYYMMDD
           Open Output Cert-Report-File
           Perform Write-Report-Heading
           Open Input Store-Credit-File
           If WS-SC-Status not = "00"
               Move "Y" to WS-SC-EOF
           End-If
           Perform Until WS-SC-EOF = "Y"
               Read Store-Credit-File next record
                   At End
                       Move "Y" to WS-SC-EOF
                   Not At End
                       Perform Report-One-Credit
               End-Read
           End-Perform
           If WS-SC-Status = "00" or "10"
               Close Store-Credit-File
           End-If
           Perform Write-Report-Totals
           Close Cert-Report-File
           Display "Outstanding certificate report written to "
               "CERTRPT.DAT."
           Goback.

       Write-Report-Heading.
           Move spaces to Cert-Report-Line
           String "OUTSTANDING GIFT CERTIFICATES AND STORE CREDIT "
               "AS OF " WS-Today-Date
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line
           Move spaces to Cert-Report-Line
           Perform Put-Report-Line
           Move spaces to Cert-Report-Line
           String "Number Kind Cust  Holder               Issued  "
               "   Original    Balance Last used"
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line.

       Report-One-Credit.
      *a certificate spent down to nothing stays on file for its
      *history but owes nobody anything, so it is only counted
           If SC-Balance = 0
               Add 1 to WS-Spent-Count
               Exit Paragraph
           End-If
           If SC-Gift-Certificate
               Move "CERT" to WS-Kind-Word
               Add 1 to WS-Cert-Count
               Add SC-Balance to WS-Cert-Owed
           Else
               Move "RTN" to WS-Kind-Word
               Add 1 to WS-Return-Count
               Add SC-Balance to WS-Return-Owed
           End-If
           Add SC-Balance to WS-Total-Owed
           Move SC-Original-Amount to nOriginal
           Move SC-Balance to nBalance
           Move spaces to Cert-Report-Line
           String SC-Credit-Number " " WS-Kind-Word " "
               SC-Cust-Number " " SC-Holder-Name " "
               SC-Issue-Date " " nOriginal " " nBalance " "
               SC-Last-Used-Date
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line.

       Write-Report-Totals.
           Move spaces to Cert-Report-Line
           Perform Put-Report-Line
           Move WS-Cert-Count to nCount
           Move WS-Cert-Owed to nTotal
           Move spaces to Cert-Report-Line
           String "Gift certificates outstanding  " nCount
               "   " nTotal
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line
           Move WS-Return-Count to nCount
           Move WS-Return-Owed to nTotal
           Move spaces to Cert-Report-Line
           String "Return credits outstanding     " nCount
               "   " nTotal
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line
           Move WS-Total-Owed to nTotal
           Move spaces to Cert-Report-Line
           String "Total owed (GL 2500)                   " nTotal
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line
           Move WS-Spent-Count to nCount
           Move spaces to Cert-Report-Line
           String "Fully redeemed, kept on file   " nCount
               delimited by size into Cert-Report-Line
           Perform Put-Report-Line.

       Put-Report-Line.
           Write Cert-Report-Line
           Display Cert-Report-Line.

       End Program CertRpt.
