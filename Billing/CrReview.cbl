      **************************************
      *Program:    Customer credit review
      *Author:     CIS 112 Kyle Pennacchio
      *Status:     Working
      **************************************

       identification division.
       program-id. CrReview.

       environment division.
       configuration section.
       input-output section.
       file-control.
           Select Customer-Master-File assign to "CUSTMAST.DAT"
               organization is indexed
               access mode is dynamic
               record key is Cust-Number
               file status is WS-Cust-Status.
           Select Review-Report-File assign to "CRREVIEW.DAT"
               organization is line sequential.
       Copy "OPENINVSEL.CPY".
       Copy "PAYHSTSEL.CPY".
       Copy "CRHOLDSEL.CPY".
       Copy "AUDITSEL.CPY".

       data division.
       file section.
       FD  Customer-Master-File.
       Copy "CUSTMAST.CPY".
       FD  Review-Report-File.
       01  Review-Report-Line   pic x(80).
       Copy "OPENINVFD.CPY".
       Copy "PAYHSTFD.CPY".
       Copy "CRHOLDFD.CPY".
       Copy "AUDITFD.CPY".

       working-storage section.
       01 File-Status-Fields.
           05 WS-Cust-Status    pic xx.
           05 WS-Cust-EOF       pic x value "N".
           05 WS-IV-Status      pic xx.
           05 WS-IV-EOF         pic x value "N".
           05 WS-PY-Status      pic xx.
           05 WS-PY-EOF         pic x value "N".
           05 WS-CH-Status      pic xx.
           05 WS-CH-EOF         pic x value "N".
           05 WS-AL-Status      pic xx.
       Copy "SIGNON.CPY".
       01 Audit-Fields.
           05 WS-Operator-Id    pic x(8) value spaces.
           05 WS-Audit-Date     pic 9(8).
           05 WS-Audit-Time     pic 9(8).
           05 WS-Audit-Type     pic x(12).
           05 WS-Audit-Detail   pic x(60).
       01 Review-Rules.
      *    how far past terms an account may run before the review
      *    turns on it, in days, and the finance-charge count that
      *    suspends it outright.  A raise needs a record of paying
      *    on terms with no finance charges, and either a hold or a
      *    high balance near the limit to show the limit pinches.
           05 RR-Lower-Days     pic 9(3) value 10.
           05 RR-Suspend-Days   pic 9(3) value 30.
           05 RR-Lower-Age      pic 9(3) value 30.
           05 RR-Suspend-Age    pic 9(3) value 60.
           05 RR-Suspend-Fin    pic 9(3) value 3.
           05 RR-Raise-Paid     pic 9(3) value 3.
           05 RR-Raise-Use-Pct  pic 9(3) value 80.
           05 RR-Raise-Pct      pic 9(3) value 125.
           05 RR-Lower-Pct      pic 9(3) value 75.
       01 Review-Range.
           05 WS-From-Date      pic 9(8).
           05 WS-Today-Date     pic 9(8).
           05 WS-Today-Int      pic 9(8).
           05 WS-Date-Int       pic 9(8).
           05 WS-Days           pic s9(5).
       01 Review-Table.
      *    one slot per account customer - those with terms - that
      *    has not been merged away
           05 Review-Count      pic 9(3) value 0.
           05 Review-Entry occurs 500 times indexed by Rev-Idx.
               10 RV-Cust-Number    pic 9(5).
               10 RV-Cust-Name      pic x(20).
               10 RV-Terms          pic 9(3).
               10 RV-Limit          pic 9(7)v99.
               10 RV-Paid-Count     pic 9(4).
               10 RV-Paid-Dollars   pic 9(9)v99.
               10 RV-Day-Dollars    pic 9(12)v99.
               10 RV-Avg-Days       pic 9(4).
               10 RV-Fin-Count      pic 9(3).
               10 RV-Fin-Amount     pic 9(7)v99.
               10 RV-Hold-Count     pic 9(3).
               10 RV-Open-Balance   pic 9(8)v99.
               10 RV-Oldest-Days    pic 9(5).
               10 RV-Running        pic s9(9)v99.
               10 RV-High-Balance   pic 9(9)v99.
               10 RV-Action         pic x(7).
               10 RV-New-Limit      pic 9(7)v99.
               10 RV-New-Terms      pic 9(3).
       01 Event-Table.
      *    every invoice raised and payment applied, in date order,
      *    so each account's balance can be walked day by day for
      *    its high point
           05 Event-Count       pic 9(4) value 0.
           05 Event-Overflow    pic x value "N".
           05 Event-Entry occurs 2000 times indexed by Evt-Idx.
               10 EV-Date           pic 9(8).
               10 EV-Slot           pic 9(3).
               10 EV-Invoice-Number pic 9(6).
               10 EV-Amount         pic s9(8)v99.
       01 New-Event.
      *    laid out as one Event-Entry, built here and dropped in
           05 NE-Date           pic 9(8).
           05 NE-Slot           pic 9(3).
           05 NE-Invoice-Number pic 9(6).
           05 NE-Amount         pic s9(8)v99.
       01 Work-Fields.
           05 WS-Slot           pic 9(3).
           05 WS-Move-Idx       pic 9(4).
           05 WS-History-Paid   pic 9(8)v99.
           05 WS-Unknown-Paid   pic s9(8)v99.
           05 WS-Balance        pic 9(8)v99.
           05 WS-Window-Open    pic x.
           05 WS-Hundreds       pic 9(6).
           05 WS-Work-Limit     pic 9(8)v99.
           05 WS-Raise-Floor    pic 9(8)v99.
           05 WS-Use-Limit      pic 9(8)v99.
           05 Accept-Choice     pic x.
           05 Accept-One        pic x.
           05 WS-Recommend-Count pic 9(3) value 0.
           05 WS-Applied-Count  pic 9(3) value 0.
       01 Report-Edit-Fields.
           05 nLimit            pic $$,$$$,$$9.99.
           05 nNew-Limit        pic $$,$$$,$$9.99.
           05 nHigh             pic $$,$$$,$$9.99.
           05 nFin              pic $$$,$$9.99.
           05 nOpen             pic $$,$$$,$$9.99.
           05 nAvg              pic zzz9.
           05 nOldest           pic zzzz9.

       procedure division.
       Main-Start.
           Display "Customer Credit Review"
           Call "SignOn" using Signon-Parms
           If SO-Result not = "Y"
               Goback
           End-If
           If not SO-May-Billing
               Display "The billing area is not among your "
                   "permissions."
               Goback
           End-If
           Move SO-Operator-Id to WS-Operator-Id
           Call "OpenConv"
           Cancel "OpenConv"
           Accept WS-Today-Date from Date YYYYMMDD
           Compute WS-Today-Int =
               Function Integer-Of-Date (WS-Today-Date)
           Display "Review payment history from (YYYYMMDD, "
               "0 = last 12 months): " with no advancing
           Move 0 to WS-From-Date
           Accept WS-From-Date
           If WS-From-Date = 0
               Compute WS-Date-Int = WS-Today-Int - 365
               Compute WS-From-Date =
                   Function Date-Of-Integer (WS-Date-Int)
           End-If
           Perform Load-Account-Customers
           If Review-Count = 0
               Display "No account customers on file."
               Goback
           End-If
           Perform Load-Payment-History
           Perform Load-Invoices
           Perform Count-Credit-Holds
           Perform Walk-Balances
           Perform Varying Rev-Idx from 1 by 1
                   until Rev-Idx > Review-Count
               Perform Recommend-One-Account
           End-Perform
           Perform Write-Review-Report
           If WS-Recommend-Count = 0
               Display "No limit changes recommended."
               Goback
           End-If
           If not SO-Supervisor
      *a limit is a credit decision; clerks can run the review but
      *only a supervisor can act on it
               Display "Recommendations are accepted by a supervisor."
               Goback
           End-If
           Perform Accept-Recommendations
           Goback.

       Load-Account-Customers.
      *cash-and-carry customers have nothing to review, and a
      *merged account's history follows it to the survivor
           Open Input Customer-Master-File
           If WS-Cust-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-Cust-EOF = "Y"
               Read Customer-Master-File Next Record
                   At End
                       Move "Y" to WS-Cust-EOF
                   Not At End
                       If Cust-Credit-Terms > 0
                               and not Cust-Merged
                               and Review-Count < 500
                           Perform Add-Review-Entry
                       End-If
               End-Read
           End-Perform
           Close Customer-Master-File.

       Add-Review-Entry.
           Add 1 to Review-Count
           Set Rev-Idx to Review-Count
           Initialize Review-Entry (Rev-Idx)
           Move Cust-Number to RV-Cust-Number (Rev-Idx)
           Move Cust-Name to RV-Cust-Name (Rev-Idx)
           Move Cust-Credit-Terms to RV-Terms (Rev-Idx)
           Move Cust-Credit-Limit to RV-Limit (Rev-Idx)
           Move "KEEP" to RV-Action (Rev-Idx).

       Find-Review-Slot.
      *sets WS-Slot to the customer's review slot, zero when the
      *customer is not under review
           Move 0 to WS-Slot
           Perform Varying Rev-Idx from 1 by 1
                   until Rev-Idx > Review-Count
               If RV-Cust-Number (Rev-Idx) = Cust-Number
                   Set WS-Slot to Rev-Idx
                   Exit Perform
               End-If
           End-Perform.

       Load-Payment-History.
      *days-to-pay is weighted by the dollars paid, so a small
      *invoice paid late counts for less than a large one
           Open Input Payment-History-File
           If WS-PY-Status not = "00"
               Display "No payment history on file yet."
               Exit Paragraph
           End-If
           Perform Until WS-PY-EOF = "Y"
               Read Payment-History-File
                   At End
                       Move "Y" to WS-PY-EOF
                   Not At End
                       Move PY-Cust-Number to Cust-Number
                       Perform Find-Review-Slot
                       If WS-Slot > 0
                           Perform Tally-One-Payment
                       End-If
               End-Read
           End-Perform
           Close Payment-History-File.

       Tally-One-Payment.
           Move PY-Paid-Date to NE-Date
           Move PY-Invoice-Number to NE-Invoice-Number
           Compute NE-Amount = 0 - PY-Applied
           Perform Insert-Balance-Event
           If PY-Paid-Date < WS-From-Date
                   or PY-Doc-Type = "F"
               Exit Paragraph
           End-If
           Compute WS-Days =
               Function Integer-Of-Date (PY-Paid-Date)
               - Function Integer-Of-Date (PY-Invoice-Date)
           If WS-Days < 0
               Move 0 to WS-Days
           End-If
           Add PY-Applied to RV-Paid-Dollars (WS-Slot)
           Compute RV-Day-Dollars (WS-Slot) =
               RV-Day-Dollars (WS-Slot) + PY-Applied * WS-Days.

       Insert-Balance-Event.
      *opens the table up behind every event dated the same day
      *or earlier and drops the new one in
           If Event-Count >= 2000
               Move "Y" to Event-Overflow
               Exit Paragraph
           End-If
           Move WS-Slot to NE-Slot
           Move Event-Count to WS-Move-Idx
           Perform Until WS-Move-Idx = 0
               If EV-Date (WS-Move-Idx) <= NE-Date
                   Exit Perform
               End-If
               Move Event-Entry (WS-Move-Idx)
                   to Event-Entry (WS-Move-Idx + 1)
               Subtract 1 from WS-Move-Idx
           End-Perform
           Add 1 to WS-Move-Idx
           Add 1 to Event-Count
           Move New-Event to Event-Entry (WS-Move-Idx).

       Load-Invoices.
      *finance charges and paid invoices count inside the review
      *window; what is still open counts however old it is
           Open Input Open-Invoice-File
           If WS-IV-Status not = "00"
               Display "No open-invoice file on file."
               Exit Paragraph
           End-If
           Perform Until WS-IV-EOF = "Y"
               Read Open-Invoice-File next record
                   At End
                       Move "Y" to WS-IV-EOF
                   Not At End
                       Move IV-Cust-Number to Cust-Number
                       Perform Find-Review-Slot
                       If WS-Slot > 0
                           Perform Tally-One-Invoice
                       End-If
               End-Read
           End-Perform
           Close Open-Invoice-File.

       Tally-One-Invoice.
           If IV-Status = "P" and IV-Invoice-Date >= WS-From-Date
                   and IV-Doc-Type not = "F"
               Add 1 to RV-Paid-Count (WS-Slot)
           End-If
           If IV-Doc-Type = "F" and IV-Invoice-Date >= WS-From-Date
               Add 1 to RV-Fin-Count (WS-Slot)
               Add IV-Amount to RV-Fin-Amount (WS-Slot)
           End-If
           If IV-Status = "O"
               Compute WS-Balance = IV-Amount - IV-Paid-Amount
               Add WS-Balance to RV-Open-Balance (WS-Slot)
               Compute WS-Days = WS-Today-Int
                   - Function Integer-Of-Date (IV-Invoice-Date)
               If WS-Days > RV-Oldest-Days (WS-Slot)
                   Move WS-Days to RV-Oldest-Days (WS-Slot)
               End-If
           End-If
      *money paid before payment history was kept has no date;
      *it is taken off the invoice itself, as if paid when billed
           Move 0 to WS-History-Paid
           Perform Varying Evt-Idx from 1 by 1
                   until Evt-Idx > Event-Count
               If EV-Invoice-Number (Evt-Idx) = IV-Invoice-Number
                       and EV-Slot (Evt-Idx) = WS-Slot
                       and EV-Amount (Evt-Idx) < 0
                   Subtract EV-Amount (Evt-Idx) from WS-History-Paid
               End-If
           End-Perform
           Compute WS-Unknown-Paid = IV-Paid-Amount - WS-History-Paid
           If WS-Unknown-Paid < 0
               Move 0 to WS-Unknown-Paid
           End-If
           Move IV-Invoice-Date to NE-Date
           Move IV-Invoice-Number to NE-Invoice-Number
           Compute NE-Amount = IV-Amount - WS-Unknown-Paid
           Perform Insert-Balance-Event.

       Count-Credit-Holds.
      *every hold in the window counts, released or not: a good
      *payer held over and over is a limit set too low
           Open Input Credit-Hold-File
           If WS-CH-Status not = "00"
               Exit Paragraph
           End-If
           Perform Until WS-CH-EOF = "Y"
               Read Credit-Hold-File
                   At End
                       Move "Y" to WS-CH-EOF
                   Not At End
                       If CH-Held-Date >= WS-From-Date
                           Move CH-Cust-Number to Cust-Number
                           Perform Find-Review-Slot
                           If WS-Slot > 0
                               Add 1 to RV-Hold-Count (WS-Slot)
                           End-If
                       End-If
               End-Read
           End-Perform
           Close Credit-Hold-File.

       Walk-Balances.
      *runs each account's balance forward through the events;
      *the high balance is the most owed at any point in the
      *window, starting from what was owed the day it opened
           Move "N" to WS-Window-Open
           Perform Varying Evt-Idx from 1 by 1
                   until Evt-Idx > Event-Count
               If EV-Date (Evt-Idx) >= WS-From-Date
                       and WS-Window-Open = "N"
                   Perform Open-Review-Window
               End-If
               Move EV-Slot (Evt-Idx) to WS-Slot
               Add EV-Amount (Evt-Idx) to RV-Running (WS-Slot)
               If WS-Window-Open = "Y"
                       and RV-Running (WS-Slot)
                           > RV-High-Balance (WS-Slot)
                   Move RV-Running (WS-Slot)
                       to RV-High-Balance (WS-Slot)
               End-If
           End-Perform
           If WS-Window-Open = "N"
               Perform Open-Review-Window
           End-If.

       Open-Review-Window.
           Move "Y" to WS-Window-Open
           Perform Varying Rev-Idx from 1 by 1
                   until Rev-Idx > Review-Count
               If RV-Running (Rev-Idx) > 0
                   Move RV-Running (Rev-Idx)
                       to RV-High-Balance (Rev-Idx)
               End-If
           End-Perform.

       Recommend-One-Account.
      *worst finding wins: suspend puts the account on cash and
      *carry (terms zero, since a zero limit means no limit);
      *lower and raise move the limit in whole hundreds
           If RV-Paid-Dollars (Rev-Idx) > 0
               Compute RV-Avg-Days (Rev-Idx) rounded =
                   RV-Day-Dollars (Rev-Idx) / RV-Paid-Dollars (Rev-Idx)
           End-If
           Move RV-Limit (Rev-Idx) to RV-New-Limit (Rev-Idx)
           Move RV-Terms (Rev-Idx) to RV-New-Terms (Rev-Idx)
           Compute WS-Use-Limit =
               RV-Limit (Rev-Idx) * RR-Raise-Use-Pct / 100
           Evaluate true
               When RV-Paid-Dollars (Rev-Idx) = 0
                       and RV-Open-Balance (Rev-Idx) = 0
                       and RV-Fin-Count (Rev-Idx) = 0
                   Move "NONE" to RV-Action (Rev-Idx)
               When RV-Oldest-Days (Rev-Idx)
                       > RV-Terms (Rev-Idx) + RR-Suspend-Age
                   or RV-Avg-Days (Rev-Idx)
                       > RV-Terms (Rev-Idx) + RR-Suspend-Days
                   or RV-Fin-Count (Rev-Idx) >= RR-Suspend-Fin
                   Move "SUSPEND" to RV-Action (Rev-Idx)
                   Move 0 to RV-New-Terms (Rev-Idx)
               When RV-Oldest-Days (Rev-Idx)
                       > RV-Terms (Rev-Idx) + RR-Lower-Age
                   or RV-Avg-Days (Rev-Idx)
                       > RV-Terms (Rev-Idx) + RR-Lower-Days
                   or RV-Fin-Count (Rev-Idx) > 0
                   Perform Lower-Limit
               When RV-Limit (Rev-Idx) > 0
                   and RV-Paid-Count (Rev-Idx) >= RR-Raise-Paid
                   and RV-Avg-Days (Rev-Idx) <= RV-Terms (Rev-Idx)
                   and (RV-Hold-Count (Rev-Idx) > 0
                       or RV-High-Balance (Rev-Idx) >= WS-Use-Limit)
                   Perform Raise-Limit
               When Other
                   Move "KEEP" to RV-Action (Rev-Idx)
           End-Evaluate
           If RV-Action (Rev-Idx) = "SUSPEND" or "LOWER" or "RAISE"
               Add 1 to WS-Recommend-Count
           End-If.

       Lower-Limit.
      *an account with no limit is capped at its own high balance
           If RV-Limit (Rev-Idx) > 0
               Compute WS-Work-Limit =
                   RV-Limit (Rev-Idx) * RR-Lower-Pct / 100
               Compute WS-Hundreds = WS-Work-Limit / 100
           Else
               Compute WS-Hundreds =
                   (RV-High-Balance (Rev-Idx) + 99.99) / 100
           End-If
           If WS-Hundreds = 0
               Move 1 to WS-Hundreds
           End-If
           Compute RV-New-Limit (Rev-Idx) = WS-Hundreds * 100
           If RV-Limit (Rev-Idx) > 0
                   and RV-New-Limit (Rev-Idx) >= RV-Limit (Rev-Idx)
               Move "KEEP" to RV-Action (Rev-Idx)
               Move RV-Limit (Rev-Idx) to RV-New-Limit (Rev-Idx)
           Else
               Move "LOWER" to RV-Action (Rev-Idx)
           End-If.

       Raise-Limit.
      *enough headroom over both the old limit and the most the
      *account has actually run up
           Compute WS-Work-Limit =
               RV-Limit (Rev-Idx) * RR-Raise-Pct / 100
           Compute WS-Raise-Floor =
               RV-High-Balance (Rev-Idx) * RR-Raise-Pct / 100
           If WS-Raise-Floor > WS-Work-Limit
               Move WS-Raise-Floor to WS-Work-Limit
           End-If
           Compute WS-Hundreds = (WS-Work-Limit + 99.99) / 100
           Compute RV-New-Limit (Rev-Idx) = WS-Hundreds * 100
           Move "RAISE" to RV-Action (Rev-Idx).

       Write-Review-Report.
           Open Output Review-Report-File
           Move spaces to Review-Report-Line
           String "CREDIT REVIEW  PAYMENTS FROM " WS-From-Date
               "  AS OF " WS-Today-Date
               delimited by size into Review-Report-Line
           Perform Put-Report-Line
           If Event-Overflow = "Y"
               Move spaces to Review-Report-Line
               String "Activity exceeded the work table; high "
                   "balances may be understated."
                   delimited by size into Review-Report-Line
               Perform Put-Report-Line
           End-If
           Perform Varying Rev-Idx from 1 by 1
                   until Rev-Idx > Review-Count
               Perform Write-One-Account
           End-Perform
           Move spaces to Review-Report-Line
           Perform Put-Report-Line
           Move spaces to Review-Report-Line
           String Review-Count " accounts reviewed; "
               WS-Recommend-Count " limit changes recommended"
               delimited by size into Review-Report-Line
           Perform Put-Report-Line
           Close Review-Report-File
           Display "Review written to CRREVIEW.DAT.".

       Write-One-Account.
           Move RV-Limit (Rev-Idx) to nLimit
           Move RV-New-Limit (Rev-Idx) to nNew-Limit
           Move RV-High-Balance (Rev-Idx) to nHigh
           Move RV-Fin-Amount (Rev-Idx) to nFin
           Move RV-Avg-Days (Rev-Idx) to nAvg
           Move RV-Oldest-Days (Rev-Idx) to nOldest
           Move spaces to Review-Report-Line
           Perform Put-Report-Line
           Move spaces to Review-Report-Line
           Evaluate RV-Action (Rev-Idx)
               When "SUSPEND"
                   String RV-Cust-Number (Rev-Idx) " "
                       RV-Cust-Name (Rev-Idx) " terms "
                       RV-Terms (Rev-Idx) " limit " nLimit
                       "  SUSPEND to cash"
                       delimited by size into Review-Report-Line
               When "RAISE"
               When "LOWER"
                   String RV-Cust-Number (Rev-Idx) " "
                       RV-Cust-Name (Rev-Idx) " terms "
                       RV-Terms (Rev-Idx) " limit " nLimit
                       "  " RV-Action (Rev-Idx) nNew-Limit
                       delimited by size into Review-Report-Line
               When Other
                   String RV-Cust-Number (Rev-Idx) " "
                       RV-Cust-Name (Rev-Idx) " terms "
                       RV-Terms (Rev-Idx) " limit " nLimit
                       "  " RV-Action (Rev-Idx)
                       delimited by size into Review-Report-Line
           End-Evaluate
           Perform Put-Report-Line
           Move spaces to Review-Report-Line
           String "      paid " RV-Paid-Count (Rev-Idx) " avg "
               nAvg " days  high " nHigh "  fin chg "
               RV-Fin-Count (Rev-Idx) " holds "
               RV-Hold-Count (Rev-Idx)
               delimited by size into Review-Report-Line
           Perform Put-Report-Line
           If RV-Fin-Count (Rev-Idx) > 0
                   or RV-Open-Balance (Rev-Idx) > 0
               Move RV-Open-Balance (Rev-Idx) to nOpen
               Move spaces to Review-Report-Line
               String "      finance charges " nFin
                   "  open " nOpen "  oldest open " nOldest
                   " days"
                   delimited by size into Review-Report-Line
               Perform Put-Report-Line
           End-If.

       Accept-Recommendations.
           Display " "
           Display WS-Recommend-Count " limit changes recommended."
           Display "A) Accept all, O) Go through one at a time, "
               "N) None: " with no advancing
           Accept Accept-Choice
           Move Function Upper-Case (Accept-Choice) to Accept-Choice
           If Accept-Choice not = "A" and not = "O"
               Display "No limits changed."
               Exit Paragraph
           End-If
           Open I-O Customer-Master-File
           If WS-Cust-Status not = "00"
               Display "Customer master unavailable; no limits "
                   "changed."
               Exit Paragraph
           End-If
           Perform Varying Rev-Idx from 1 by 1
                   until Rev-Idx > Review-Count
               If RV-Action (Rev-Idx) = "SUSPEND" or "LOWER"
                       or "RAISE"
                   Move "Y" to Accept-One
                   If Accept-Choice = "O"
                       Perform Ask-One-Recommendation
                   End-If
                   If Accept-One = "Y"
                       Perform Apply-Recommendation
                   End-If
               End-If
           End-Perform
           Close Customer-Master-File
           Display WS-Applied-Count " accounts changed.".

       Ask-One-Recommendation.
           Move RV-Limit (Rev-Idx) to nLimit
           Move RV-New-Limit (Rev-Idx) to nNew-Limit
           Display " "
           Display RV-Cust-Number (Rev-Idx) " "
               RV-Cust-Name (Rev-Idx) " " RV-Action (Rev-Idx)
           If RV-Action (Rev-Idx) = "SUSPEND"
               Display "  terms " RV-Terms (Rev-Idx)
                   " to 000 (cash and carry)"
           Else
               Display "  limit " nLimit " to " nNew-Limit
           End-If
           Display "Accept (Y/N)? " with no advancing
           Accept Accept-One
           Move Function Upper-Case (Accept-One) to Accept-One.

       Apply-Recommendation.
      *an account changed by hand since the review was run keeps
      *the hand change
           Move RV-Cust-Number (Rev-Idx) to Cust-Number
           Read Customer-Master-File
               Invalid Key
                   Display "Customer " RV-Cust-Number (Rev-Idx)
                       " is no longer on file."
                   Exit Paragraph
           End-Read
           If Cust-Credit-Limit not = RV-Limit (Rev-Idx)
                   or Cust-Credit-Terms not = RV-Terms (Rev-Idx)
               Display "Customer " Cust-Number " changed since the "
                   "review was run; left as is."
               Exit Paragraph
           End-If
           Move RV-New-Limit (Rev-Idx) to Cust-Credit-Limit
           Move RV-New-Terms (Rev-Idx) to Cust-Credit-Terms
           Rewrite Customer-Master-Record
               Invalid Key
                   Display "Unable to update customer " Cust-Number
                   Exit Paragraph
           End-Rewrite
           Add 1 to WS-Applied-Count
           Move spaces to WS-Audit-Detail
           If RV-Action (Rev-Idx) = "SUSPEND"
               Move "CREDIT-SUSP" to WS-Audit-Type
               String "cust " delimited by size
                   Cust-Number delimited by size
                   " SUSPEND terms " delimited by size
                   RV-Terms (Rev-Idx) delimited by size
                   " to 000 cash only" delimited by size
                   into WS-Audit-Detail
           Else
               Move "CREDIT-LIMIT" to WS-Audit-Type
               Move RV-Limit (Rev-Idx) to nLimit
               Move RV-New-Limit (Rev-Idx) to nNew-Limit
               String "cust " delimited by size
                   Cust-Number delimited by size
                   " " delimited by size
                   RV-Action (Rev-Idx) delimited by space
                   " " delimited by size
                   nLimit delimited by size
                   " to " delimited by size
                   nNew-Limit delimited by size
                   into WS-Audit-Detail
           End-If
           Perform Write-Audit-Record.

       Put-Report-Line.
           Write Review-Report-Line
           Display Review-Report-Line.

       Write-Audit-Record.
      *appends one line to the shared audit trail; each call opens,
      *writes, and closes so nothing is left open between changes
           Accept WS-Audit-Date from Date
           Accept WS-Audit-Time from Time
           Move Spaces to Audit-Log-Record
           String WS-Audit-Date delimited by size
               " " delimited by size
               WS-Audit-Time delimited by size
               into AL-Timestamp
           Move WS-Operator-Id to AL-Operator-Id
           Move "CRREVIEW" to AL-Program-Id
           Move WS-Audit-Type to AL-Transaction-Type
           Move WS-Audit-Detail to AL-Detail
           Open Extend Audit-Log-File
           If WS-AL-Status = "35"
               Open Output Audit-Log-File
           End-If
           Write Audit-Log-Record
           Close Audit-Log-File.

       End Program CrReview.
