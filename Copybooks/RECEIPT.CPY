      *    how the order was paid, so the end-of-day deposit slip
      *    can split the drawer into cash, checks, and cards and a
      *    short drawer says which it is missing; spaces on receipts
      *    written before tender was captured count as cash.  G is
      *    store credit or a gift certificate covering the whole
      *    total; on a credit memo it is credit issued instead of
      *    money back
           05 RC-Tender-Type       pic x(1).
              88 RC-Tender-Cash       value "C".
              88 RC-Tender-Check      value "K".
              88 RC-Tender-Card       value "D".
              88 RC-Tender-Account    value "A".
              88 RC-Tender-Credit     value "G".
      *    the check number off the customer's check, zero otherwise
           05 RC-Check-Number      pic 9(8).
      *    the station the order was keyed at, now that two
      *    code, HM for the home rate, EX for an exempt resale
      *    account; spaces on older receipts count as home
           05 RC-Tax-Jur           pic x(2).
      *    the record key: the order number again plus a sequence,
      *    00 for the sale and 01 up for each credit memo written
      *    against the order.  Carried last so a receipt archived
      *    before the file was keyed still lines up field for field.
           05 RC-Receipt-Key.
              10 RC-Key-Order      pic 9(6).
              10 RC-Key-Seq        pic 9(2).
      *    the store-credit account or gift certificate used on
      *    the sale and how much of the final total it covered,
      *    the rest going on RC-Tender-Type; on a memo refunded as
      *    store credit, the account credited and the amount.
      *    Zero when none was used, spaces on older receipts.
           05 RC-Credit-Number     pic 9(6).
           05 RC-Credit-Applied    pic 9(6)v99.
