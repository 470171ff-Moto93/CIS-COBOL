           Display "4. Billing"
           Display "5. Inquiries and Reports"
           Display "6. End of Day"
           If SO-Supervisor and SO-May-Maint
               Display "7. File Maintenance"
           End-If
           Display "X. Exit"
           Accept Menu-Choice
           Evaluate Menu-Choice
               When "1"
                   If SO-May-Payroll
                       Perform Payroll-Menu
                   Else
                       Perform Refuse-Area
                   End-If
               When "2"
                   If SO-May-Orders
                       Perform Coffee-Menu
                   Else
                       Perform Refuse-Area
                   End-If
               When "3"
                   If SO-May-Warehouse
                       Perform Warehouse-Menu
                   Else
                       Perform Refuse-Area
                   End-If
               When "4"
                   If SO-May-Billing
                       Perform Billing-Menu
                   Else
                       Perform Refuse-Area
                   End-If
               When "5"
                   If SO-May-Inquiry
                       Perform Inquiry-Menu
                   Else
                       Perform Refuse-Area
                   End-If
               When "6"
                   If SO-May-EOD
                       Perform End-Of-Day-Menu
                   Else
                       Perform Refuse-Area
                   End-If
               When "7"
                   If SO-Supervisor and SO-May-Maint
                       Perform Maintenance-Menu
                   Else
                       Display "File maintenance requires a "
                           "supervisor with the maintenance "
                           "permission."
                   End-If
               When "X"
               When "x"
       End-Perform
       Stop Run.

       Refuse-Area.
      *each area is granted per operator in OperMaint
           Display "That area is not among your permissions - see "
               "a supervisor.".

       Payroll-Menu.
           Move spaces to Sub-Choice
           Perform Until Sub-Choice = "X" or "x"
               Display "4. Time Clock"
               Display "5. Punch Pairing / Roster Build"
               Display "6. Paycheck Printing / Register"
               Display "7. Quarterly Payroll Tax Worksheet"
               Display "8. Labor Distribution Report"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "6"
                       Call "PayCheck"
                       Cancel "PayCheck"
                   When "7"
                       Call "PayTaxQ"
                       Cancel "PayTaxQ"
                   When "8"
                       Call "LaborRpt"
                       Cancel "LaborRpt"
                   When "X"
                   When "x"
                       Continue
           Perform Until Sub-Choice = "X" or "x"
               Display " "
               Display "Coffee Orders"
               Display "1. Order Desk (orders, quotes, accounts)"
               Display "2. Coffee Shop (counter sales)"
               Display "3. Coffee (counter sales with discounts)"
               Display "4. Standing Orders"
               Display "5. Amend/Cancel a Committed Order"
               Display "6. Quote Conversion Report"
               Display "7. Web-Store Order Import"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "5"
                       Call "OrdMaint"
                       Cancel "OrdMaint"
                   When "6"
                       Call "QuoteRpt"
                       Cancel "QuoteRpt"
                   When "7"
                       Call "WebImp"
                       Cancel "WebImp"
                   When "X"
                   When "x"
                       Continue
               Display "4. Backorder Inquiry and Release"
               Display "5. Physical Count Entry"
               Display "6. Returns and Credit Memos"
               Display "7. Roast Batches and Yield"
               Display "8. Stock Transfers Between Locations"
               Display "9. Stale Stock Disposal"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "6"
                       Call "Returns"
                       Cancel "Returns"
                   When "7"
                       Call "Roast"
                       Cancel "Roast"
                   When "8"
                       Call "StkXfer"
                       Cancel "StkXfer"
                   When "9"
                       Call "Dispose"
                       Cancel "Dispose"
                   When "X"
                   When "x"
                       Continue
               Display "2. Receivables Aging Report"
               Display "3. Credit-Hold Release"
               Display "4. Finance Charges and Dunning"
               Display "5. Vendor Invoice Entry and Match"
               Display "6. Vendor Payment Run"
               Display "7. Sales Commission Statements"
               Display "8. Customer Credit Review"
               Display "9. Gift Certificates and Store Credit"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "4"
                       Call "FinChg"
                       Cancel "FinChg"
                   When "5"
                       Call "APInv"
                       Cancel "APInv"
                   When "6"
                       Call "APPay"
                       Cancel "APPay"
                   When "7"
                       Call "CommStmt"
                       Cancel "CommStmt"
                   When "8"
                       Call "CrReview"
                       Cancel "CrReview"
                   When "9"
                       Call "GiftCert"
                       Cancel "GiftCert"
                   When "X"
                   When "x"
                       Continue
               Display "6. Cross-File Integrity Audit"
               Display "7. Receipt / Pay-Stub Reprint"
               Display "8. Lot Freshness Report"
               Display "9. Freight Cost Reconciliation"
               Display "A. Gross-Margin Report"
               Display "B. Promotion Results Report"
               Display "C. Price History Inquiry"
               Display "D. Price-Change Notice"
               Display "E. Sign-On Security Report"
               Display "F. Sales-Tax Return Report"
               Display "G. Fulfillment Service-Level Report"
               Display "H. Outstanding Gift Certificate Report"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "8"
                       Call "Freshness"
                       Cancel "Freshness"
                   When "9"
                       Call "FrtRecon"
                       Cancel "FrtRecon"
                   When "A"
                   When "a"
                       Call "MarginRpt"
                       Cancel "MarginRpt"
                   When "B"
                   When "b"
                       Call "PromoRpt"
                       Cancel "PromoRpt"
                   When "C"
                   When "c"
                       Call "PriceInq"
                       Cancel "PriceInq"
                   When "D"
                   When "d"
                       Call "PriceNote"
                       Cancel "PriceNote"
                   When "E"
                   When "e"
                       Call "SecRpt"
                       Cancel "SecRpt"
                   When "F"
                   When "f"
                       Call "TaxRpt"
                       Cancel "TaxRpt"
                   When "G"
                   When "g"
                       Call "SvcLevel"
                       Cancel "SvcLevel"
                   When "H"
                   When "h"
                       Call "CertRpt"
                       Cancel "CertRpt"
                   When "X"
                   When "x"
                       Continue
               Display "4. Post Extract to Ledger"
               Display "5. Trial Balance"
               Display "6. Period-End Consolidation"
               Display "7. Bank Reconciliation"
               Display "8. General Journal Entries"
               Display "9. Monthly Financial Statements"
               Display "A. Data-Set Backup, Verify, and Restore"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "6"
                       Call "PeriodEnd"
                       Cancel "PeriodEnd"
                   When "7"
                       Call "BankRec"
                       Cancel "BankRec"
                   When "8"
                       Call "GLJrnl"
                       Cancel "GLJrnl"
                   When "9"
                       Call "FinStmt"
                       Cancel "FinStmt"
                   When "A"
                   When "a"
                       Call "SnapShot"
                       Cancel "SnapShot"
                   When "X"
                   When "x"
                       Continue
               Display "5. Operator Master"
               Display "6. Deduction Codes and Elections"
               Display "7. Vendor Master"
               Display "8. Ledger Budgets"
               Display "9. Promotions"
               Display "X. Back"
               Display "Choice: " with no advancing
               Accept Sub-Choice
                   When "7"
                       Call "VendMaint"
                       Cancel "VendMaint"
                   When "8"
                       Call "BudMaint"
                       Cancel "BudMaint"
                   When "9"
                       Call "PromoMaint"
                       Cancel "PromoMaint"
                   When "X"
                   When "x"
                       Continue
