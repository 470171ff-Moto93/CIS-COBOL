      *************************************************************
      *  Vendor check register - FILE-CONTROL entry.
      *  One record per check the payment run cuts to a roaster.
      *  Numbers come off the same CHKCTL.DAT control as the
      *  paychecks, since both are drawn on the one bank account.
      *************************************************************
           Select AP-Check-File assign to "APCHECK.DAT"
               organization is line sequential
               file status is WS-AC-Status.
