      ******************************************************************
      *    GL-ACCOUNT-REC - ONE LINE OF THE CHART-OF-ACCOUNTS MAPPING
      *    FILE. EVERY BUSINESS EVENT THE GL EXTRACT JOURNALS (A NEW
      *    TOLL CHARGE, AN INVOICE RAISED, A BANK RECEIPT, A CREDIT
      *    NOTE ...) IS MAPPED HERE TO THE ACCOUNT IT DEBITS AND THE
      *    ACCOUNT IT CREDITS, SO FINANCE CAN RE-POINT AN EVENT AT A
      *    NEW LEDGER ACCOUNT WITHOUT A PROGRAM CHANGE. A NEGATIVE
      *    AMOUNT (A FEE REPRICED DOWN, A CHARGE REVERSED) POSTS THE
      *    SAME PAIR THE OTHER WAY ROUND.
      *    EVENTS: TOLLREV  - NEW OR REPRICED CHARGE, NOT YET BILLED
      *            PREPDRAW - CHARGE DRAWN FROM A PREPAID BALANCE
      *            INVOICE  - INVOICE RAISED
      *            PAYMENT  - BANK RECEIPT AGAINST AN INVOICE
      *            UNAPPLD  - BANK RECEIPT QUOTING NO KNOWN INVOICE
      *            DDSETTLE - DIRECT DEBIT SETTLED BY THE BANK
      *            CREDNOTE - CREDIT NOTE ISSUED
      *            SUPPDEBT - SUPPLEMENTARY DEBIT ISSUED
      *            LATEFEE  - DUNNING LATE FEE ASSESSED
      *            TOPUP    - PREPAID TOP-UP RECEIVED
      *            CRBALIN  - OVERPAYMENT OR CREDIT ON A PAID INVOICE
      *                       MOVED TO AN OWNER CREDIT BALANCE
      *            CRBALUSE - OWNER CREDIT CARRIED ONTO A NEW INVOICE
      *            SUSPAPPL - SUSPENSE RECEIPT APPLIED TO AN INVOICE
      *            SUSPOWN  - SUSPENSE RECEIPT APPLIED TO AN OWNER
      *            REFUND   - CUSTOMER REFUND APPROVED FOR PAYMENT
      ******************************************************************
       01  GL-ACCOUNT-REC.
           05  GLAC-EVENT              PIC X(08).
           05  GLAC-DEBIT-ACCOUNT      PIC X(06).
           05  GLAC-CREDIT-ACCOUNT     PIC X(06).
           05  GLAC-DESCRIPTION        PIC X(30).
