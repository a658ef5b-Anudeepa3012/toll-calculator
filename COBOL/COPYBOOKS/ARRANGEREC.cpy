      ******************************************************************
      *    ARRANGEMENT-REC - ONE INSTALMENT PAYMENT ARRANGEMENT ON THE
      *    ARRANGEMENT-FILE, SET UP BY CUSTOMER SERVICE WHEN A KEEPER
      *    AGREES TO PAY ONE OR MORE OF AN OWNER'S OPEN INVOICES IN
      *    PARTS. IT LISTS THE INVOICES IT COVERS (WITH THE DUNNING
      *    STAGE EACH HAD REACHED WHEN THE ARRANGEMENT WAS MADE) AND
      *    THE DATED INSTALMENTS AGREED. EVERY RECEIPT POSTED AGAINST
      *    A COVERED INVOICE - BANK PAYMENT, DIRECT DEBIT SETTLEMENT
      *    OR MATCHED SUSPENSE RECEIPT - IS MATCHED TO THE EARLIEST
      *    INSTALMENT STILL OWING. WHILE THE ARRANGEMENT IS ACTIVE
      *    THE DUNNING RUN LEAVES ITS INVOICES ALONE; AN INSTALMENT
      *    STILL OWING AFTER THE GRACE PERIOD BREAKS IT AND THE
      *    INVOICES GO BACK INTO DUNNING AT THE STAGE THEY HAD
      *    REACHED. ROWS ARE NEVER REMOVED.
      *    STATUS: A = ACTIVE AND BEING KEPT,
      *            K = KEPT - EVERY INSTALMENT PAID (OR EVERY
      *                COVERED INVOICE SETTLED),
      *            B = BROKEN - AN INSTALMENT MISSED PAST GRACE.
      ******************************************************************
       01  ARRANGEMENT-REC.
           05  ARR-ARRANGEMENT-NO      PIC 9(06).
           05  ARR-OWNER-ID            PIC X(06).
           05  ARR-STATUS              PIC X(01).
           05  ARR-SET-UP-DATE         PIC X(08).
           05  ARR-SET-UP-BY           PIC X(10).
           05  ARR-CLOSED-DATE         PIC X(08).
           05  ARR-INVOICE-COUNT       PIC 9(02).
           05  ARR-INVOICE OCCURS 10 TIMES.
               10  ARR-INVOICE-NO      PIC 9(08).
               10  ARR-PRIOR-STAGE     PIC 9(01).
           05  ARR-INSTALMENT-COUNT    PIC 9(02).
           05  ARR-INSTALMENT OCCURS 12 TIMES.
               10  ARR-INST-DUE-DATE   PIC X(08).
               10  ARR-INST-AMOUNT     PIC 9(07).
               10  ARR-INST-PAID       PIC 9(07).
               10  ARR-INST-PAID-DATE  PIC X(08).
