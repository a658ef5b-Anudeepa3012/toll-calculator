      ******************************************************************
      *    SUSPENSE-REC - ONE BANK RECEIPT ON THE SUSPENSE-FILE THAT
      *    COULD NOT BE POSTED WHEN IT ARRIVED BECAUSE THE INVOICE
      *    NUMBER IT QUOTES IS NOT ON THE INVOICE-FILE. THE PAYMENT
      *    RUN ADDS THE RECEIPT HERE INSTEAD OF LETTING THE MONEY
      *    DROP OUT OF THE BOOKS, AND IT STAYS UNAPPLIED UNTIL AN
      *    OPERATOR IN THE CUSTOMER CREDIT SESSION APPLIES IT TO THE
      *    RIGHT INVOICE OR TO THE RIGHT OWNER'S CREDIT BALANCE.
      *    RECEIPT NUMBERS RUN ONE PAST THE HIGHEST ON FILE - ROWS
      *    ARE NEVER REMOVED, ONLY MARKED APPLIED.
      *    STATUS: U = UNAPPLIED, I = APPLIED TO AN INVOICE,
      *            O = APPLIED TO AN OWNER'S CREDIT BALANCE.
      ******************************************************************
       01  SUSPENSE-REC.
           05  SUSP-RECEIPT-NO         PIC 9(08).
           05  SUSP-QUOTED-INVOICE-NO  PIC 9(08).
           05  SUSP-RECEIVED-DATE      PIC X(08).
           05  SUSP-AMOUNT             PIC 9(07).
           05  SUSP-BANK-REF           PIC X(10).
           05  SUSP-STATUS             PIC X(01).
           05  SUSP-APPLIED-INVOICE-NO PIC 9(08).
           05  SUSP-APPLIED-OWNER-ID   PIC X(06).
           05  SUSP-APPLIED-DATE       PIC X(08).
           05  SUSP-APPLIED-BY         PIC X(10).
