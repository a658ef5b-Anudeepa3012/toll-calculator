      ******************************************************************
      *    OWNER-CREDIT-REC - ONE MOVEMENT ON AN OWNER'S CREDIT
      *    BALANCE, APPENDED TO THE OWNER-CREDIT-FILE BY WHICHEVER
      *    RUN CREATES OR USES THE CREDIT. THE FILE IS THE LEDGER -
      *    AN OWNER'S BALANCE IS THE SUM OF THEIR MOVEMENTS, CREDIT
      *    TYPES ADDING AND DEBIT TYPES SUBTRACTING.
      *    ADDING:      O = OVERPAYMENT OF AN INVOICE
      *                 C = CREDIT NOTE AGAINST AN INVOICE ALREADY
      *                     PAID (DISPUTE UPHELD OR RATE ADJUSTMENT)
      *                 S = UNAPPLIED RECEIPT APPLIED TO THE OWNER
      *                 X = REFUND REJECTED AT SIGN-OFF, CREDIT BACK
      *    SUBTRACTING: A = CARRIED FORWARD AGAINST A NEW INVOICE
      *                 R = HELD FOR A PROPOSED REFUND
      *    THE INVOICE NUMBER IS THE INVOICE THE MOVEMENT CAME FROM OR
      *    WENT TO (ZERO WHEN THERE IS NONE); THE REFERENCE IS THE
      *    BANK REFERENCE, SUSPENSE RECEIPT OR REFUND NUMBER.
      ******************************************************************
       01  OWNER-CREDIT-REC.
           05  OCRD-OWNER-ID           PIC X(06).
           05  OCRD-DATE               PIC X(08).
           05  OCRD-TYPE               PIC X(01).
           05  OCRD-AMOUNT             PIC 9(07).
           05  OCRD-INVOICE-NO         PIC 9(08).
           05  OCRD-REFERENCE          PIC X(10).
