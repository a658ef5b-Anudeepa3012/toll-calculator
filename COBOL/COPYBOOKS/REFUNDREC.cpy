      ******************************************************************
      *    REFUND-REC - ONE PROPOSED CUSTOMER REFUND ON THE REFUND
      *    REGISTER. THE PROPOSAL RUN PUTS AN OWNER'S WHOLE CREDIT
      *    BALANCE UP FOR REFUND TO THE BANK ACCOUNT ON THEIR DIRECT
      *    DEBIT MANDATE AND HOLDS THE CREDIT (OWNER-CREDIT TYPE R)
      *    SO IT CANNOT ALSO BE CARRIED FORWARD. FINANCE SIGN-OFF -
      *    A DIFFERENT OPERATOR FROM THE ONE WHO PROPOSED IT - EITHER
      *    APPROVES IT ONTO THE BANK'S REFUND PAYMENT FILE OR REJECTS
      *    IT, WHICH PUTS THE CREDIT BACK ON THE BALANCE.
      *    STATUS: P = PROPOSED, AWAITING SIGN-OFF
      *            A = APPROVED AND SENT FOR PAYMENT
      *            R = REJECTED
      ******************************************************************
       01  REFUND-REC.
           05  RFND-REFUND-NO          PIC 9(06).
           05  RFND-OWNER-ID           PIC X(06).
           05  RFND-AMOUNT             PIC 9(07).
           05  RFND-BANK-ACCOUNT       PIC X(16).
           05  RFND-PROPOSED-DATE      PIC X(08).
           05  RFND-PROPOSED-BY        PIC X(10).
           05  RFND-STATUS             PIC X(01).
           05  RFND-DECIDED-DATE       PIC X(08).
           05  RFND-DECIDED-BY         PIC X(10).
