      ******************************************************************
      *    GL-JOURNAL-REC - ONE LINE OF THE DOUBLE-ENTRY GENERAL
      *    LEDGER JOURNAL THE GL EXTRACT APPENDS FOR EACH POSTING
      *    DATE. EVERY EVENT WRITES A DEBIT LINE AND A CREDIT LINE
      *    FOR THE SAME AMOUNT, SO EACH POSTING DATE'S LINES BALANCE.
      *    LINES ARE NUMBERED FROM 1 WITHIN THE POSTING DATE. THE
      *    OPERATOR/ZONE DIMENSION IS FILLED IN WHEREVER THE EVENT
      *    BELONGS TO ONE TOLL ZONE (NOOWNR FOR A ZONE WITH NO LINE
      *    ON THE ZONE-OWNER MASTER) AND LEFT BLANK FOR ACCOUNT-LEVEL
      *    EVENTS SUCH AS INVOICES AND RECEIPTS. THE SOURCE REFERENCE
      *    TRACES THE LINE BACK TO ITS RECORD - THE TOLL RESULT KEY,
      *    THE INVOICE OR CREDIT NOTE NUMBER, OR THE BANK REFERENCE.
      *    DR/CR: D = DEBIT, C = CREDIT.
      ******************************************************************
       01  GL-JOURNAL-REC.
           05  GLJ-POST-DATE           PIC X(08).
           05  GLJ-LINE-NO             PIC 9(06).
           05  GLJ-EVENT               PIC X(08).
           05  GLJ-ACCOUNT             PIC X(06).
           05  GLJ-DR-CR               PIC X(01).
           05  GLJ-AMOUNT              PIC 9(09).
           05  GLJ-OPERATOR-ID         PIC X(06).
           05  GLJ-ZONE-CODE           PIC X(04).
           05  GLJ-SOURCE-REF          PIC X(22).
