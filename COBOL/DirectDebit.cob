      *                POST-ONE-PAYMENT APPLIES, REJECTED DEBITS ARE
      *                TAKEN OFF THE PRESENTED-FILE SO THE INVOICE
      *                FALLS BACK INTO NORMAL AGING AND DUNNING.
      *                A SETTLEMENT OVER THE INVOICE BALANCE GOES TO
      *                THE OWNER'S CREDIT BALANCE (OWNER-CREDIT-FILE),
      *                AND MONEY SETTLED AGAINST AN INVOICE NUMBER NO
      *                LONGER ON FILE IS HELD ON THE SUSPENSE-FILE.
      *                AN INVOICE COVERED BY AN ACTIVE INSTALMENT
      *                ARRANGEMENT IS NOT PRESENTED IN FULL - ONLY THE
      *                INSTALMENTS ALREADY FALLEN DUE AND STILL OWING
      *                ARE DEBITED, ONE DEBIT PER ARRANGEMENT AT A
      *                TIME, AND EVERY SETTLEMENT IS MATCHED TO THE
      *                INSTALMENTS THROUGH ARRANGEMATCH.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "COBOL/DATA/SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL OWNER-CREDIT-FILE
               ASSIGN TO "COBOL/DATA/OWNERCREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCRD-FILE-STATUS.

           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "COBOL/DATA/ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
           05  DDR-BANK-REF          PIC X(10).
           05  DDR-STATUS            PIC X(01).

       FD  SUSPENSE-FILE.
       COPY "SUSPREC.cpy".

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       FD  ARRANGEMENT-FILE.
       COPY "ARRANGEREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RUN-MODE               PIC X VALUE 'P'.
       01  WS-PRESENT-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-PRESENTED-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-RETURN-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-ARRANGE-FILE-STATUS    PIC X(2)  VALUE SPACES.

       01  WS-MANDATE-EOF            PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-PRESENTED-EOF          PIC X     VALUE 'N'.
       01  WS-RETURN-EOF             PIC X     VALUE 'N'.
       01  WS-SUSPENSE-EOF           PIC X     VALUE 'N'.
       01  WS-ARRANGE-EOF            PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-OVERPAID-AMOUNT        PIC 9(07).
       01  WS-PAID-BEFORE            PIC 9(07).
       01  WS-MATCH-AMOUNT           PIC 9(07).
       01  WS-MATCH-DATE             PIC X(08).
       01  WS-MATCHED-FLAG           PIC X     VALUE 'N'.
       01  WS-NEXT-RECEIPT-NO        PIC 9(08) VALUE 1.

      *    THE MANDATE MASTER IS LOADED ONCE SO EVERY INVOICE IN THE
      *    PRESENTMENT PASS CAN BE CHECKED WITHOUT RE-READING THE

       01  WS-INVOICE-BALANCE        PIC 9(07).

      *    INSTALMENT ARRANGEMENTS, LOADED FOR THE PRESENTMENT PASS
      *    ONLY - THE RETURN POSTING LEAVES THE MATCHING TO
      *    ARRANGEMATCH, WHICH OWNS THE FILE WHILE IT RUNS
       01  ARRANGEMENT-TABLE.
           05  ARRANGEMENT-ENTRY OCCURS 500 TIMES.
               10  AT-ARRANGEMENT-NO     PIC 9(06).
               10  AT-OWNER-ID           PIC X(06).
               10  AT-STATUS             PIC X(01).
               10  AT-SET-UP-DATE        PIC X(08).
               10  AT-SET-UP-BY          PIC X(10).
               10  AT-CLOSED-DATE        PIC X(08).
               10  AT-INVOICE-COUNT      PIC 9(02).
               10  AT-INVOICE OCCURS 10 TIMES.
                   15  AT-INVOICE-NO     PIC 9(08).
                   15  AT-PRIOR-STAGE    PIC 9(01).
               10  AT-INSTALMENT-COUNT   PIC 9(02).
               10  AT-INSTALMENT OCCURS 12 TIMES.
                   15  AT-INST-DUE-DATE  PIC X(08).
                   15  AT-INST-AMOUNT    PIC 9(07).
                   15  AT-INST-PAID      PIC 9(07).
                   15  AT-INST-PAID-DATE PIC X(08).
       01  ARRANGEMENT-COUNT         PIC 9(04) VALUE 0.
       01  AIDX                      PIC 9(04).
       01  VIDX                      PIC 9(02).
       01  NIDX                      PIC 9(02).
       01  WS-ARRANGE-ENTRY          PIC 9(04) VALUE 0.
       01  WS-INSTALMENTS-DUE        PIC 9(07).

       01  WS-DEBITS-PRESENTED       PIC 9(06) VALUE 0.
       01  WS-RETURNS-SETTLED        PIC 9(06) VALUE 0.
       01  WS-RETURNS-REJECTED       PIC 9(06) VALUE 0.
           ELSE
               MOVE 'P' TO WS-RUN-MODE
               PERFORM LOAD-MANDATE-TABLE
               PERFORM LOAD-ARRANGEMENTS
               PERFORM WRITE-PRESENTMENT
           END-IF

           END-IF
           CLOSE MANDATE-FILE.

       LOAD-ARRANGEMENTS.

           MOVE 0 TO ARRANGEMENT-COUNT

           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-FILE-STATUS = "00"
               MOVE 'N' TO WS-ARRANGE-EOF
               PERFORM UNTIL WS-ARRANGE-EOF = 'Y'
                   READ ARRANGEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ARRANGE-EOF
                       NOT AT END
                           IF ARRANGEMENT-COUNT >= 500
                               DISPLAY "ARRANGEMENT TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO ARRANGEMENT-COUNT
                           MOVE ARRANGEMENT-REC
                             TO ARRANGEMENT-ENTRY(ARRANGEMENT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARRANGEMENT-FILE.

       LOAD-PRESENTED-TABLE.

           MOVE 0 TO PRESENTED-COUNT

           COMPUTE WS-INVOICE-BALANCE = INV-AMOUNT - INV-PAID-AMOUNT

           PERFORM FIND-COVERING-ARRANGEMENT
           IF WS-ARRANGE-ENTRY NOT = 0
               PERFORM SIZE-INSTALMENT-DEBIT
               IF WS-INVOICE-BALANCE = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE INV-INVOICE-NO TO DDP-INVOICE-NO
           MOVE INV-OWNER-ID   TO DDP-OWNER-ID
           MOVE MT-BANK-ACCOUNT(WS-MANDATE-ENTRY) TO DDP-BANK-ACCOUNT
               END-IF
           END-PERFORM.

      *    THE SAME TEST ARRANGEMATCH USES - ONLY AN ACTIVE
      *    ARRANGEMENT CHANGES WHAT IS DEBITED. LEAVES
      *    WS-ARRANGE-ENTRY ON IT, ZERO IF NONE.
       FIND-COVERING-ARRANGEMENT.

           MOVE 0 TO WS-ARRANGE-ENTRY

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
                      OR WS-ARRANGE-ENTRY NOT = 0
               IF AT-STATUS(AIDX) = 'A'
                   PERFORM VARYING VIDX FROM 1 BY 1
                           UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
                       IF AT-INVOICE-NO(AIDX, VIDX) = INV-INVOICE-NO
                           MOVE AIDX TO WS-ARRANGE-ENTRY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    THE OWNER AGREED TO PAY BY INSTALMENT, SO THE DEBIT IS
      *    WHAT HAS FALLEN DUE AND IS STILL OWING, NEVER MORE THAN
      *    THIS INVOICE'S BALANCE. WHILE ANY INVOICE ON THE
      *    ARRANGEMENT IS OUT WITH THE BANK NOTHING MORE IS DEBITED
      *    FOR IT - THE SAME INSTALMENT WOULD OTHERWISE BE TAKEN
      *    TWICE. LEAVES THE AMOUNT TO DEBIT IN WS-INVOICE-BALANCE.
       SIZE-INSTALMENT-DEBIT.

           MOVE WS-ARRANGE-ENTRY TO AIDX

           PERFORM VARYING VIDX FROM 1 BY 1
                   UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
               PERFORM VARYING PIDX FROM 1 BY 1
                       UNTIL PIDX > PRESENTED-COUNT
                   IF PT-INVOICE-NO(PIDX) = AT-INVOICE-NO(AIDX, VIDX)
                       MOVE 0 TO WS-INVOICE-BALANCE
                       EXIT PARAGRAPH
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE 0 TO WS-INSTALMENTS-DUE
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
               IF AT-INST-DUE-DATE(AIDX, NIDX) <= WS-TODAY
                  AND AT-INST-PAID(AIDX, NIDX)
                      < AT-INST-AMOUNT(AIDX, NIDX)
                   COMPUTE WS-INSTALMENTS-DUE = WS-INSTALMENTS-DUE
                       + AT-INST-AMOUNT(AIDX, NIDX)
                       - AT-INST-PAID(AIDX, NIDX)
               END-IF
           END-PERFORM

           IF WS-INSTALMENTS-DUE < WS-INVOICE-BALANCE
               MOVE WS-INSTALMENTS-DUE TO WS-INVOICE-BALANCE
           END-IF.

      *    POST THE BANK'S ANSWERS: A SETTLED DEBIT GOES AGAINST ITS
      *    INVOICE WITH THE SAME RULES INVOICING'S POST-ONE-PAYMENT
      *    APPLIES, A REJECTED DEBIT COMES OFF THE PRESENTED LIST SO
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-NEXT-RECEIPT-NO

           OPEN I-O INVOICE-FILE
           OPEN EXTEND OWNER-CREDIT-FILE
           OPEN EXTEND SUSPENSE-FILE

           MOVE 'N' TO WS-RETURN-EOF
           READ DD-RETURN-FILE

           CLOSE DD-RETURN-FILE
           CLOSE INVOICE-FILE
           CLOSE OWNER-CREDIT-FILE
           CLOSE SUSPENSE-FILE

           MOVE WS-RETURNS-SETTLED TO WS-COUNT-EDIT
           DISPLAY "RETURNS SETTLED:   " WS-COUNT-EDIT
                   ADD 1 TO WS-RETURNS-UNMATCHED
                   DISPLAY "RETURN FOR UNKNOWN INVOICE "
                       DDR-INVOICE-NO " REF " DDR-BANK-REF
      *            MONEY THE BANK COLLECTED IS HELD FOR MATCHING -
      *            A REJECTED DEBIT MOVED NO MONEY
                   IF DDR-STATUS = 'S'
                       PERFORM WRITE-SUSPENSE-RECEIPT
                   END-IF
               NOT INVALID KEY
                   IF DDR-STATUS = 'S'
      *                SAME POSTING RULES AS A MANUALLY KEYED
      *                PAYMENT-REC - ADD TO PAID, MARK PAID IN FULL
      *                WHEN THE BALANCE IS COVERED
                       MOVE INV-PAID-AMOUNT TO WS-PAID-BEFORE
                       ADD DDR-AMOUNT TO INV-PAID-AMOUNT
                       IF INV-PAID-AMOUNT >= INV-AMOUNT
                           MOVE 'P' TO INV-STATUS
                       END-IF
                       IF INV-PAID-AMOUNT > INV-AMOUNT
                           PERFORM CREDIT-OVERPAYMENT
                       END-IF
                       REWRITE INVOICE-REC
                       ADD 1 TO WS-RETURNS-SETTLED
                       MOVE DDR-DATE TO WS-MATCH-DATE
                       PERFORM MATCH-ARRANGEMENT-RECEIPT
      *                THE DEBIT IS ANSWERED EITHER WAY - TAKE THE
      *                INVOICE OFF THE PRESENTED LIST SO A BALANCE
      *                STILL OPEN (A PARTIAL SETTLEMENT, OR AN
                   END-IF
           END-READ.

      *    A DEBIT COLLECTED AFTER THE INVOICE WAS REDUCED (A CREDIT
      *    NOTE RAISED WHILE IT WAS OUT WITH THE BANK) OVERPAYS IT -
      *    THE EXCESS IS THE OWNER'S MONEY AND GOES TO THEIR CREDIT
      *    BALANCE, THE SAME WAY INVOICING TREATS AN OVERPAID RECEIPT
       CREDIT-OVERPAYMENT.

           COMPUTE WS-OVERPAID-AMOUNT = INV-PAID-AMOUNT - INV-AMOUNT
           MOVE INV-AMOUNT         TO INV-PAID-AMOUNT
           MOVE INV-OWNER-ID       TO OCRD-OWNER-ID
           MOVE WS-TODAY           TO OCRD-DATE
           MOVE 'O'                TO OCRD-TYPE
           MOVE WS-OVERPAID-AMOUNT TO OCRD-AMOUNT
           MOVE INV-INVOICE-NO     TO OCRD-INVOICE-NO
           MOVE DDR-BANK-REF       TO OCRD-REFERENCE
           WRITE OWNER-CREDIT-REC
           DISPLAY "DEBIT ON INVOICE " INV-INVOICE-NO " OVERPAID BY "
               WS-OVERPAID-AMOUNT " SEK - TO OWNER CREDIT".

      *    ONLY WHAT ACTUALLY WENT ON THE INVOICE COUNTS TOWARDS
      *    AN INSTALMENT - AN OVERPAYMENT WENT TO OWNER CREDIT
       MATCH-ARRANGEMENT-RECEIPT.

           COMPUTE WS-MATCH-AMOUNT = INV-PAID-AMOUNT - WS-PAID-BEFORE
           CALL "ARRANGEMATCH" USING INV-INVOICE-NO WS-MATCH-DATE
                                     WS-MATCH-AMOUNT WS-MATCHED-FLAG
               ON EXCEPTION
                   DISPLAY "INSTALMENT MATCHING COULD NOT BE STARTED "
                       "- INVOICE " INV-INVOICE-NO
           END-CALL.

       WRITE-SUSPENSE-RECEIPT.

           MOVE WS-NEXT-RECEIPT-NO TO SUSP-RECEIPT-NO
           MOVE DDR-INVOICE-NO     TO SUSP-QUOTED-INVOICE-NO
           MOVE DDR-DATE           TO SUSP-RECEIVED-DATE
           MOVE DDR-AMOUNT         TO SUSP-AMOUNT
           MOVE DDR-BANK-REF       TO SUSP-BANK-REF
           MOVE 'U'                TO SUSP-STATUS
           MOVE 0                  TO SUSP-APPLIED-INVOICE-NO
           MOVE SPACES             TO SUSP-APPLIED-OWNER-ID
           MOVE SPACES             TO SUSP-APPLIED-DATE
           MOVE SPACES             TO SUSP-APPLIED-BY
           WRITE SUSPENSE-REC
           ADD 1 TO WS-NEXT-RECEIPT-NO
           DISPLAY "  SETTLED AMOUNT HELD ON SUSPENSE AS RECEIPT "
               SUSP-RECEIPT-NO.

      *    SUSPENSE ROWS ARE NEVER REMOVED, SO THE NEXT RECEIPT
      *    NUMBER IS SIMPLY ONE PAST THE HIGHEST ALREADY ON FILE
       LOAD-NEXT-RECEIPT-NO.

           MOVE 1 TO WS-NEXT-RECEIPT-NO

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE 'N' TO WS-SUSPENSE-EOF
               PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END
                           IF SUSP-RECEIPT-NO >= WS-NEXT-RECEIPT-NO
                               COMPUTE WS-NEXT-RECEIPT-NO =
                                   SUSP-RECEIPT-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE.

      *    BLANK THE ANSWERED INVOICE'S ROW - THE REWRITE PASS AT
      *    THE END DROPS BLANK ROWS, SO AN INVOICE WITH ANYTHING
      *    STILL OWING (REJECTED, PARTIALLY SETTLED, OR REOPENED
