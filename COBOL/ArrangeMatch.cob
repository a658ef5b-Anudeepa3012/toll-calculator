       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRANGEMATCH.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  MATCH A POSTED RECEIPT TO ITS INSTALMENTS
      *                CALLED BY EVERY RUN THAT POSTS MONEY AGAINST AN
      *                INVOICE - INVOICING'S PAYMENT POSTING, THE
      *                DIRECT DEBIT RETURN POSTING AND THE SUSPENSE
      *                MATCHING IN THE CUSTOMER CREDIT SESSION - WITH
      *                THE INVOICE NUMBER, THE DATE THE MONEY ARRIVED
      *                AND THE AMOUNT ACTUALLY APPLIED TO THE INVOICE.
      *                WHEN THE INVOICE IS COVERED BY AN ACTIVE
      *                INSTALMENT ARRANGEMENT THE AMOUNT IS MATCHED TO
      *                THE EARLIEST INSTALMENTS STILL OWING, AND AN
      *                ARRANGEMENT WHOSE LAST INSTALMENT IS NOW PAID
      *                IS MARKED KEPT. THE ARRANGEMENT-FILE IS READ
      *                AND, WHEN SOMETHING WAS MATCHED, REWRITTEN ON
      *                EVERY CALL SO THE CALLER NEVER HAS TO CLOSE
      *                ANYTHING DOWN.
      *                LNK-MATCHED-FLAG COMES BACK 'Y' WHEN THE
      *                RECEIPT WENT AGAINST AN ARRANGEMENT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "COBOL/DATA/ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  ARRANGEMENT-FILE.
       COPY "ARRANGEREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-ARRANGE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ARRANGE-EOF            PIC X     VALUE 'N'.

      *    THE WHOLE ARRANGEMENT-FILE, HELD WHILE ONE RECEIPT IS
      *    MATCHED AND WRITTEN BACK IN ONE PASS. OVERFLOW ABORTS
      *    LOUDLY RATHER THAN DROPPING ARRANGEMENTS ON THE REWRITE.
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

       01  WS-LEFT-TO-MATCH          PIC 9(07).
       01  WS-INST-OWING             PIC 9(07).
       01  WS-ALL-PAID               PIC X     VALUE 'N'.

      ******************************************************************
       LINKAGE SECTION.
       01  LNK-INVOICE-NO            PIC 9(08).
       01  LNK-RECEIPT-DATE          PIC X(08).
       01  LNK-AMOUNT                PIC 9(07).
       01  LNK-MATCHED-FLAG          PIC X.
      ******************************************************************

       PROCEDURE DIVISION USING LNK-INVOICE-NO LNK-RECEIPT-DATE
                                LNK-AMOUNT LNK-MATCHED-FLAG.

       MAIN-LOGIC.

           MOVE 'N' TO LNK-MATCHED-FLAG

           IF LNK-AMOUNT = 0
               GOBACK
           END-IF

           PERFORM LOAD-ARRANGEMENTS
           PERFORM FIND-COVERING-ARRANGEMENT
           IF WS-ARRANGE-ENTRY = 0
               GOBACK
           END-IF

           PERFORM MATCH-TO-INSTALMENTS
           PERFORM REWRITE-ARRANGEMENTS

           MOVE 'Y' TO LNK-MATCHED-FLAG
           DISPLAY "RECEIPT ON INVOICE " LNK-INVOICE-NO
               " MATCHED TO ARRANGEMENT "
               AT-ARRANGEMENT-NO(WS-ARRANGE-ENTRY)

           GOBACK.

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

      *    ONLY AN ACTIVE ARRANGEMENT TAKES RECEIPTS - ONE ALREADY
      *    KEPT HAS NOTHING LEFT TO MATCH, AND MONEY ARRIVING AFTER
      *    A BREAK IS ORDINARY PAYMENT OF A DUNNED INVOICE. SET-UP
      *    NEVER PUTS AN INVOICE ON TWO ACTIVE ARRANGEMENTS, SO THE
      *    FIRST HIT IS THE ONLY ONE. LEAVES WS-ARRANGE-ENTRY ON IT,
      *    ZERO IF NONE.
       FIND-COVERING-ARRANGEMENT.

           MOVE 0 TO WS-ARRANGE-ENTRY

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
                      OR WS-ARRANGE-ENTRY NOT = 0
               IF AT-STATUS(AIDX) = 'A'
                   PERFORM VARYING VIDX FROM 1 BY 1
                           UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
                       IF AT-INVOICE-NO(AIDX, VIDX) = LNK-INVOICE-NO
                           MOVE AIDX TO WS-ARRANGE-ENTRY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    WORK THROUGH THE INSTALMENTS IN DUE-DATE ORDER, FILLING
      *    EACH ONE STILL OWING BEFORE MOVING TO THE NEXT. AN
      *    INSTALMENT IS DATED PAID BY THE RECEIPT THAT COMPLETES IT.
      *    MONEY LEFT OVER ONCE EVERY INSTALMENT IS PAID HAS STILL
      *    GONE ON THE INVOICE - IT SIMPLY HAS NO INSTALMENT TO MEET.
       MATCH-TO-INSTALMENTS.

           MOVE LNK-AMOUNT TO WS-LEFT-TO-MATCH
           MOVE WS-ARRANGE-ENTRY TO AIDX

           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
                      OR WS-LEFT-TO-MATCH = 0
               IF AT-INST-PAID(AIDX, NIDX) < AT-INST-AMOUNT(AIDX, NIDX)
                   COMPUTE WS-INST-OWING =
                       AT-INST-AMOUNT(AIDX, NIDX)
                       - AT-INST-PAID(AIDX, NIDX)
                   IF WS-LEFT-TO-MATCH >= WS-INST-OWING
                       ADD WS-INST-OWING TO AT-INST-PAID(AIDX, NIDX)
                       SUBTRACT WS-INST-OWING FROM WS-LEFT-TO-MATCH
                       MOVE LNK-RECEIPT-DATE
                         TO AT-INST-PAID-DATE(AIDX, NIDX)
                   ELSE
                       ADD WS-LEFT-TO-MATCH TO AT-INST-PAID(AIDX, NIDX)
                       MOVE 0 TO WS-LEFT-TO-MATCH
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-ALL-PAID
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
               IF AT-INST-PAID(AIDX, NIDX) < AT-INST-AMOUNT(AIDX, NIDX)
                   MOVE 'N' TO WS-ALL-PAID
               END-IF
           END-PERFORM

           IF WS-ALL-PAID = 'Y'
               MOVE 'K' TO AT-STATUS(AIDX)
               MOVE LNK-RECEIPT-DATE TO AT-CLOSED-DATE(AIDX)
               DISPLAY "ARRANGEMENT " AT-ARRANGEMENT-NO(AIDX)
                   " PAID IN FULL - KEPT"
           END-IF.

       REWRITE-ARRANGEMENTS.

           OPEN OUTPUT ARRANGEMENT-FILE
           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
               MOVE ARRANGEMENT-ENTRY(AIDX) TO ARRANGEMENT-REC
               WRITE ARRANGEMENT-REC
           END-PERFORM
           CLOSE ARRANGEMENT-FILE.
