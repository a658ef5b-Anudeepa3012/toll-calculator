       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTCREDIT.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  UNAPPLIED CASH AND CUSTOMER REFUND SESSION
      *                MONEY THE PAYMENT RUN COULD NOT POST (A RECEIPT
      *                QUOTING AN UNKNOWN INVOICE NUMBER) IS HELD ON
      *                THE SUSPENSE-FILE, AND MONEY AN OWNER HAS PAID
      *                OVER WHAT THEY OWE (AN OVERPAYMENT, OR AN
      *                UPHELD DISPUTE OR RATE ADJUSTMENT CREDITED ON
      *                AN INVOICE ALREADY PAID) IS HELD AS A CREDIT
      *                BALANCE ON THE OWNER-CREDIT-FILE. THE NEXT
      *                INVOICE RUN CARRIES A CREDIT BALANCE FORWARD
      *                AGAINST THE OWNER'S NEW INVOICE; THIS SESSION
      *                HANDLES EVERYTHING ELSE.
      *                THE SESSION STARTS WITH OPERATOR SIGN-ON
      *                AGAINST THE OPERATOR-FILE AND EVERY ACTION IS
      *                WRITTEN TO THE CHANGE-LOG-FILE:
      *              * M = MATCH UNAPPLIED RECEIPTS - APPLY EACH
      *                SUSPENSE RECEIPT TO THE RIGHT INVOICE OR TO AN
      *                OWNER'S CREDIT BALANCE. A RECEIPT APPLIED TO
      *                AN INVOICE ON AN INSTALMENT ARRANGEMENT IS
      *                MATCHED TO ITS INSTALMENTS THROUGH
      *                ARRANGEMATCH.
      *              * P = PROPOSE REFUNDS - AN OWNER IN CREDIT WITH
      *                NOTHING OPEN TO CARRY IT AGAINST AND A DIRECT
      *                DEBIT MANDATE ACTIVE TODAY IS PROPOSED FOR A
      *                REFUND OF THE WHOLE BALANCE TO THE MANDATE'S
      *                BANK ACCOUNT. EVERY OTHER OWNER IN CREDIT
      *                CARRIES THE BALANCE FORWARD.
      *              * S = SIGN OFF REFUNDS - FINANCE APPROVES OR
      *                REJECTS EACH PROPOSAL. THE OPERATOR SIGNING
      *                OFF MUST NOT BE THE ONE WHO PROPOSED IT.
      *                APPROVED REFUNDS GO ON THE BANK'S REFUND
      *                PAYMENT FILE; A REJECTED REFUND PUTS THE
      *                CREDIT BACK ON THE OWNER'S BALANCE.
      *                THE REFUND REGISTER REPORT IS REPRINTED AT THE
      *                END OF EVERY SESSION FOR FINANCE'S FILE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "COBOL/DATA/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE
               ASSIGN TO "COBOL/DATA/CHANGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "COBOL/DATA/SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL OWNER-CREDIT-FILE
               ASSIGN TO "COBOL/DATA/OWNERCREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCRD-FILE-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "COBOL/DATA/INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NO
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT OWNER-MASTER-FILE
               ASSIGN TO "COBOL/DATA/OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-OWNER-ID
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OPTIONAL MANDATE-FILE
               ASSIGN TO "COBOL/DATA/MANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.

      *    THE REFUND REGISTER - EVERY PROPOSAL AND ITS SIGN-OFF
           SELECT OPTIONAL REFUND-FILE
               ASSIGN TO "COBOL/DATA/REFUNDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

      *    APPROVED REFUNDS FOR THE BANK TO PAY OUT - APPENDED, THE
      *    BANK TAKES THE FILE AWAY
           SELECT OPTIONAL REFUND-PAYMENT-FILE
               ASSIGN TO "COBOL/DATA/REFUNDPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUNDPAY-FILE-STATUS.

           SELECT REFUND-REPORT-FILE
               ASSIGN TO "COBOL/DATA/REFUND-REGISTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    ONE LINE PER OPERATOR AUTHORISED TO RUN MAINTENANCE -
      *    MAINTAINED BY THE SYSTEM OWNER, NOT THROUGH THIS PROGRAM
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OPR-OPERATOR-ID       PIC X(10).
           05  OPR-PASSWORD          PIC X(10).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE           PIC X(120).

       FD  SUSPENSE-FILE.
       COPY "SUSPREC.cpy".

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       FD  INVOICE-FILE.
       COPY "INVOICEREC.cpy".

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  MANDATE-FILE.
       COPY "MANDATEREC.cpy".

       FD  REFUND-FILE.
       COPY "REFUNDREC.cpy".

      *    ONE PAYMENT INSTRUCTION PER APPROVED REFUND
       FD  REFUND-PAYMENT-FILE.
       01  REFUND-PAYMENT-REC.
           05  RPAY-REFUND-NO        PIC 9(06).
           05  RPAY-OWNER-ID         PIC X(06).
           05  RPAY-BANK-ACCOUNT     PIC X(16).
           05  RPAY-AMOUNT           PIC 9(07).
           05  RPAY-PAY-DATE         PIC X(08).

       FD  REFUND-REPORT-FILE.
       01  REFUND-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-CHANGELOG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-MANDATE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-REFUND-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REFUNDPAY-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC X(2)  VALUE SPACES.

       01  WS-SUSPENSE-EOF           PIC X     VALUE 'N'.
       01  WS-OCRD-EOF               PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-MANDATE-EOF            PIC X     VALUE 'N'.
       01  WS-REFUND-EOF             PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-OPERATOR-ID            PIC X(10).

      *    SIGN-ON - THE KEYED ID/PASSWORD MUST MATCH A LINE ON THE
      *    OPERATOR-FILE. THREE FAILURES END THE SESSION.
       01  WS-PASSWORD-ENTRY         PIC X(10).
       01  WS-SIGNON-OK              PIC X     VALUE 'N'.
       01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
       01  WS-OPERATOR-EOF           PIC X     VALUE 'N'.
       01  WS-MENU-CHOICE            PIC X     VALUE SPACE.
       01  WS-ACTION                 PIC X     VALUE SPACE.
       01  WS-CONFIRM                PIC X     VALUE SPACE.

      *    ONE LINE PER CHANGE: WHO, WHEN, WHICH FILE, WHAT ACTION,
      *    WHICH KEY - THE SAME LAYOUT MASTER MAINTENANCE WRITES
       01  WS-LOG-TIMESTAMP          PIC X(21).
       01  WS-LOG-MASTER             PIC X(08).
       01  WS-LOG-ACTION             PIC X(06).
       01  WS-LOG-KEY                PIC X(20).

      *    THE SUSPENSE-FILE IS HELD IN FULL DURING MATCHING AND
      *    REWRITTEN IN ONE PASS AFTERWARDS. OVERFLOW ABORTS LOUDLY.
       01  SUSPENSE-TABLE.
           05  SUSPENSE-ENTRY OCCURS 2000 TIMES.
               10  ST-SUSPENSE-FIELDS.
                   15  ST-RECEIPT-NO         PIC 9(08).
                   15  ST-QUOTED-INVOICE-NO  PIC 9(08).
                   15  ST-RECEIVED-DATE      PIC X(08).
                   15  ST-AMOUNT             PIC 9(07).
                   15  ST-BANK-REF           PIC X(10).
                   15  ST-STATUS             PIC X(01).
                   15  ST-APPLIED-INVOICE-NO PIC 9(08).
                   15  ST-APPLIED-OWNER-ID   PIC X(06).
                   15  ST-APPLIED-DATE       PIC X(08).
                   15  ST-APPLIED-BY         PIC X(10).
       01  SUSPENSE-COUNT            PIC 9(04) VALUE 0.
       01  SIDX                      PIC 9(04).
       01  WS-SUSPENSE-CHANGED       PIC X     VALUE 'N'.

      *    EVERY OWNER'S CREDIT BALANCE, SUMMED FROM THE MOVEMENTS ON
      *    THE OWNER-CREDIT-FILE AND KEPT CURRENT AS THIS SESSION
      *    APPENDS MORE
       01  OWNER-CREDIT-TABLE.
           05  OWNER-CREDIT-ENTRY OCCURS 2000 TIMES.
               10  OCT-OWNER-ID      PIC X(06).
               10  OCT-BALANCE       PIC S9(08).
               10  OCT-OPEN-FLAG     PIC X(01).
       01  OWNER-CREDIT-COUNT        PIC 9(04) VALUE 0.
       01  CIDX                      PIC 9(04).

       01  MANDATE-TABLE.
           05  MANDATE-ENTRY OCCURS 2000 TIMES.
               10  MT-OWNER-ID       PIC X(06).
               10  MT-BANK-ACCOUNT   PIC X(16).
               10  MT-ACTIVE-FROM    PIC X(08).
               10  MT-ACTIVE-TO      PIC X(08).
       01  MANDATE-COUNT             PIC 9(04) VALUE 0.
       01  MIDX                      PIC 9(04).
       01  WS-MANDATE-ENTRY          PIC 9(04) VALUE 0.

      *    THE REFUND REGISTER, HELD IN FULL AND REWRITTEN IN ONE
      *    PASS AFTER PROPOSAL OR SIGN-OFF
       01  REFUND-TABLE.
           05  REFUND-ENTRY OCCURS 2000 TIMES.
               10  RT-REFUND-FIELDS.
                   15  RT-REFUND-NO          PIC 9(06).
                   15  RT-OWNER-ID           PIC X(06).
                   15  RT-AMOUNT             PIC 9(07).
                   15  RT-BANK-ACCOUNT       PIC X(16).
                   15  RT-PROPOSED-DATE      PIC X(08).
                   15  RT-PROPOSED-BY        PIC X(10).
                   15  RT-STATUS             PIC X(01).
                   15  RT-DECIDED-DATE       PIC X(08).
                   15  RT-DECIDED-BY         PIC X(10).
       01  REFUND-COUNT              PIC 9(04) VALUE 0.
       01  RIDX                      PIC 9(04).
       01  WS-NEXT-REFUND-NO         PIC 9(06) VALUE 1.
       01  WS-REFUND-CHANGED         PIC X     VALUE 'N'.

      *    FIELDS KEYED BY THE OPERATOR
       01  WS-INVOICE-ENTRY          PIC X(08).
       01  WS-INVOICE-NUM            PIC 9(08).
       01  WS-OWNER-ENTRY            PIC X(06).

       01  WS-OVERPAID-AMOUNT        PIC 9(07).
       01  WS-PAID-BEFORE            PIC 9(07).
       01  WS-MATCH-AMOUNT           PIC 9(07).
       01  WS-MATCH-DATE             PIC X(08).
       01  WS-MATCHED-FLAG           PIC X     VALUE 'N'.
       01  WS-CREDIT-REFERENCE       PIC X(10).
       01  WS-PROPOSED-COUNT         PIC 9(04) VALUE 0.
       01  WS-CARRIED-COUNT          PIC 9(04) VALUE 0.
       01  WS-MATCHED-COUNT          PIC 9(04) VALUE 0.
       01  WS-APPROVED-COUNT         PIC 9(04) VALUE 0.
       01  WS-REJECTED-COUNT         PIC 9(04) VALUE 0.

      *    REFUND REGISTER TOTALS BY STATUS
       01  WS-PROPOSED-TOTAL         PIC 9(09) VALUE 0.
       01  WS-APPROVED-TOTAL         PIC 9(09) VALUE 0.
       01  WS-REJECTED-TOTAL         PIC 9(09) VALUE 0.
       01  WS-STATUS-TEXT            PIC X(08).

       01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.

           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN EXTEND CHANGE-LOG-FILE

           PERFORM LOAD-SUSPENSE-TABLE
           PERFORM LOAD-OWNER-CREDITS
           PERFORM LOAD-REFUND-TABLE

           PERFORM UNTIL WS-MENU-CHOICE = 'X'
               DISPLAY " "
               DISPLAY "UNAPPLIED CASH AND REFUNDS - OPERATOR "
                   WS-OPERATOR-ID
               DISPLAY "  M = MATCH UNAPPLIED RECEIPTS"
               DISPLAY "  P = PROPOSE REFUNDS"
               DISPLAY "  S = SIGN OFF REFUNDS    (TWO-PERSON)"
               DISPLAY "  X = EXIT"
               DISPLAY "CHOOSE ACTION: "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                 TO WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 'M'
                   PERFORM MATCH-UNAPPLIED-RECEIPTS
               END-IF
               IF WS-MENU-CHOICE = 'P'
                   PERFORM PROPOSE-REFUNDS
               END-IF
               IF WS-MENU-CHOICE = 'S'
                   PERFORM SIGN-OFF-REFUNDS
               END-IF
           END-PERFORM

           IF WS-SUSPENSE-CHANGED = 'Y'
               PERFORM REWRITE-SUSPENSE-FILE
           END-IF
           IF WS-REFUND-CHANGED = 'Y'
               PERFORM REWRITE-REFUND-FILE
           END-IF
           PERFORM WRITE-REFUND-REGISTER

           CLOSE CHANGE-LOG-FILE

           STOP RUN.

      *    THE SESSION ONLY STARTS FOR AN ID/PASSWORD PAIR ON THE
      *    OPERATOR-FILE. NO OPERATOR FILE ON DISK MEANS NOBODY CAN
      *    SIGN ON.
       OPERATOR-SIGNON.

           MOVE 'N' TO WS-SIGNON-OK

           PERFORM UNTIL WS-SIGNON-OK = 'Y' OR WS-SIGNON-TRIES >= 3
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT   WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD: "
               ACCEPT   WS-PASSWORD-ENTRY
               PERFORM CHECK-OPERATOR-FILE
               IF WS-SIGNON-OK NOT = 'Y'
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "OPERATOR NOT RECOGNISED"
               END-IF
           END-PERFORM.

       CHECK-OPERATOR-FILE.

           MOVE 'N' TO WS-SIGNON-OK

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON DISK - ASK THE SYSTEM "
                   "OWNER TO SET ONE UP"
               CLOSE OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OPERATOR-EOF
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   NOT AT END
                       IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                          AND OPR-PASSWORD = WS-PASSWORD-ENTRY
                           MOVE 'Y' TO WS-SIGNON-OK
                           MOVE 'Y' TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       LOAD-SUSPENSE-TABLE.

           MOVE 0 TO SUSPENSE-COUNT

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE 'N' TO WS-SUSPENSE-EOF
               PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END
                           IF SUSPENSE-COUNT >= 2000
                               DISPLAY "SUSPENSE TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO SUSPENSE-COUNT
                           MOVE SUSPENSE-REC
                             TO ST-SUSPENSE-FIELDS(SUSPENSE-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE.

      *    SUM EVERY OWNER'S CREDIT MOVEMENTS INTO A BALANCE - THE
      *    SAME RULE THE INVOICE RUN USES WHEN IT CARRIES CREDIT
      *    FORWARD
       LOAD-OWNER-CREDITS.

           MOVE 0 TO OWNER-CREDIT-COUNT

           OPEN INPUT OWNER-CREDIT-FILE
           IF WS-OCRD-FILE-STATUS = "00"
               MOVE 'N' TO WS-OCRD-EOF
               PERFORM UNTIL WS-OCRD-EOF = 'Y'
                   READ OWNER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-OCRD-EOF
                       NOT AT END
                           PERFORM ADD-CREDIT-MOVEMENT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OWNER-CREDIT-FILE.

      *    APPLY THE MOVEMENT IN OWNER-CREDIT-REC TO ITS OWNER'S
      *    BALANCE, ADDING THE OWNER TO THE TABLE FIRST IF NEEDED
       ADD-CREDIT-MOVEMENT.

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > OWNER-CREDIT-COUNT
               IF OCT-OWNER-ID(CIDX) = OCRD-OWNER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF CIDX > OWNER-CREDIT-COUNT
               IF OWNER-CREDIT-COUNT >= 2000
                   DISPLAY "OWNER CREDIT TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               ADD 1 TO OWNER-CREDIT-COUNT
               MOVE OCRD-OWNER-ID TO OCT-OWNER-ID(CIDX)
               MOVE 0             TO OCT-BALANCE(CIDX)
               MOVE 'N'           TO OCT-OPEN-FLAG(CIDX)
           END-IF

           IF OCRD-TYPE = 'A' OR OCRD-TYPE = 'R'
               SUBTRACT OCRD-AMOUNT FROM OCT-BALANCE(CIDX)
           ELSE
               ADD OCRD-AMOUNT TO OCT-BALANCE(CIDX)
           END-IF.

      *    THE MOVEMENT IS ALREADY BUILT IN OWNER-CREDIT-REC - PUT IT
      *    ON THE LEDGER AND KEEP THE SESSION'S BALANCES IN STEP
       APPEND-CREDIT-MOVEMENT.

           OPEN EXTEND OWNER-CREDIT-FILE
           WRITE OWNER-CREDIT-REC
           CLOSE OWNER-CREDIT-FILE
           PERFORM ADD-CREDIT-MOVEMENT.

       LOAD-REFUND-TABLE.

           MOVE 0 TO REFUND-COUNT
           MOVE 1 TO WS-NEXT-REFUND-NO

           OPEN INPUT REFUND-FILE
           IF WS-REFUND-FILE-STATUS = "00"
               MOVE 'N' TO WS-REFUND-EOF
               PERFORM UNTIL WS-REFUND-EOF = 'Y'
                   READ REFUND-FILE
                       AT END
                           MOVE 'Y' TO WS-REFUND-EOF
                       NOT AT END
                           IF REFUND-COUNT >= 2000
                               DISPLAY "REFUND TABLE FULL - ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO REFUND-COUNT
                           MOVE REFUND-REC
                             TO RT-REFUND-FIELDS(REFUND-COUNT)
                           IF RFND-REFUND-NO >= WS-NEXT-REFUND-NO
                               COMPUTE WS-NEXT-REFUND-NO =
                                   RFND-REFUND-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REFUND-FILE.

      *    WALK EVERY UNAPPLIED RECEIPT. THE OPERATOR HAS THE BANK
      *    STATEMENT LINE IN FRONT OF THEM AND DECIDES WHOSE MONEY IT
      *    IS - EITHER THE INVOICE IT WAS MEANT FOR, OR (WHEN NO ONE
      *    INVOICE FITS) THE OWNER'S CREDIT BALANCE.
       MATCH-UNAPPLIED-RECEIPTS.

           OPEN I-O   INVOICE-FILE
           OPEN INPUT OWNER-MASTER-FILE

           MOVE SPACE TO WS-ACTION
           PERFORM VARYING SIDX FROM 1 BY 1
                   UNTIL SIDX > SUSPENSE-COUNT OR WS-ACTION = 'Q'
               IF ST-STATUS(SIDX) = 'U'
                   PERFORM MATCH-ONE-RECEIPT
               END-IF
           END-PERFORM

           CLOSE INVOICE-FILE
           CLOSE OWNER-MASTER-FILE

           MOVE WS-MATCHED-COUNT TO WS-COUNT-EDIT
           DISPLAY "RECEIPTS APPLIED THIS SESSION: " WS-COUNT-EDIT.

       MATCH-ONE-RECEIPT.

           DISPLAY " "
           MOVE ST-AMOUNT(SIDX) TO WS-AMOUNT-EDIT
           DISPLAY "RECEIPT " ST-RECEIPT-NO(SIDX)
               " RECEIVED " ST-RECEIVED-DATE(SIDX)
               " AMOUNT " WS-AMOUNT-EDIT " SEK"
           DISPLAY "  BANK REF " ST-BANK-REF(SIDX)
               " QUOTED INVOICE " ST-QUOTED-INVOICE-NO(SIDX)
           DISPLAY "  I = APPLY TO INVOICE, O = APPLY TO OWNER, "
               "S = SKIP, Q = QUIT"
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

           IF WS-ACTION = 'I'
               PERFORM APPLY-RECEIPT-TO-INVOICE
           END-IF
           IF WS-ACTION = 'O'
               PERFORM APPLY-RECEIPT-TO-OWNER
           END-IF.

      *    POST THE RECEIPT EXACTLY AS THE PAYMENT RUN WOULD HAVE IF
      *    THE RIGHT INVOICE NUMBER HAD BEEN QUOTED - INCLUDING AN
      *    OVERPAYMENT GOING TO THE OWNER'S CREDIT BALANCE
       APPLY-RECEIPT-TO-INVOICE.

           DISPLAY "ENTER INVOICE NUMBER (8 DIGITS): "
           ACCEPT WS-INVOICE-ENTRY
           IF WS-INVOICE-ENTRY IS NOT NUMERIC
               DISPLAY "INVALID INVOICE NUMBER - RECEIPT LEFT "
                   "UNAPPLIED"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INVOICE-ENTRY TO WS-INVOICE-NUM

           MOVE WS-INVOICE-NUM TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "INVOICE NOT ON FILE - RECEIPT LEFT "
                       "UNAPPLIED"
                   EXIT PARAGRAPH
           END-READ

           MOVE INV-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "INVOICE " INV-INVOICE-NO " OWNER " INV-OWNER-ID
               " PERIOD " INV-PERIOD " AMOUNT " WS-AMOUNT-EDIT
           MOVE INV-PAID-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  ALREADY PAID " WS-AMOUNT-EDIT
               " STATUS " INV-STATUS
           DISPLAY "APPLY RECEIPT TO THIS INVOICE (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "RECEIPT LEFT UNAPPLIED"
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CREDIT-REFERENCE
           STRING "SR" ST-RECEIPT-NO(SIDX)
               DELIMITED BY SIZE INTO WS-CREDIT-REFERENCE

           MOVE INV-PAID-AMOUNT TO WS-PAID-BEFORE
           ADD ST-AMOUNT(SIDX) TO INV-PAID-AMOUNT
           IF INV-PAID-AMOUNT >= INV-AMOUNT
               MOVE 'P' TO INV-STATUS
           END-IF
           IF INV-PAID-AMOUNT > INV-AMOUNT
               COMPUTE WS-OVERPAID-AMOUNT =
                   INV-PAID-AMOUNT - INV-AMOUNT
               MOVE INV-AMOUNT          TO INV-PAID-AMOUNT
               MOVE INV-OWNER-ID        TO OCRD-OWNER-ID
               MOVE WS-TODAY            TO OCRD-DATE
               MOVE 'O'                 TO OCRD-TYPE
               MOVE WS-OVERPAID-AMOUNT  TO OCRD-AMOUNT
               MOVE INV-INVOICE-NO      TO OCRD-INVOICE-NO
               MOVE WS-CREDIT-REFERENCE TO OCRD-REFERENCE
               PERFORM APPEND-CREDIT-MOVEMENT
               DISPLAY "INVOICE OVERPAID BY " WS-OVERPAID-AMOUNT
                   " SEK - TO OWNER CREDIT BALANCE"
           END-IF
           REWRITE INVOICE-REC

      *    THE INSTALMENT IS MET ON THE DAY THE MONEY ARRIVED, NOT
      *    THE DAY IT WAS MATCHED OUT OF SUSPENSE
           MOVE ST-RECEIVED-DATE(SIDX) TO WS-MATCH-DATE
           PERFORM MATCH-ARRANGEMENT-RECEIPT

           MOVE 'I'            TO ST-STATUS(SIDX)
           MOVE INV-INVOICE-NO TO ST-APPLIED-INVOICE-NO(SIDX)
           MOVE INV-OWNER-ID   TO ST-APPLIED-OWNER-ID(SIDX)
           MOVE WS-TODAY       TO ST-APPLIED-DATE(SIDX)
           MOVE WS-OPERATOR-ID TO ST-APPLIED-BY(SIDX)
           MOVE 'Y' TO WS-SUSPENSE-CHANGED
           ADD 1 TO WS-MATCHED-COUNT

           MOVE "SUSPENSE" TO WS-LOG-MASTER
           MOVE "APPINV"   TO WS-LOG-ACTION
           MOVE SPACES     TO WS-LOG-KEY
           STRING ST-RECEIPT-NO(SIDX) " " INV-INVOICE-NO
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG

           DISPLAY "RECEIPT " ST-RECEIPT-NO(SIDX)
               " APPLIED TO INVOICE " INV-INVOICE-NO.

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

      *    NO SINGLE INVOICE FITS BUT THE PAYER IS KNOWN - THE MONEY
      *    BECOMES THAT OWNER'S CREDIT BALANCE
       APPLY-RECEIPT-TO-OWNER.

           DISPLAY "ENTER OWNER ID: "
           ACCEPT WS-OWNER-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-OWNER-ENTRY) TO WS-OWNER-ENTRY

           MOVE WS-OWNER-ENTRY TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "OWNER NOT ON FILE - RECEIPT LEFT "
                       "UNAPPLIED"
                   EXIT PARAGRAPH
           END-READ

           DISPLAY "OWNER " OWN-OWNER-ID " " OWN-NAME
           DISPLAY "APPLY RECEIPT TO THIS OWNER'S CREDIT (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "RECEIPT LEFT UNAPPLIED"
               EXIT PARAGRAPH
           END-IF

           MOVE OWN-OWNER-ID    TO OCRD-OWNER-ID
           MOVE WS-TODAY        TO OCRD-DATE
           MOVE 'S'             TO OCRD-TYPE
           MOVE ST-AMOUNT(SIDX) TO OCRD-AMOUNT
           MOVE 0               TO OCRD-INVOICE-NO
           MOVE SPACES          TO OCRD-REFERENCE
           STRING "SR" ST-RECEIPT-NO(SIDX)
               DELIMITED BY SIZE INTO OCRD-REFERENCE
           PERFORM APPEND-CREDIT-MOVEMENT

           MOVE 'O'            TO ST-STATUS(SIDX)
           MOVE 0              TO ST-APPLIED-INVOICE-NO(SIDX)
           MOVE OWN-OWNER-ID   TO ST-APPLIED-OWNER-ID(SIDX)
           MOVE WS-TODAY       TO ST-APPLIED-DATE(SIDX)
           MOVE WS-OPERATOR-ID TO ST-APPLIED-BY(SIDX)
           MOVE 'Y' TO WS-SUSPENSE-CHANGED
           ADD 1 TO WS-MATCHED-COUNT

           MOVE "SUSPENSE" TO WS-LOG-MASTER
           MOVE "APPOWN"   TO WS-LOG-ACTION
           MOVE SPACES     TO WS-LOG-KEY
           STRING ST-RECEIPT-NO(SIDX) " " OWN-OWNER-ID
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG

           DISPLAY "RECEIPT " ST-RECEIPT-NO(SIDX)
               " APPLIED TO OWNER " OWN-OWNER-ID " CREDIT".

      *    A CREDIT BALANCE IS REFUNDED ONLY WHEN THERE IS NOTHING
      *    OPEN TO CARRY IT AGAINST AND THE OWNER HAS GIVEN US A BANK
      *    ACCOUNT (AN ACTIVE DIRECT DEBIT MANDATE). THE WHOLE
      *    BALANCE IS PROPOSED AND HELD AT ONCE SO THE NEXT INVOICE
      *    RUN CANNOT ALSO CARRY IT FORWARD.
       PROPOSE-REFUNDS.

           MOVE 0 TO WS-PROPOSED-COUNT
           MOVE 0 TO WS-CARRIED-COUNT

           PERFORM FLAG-OWNERS-WITH-OPEN-INVOICES
           PERFORM LOAD-MANDATE-TABLE

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > OWNER-CREDIT-COUNT
               IF OCT-BALANCE(CIDX) > 0
                   PERFORM PROPOSE-ONE-REFUND
               END-IF
           END-PERFORM

           MOVE WS-PROPOSED-COUNT TO WS-COUNT-EDIT
           DISPLAY "REFUNDS PROPOSED:        " WS-COUNT-EDIT
           MOVE WS-CARRIED-COUNT TO WS-COUNT-EDIT
           DISPLAY "BALANCES CARRIED FORWARD:" WS-COUNT-EDIT.

       PROPOSE-ONE-REFUND.

           MOVE OCT-BALANCE(CIDX) TO WS-AMOUNT-EDIT

           IF OCT-OPEN-FLAG(CIDX) = 'Y'
               ADD 1 TO WS-CARRIED-COUNT
               DISPLAY "OWNER " OCT-OWNER-ID(CIDX) " CREDIT "
                   WS-AMOUNT-EDIT " - OPEN INVOICE, CARRIED FORWARD"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-ACTIVE-MANDATE
           IF WS-MANDATE-ENTRY = 0
               ADD 1 TO WS-CARRIED-COUNT
               DISPLAY "OWNER " OCT-OWNER-ID(CIDX) " CREDIT "
                   WS-AMOUNT-EDIT " - NO BANK ACCOUNT, CARRIED FORWARD"
               EXIT PARAGRAPH
           END-IF

           IF REFUND-COUNT >= 2000
               DISPLAY "REFUND TABLE FULL - ABORTING"
               STOP RUN
           END-IF
           ADD 1 TO REFUND-COUNT
           MOVE WS-NEXT-REFUND-NO     TO RT-REFUND-NO(REFUND-COUNT)
           MOVE OCT-OWNER-ID(CIDX)    TO RT-OWNER-ID(REFUND-COUNT)
           MOVE OCT-BALANCE(CIDX)     TO RT-AMOUNT(REFUND-COUNT)
           MOVE MT-BANK-ACCOUNT(WS-MANDATE-ENTRY)
             TO RT-BANK-ACCOUNT(REFUND-COUNT)
           MOVE WS-TODAY              TO RT-PROPOSED-DATE(REFUND-COUNT)
           MOVE WS-OPERATOR-ID        TO RT-PROPOSED-BY(REFUND-COUNT)
           MOVE 'P'                   TO RT-STATUS(REFUND-COUNT)
           MOVE SPACES                TO RT-DECIDED-DATE(REFUND-COUNT)
           MOVE SPACES                TO RT-DECIDED-BY(REFUND-COUNT)
           MOVE 'Y' TO WS-REFUND-CHANGED

      *    HOLD THE CREDIT - THE BALANCE DROPS TO ZERO UNTIL SIGN-OFF
           MOVE OCT-OWNER-ID(CIDX)    TO OCRD-OWNER-ID
           MOVE WS-TODAY              TO OCRD-DATE
           MOVE 'R'                   TO OCRD-TYPE
           MOVE OCT-BALANCE(CIDX)     TO OCRD-AMOUNT
           MOVE 0                     TO OCRD-INVOICE-NO
           MOVE SPACES                TO OCRD-REFERENCE
           STRING "RF" WS-NEXT-REFUND-NO
               DELIMITED BY SIZE INTO OCRD-REFERENCE
           PERFORM APPEND-CREDIT-MOVEMENT

           MOVE "REFUND"  TO WS-LOG-MASTER
           MOVE "PROPSE"  TO WS-LOG-ACTION
           MOVE SPACES    TO WS-LOG-KEY
           STRING WS-NEXT-REFUND-NO " " RT-OWNER-ID(REFUND-COUNT)
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG

           DISPLAY "REFUND " WS-NEXT-REFUND-NO " PROPOSED FOR OWNER "
               RT-OWNER-ID(REFUND-COUNT) " " WS-AMOUNT-EDIT " SEK"

           ADD 1 TO WS-NEXT-REFUND-NO
           ADD 1 TO WS-PROPOSED-COUNT.

      *    ONE SEQUENTIAL PASS OF THE INVOICE-FILE MARKS EVERY OWNER
      *    IN CREDIT WHO STILL HAS AN OPEN INVOICE
       FLAG-OWNERS-WITH-OPEN-INVOICES.

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > OWNER-CREDIT-COUNT
               MOVE 'N' TO OCT-OPEN-FLAG(CIDX)
           END-PERFORM

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-INVOICE-EOF
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INVOICE-EOF
           END-READ

           PERFORM UNTIL WS-INVOICE-EOF = 'Y'
               IF INV-STATUS = 'O'
                   PERFORM VARYING CIDX FROM 1 BY 1
                           UNTIL CIDX > OWNER-CREDIT-COUNT
                       IF OCT-OWNER-ID(CIDX) = INV-OWNER-ID
                           MOVE 'Y' TO OCT-OPEN-FLAG(CIDX)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INVOICE-EOF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE.

       LOAD-MANDATE-TABLE.

           MOVE 0 TO MANDATE-COUNT

           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-FILE-STATUS = "00"
               MOVE 'N' TO WS-MANDATE-EOF
               PERFORM UNTIL WS-MANDATE-EOF = 'Y'
                   READ MANDATE-FILE
                       AT END
                           MOVE 'Y' TO WS-MANDATE-EOF
                       NOT AT END
                           IF MANDATE-COUNT >= 2000
                               DISPLAY "MANDATE TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO MANDATE-COUNT
                           MOVE MAND-OWNER-ID
                             TO MT-OWNER-ID(MANDATE-COUNT)
                           MOVE MAND-BANK-ACCOUNT
                             TO MT-BANK-ACCOUNT(MANDATE-COUNT)
                           MOVE MAND-ACTIVE-FROM
                             TO MT-ACTIVE-FROM(MANDATE-COUNT)
                           MOVE MAND-ACTIVE-TO
                             TO MT-ACTIVE-TO(MANDATE-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MANDATE-FILE.

      *    WS-MANDATE-ENTRY ON THE OWNER'S MANDATE ROW ACTIVE TODAY,
      *    ZERO IF NONE
       FIND-ACTIVE-MANDATE.

           MOVE 0 TO WS-MANDATE-ENTRY
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > MANDATE-COUNT
               IF MT-OWNER-ID(MIDX) = OCT-OWNER-ID(CIDX)
                  AND MT-ACTIVE-FROM(MIDX) <= WS-TODAY
                  AND (MT-ACTIVE-TO(MIDX) = SPACES
                       OR MT-ACTIVE-TO(MIDX) >= WS-TODAY)
                   MOVE MIDX TO WS-MANDATE-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    FINANCE SIGN-OFF. THE SAME TWO-PERSON RULE AS THE RATE
      *    MASTERS: WHOEVER PROPOSED A REFUND CANNOT RELEASE IT.
       SIGN-OFF-REFUNDS.

           MOVE 0 TO WS-APPROVED-COUNT
           MOVE 0 TO WS-REJECTED-COUNT

           OPEN EXTEND REFUND-PAYMENT-FILE

           MOVE SPACE TO WS-ACTION
           PERFORM VARYING RIDX FROM 1 BY 1
                   UNTIL RIDX > REFUND-COUNT OR WS-ACTION = 'Q'
               IF RT-STATUS(RIDX) = 'P'
                   PERFORM SIGN-OFF-ONE-REFUND
               END-IF
           END-PERFORM

           CLOSE REFUND-PAYMENT-FILE

           MOVE WS-APPROVED-COUNT TO WS-COUNT-EDIT
           DISPLAY "REFUNDS APPROVED: " WS-COUNT-EDIT
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT
           DISPLAY "REFUNDS REJECTED: " WS-COUNT-EDIT.

       SIGN-OFF-ONE-REFUND.

           DISPLAY " "
           MOVE RT-AMOUNT(RIDX) TO WS-AMOUNT-EDIT
           DISPLAY "REFUND " RT-REFUND-NO(RIDX)
               " OWNER " RT-OWNER-ID(RIDX)
               " AMOUNT " WS-AMOUNT-EDIT " SEK"
           DISPLAY "  TO ACCOUNT " RT-BANK-ACCOUNT(RIDX)
               " PROPOSED " RT-PROPOSED-DATE(RIDX)
               " BY " RT-PROPOSED-BY(RIDX)

           IF RT-PROPOSED-BY(RIDX) = WS-OPERATOR-ID
               DISPLAY "  PROPOSED BY YOU - A DIFFERENT OPERATOR "
                   "MUST SIGN IT OFF"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "  A = APPROVE, R = REJECT, S = SKIP, Q = QUIT"
           ACCEPT WS-ACTION
           MOVE FUNCTION UPPER-CASE(WS-ACTION) TO WS-ACTION

           IF WS-ACTION = 'A'
               PERFORM APPROVE-REFUND
           END-IF
           IF WS-ACTION = 'R'
               PERFORM REJECT-REFUND
           END-IF.

       APPROVE-REFUND.

           MOVE 'A'            TO RT-STATUS(RIDX)
           MOVE WS-TODAY       TO RT-DECIDED-DATE(RIDX)
           MOVE WS-OPERATOR-ID TO RT-DECIDED-BY(RIDX)
           MOVE 'Y' TO WS-REFUND-CHANGED

           MOVE RT-REFUND-NO(RIDX)    TO RPAY-REFUND-NO
           MOVE RT-OWNER-ID(RIDX)     TO RPAY-OWNER-ID
           MOVE RT-BANK-ACCOUNT(RIDX) TO RPAY-BANK-ACCOUNT
           MOVE RT-AMOUNT(RIDX)       TO RPAY-AMOUNT
           MOVE WS-TODAY              TO RPAY-PAY-DATE
           WRITE REFUND-PAYMENT-REC

           MOVE "REFUND"  TO WS-LOG-MASTER
           MOVE "APPROV"  TO WS-LOG-ACTION
           MOVE SPACES    TO WS-LOG-KEY
           STRING RT-REFUND-NO(RIDX) " " RT-OWNER-ID(RIDX)
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG

           ADD 1 TO WS-APPROVED-COUNT
           DISPLAY "REFUND " RT-REFUND-NO(RIDX)
               " APPROVED AND SENT FOR PAYMENT".

      *    A REJECTED REFUND RELEASES THE HELD CREDIT BACK ONTO THE
      *    OWNER'S BALANCE, TO BE CARRIED FORWARD OR PROPOSED AGAIN
       REJECT-REFUND.

           MOVE 'R'            TO RT-STATUS(RIDX)
           MOVE WS-TODAY       TO RT-DECIDED-DATE(RIDX)
           MOVE WS-OPERATOR-ID TO RT-DECIDED-BY(RIDX)
           MOVE 'Y' TO WS-REFUND-CHANGED

           MOVE RT-OWNER-ID(RIDX)     TO OCRD-OWNER-ID
           MOVE WS-TODAY              TO OCRD-DATE
           MOVE 'X'                   TO OCRD-TYPE
           MOVE RT-AMOUNT(RIDX)       TO OCRD-AMOUNT
           MOVE 0                     TO OCRD-INVOICE-NO
           MOVE SPACES                TO OCRD-REFERENCE
           STRING "RF" RT-REFUND-NO(RIDX)
               DELIMITED BY SIZE INTO OCRD-REFERENCE
           PERFORM APPEND-CREDIT-MOVEMENT

           MOVE "REFUND"  TO WS-LOG-MASTER
           MOVE "REJECT"  TO WS-LOG-ACTION
           MOVE SPACES    TO WS-LOG-KEY
           STRING RT-REFUND-NO(RIDX) " " RT-OWNER-ID(RIDX)
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG

           ADD 1 TO WS-REJECTED-COUNT
           DISPLAY "REFUND " RT-REFUND-NO(RIDX)
               " REJECTED - CREDIT BACK ON OWNER BALANCE".

       REWRITE-SUSPENSE-FILE.

           OPEN OUTPUT SUSPENSE-FILE
           PERFORM VARYING SIDX FROM 1 BY 1
                   UNTIL SIDX > SUSPENSE-COUNT
               MOVE ST-SUSPENSE-FIELDS(SIDX) TO SUSPENSE-REC
               WRITE SUSPENSE-REC
           END-PERFORM
           CLOSE SUSPENSE-FILE.

       REWRITE-REFUND-FILE.

           OPEN OUTPUT REFUND-FILE
           PERFORM VARYING RIDX FROM 1 BY 1
                   UNTIL RIDX > REFUND-COUNT
               MOVE RT-REFUND-FIELDS(RIDX) TO REFUND-REC
               WRITE REFUND-REC
           END-PERFORM
           CLOSE REFUND-FILE.

      *    THE PRINTABLE REGISTER FINANCE FILES WITH ITS SIGN-OFF -
      *    EVERY REFUND EVER PROPOSED WITH WHO PROPOSED AND WHO
      *    DECIDED IT, AND THE TOTALS BY STATUS
       WRITE-REFUND-REGISTER.

           MOVE 0 TO WS-PROPOSED-TOTAL
           MOVE 0 TO WS-APPROVED-TOTAL
           MOVE 0 TO WS-REJECTED-TOTAL

           OPEN OUTPUT REFUND-REPORT-FILE

           MOVE SPACES TO REFUND-REPORT-LINE
           STRING "CUSTOMER REFUND REGISTER - PRINTED " WS-TODAY
               " BY " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE SPACES TO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE SPACES TO REFUND-REPORT-LINE
           STRING "REFUND OWNER  BANK ACCOUNT         AMOUNT "
               "PROPOSED BY         STATUS   DECIDED  BY"
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE

           PERFORM VARYING RIDX FROM 1 BY 1
                   UNTIL RIDX > REFUND-COUNT
               PERFORM WRITE-REFUND-REGISTER-LINE
           END-PERFORM

           MOVE SPACES TO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE WS-PROPOSED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFUND-REPORT-LINE
           STRING "AWAITING SIGN-OFF: " WS-AMOUNT-EDIT " SEK"
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE WS-APPROVED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFUND-REPORT-LINE
           STRING "APPROVED AND PAID: " WS-AMOUNT-EDIT " SEK"
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE
           MOVE WS-REJECTED-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFUND-REPORT-LINE
           STRING "REJECTED:          " WS-AMOUNT-EDIT " SEK"
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE

           CLOSE REFUND-REPORT-FILE.

       WRITE-REFUND-REGISTER-LINE.

           EVALUATE RT-STATUS(RIDX)
               WHEN 'P'
                   MOVE "PROPOSED" TO WS-STATUS-TEXT
                   ADD RT-AMOUNT(RIDX) TO WS-PROPOSED-TOTAL
               WHEN 'A'
                   MOVE "APPROVED" TO WS-STATUS-TEXT
                   ADD RT-AMOUNT(RIDX) TO WS-APPROVED-TOTAL
               WHEN OTHER
                   MOVE "REJECTED" TO WS-STATUS-TEXT
                   ADD RT-AMOUNT(RIDX) TO WS-REJECTED-TOTAL
           END-EVALUATE

           MOVE RT-AMOUNT(RIDX) TO WS-AMOUNT-EDIT
           MOVE SPACES TO REFUND-REPORT-LINE
           STRING RT-REFUND-NO(RIDX) " "
               RT-OWNER-ID(RIDX) " "
               RT-BANK-ACCOUNT(RIDX) " "
               WS-AMOUNT-EDIT " "
               RT-PROPOSED-DATE(RIDX) " "
               RT-PROPOSED-BY(RIDX) " "
               WS-STATUS-TEXT " "
               RT-DECIDED-DATE(RIDX) " "
               RT-DECIDED-BY(RIDX)
               DELIMITED BY SIZE INTO REFUND-REPORT-LINE
           WRITE REFUND-REPORT-LINE.

      *    ONE LINE PER CHANGE - TIMESTAMP, OPERATOR, FILE, ACTION
      *    AND KEY - SO WHO MOVED WHOSE MONEY AND WHEN IS ON FILE
       WRITE-CHANGE-LOG.

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP

           MOVE SPACES TO CHANGE-LOG-LINE
           STRING WS-LOG-TIMESTAMP " " WS-OPERATOR-ID " "
               WS-LOG-MASTER " " WS-LOG-ACTION " " WS-LOG-KEY
               DELIMITED BY SIZE INTO CHANGE-LOG-LINE
           WRITE CHANGE-LOG-LINE.
