       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCLOSE.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  MONTH-END PERIOD CLOSE SESSION
      *                FINANCE USES THIS SESSION TO CLOSE A BILLING
      *                MONTH DOWN ONCE IT HAS BEEN INVOICED, SETTLED
      *                WITH THE CITY OPERATORS AND REPORTED, SO THAT
      *                NOTHING CAN QUIETLY REWRITE ITS CHARGES
      *                AFTERWARDS. EACH MONTH'S STATE IS HELD ON THE
      *                PERIOD-CONTROL-FILE AND READ THROUGH
      *                PERIODCHECK BY EVERY PROGRAM THAT COULD CHANGE
      *                A CHARGE.
      *                THE SESSION STARTS WITH OPERATOR SIGN-ON
      *                AGAINST THE OPERATOR-FILE AND EVERY CLOSE, LOCK
      *                AND REOPEN IS WRITTEN TO THE CHANGE-LOG-FILE:
      *              * L = LIST THE MONTHS ON THE PERIOD MASTER.
      *              * C = BILLING CLOSE - ONLY WHEN EVERY CHARGE IN
      *                THE MONTH HAS BEEN INVOICED (OR UPHELD ON
      *                DISPUTE) AND NO CHARGE IS STILL HELD FOR
      *                CLONE REVIEW.
      *              * K = LOCK - ONLY FOR A BILLING-CLOSED MONTH
      *                THAT IS STILL FULLY INVOICED, HAS NO
      *                ADJUSTMENT WAITING TO BE ISSUED, NO DISPUTE
      *                CASE STILL OPEN OR AWAITING EVIDENCE, AND HAS
      *                BEEN SETTLED SINCE ITS BILLING CLOSE.
      *              * R = REOPEN - SUPERVISORS ONLY. THE MONTH GOES
      *                BACK TO OPEN AND MUST BE CLOSED AND LOCKED
      *                AGAIN FROM THE START.
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

           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "COBOL/DATA/PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT OPTIONAL TOLL-RESULT-FILE
               ASSIGN TO "COBOL/DATA/TOLLRESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT OPTIONAL VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OPTIONAL CLONE-HOLD-FILE
               ASSIGN TO "COBOL/DATA/CLONEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLONEHOLD-FILE-STATUS.

           SELECT OPTIONAL PENDING-BILLING-FILE
               ASSIGN TO "COBOL/DATA/PENDINGBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT OPTIONAL BILLED-HISTORY-FILE
               ASSIGN TO "COBOL/DATA/BILLEDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLHIST-FILE-STATUS.

           SELECT OPTIONAL DISPUTE-CASE-FILE
               ASSIGN TO "COBOL/DATA/DISPUTECASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    ONE LINE PER OPERATOR AUTHORISED TO RUN MAINTENANCE -
      *    MAINTAINED BY THE SYSTEM OWNER, NOT THROUGH THIS PROGRAM.
      *    THE ROLE BYTE AFTER THE PASSWORD IS 'S' FOR A SUPERVISOR
      *    AND BLANK FOR EVERYONE ELSE; THE OTHER SESSIONS READ ONLY
      *    THE ID AND PASSWORD AND NEVER SEE IT.
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OPR-OPERATOR-ID       PIC X(10).
           05  OPR-PASSWORD          PIC X(10).
           05  OPR-ROLE              PIC X(01).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE           PIC X(120).

       FD  PERIOD-CONTROL-FILE.
       COPY "PERIODREC.cpy".

       FD  TOLL-RESULT-FILE.
       COPY "TOLLRESREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  CLONE-HOLD-FILE.
       COPY "CLONEHOLDREC.cpy".

       FD  PENDING-BILLING-FILE.
       COPY "PENDBILLREC.cpy".

       FD  BILLED-HISTORY-FILE.
       COPY "BILLHISTREC.cpy".

       FD  DISPUTE-CASE-FILE.
       COPY "DISPCASEREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-CHANGELOG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-CLONEHOLD-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BILLHIST-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-CASE-FILE-STATUS       PIC X(2)  VALUE SPACES.

       01  WS-PERIOD-EOF             PIC X     VALUE 'N'.
       01  WS-RESULT-EOF             PIC X     VALUE 'N'.
       01  WS-CLONEHOLD-EOF          PIC X     VALUE 'N'.
       01  WS-PENDING-EOF            PIC X     VALUE 'N'.
       01  WS-BILLHIST-EOF           PIC X     VALUE 'N'.
       01  WS-CASE-EOF               PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-OPERATOR-ID            PIC X(10).
       01  WS-OPERATOR-ROLE          PIC X(01) VALUE SPACE.

      *    SIGN-ON - THE KEYED ID/PASSWORD MUST MATCH A LINE ON THE
      *    OPERATOR-FILE. THREE FAILURES END THE SESSION.
       01  WS-PASSWORD-ENTRY         PIC X(10).
       01  WS-SIGNON-OK              PIC X     VALUE 'N'.
       01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
       01  WS-OPERATOR-EOF           PIC X     VALUE 'N'.
       01  WS-MENU-CHOICE            PIC X     VALUE SPACE.
       01  WS-CONFIRM                PIC X     VALUE SPACE.

      *    ONE LINE PER CHANGE: WHO, WHEN, WHICH FILE, WHAT ACTION,
      *    WHICH KEY - THE SAME LAYOUT MASTER MAINTENANCE WRITES
       01  WS-LOG-TIMESTAMP          PIC X(21).
       01  WS-LOG-MASTER             PIC X(08).
       01  WS-LOG-ACTION             PIC X(06).
       01  WS-LOG-KEY                PIC X(20).

      *    THE WHOLE PERIOD-CONTROL-FILE, HELD FOR THE SESSION AND
      *    REWRITTEN THE MOMENT ANY MONTH CHANGES STATE, SO A BATCH
      *    RUN STARTED WHILE THE SESSION IS STILL OPEN ALREADY SEES
      *    THE NEW LOCK. A MONTH CLOSED FOR THE FIRST TIME IS ADDED
      *    AFTER THE LAST ENTRY.
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 600 TIMES.
               10  PT-PERIOD         PIC X(06).
               10  PT-STATUS         PIC X(01).
               10  PT-CLOSED-DATE    PIC X(08).
               10  PT-CLOSED-BY      PIC X(10).
               10  PT-SETTLED-DATE   PIC X(08).
               10  PT-LOCKED-DATE    PIC X(08).
               10  PT-LOCKED-BY      PIC X(10).
               10  PT-REOPENED-DATE  PIC X(08).
               10  PT-REOPENED-BY    PIC X(10).
               10  PT-REOPEN-COUNT   PIC 9(02).
       01  PERIOD-COUNT              PIC 9(03) VALUE 0.
       01  PIDX                      PIC 9(03).
       01  WS-PERIOD-ENTRY           PIC 9(03) VALUE 0.

       01  WS-PERIOD-KEYED           PIC X(06).
       01  WS-PERIOD-FIELDS REDEFINES WS-PERIOD-KEYED.
           05  WS-PERIOD-YYYY        PIC 9(04).
           05  WS-PERIOD-MM          PIC 9(02).
       01  WS-PERIOD-VALID-FLAG      PIC X     VALUE 'N'.
       01  WS-OLD-STATUS             PIC X(01).
       01  WS-STATUS-TEXT            PIC X(14).

      *    WHAT THE CLOSE CHECKS FOUND STILL OUTSTANDING FOR THE
      *    MONTH - ANY NON-ZERO COUNT BAR THE PENDING ONE REFUSES
      *    THE CLOSE OR LOCK
       01  WS-CHECKS-PASSED          PIC X     VALUE 'N'.
       01  WS-UNBILLED-COUNT         PIC 9(06) VALUE 0.
       01  WS-NO-OWNER-COUNT         PIC 9(06) VALUE 0.
       01  WS-CLONE-HELD-COUNT       PIC 9(06) VALUE 0.
       01  WS-PENDING-COUNT          PIC 9(06) VALUE 0.
       01  WS-ADJUST-COUNT           PIC 9(06) VALUE 0.
       01  WS-DISPUTE-COUNT          PIC 9(06) VALUE 0.
       01  WS-OWNER-ID               PIC X(06).

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

           PERFORM LOAD-PERIOD-CONTROL

           PERFORM UNTIL WS-MENU-CHOICE = 'X'
               DISPLAY " "
               DISPLAY "PERIOD CLOSE - OPERATOR " WS-OPERATOR-ID
               DISPLAY "  L = LIST PERIODS"
               DISPLAY "  C = BILLING CLOSE A MONTH"
               DISPLAY "  K = LOCK A MONTH"
               DISPLAY "  R = REOPEN A MONTH      (SUPERVISOR)"
               DISPLAY "  X = EXIT"
               DISPLAY "CHOOSE ACTION: "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                 TO WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 'L'
                   PERFORM LIST-PERIODS
               END-IF
               IF WS-MENU-CHOICE = 'C'
                   PERFORM BILLING-CLOSE-PERIOD
               END-IF
               IF WS-MENU-CHOICE = 'K'
                   PERFORM LOCK-PERIOD
               END-IF
               IF WS-MENU-CHOICE = 'R'
                   PERFORM REOPEN-PERIOD
               END-IF
           END-PERFORM

           CLOSE CHANGE-LOG-FILE

           STOP RUN.

      *    THE SESSION ONLY STARTS FOR AN ID/PASSWORD PAIR ON THE
      *    OPERATOR-FILE. NO OPERATOR FILE ON DISK MEANS NOBODY CAN
      *    SIGN ON. THE MATCHING LINE'S ROLE IS KEPT FOR THE REOPEN.
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
               MOVE SPACES TO OPERATOR-REC
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   NOT AT END
                       IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                          AND OPR-PASSWORD = WS-PASSWORD-ENTRY
                           MOVE 'Y' TO WS-SIGNON-OK
                           MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                           MOVE 'Y' TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       LOAD-PERIOD-CONTROL.

           MOVE 0 TO PERIOD-COUNT

           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           IF PERIOD-COUNT >= 600
                               DISPLAY "PERIOD CONTROL TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO PERIOD-COUNT
                           MOVE PERIOD-CONTROL-REC
                             TO PERIOD-ENTRY(PERIOD-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERIOD-CONTROL-FILE.

       REWRITE-PERIOD-CONTROL.

           OPEN OUTPUT PERIOD-CONTROL-FILE
           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PERIOD-COUNT
               MOVE PERIOD-ENTRY(PIDX) TO PERIOD-CONTROL-REC
               WRITE PERIOD-CONTROL-REC
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

       LIST-PERIODS.

           PERFORM LOAD-PERIOD-CONTROL

           IF PERIOD-COUNT = 0
               DISPLAY "NO MONTHS ON THE PERIOD MASTER - EVERY MONTH "
                   "IS OPEN"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PERIOD STATUS         CLOSED   BY         "
               "SETTLED  LOCKED   BY         REOPENS"
           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PERIOD-COUNT
               MOVE PT-STATUS(PIDX) TO WS-OLD-STATUS
               PERFORM SET-STATUS-TEXT
               DISPLAY PT-PERIOD(PIDX) " " WS-STATUS-TEXT " "
                   PT-CLOSED-DATE(PIDX) " " PT-CLOSED-BY(PIDX) " "
                   PT-SETTLED-DATE(PIDX) " "
                   PT-LOCKED-DATE(PIDX) " " PT-LOCKED-BY(PIDX) " "
                   PT-REOPEN-COUNT(PIDX)
           END-PERFORM.

       SET-STATUS-TEXT.

           EVALUATE WS-OLD-STATUS
               WHEN 'C'
                   MOVE "BILLING-CLOSED" TO WS-STATUS-TEXT
               WHEN 'L'
                   MOVE "LOCKED"         TO WS-STATUS-TEXT
               WHEN OTHER
                   MOVE "OPEN"           TO WS-STATUS-TEXT
           END-EVALUATE.

      *    A BILLING PERIOD MUST BE A NUMERIC YYYYMM WITH A REAL
      *    MONTH - SAME RULE AS THE INVOICE RUN. LEAVES
      *    WS-PERIOD-ENTRY ON THE MONTH'S ROW, ZERO IF IT HAS NONE.
       PROMPT-PERIOD.

           MOVE 'N' TO WS-PERIOD-VALID-FLAG
           PERFORM UNTIL WS-PERIOD-VALID-FLAG = 'Y'
               DISPLAY "ENTER PERIOD (YYYYMM): "
               ACCEPT WS-PERIOD-KEYED
               MOVE 'Y' TO WS-PERIOD-VALID-FLAG
               IF WS-PERIOD-KEYED IS NOT NUMERIC
                   MOVE 'N' TO WS-PERIOD-VALID-FLAG
               ELSE
                   IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                       MOVE 'N' TO WS-PERIOD-VALID-FLAG
                   END-IF
               END-IF
               IF WS-PERIOD-VALID-FLAG NOT = 'Y'
                   DISPLAY "INVALID PERIOD - PLEASE RE-ENTER"
               END-IF
           END-PERFORM

      *    THE SETTLEMENT RUN MAY HAVE STAMPED A MONTH SINCE SIGN-ON -
      *    WORK FROM THE FILE AS IT IS NOW, SO THE LOCK SEES THE STAMP
      *    AND THE REWRITE DOES NOT WIPE IT
           PERFORM LOAD-PERIOD-CONTROL

           MOVE 0   TO WS-PERIOD-ENTRY
           MOVE 'O' TO WS-OLD-STATUS
           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PERIOD-COUNT
               IF PT-PERIOD(PIDX) = WS-PERIOD-KEYED
                   MOVE PIDX TO WS-PERIOD-ENTRY
                   MOVE PT-STATUS(PIDX) TO WS-OLD-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    BILLING CLOSE - THE MONTH'S CHARGES ARE ALL ON INVOICES.
      *    A CURRENT MONTH CANNOT BE CLOSED: MORE PASSAGES ARE STILL
      *    ARRIVING FOR IT.
       BILLING-CLOSE-PERIOD.

           PERFORM PROMPT-PERIOD

           IF WS-OLD-STATUS NOT = 'O'
               PERFORM SET-STATUS-TEXT
               DISPLAY "PERIOD " WS-PERIOD-KEYED " IS ALREADY "
                   WS-STATUS-TEXT
               EXIT PARAGRAPH
           END-IF

           IF WS-PERIOD-KEYED NOT < WS-TODAY(1:6)
               DISPLAY "PERIOD " WS-PERIOD-KEYED " HAS NOT ENDED YET "
                   "- NOT CLOSED"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BILLING-COMPLETE
           IF WS-CHECKS-PASSED NOT = 'Y'
               DISPLAY "PERIOD " WS-PERIOD-KEYED " NOT CLOSED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM BILLING CLOSE OF " WS-PERIOD-KEYED
               " (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "PERIOD NOT CLOSED"
               EXIT PARAGRAPH
           END-IF

           IF WS-PERIOD-ENTRY = 0
               IF PERIOD-COUNT >= 600
                   DISPLAY "PERIOD CONTROL TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               ADD 1 TO PERIOD-COUNT
               MOVE PERIOD-COUNT TO WS-PERIOD-ENTRY
               INITIALIZE PERIOD-ENTRY(WS-PERIOD-ENTRY)
               MOVE WS-PERIOD-KEYED TO PT-PERIOD(WS-PERIOD-ENTRY)
           END-IF

           MOVE 'C'            TO PT-STATUS(WS-PERIOD-ENTRY)
           MOVE WS-TODAY       TO PT-CLOSED-DATE(WS-PERIOD-ENTRY)
           MOVE WS-OPERATOR-ID TO PT-CLOSED-BY(WS-PERIOD-ENTRY)
           PERFORM REWRITE-PERIOD-CONTROL

           MOVE "CLOSE" TO WS-LOG-ACTION
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "PERIOD " WS-PERIOD-KEYED " BILLING-CLOSED - "
               "SETTLE IT BEFORE LOCKING".

      *    LOCK - THE BILLING CHECKS RUN AGAIN, SINCE A RELEASED OR
      *    REPRICED CHARGE CAN HAVE LANDED IN THE MONTH SINCE ITS
      *    BILLING CLOSE, THEN THE ADJUSTMENT, DISPUTE AND
      *    SETTLEMENT CHECKS. THE SETTLEMENT MUST POST-DATE THE
      *    CLOSE: A STATEMENT RUN BEFORE THE LAST CHARGE WAS
      *    INVOICED SETTLED THE WRONG FIGURES.
       LOCK-PERIOD.

           PERFORM PROMPT-PERIOD

           IF WS-OLD-STATUS NOT = 'C'
               PERFORM SET-STATUS-TEXT
               DISPLAY "PERIOD " WS-PERIOD-KEYED " IS "
                   WS-STATUS-TEXT " - ONLY A BILLING-CLOSED MONTH "
                   "CAN BE LOCKED"
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-BILLING-COMPLETE
           PERFORM CHECK-ADJUSTMENTS-ISSUED
           PERFORM CHECK-DISPUTES-DECIDED

           IF PT-SETTLED-DATE(WS-PERIOD-ENTRY) = SPACES
              OR PT-SETTLED-DATE(WS-PERIOD-ENTRY)
                 < PT-CLOSED-DATE(WS-PERIOD-ENTRY)
               DISPLAY "  NOT SETTLED SINCE THE BILLING CLOSE OF "
                   PT-CLOSED-DATE(WS-PERIOD-ENTRY)
                   " - RUN SETTLEMENT FOR THE MONTH"
               MOVE 'N' TO WS-CHECKS-PASSED
           END-IF

           IF WS-ADJUST-COUNT > 0 OR WS-DISPUTE-COUNT > 0
               MOVE 'N' TO WS-CHECKS-PASSED
           END-IF

           IF WS-CHECKS-PASSED NOT = 'Y'
               DISPLAY "PERIOD " WS-PERIOD-KEYED " NOT LOCKED"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "CONFIRM LOCK OF " WS-PERIOD-KEYED " (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "PERIOD NOT LOCKED"
               EXIT PARAGRAPH
           END-IF

           MOVE 'L'            TO PT-STATUS(WS-PERIOD-ENTRY)
           MOVE WS-TODAY       TO PT-LOCKED-DATE(WS-PERIOD-ENTRY)
           MOVE WS-OPERATOR-ID TO PT-LOCKED-BY(WS-PERIOD-ENTRY)
           PERFORM REWRITE-PERIOD-CONTROL

           MOVE "LOCK" TO WS-LOG-ACTION
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "PERIOD " WS-PERIOD-KEYED " LOCKED".

      *    ONLY A SIGNED-ON SUPERVISOR MAY REOPEN. THE MONTH GOES
      *    STRAIGHT BACK TO OPEN - WHATEVER IS CHANGED WHILE IT IS
      *    OPEN HAS TO BE INVOICED, ADJUSTED AND SETTLED AGAIN
      *    BEFORE IT CAN BE CLOSED AND LOCKED ONCE MORE. THE LOG LINE
      *    CARRIES THE STATE THE MONTH WAS REOPENED FROM.
       REOPEN-PERIOD.

           IF WS-OPERATOR-ROLE NOT = 'S'
               DISPLAY "ONLY A SUPERVISOR CAN REOPEN A PERIOD"
               EXIT PARAGRAPH
           END-IF

           PERFORM PROMPT-PERIOD

           IF WS-OLD-STATUS = 'O'
               DISPLAY "PERIOD " WS-PERIOD-KEYED " IS ALREADY OPEN"
               EXIT PARAGRAPH
           END-IF

           PERFORM SET-STATUS-TEXT
           DISPLAY "PERIOD " WS-PERIOD-KEYED " IS " WS-STATUS-TEXT
               " - CLOSED " PT-CLOSED-DATE(WS-PERIOD-ENTRY)
               " BY " PT-CLOSED-BY(WS-PERIOD-ENTRY)
           DISPLAY "CONFIRM REOPEN OF " WS-PERIOD-KEYED " (Y/N): "
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "PERIOD NOT REOPENED"
               EXIT PARAGRAPH
           END-IF

           MOVE 'O'            TO PT-STATUS(WS-PERIOD-ENTRY)
           MOVE WS-TODAY       TO PT-REOPENED-DATE(WS-PERIOD-ENTRY)
           MOVE WS-OPERATOR-ID TO PT-REOPENED-BY(WS-PERIOD-ENTRY)
           IF PT-REOPEN-COUNT(WS-PERIOD-ENTRY) < 99
               ADD 1 TO PT-REOPEN-COUNT(WS-PERIOD-ENTRY)
           END-IF
           PERFORM REWRITE-PERIOD-CONTROL

           MOVE "REOPEN" TO WS-LOG-ACTION
           PERFORM WRITE-PERIOD-LOG
           DISPLAY "PERIOD " WS-PERIOD-KEYED " REOPENED".

      *    EVERY RESULT ROW DATED IN THE MONTH MUST BE BILLED OR
      *    UPHELD ON DISPUTE - THE SAME TEST THE INVOICE RUN USES TO
      *    PICK ROWS UP. A ROW WHOSE PLATE HAS NO OWNER LINK IS
      *    COUNTED SEPARATELY: THE MASTERS NEED FIXING AND THE
      *    INVOICE RUN REPEATING BEFORE THE MONTH CAN CLOSE. A CHARGE
      *    STILL HELD FOR CLONE REVIEW HAS NOT BEEN BILLED EITHER.
      *    CHARGES HELD FOR UNREGISTERED PLATES ONLY WARN - THEY MAY
      *    NEVER BE IDENTIFIED, AND ONCE THE MONTH IS LOCKED THE
      *    REGISTRY RELEASE LEAVES THEM HELD.
       CHECK-BILLING-COMPLETE.

           MOVE 'Y' TO WS-CHECKS-PASSED
           MOVE 0   TO WS-UNBILLED-COUNT WS-NO-OWNER-COUNT
                       WS-CLONE-HELD-COUNT WS-PENDING-COUNT
                       WS-ADJUST-COUNT WS-DISPUTE-COUNT

           OPEN INPUT TOLL-RESULT-FILE
           OPEN INPUT VEHICLE-REGISTRY-FILE
           IF WS-RESULT-FILE-STATUS = "00"
               MOVE 'N' TO WS-RESULT-EOF
               PERFORM UNTIL WS-RESULT-EOF = 'Y'
                   READ TOLL-RESULT-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO WS-RESULT-EOF
                       NOT AT END
                           IF TRES-DATE(1:6) = WS-PERIOD-KEYED
                              AND TRES-BILLED-FLAG NOT = 'Y'
                              AND TRES-DISPUTE-FLAG NOT = 'R'
                               PERFORM COUNT-UNBILLED-ROW
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TOLL-RESULT-FILE
           CLOSE VEHICLE-REGISTRY-FILE

           OPEN INPUT CLONE-HOLD-FILE
           IF WS-CLONEHOLD-FILE-STATUS = "00"
               MOVE 'N' TO WS-CLONEHOLD-EOF
               PERFORM UNTIL WS-CLONEHOLD-EOF = 'Y'
                   READ CLONE-HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-CLONEHOLD-EOF
                       NOT AT END
                           IF CHLD-DATE(1:6) = WS-PERIOD-KEYED
                              AND CHLD-STATUS = 'H'
                               ADD 1 TO WS-CLONE-HELD-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLONE-HOLD-FILE

           OPEN INPUT PENDING-BILLING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE 'N' TO WS-PENDING-EOF
               PERFORM UNTIL WS-PENDING-EOF = 'Y'
                   READ PENDING-BILLING-FILE
                       AT END
                           MOVE 'Y' TO WS-PENDING-EOF
                       NOT AT END
                           IF PBIL-DATE(1:6) = WS-PERIOD-KEYED
                               ADD 1 TO WS-PENDING-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING-BILLING-FILE

           IF WS-UNBILLED-COUNT > 0
               MOVE WS-UNBILLED-COUNT TO WS-COUNT-EDIT
               DISPLAY "  CHARGES NOT YET INVOICED:      "
                   WS-COUNT-EDIT " - RUN THE INVOICE RUN FOR THE "
                   "MONTH"
               MOVE 'N' TO WS-CHECKS-PASSED
           END-IF
           IF WS-NO-OWNER-COUNT > 0
               MOVE WS-NO-OWNER-COUNT TO WS-COUNT-EDIT
               DISPLAY "  CHARGES WITH NO OWNER LINK:    "
                   WS-COUNT-EDIT " - FIX THE REGISTRY AND RE-INVOICE"
               MOVE 'N' TO WS-CHECKS-PASSED
           END-IF
           IF WS-CLONE-HELD-COUNT > 0
               MOVE WS-CLONE-HELD-COUNT TO WS-COUNT-EDIT
               DISPLAY "  CHARGES HELD FOR CLONE REVIEW: "
                   WS-COUNT-EDIT " - DECIDE THEM IN CLONE REVIEW"
               MOVE 'N' TO WS-CHECKS-PASSED
           END-IF
           IF WS-PENDING-COUNT > 0
               MOVE WS-PENDING-COUNT TO WS-COUNT-EDIT
               DISPLAY "  WARNING - CHARGES HELD FOR UNREGISTERED "
                   "PLATES: " WS-COUNT-EDIT
           END-IF.

       COUNT-UNBILLED-ROW.

           MOVE SPACES TO WS-OWNER-ID
           MOVE TRES-VEHICLE-ID TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               NOT INVALID KEY
                   MOVE VREG-OWNER-ID TO WS-OWNER-ID
           END-READ

           IF WS-OWNER-ID = SPACES
               ADD 1 TO WS-NO-OWNER-COUNT
           ELSE
               ADD 1 TO WS-UNBILLED-COUNT
           END-IF.

      *    A BILLED-HISTORY LINE IS A REPRICED CHARGE WHOSE CREDIT
      *    NOTE OR SUPPLEMENTARY DEBIT HAS NOT BEEN ISSUED YET - THE
      *    ADJUSTMENT RUN REMOVES THE LINE ONCE IT HAS
       CHECK-ADJUSTMENTS-ISSUED.

           MOVE 0 TO WS-ADJUST-COUNT

           OPEN INPUT BILLED-HISTORY-FILE
           IF WS-BILLHIST-FILE-STATUS = "00"
               MOVE 'N' TO WS-BILLHIST-EOF
               PERFORM UNTIL WS-BILLHIST-EOF = 'Y'
                   READ BILLED-HISTORY-FILE
                       AT END
                           MOVE 'Y' TO WS-BILLHIST-EOF
                       NOT AT END
                           IF BHST-DATE(1:6) = WS-PERIOD-KEYED
                               ADD 1 TO WS-ADJUST-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE BILLED-HISTORY-FILE

           IF WS-ADJUST-COUNT > 0
               MOVE WS-ADJUST-COUNT TO WS-COUNT-EDIT
               DISPLAY "  ADJUSTMENTS NOT YET ISSUED:    "
                   WS-COUNT-EDIT " - RUN THE ADJUSTMENT RUN FOR THE "
                   "MONTH"
           END-IF.

      *    AN UPHELD CASE'S REFUND IS POSTED THE MOMENT IT IS
      *    DECIDED, SO A DISPUTE IS DONE WITH ONCE IT IS UPHELD OR
      *    REJECTED. A CASE ON A CHARGE IN THE MONTH THAT IS STILL
      *    OPEN OR AWAITING EVIDENCE COULD YET CREDIT IT BACK.
       CHECK-DISPUTES-DECIDED.

           MOVE 0 TO WS-DISPUTE-COUNT

           OPEN INPUT DISPUTE-CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               MOVE 'N' TO WS-CASE-EOF
               PERFORM UNTIL WS-CASE-EOF = 'Y'
                   READ DISPUTE-CASE-FILE
                       AT END
                           MOVE 'Y' TO WS-CASE-EOF
                       NOT AT END
                           IF DCAS-DATE(1:6) = WS-PERIOD-KEYED
                              AND (DCAS-STATUS = 'O'
                                   OR DCAS-STATUS = 'A')
                               ADD 1 TO WS-DISPUTE-COUNT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPUTE-CASE-FILE

           IF WS-DISPUTE-COUNT > 0
               MOVE WS-DISPUTE-COUNT TO WS-COUNT-EDIT
               DISPLAY "  DISPUTE CASES STILL UNDECIDED: "
                   WS-COUNT-EDIT " - DECIDE THEM IN THE DISPUTE "
                   "REGISTER"
           END-IF.

      *    ONE LOG LINE PER STATE CHANGE, KEYED BY THE PERIOD AND THE
      *    STATE IT WAS MOVED FROM
       WRITE-PERIOD-LOG.

           MOVE "PERIOD" TO WS-LOG-MASTER
           MOVE SPACES   TO WS-LOG-KEY
           STRING WS-PERIOD-KEYED " FROM " WS-OLD-STATUS
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG.

      *    ONE LINE PER CHANGE - TIMESTAMP, OPERATOR, MASTER, ACTION
      *    AND KEY - SO WHO CHANGED WHAT AND WHEN IS ALWAYS ON FILE
       WRITE-CHANGE-LOG.

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP

           MOVE SPACES TO CHANGE-LOG-LINE
           STRING WS-LOG-TIMESTAMP " " WS-OPERATOR-ID " "
               WS-LOG-MASTER " " WS-LOG-ACTION " " WS-LOG-KEY
               DELIMITED BY SIZE INTO CHANGE-LOG-LINE
           WRITE CHANGE-LOG-LINE.
