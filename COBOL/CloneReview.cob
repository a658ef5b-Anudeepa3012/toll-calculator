       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLONEREVIEW.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  SUSPECT-CLONE CHARGE REVIEW
      *                WALKS EVERY CHARGE THE BATCH TOLL RUN HAS HELD
      *                ON THE CLONE-HOLD-FILE, PLATE/DAY BY PLATE/DAY,
      *                SHOWING WHY THE CLONE DETECTION RUN PUT THE
      *                PLATE/DAY ON THE SUSPECT-CLONE REGISTER, AND
      *                LETS THE OPERATOR DECIDE EACH CHARGE:
      *              * R = RELEASE - THE REGISTERED VEHICLE DID MAKE
      *                THE PASSAGE. THE CHARGE IS POSTED TO THE
      *                TOLL-RESULT-FILE FOR NORMAL BILLING (OR TO THE
      *                PENDING-BILLING-FILE IF THE PLATE IS STILL NOT
      *                REGISTERED), WITH THE SAME REPLACE RULES AS
      *                THE REGISTRY RELEASE
      *              * V = VOID - THE PASSAGE WAS MADE BY A CLONE. THE
      *                CHARGE IS NEVER BILLED, AND THE REGISTERED
      *                OWNER IS WRITTEN TO ON THE CLONE-LETTER-FILE
      *                SO THEY KNOW THEIR PLATE IS BEING COPIED
      *              * S = SKIP - LEAVE THE CHARGE HELD
      *                THE SESSION STARTS WITH OPERATOR SIGN-ON AND
      *                EVERY DECISION IS WRITTEN TO THE CHANGE LOG.
      *                A VOIDED CHARGE STAYS ON THE CLONE-HOLD-FILE
      *                (STATUS V) SO THE DISPUTE EVIDENCE PACK CAN
      *                SHOW IT AND THE BATCH RUN NEVER POSTS IT AGAIN.
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
               FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT OPTIONAL SUSPECT-CLONE-FILE
               ASSIGN TO "COBOL/DATA/SUSPECTCLONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLONE-FILE-STATUS.

           SELECT OPTIONAL CLONE-HOLD-FILE
               ASSIGN TO "COBOL/DATA/CLONEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OWNER-MASTER-FILE
               ASSIGN TO "COBOL/DATA/OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-OWNER-ID
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OPTIONAL TOLL-RESULT-FILE
               ASSIGN TO "COBOL/DATA/TOLLRESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT OPTIONAL BILLED-HISTORY-FILE
               ASSIGN TO "COBOL/DATA/BILLEDHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BILLHIST-FILE-STATUS.

           SELECT OPTIONAL PENDING-BILLING-FILE
               ASSIGN TO "COBOL/DATA/PENDINGBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

      *    ONE LETTER PER VOIDED PLATE/DAY TO THE REGISTERED OWNER,
      *    APPENDED FOR THE PRINT RUN LIKE THE LOW-BALANCE LETTERS
           SELECT OPTIONAL CLONE-LETTER-FILE
               ASSIGN TO "COBOL/DATA/CLONE-LETTERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OPR-OPERATOR-ID       PIC X(10).
           05  OPR-PASSWORD          PIC X(10).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE           PIC X(120).

       FD  SUSPECT-CLONE-FILE.
       COPY "SUSPCLONEREC.cpy".

       FD  CLONE-HOLD-FILE.
       COPY "CLONEHOLDREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  TOLL-RESULT-FILE.
       COPY "TOLLRESREC.cpy".

       FD  BILLED-HISTORY-FILE.
       COPY "BILLHISTREC.cpy".

       FD  PENDING-BILLING-FILE.
       COPY "PENDBILLREC.cpy".

       FD  CLONE-LETTER-FILE.
       01  CLONE-LETTER-LINE         PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-LOG-FILE-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-CLONE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-BILLHIST-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LETTER-FILE-STATUS     PIC X(2)  VALUE SPACES.

       01  WS-FILE-EOF               PIC X     VALUE 'N'.

       01  WS-OPERATOR-ID            PIC X(10).

      *    SIGN-ON - THE KEYED ID/PASSWORD MUST MATCH A LINE ON THE
      *    OPERATOR-FILE. THREE FAILURES END THE SESSION.
       01  WS-PASSWORD-ENTRY         PIC X(10).
       01  WS-SIGNON-OK              PIC X     VALUE 'N'.
       01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
       01  WS-OPERATOR-EOF           PIC X     VALUE 'N'.

      *    ONE CHANGE-LOG LINE PER DECISION: WHO, WHEN, WHAT, WHICH
      *    PLATE/DAY/ZONE
       01  WS-LOG-TIMESTAMP          PIC X(21).
       01  WS-LOG-MASTER             PIC X(08) VALUE "CLONE".
       01  WS-LOG-ACTION             PIC X(06).
       01  WS-LOG-KEY                PIC X(22).

       01  SUSPECT-CLONE-TABLE.
           05  SUSPECT-CLONE-ENTRY OCCURS 5000 TIMES.
               10  SCT-PLATE         PIC X(10).
               10  SCT-DATE          PIC X(08).
               10  SCT-REASON        PIC X(01).
               10  SCT-DETAIL        PIC X(50).
               10  SCT-FLAGGED-DATE  PIC X(08).
       01  SUSPECT-CLONE-COUNT       PIC 9(04) VALUE 0.
       01  SCIDX                     PIC 9(04).

       01  CLONE-HOLD-TABLE.
           05  CLONE-HOLD-ENTRY OCCURS 5000 TIMES.
               10  CHT-PLATE         PIC X(10).
               10  CHT-DATE          PIC X(08).
               10  CHT-ZONE-CODE     PIC X(04).
               10  CHT-VEHICLE-TYPE  PIC X(10).
               10  CHT-TOTAL-FEE     PIC 9(03).
               10  CHT-STATUS        PIC X(01).
               10  CHT-DECIDED-DATE  PIC X(08).
               10  CHT-DECIDED-BY    PIC X(10).
       01  CLONE-HOLD-COUNT          PIC 9(04) VALUE 0.
       01  CHIDX                     PIC 9(04).

      *    WHICH CHARGES WERE STILL HELD WHEN THE SESSION LOADED THE
      *    FILE - ONLY THOSE OPEN A PLATE/DAY REVIEW IN THIS SESSION.
      *    A CHARGE DECIDED IN AN EARLIER SESSION NEVER DOES.
       01  CLONE-HOLD-LOAD-TABLE.
           05  CHL-HELD-AT-LOAD      PIC X(01) OCCURS 5000 TIMES.
       01  CHJDX                     PIC 9(04).

      *    THE PLATE/DAY CURRENTLY UNDER REVIEW
       01  WS-REVIEW-PLATE           PIC X(10).
       01  WS-REVIEW-DATE            PIC X(08).
       01  WS-REGISTERED-FLAG        PIC X     VALUE 'N'.
       01  WS-DAY-VOIDS              PIC 9(03) VALUE 0.
       01  WS-DAY-VOID-TOTAL         PIC 9(05) VALUE 0.

       01  WS-DECISION               PIC X     VALUE SPACE.
       01  WS-QUIT-FLAG              PIC X     VALUE 'N'.
       01  WS-TODAY                  PIC X(08).
       01  WS-RELEASE-NEW-FEE        PIC 9(03).

       01  WS-CHARGES-RELEASED       PIC 9(05) VALUE 0.
       01  WS-CHARGES-PENDING        PIC 9(05) VALUE 0.
       01  WS-CHARGES-VOIDED         PIC 9(05) VALUE 0.
       01  WS-CHARGES-SKIPPED        PIC 9(05) VALUE 0.
       01  WS-LETTERS-WRITTEN        PIC 9(05) VALUE 0.

       01  WS-FEE-EDIT               PIC ZZ9.
       01  WS-AMOUNT-EDIT            PIC ZZ,ZZ9.

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

           PERFORM LOAD-CLONE-REGISTER
           PERFORM LOAD-CLONE-HOLDS

           OPEN EXTEND CHANGE-LOG-FILE
           OPEN INPUT  VEHICLE-REGISTRY-FILE
           OPEN INPUT  OWNER-MASTER-FILE
           OPEN I-O    TOLL-RESULT-FILE
           OPEN EXTEND BILLED-HISTORY-FILE
           OPEN EXTEND PENDING-BILLING-FILE
           OPEN EXTEND CLONE-LETTER-FILE

      *    THE FIRST STILL-HELD CHARGE OF EACH PLATE/DAY OPENS THAT
      *    PLATE/DAY'S REVIEW; THE REVIEW THEN TAKES EVERY HELD
      *    CHARGE OF THE SAME PLATE/DAY, WHEREVER IT SITS IN THE FILE
           PERFORM VARYING CHIDX FROM 1 BY 1
                   UNTIL CHIDX > CLONE-HOLD-COUNT
                      OR WS-QUIT-FLAG = 'Y'
               IF CHT-STATUS(CHIDX) = 'H'
                   PERFORM REVIEW-PLATE-DAY
               END-IF
           END-PERFORM

           CLOSE CHANGE-LOG-FILE
           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE OWNER-MASTER-FILE
           CLOSE TOLL-RESULT-FILE
           CLOSE BILLED-HISTORY-FILE
           CLOSE PENDING-BILLING-FILE
           CLOSE CLONE-LETTER-FILE

           PERFORM REWRITE-CLONE-HOLDS

           DISPLAY "CHARGES RELEASED FOR BILLING: " WS-CHARGES-RELEASED
           DISPLAY "RELEASED TO PENDING BILLING:  " WS-CHARGES-PENDING
           DISPLAY "CHARGES VOIDED:               " WS-CHARGES-VOIDED
           DISPLAY "CHARGES LEFT HELD:            " WS-CHARGES-SKIPPED
           DISPLAY "OWNER LETTERS WRITTEN:        " WS-LETTERS-WRITTEN

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

       LOAD-CLONE-REGISTER.

           MOVE 0 TO SUSPECT-CLONE-COUNT

           OPEN INPUT SUSPECT-CLONE-FILE
           IF WS-CLONE-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ SUSPECT-CLONE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF SUSPECT-CLONE-COUNT >= 5000
                               DISPLAY "SUSPECT CLONE TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO SUSPECT-CLONE-COUNT
                           MOVE SUSPECT-CLONE-REC
                             TO SUSPECT-CLONE-ENTRY
                                (SUSPECT-CLONE-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPECT-CLONE-FILE.

       LOAD-CLONE-HOLDS.

           MOVE 0 TO CLONE-HOLD-COUNT

           OPEN INPUT CLONE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "NO CLONE HOLD FILE - NOTHING TO REVIEW"
               CLOSE CLONE-HOLD-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ CLONE-HOLD-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF CLONE-HOLD-COUNT >= 5000
                           DISPLAY "CLONE HOLD TABLE FULL - ABORTING "
                               "BEFORE ANY DECISION"
                           STOP RUN
                       END-IF
                       ADD 1 TO CLONE-HOLD-COUNT
                       MOVE CLONE-HOLD-REC
                         TO CLONE-HOLD-ENTRY(CLONE-HOLD-COUNT)
                       MOVE 'N' TO CHL-HELD-AT-LOAD(CLONE-HOLD-COUNT)
                       IF CHT-STATUS(CLONE-HOLD-COUNT) = 'H'
                           MOVE 'Y'
                             TO CHL-HELD-AT-LOAD(CLONE-HOLD-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLONE-HOLD-FILE.

      *    SHOW THE REGISTER EVIDENCE ONCE, THEN DECIDE EACH HELD
      *    CHARGE OF THE PLATE/DAY. ANY VOID SENDS THE OWNER ONE
      *    LETTER COVERING THE WHOLE DAY.
       REVIEW-PLATE-DAY.

           MOVE CHT-PLATE(CHIDX) TO WS-REVIEW-PLATE
           MOVE CHT-DATE(CHIDX)  TO WS-REVIEW-DATE

      *    AN EARLIER CHARGE OF THE SAME PLATE/DAY THAT WAS HELD WHEN
      *    THE SESSION STARTED HAS ALREADY OPENED THIS PLATE/DAY'S
      *    REVIEW, WHICH TOOK THIS CHARGE TOO. AN EARLIER CHARGE
      *    DECIDED IN A PAST SESSION DOES NOT COUNT - A LATER CLONE
      *    DETECTION RUN MAY HAVE HELD ANOTHER ZONE OF THE SAME DAY.
           PERFORM VARYING CHJDX FROM 1 BY 1
                   UNTIL CHJDX >= CHIDX
               IF CHT-PLATE(CHJDX) = WS-REVIEW-PLATE
                  AND CHT-DATE(CHJDX) = WS-REVIEW-DATE
                  AND CHL-HELD-AT-LOAD(CHJDX) = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE 0 TO WS-DAY-VOIDS
           MOVE 0 TO WS-DAY-VOID-TOTAL

           DISPLAY " "
           DISPLAY "PLATE " WS-REVIEW-PLATE " PASSAGE DATE "
               WS-REVIEW-DATE
           PERFORM VARYING SCIDX FROM 1 BY 1
                   UNTIL SCIDX > SUSPECT-CLONE-COUNT
               IF SCT-PLATE(SCIDX) = WS-REVIEW-PLATE
                  AND SCT-DATE(SCIDX) = WS-REVIEW-DATE
                   DISPLAY "  FLAGGED " SCT-FLAGGED-DATE(SCIDX)
                       " REASON " SCT-REASON(SCIDX) " - "
                       SCT-DETAIL(SCIDX)
               END-IF
           END-PERFORM

           MOVE WS-REVIEW-PLATE TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   MOVE 'N' TO WS-REGISTERED-FLAG
                   MOVE SPACES TO VREG-OWNER-ID VREG-VEHICLE-TYPE
                   DISPLAY "  PLATE NOT IN REGISTRY"
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REGISTERED-FLAG
                   DISPLAY "  REGISTERED " VREG-VEHICLE-TYPE
                       " OWNER " VREG-OWNER-ID
           END-READ

           PERFORM VARYING CHJDX FROM CHIDX BY 1
                   UNTIL CHJDX > CLONE-HOLD-COUNT
                      OR WS-QUIT-FLAG = 'Y'
               IF CHT-PLATE(CHJDX) = WS-REVIEW-PLATE
                  AND CHT-DATE(CHJDX) = WS-REVIEW-DATE
                  AND CHT-STATUS(CHJDX) = 'H'
                   PERFORM DECIDE-ONE-CHARGE
               END-IF
           END-PERFORM

           IF WS-DAY-VOIDS > 0
               PERFORM WRITE-OWNER-LETTER
           END-IF.

       DECIDE-ONE-CHARGE.

           MOVE CHT-TOTAL-FEE(CHJDX) TO WS-FEE-EDIT
           DISPLAY "  ZONE " CHT-ZONE-CODE(CHJDX) " "
               CHT-VEHICLE-TYPE(CHJDX) " FEE " WS-FEE-EDIT " SEK"

           MOVE SPACE TO WS-DECISION
           PERFORM UNTIL WS-DECISION = 'R' OR 'V' OR 'S' OR 'Q'
               DISPLAY "  R = RELEASE  V = VOID  S = SKIP  "
                   "Q = QUIT: "
               ACCEPT WS-DECISION
               MOVE FUNCTION UPPER-CASE(WS-DECISION) TO WS-DECISION
           END-PERFORM

           EVALUATE WS-DECISION
               WHEN 'R'
                   PERFORM RELEASE-HELD-CHARGE
               WHEN 'V'
                   PERFORM VOID-HELD-CHARGE
               WHEN 'S'
                   ADD 1 TO WS-CHARGES-SKIPPED
               WHEN 'Q'
                   MOVE 'Y' TO WS-QUIT-FLAG
           END-EVALUATE.

      *    THE VEHICLE REGISTRY WAS READ FOR THIS PLATE BY THE
      *    PLATE/DAY REVIEW. A PLATE STILL UNREGISTERED HAS NOBODY
      *    TO BILL, SO ITS RELEASED CHARGE JOINS THE OTHER
      *    UNKNOWN-PLATE CHARGES ON THE PENDING-BILLING-FILE.
       RELEASE-HELD-CHARGE.

           IF WS-REGISTERED-FLAG NOT = 'Y'
               MOVE CHT-PLATE(CHJDX)        TO PBIL-VEHICLE-ID
               MOVE CHT-VEHICLE-TYPE(CHJDX) TO PBIL-VEHICLE-TYPE
               MOVE CHT-DATE(CHJDX)         TO PBIL-DATE
               MOVE CHT-TOTAL-FEE(CHJDX)    TO PBIL-TOTAL-FEE
               MOVE CHT-ZONE-CODE(CHJDX)    TO PBIL-ZONE-CODE
               WRITE PENDING-BILL-REC
               ADD 1 TO WS-CHARGES-PENDING
           ELSE
               MOVE CHT-PLATE(CHJDX)        TO TRES-VEHICLE-ID
               MOVE VREG-VEHICLE-TYPE       TO TRES-VEHICLE-TYPE
               MOVE CHT-DATE(CHJDX)         TO TRES-DATE
               MOVE CHT-TOTAL-FEE(CHJDX)    TO TRES-TOTAL-FEE
               MOVE CHT-ZONE-CODE(CHJDX)    TO TRES-ZONE-CODE
               MOVE 'N'                     TO TRES-BILLED-FLAG
               MOVE 'N'                     TO TRES-DISPUTE-FLAG
               WRITE TOLL-RESULT-REC
                   INVALID KEY
                       PERFORM REPLACE-RELEASED-CHARGE
                   NOT INVALID KEY
                       ADD 1 TO WS-CHARGES-RELEASED
               END-WRITE
           END-IF

           MOVE 'R'              TO CHT-STATUS(CHJDX)
           MOVE WS-TODAY         TO CHT-DECIDED-DATE(CHJDX)
           MOVE WS-OPERATOR-ID   TO CHT-DECIDED-BY(CHJDX)

           MOVE "RELEAS" TO WS-LOG-ACTION
           PERFORM WRITE-CHANGE-LOG.

      *    THE KEY IS ALREADY ON THE RESULT STORE. THE SAME RULES AS
      *    THE BATCH RUN'S REPLACE-EXISTING-RESULT APPLY: A BILLED ROW
      *    WITH THE SAME FEE IS LEFT ALONE, AND A BILLED ROW WITH A
      *    DIFFERENT FEE QUEUES ITS PRIOR IMAGE FOR THE ADJUSTMENT
      *    RUN BEFORE BEING REPLACED.
       REPLACE-RELEASED-CHARGE.

           MOVE CHT-TOTAL-FEE(CHJDX) TO WS-RELEASE-NEW-FEE

           READ TOLL-RESULT-FILE
               INVALID KEY
                   DISPLAY "RESULT STORE ERROR ON "
                       CHT-PLATE(CHJDX) " " CHT-DATE(CHJDX)
                       " - CHARGE NOT POSTED"
                   EXIT PARAGRAPH
           END-READ

           IF TRES-BILLED-FLAG = 'Y'
               IF TRES-TOTAL-FEE = WS-RELEASE-NEW-FEE
                   ADD 1 TO WS-CHARGES-RELEASED
                   EXIT PARAGRAPH
               END-IF
               MOVE TRES-VEHICLE-ID   TO BHST-VEHICLE-ID
               MOVE TRES-DATE         TO BHST-DATE
               MOVE TRES-ZONE-CODE    TO BHST-ZONE-CODE
               MOVE TRES-VEHICLE-TYPE TO BHST-VEHICLE-TYPE
               MOVE TRES-TOTAL-FEE    TO BHST-TOTAL-FEE
               WRITE BILLED-HISTORY-REC
               MOVE 'N' TO TRES-BILLED-FLAG
           END-IF

           MOVE VREG-VEHICLE-TYPE    TO TRES-VEHICLE-TYPE
           MOVE WS-RELEASE-NEW-FEE   TO TRES-TOTAL-FEE
           REWRITE TOLL-RESULT-REC
           ADD 1 TO WS-CHARGES-RELEASED.

       VOID-HELD-CHARGE.

           MOVE 'V'              TO CHT-STATUS(CHJDX)
           MOVE WS-TODAY         TO CHT-DECIDED-DATE(CHJDX)
           MOVE WS-OPERATOR-ID   TO CHT-DECIDED-BY(CHJDX)
           ADD 1 TO WS-CHARGES-VOIDED
           ADD 1 TO WS-DAY-VOIDS
           ADD CHT-TOTAL-FEE(CHJDX) TO WS-DAY-VOID-TOTAL

           MOVE "VOID" TO WS-LOG-ACTION
           PERFORM WRITE-CHANGE-LOG.

      *    THE PASSAGES WERE MADE BY ANOTHER VEHICLE CARRYING THE
      *    OWNER'S PLATE - TELL THE OWNER WHAT WAS NOT CHARGED AND
      *    WHY, SO THEY CAN REPORT THE CLONED PLATE. AN UNREGISTERED
      *    PLATE HAS NOBODY TO WRITE TO.
       WRITE-OWNER-LETTER.

           IF VREG-OWNER-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CLONE-LETTER-LINE
           STRING "SUSPECTED CLONED PLATE - OWNER " VREG-OWNER-ID
               DELIMITED BY SIZE INTO CLONE-LETTER-LINE
           WRITE CLONE-LETTER-LINE

           MOVE VREG-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   MOVE "  OWNER NOT IN OWNER MASTER"
                     TO CLONE-LETTER-LINE
                   WRITE CLONE-LETTER-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE SPACES TO CLONE-LETTER-LINE
                   STRING "  " OWN-NAME
                       DELIMITED BY SIZE
                       INTO CLONE-LETTER-LINE
                   WRITE CLONE-LETTER-LINE
                   MOVE SPACES TO CLONE-LETTER-LINE
                   STRING "  " OWN-ADDRESS
                       DELIMITED BY SIZE
                       INTO CLONE-LETTER-LINE
                   WRITE CLONE-LETTER-LINE
           END-READ

           MOVE WS-DAY-VOID-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLONE-LETTER-LINE
           STRING "  PLATE " WS-REVIEW-PLATE " WAS READ ON "
               WS-REVIEW-DATE " BY A VEHICLE THAT WAS NOT YOURS."
               DELIMITED BY SIZE INTO CLONE-LETTER-LINE
           WRITE CLONE-LETTER-LINE
           MOVE SPACES TO CLONE-LETTER-LINE
           STRING "  " WS-AMOUNT-EDIT " SEK OF CHARGES HAVE BEEN "
               "CANCELLED. PLEASE REPORT THE"
               DELIMITED BY SIZE INTO CLONE-LETTER-LINE
           WRITE CLONE-LETTER-LINE
           MOVE "  COPIED PLATE TO THE POLICE."
             TO CLONE-LETTER-LINE
           WRITE CLONE-LETTER-LINE

           MOVE SPACES TO CLONE-LETTER-LINE
           WRITE CLONE-LETTER-LINE
           ADD 1 TO WS-LETTERS-WRITTEN.

       WRITE-CHANGE-LOG.

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP

           MOVE SPACES TO WS-LOG-KEY
           STRING CHT-PLATE(CHJDX) CHT-DATE(CHJDX)
               CHT-ZONE-CODE(CHJDX)
               DELIMITED BY SIZE INTO WS-LOG-KEY

           MOVE SPACES TO CHANGE-LOG-LINE
           STRING WS-LOG-TIMESTAMP " " WS-OPERATOR-ID " "
               WS-LOG-MASTER " " WS-LOG-ACTION " " WS-LOG-KEY
               DELIMITED BY SIZE INTO CHANGE-LOG-LINE
           WRITE CHANGE-LOG-LINE.

      *    WRITE THE HOLD TABLE BACK OVER THE LINE SEQUENTIAL FILE IN
      *    ONE PASS WITH EVERY DECISION TAKEN THIS SESSION
       REWRITE-CLONE-HOLDS.

           OPEN OUTPUT CLONE-HOLD-FILE
           PERFORM VARYING CHIDX FROM 1 BY 1
                   UNTIL CHIDX > CLONE-HOLD-COUNT
               MOVE CLONE-HOLD-ENTRY(CHIDX) TO CLONE-HOLD-REC
               WRITE CLONE-HOLD-REC
           END-PERFORM
           CLOSE CLONE-HOLD-FILE.
