      *                THE SESSION STARTS WITH OPERATOR SIGN-ON
      *                AGAINST THE OPERATOR-FILE, AND THE
      *                MONEY-BEARING MASTERS (ZONE RATES, ZONE CAPS,
      *                COMBINED CAPS, VEHICLE-CLASS TARIFFS) GO
      *                THROUGH A TWO-PERSON
      *                APPROVAL: THE FIRST OPERATOR'S CHANGE IS
      *                QUEUED ON THE PENDING-CHANGE-FILE AND A
      *                DIFFERENT OPERATOR MUST REVIEW AND APPLY IT
      *                BEFORE THE LIVE MASTER MOVES. REGISTRY AND
      *                HOLIDAY MAINTENANCE STAY SINGLE-OPERATOR.
      *                BEFORE WALKING THE QUEUE THE REVIEWER CAN RUN
      *                THE REVENUE SIMULATION, WHICH REPLAYS A PERIOD
      *                OF PASSAGES ON THE LIVE MASTERS AND AGAIN WITH
      *                THE WHOLE QUEUE APPLIED, AND READ ITS REPORT.
      *                NO CHANGE MAY REACH BACK INTO A LOCKED BILLING
      *                MONTH: A REGISTRY EXEMPTION WINDOW, A HOLIDAY
      *                DATE OR A QUEUED MONEY-BEARING CHANGE WHOSE
      *                EFFECT WOULD FALL IN A MONTH THE PERIOD CLOSE
      *                HAS LOCKED IS REFUSED (A QUEUED CHANGE STAYS ON
      *                THE QUEUE) UNTIL A SUPERVISOR REOPENS THE MONTH.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCAP-FILE-STATUS.

           SELECT OPTIONAL TARIFF-CLASS-FILE
               ASSIGN TO "COBOL/DATA/TARIFFCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCLS-FILE-STATUS.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "COBOL/DATA/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

      *    THE REPORT LEFT BY THE REVENUE SIMULATION, SHOWN TO THE
      *    REVIEWER BEFORE THE QUEUE IS WALKED
           SELECT OPTIONAL REVENUE-SIM-FILE
               ASSIGN TO "COBOL/DATA/REVENUE-SIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVSIM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  COMBINED-CAP-FILE.
       COPY "COMBCAP.cpy".

       FD  TARIFF-CLASS-FILE.
       COPY "TARIFFCLS.cpy".

      *    ONE LINE PER OPERATOR AUTHORISED TO RUN MAINTENANCE -
      *    MAINTAINED BY THE SYSTEM OWNER, NOT THROUGH THIS PROGRAM
       FD  OPERATOR-FILE.
       FD  PENDING-CHANGE-FILE.
       COPY "PENDCHGREC.cpy".

       FD  REVENUE-SIM-FILE.
       01  REVENUE-SIM-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-ZCAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CHANGELOG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-CCAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-TCLS-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-OPERATOR-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-REVSIM-FILE-STATUS     PIC X(2)  VALUE SPACES.

       01  WS-OPERATOR-ID            PIC X(10).

               10  CCT-EFF-TO        PIC X(08).
       01  COMBINED-CAP-COUNT        PIC 9(02) VALUE 0.

       01  TARIFF-CLASS-TABLE.
           05  TARIFF-CLASS-ENTRY OCCURS 500 TIMES.
               10  TCT-ZONE-CODE     PIC X(04).
               10  TCT-VEHICLE-TYPE  PIC X(10).
               10  TCT-METHOD        PIC X(01).
               10  TCT-MULTIPLIER    PIC 9(01)V9(02).
               10  TCT-FIXED-FEE     PIC 9(03).
               10  TCT-MAX-DAILY-FEE PIC 9(03).
               10  TCT-EFF-FROM      PIC X(08).
               10  TCT-EFF-TO        PIC X(08).
       01  TARIFF-CLASS-COUNT        PIC 9(03) VALUE 0.

      *    THE QUEUE OF CHANGES AWAITING A SECOND OPERATOR, HELD IN
      *    FULL DURING THE SESSION AND REWRITTEN IN ONE PASS. A ROW
      *    APPLIED OR REJECTED DURING REVIEW IS FLAGGED DONE AND
                   15  PQ-OLD-END-HOUR   PIC 9(02).
                   15  PQ-OLD-END-MIN    PIC 9(02).
                   15  PQ-OLD-EFF-FROM   PIC X(08).
                   15  PQ-VEHICLE-TYPE   PIC X(10).
                   15  PQ-METHOD         PIC X(01).
                   15  PQ-MULTIPLIER     PIC 9(01)V9(02).
                   15  PQ-MAX-DAILY-FEE  PIC 9(03).
               10  PQ-DONE-FLAG      PIC X(01).
       01  PENDING-CHANGE-COUNT      PIC 9(03) VALUE 0.
       01  PIDX                      PIC 9(03).
       01  WS-REVIEW-ACTION          PIC X     VALUE SPACE.
       01  WS-SIMULATE-ANSWER        PIC X     VALUE SPACE.
       01  WS-APPLY-OK               PIC X     VALUE 'N'.
       01  WS-QUEUE-ACTION           PIC X(06).

       01  WS-EFF-FROM-ENTRY         PIC X(08).
       01  WS-EFF-TO-ENTRY           PIC X(08).

      *    VEHICLE-CLASS TARIFF FIELDS - THE FIXED FEE TRAVELS IN
      *    WS-FEE-NUM LIKE EVERY OTHER FEE. THE MULTIPLIER IS KEYED
      *    AS THREE DIGITS WITH TWO IMPLIED DECIMALS (150 = 1.50).
       01  WS-METHOD-ENTRY           PIC X(01).
       01  WS-MULT-ENTRY             PIC X(03).
       01  WS-MULT-NUM               PIC 9(01)V9(02).
       01  WS-CLASS-CAP-NUM          PIC 9(03).

      *    BAND OVERLAP CHECK WORK FIELDS - TWO BANDS FOR THE SAME
      *    ZONE MUST NOT OVERLAP IN TIME OF DAY WHILE THEIR EFFECTIVE
      *    WINDOWS ALSO OVERLAP
       01  WS-OVERLAP-FLAG           PIC X     VALUE 'N'.
       01  WS-SKIP-ENTRY             PIC 9(03) VALUE 0.

      *    PERIOD LOCK CHECK WORK FIELDS - A CHANGE IS TESTED ONLY
      *    OVER THE DATES IT ACTUALLY ALTERS, SO END-DATING AN ENTRY
      *    THAT STARTED IN A LOCKED MONTH IS STILL ALLOWED
       01  WS-LOCK-ACTION            PIC X(06).
       01  WS-LOCK-FROM              PIC X(08).
       01  WS-LOCK-TO                PIC X(08).
       01  WS-PRIOR-EFF-FROM         PIC X(08).
       01  WS-PRIOR-EFF-TO           PIC X(08).
       01  WS-NEW-EFF-FROM           PIC X(08).
       01  WS-NEW-EFF-TO             PIC X(08).
       01  WS-CONTENT-CHANGED        PIC X     VALUE 'N'.
       01  WS-WINDOW-LOCKED          PIC X     VALUE 'N'.
       01  WS-PERIOD-STATUS          PIC X     VALUE SPACE.
       01  WS-LOCKED-PERIOD          PIC X(06).

      *    DATE/TIME VALIDATION - THE SAME CHECKS TOLLCALCULATOR
      *    APPLIES ON INPUT
       01  WS-DATE-VALID-FLAG        PIC X VALUE 'Y'.
               DISPLAY "  R = ZONE RATE BANDS     (TWO-PERSON)"
               DISPLAY "  C = ZONE CAPS           (TWO-PERSON)"
               DISPLAY "  B = COMBINED CAPS       (TWO-PERSON)"
               DISPLAY "  T = TARIFF CLASSES      (TWO-PERSON)"
               DISPLAY "  P = REVIEW PENDING CHANGES"
               DISPLAY "  X = EXIT"
               DISPLAY "CHOOSE MASTER: "
               IF WS-MENU-CHOICE = 'B'
                   PERFORM MAINTAIN-COMBINED-CAPS
               END-IF
               IF WS-MENU-CHOICE = 'T'
                   PERFORM MAINTAIN-TARIFF-CLASSES
               END-IF
               IF WS-MENU-CHOICE = 'P'
                   PERFORM REVIEW-PENDING-CHANGES
               END-IF

           PERFORM PROMPT-REGISTRY-FIELDS

           IF WS-EXEMPT-ENTRY = 'Y'
               MOVE "ADD"             TO WS-LOCK-ACTION
               MOVE WS-EFF-FROM-ENTRY TO WS-NEW-EFF-FROM
               MOVE WS-EFF-TO-ENTRY   TO WS-NEW-EFF-TO
               PERFORM CHECK-CHANGE-LOCKED
               IF WS-WINDOW-LOCKED = 'Y'
                   DISPLAY "EXEMPTION WINDOW REACHES INTO LOCKED "
                       "PERIOD " WS-LOCKED-PERIOD
                       " - REGISTRY ENTRY NOT ADDED"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-PLATE-ENTRY    TO VREG-PLATE
           MOVE WS-TYPE-ENTRY     TO VREG-VEHICLE-TYPE
           MOVE WS-EXEMPT-ENTRY   TO VREG-EXEMPT-FLAG
                       " FROM " VREG-EXEMPT-FROM
                       " TO " VREG-EXEMPT-TO
                   PERFORM PROMPT-REGISTRY-FIELDS
                   PERFORM CHECK-EXEMPTION-LOCKED
                   IF WS-WINDOW-LOCKED = 'Y'
                       DISPLAY "EXEMPTION CHANGE REACHES INTO LOCKED "
                           "PERIOD " WS-LOCKED-PERIOD
                           " - REGISTRY ENTRY NOT UPDATED"
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-TYPE-ENTRY     TO VREG-VEHICLE-TYPE
                   MOVE WS-EXEMPT-ENTRY   TO VREG-EXEMPT-FLAG
                   MOVE WS-OWNER-ENTRY    TO VREG-OWNER-ID
                   DISPLAY "REGISTRY ENTRY UPDATED"
           END-READ.

      *    ONLY THE EXEMPTION WINDOW DECIDES WHETHER A PASSAGE IS
      *    CHARGED, SO ONLY A CHANGE TO IT IS TESTED AGAINST THE
      *    LOCKED MONTHS. THE RECORD STILL HOLDS THE OLD VALUES HERE.
       CHECK-EXEMPTION-LOCKED.

           MOVE 'N' TO WS-WINDOW-LOCKED
           MOVE VREG-EXEMPT-FROM  TO WS-PRIOR-EFF-FROM
           MOVE VREG-EXEMPT-TO    TO WS-PRIOR-EFF-TO
           MOVE WS-EFF-FROM-ENTRY TO WS-NEW-EFF-FROM
           MOVE WS-EFF-TO-ENTRY   TO WS-NEW-EFF-TO
           MOVE 'N'               TO WS-CONTENT-CHANGED

           EVALUATE TRUE
               WHEN VREG-EXEMPT-FLAG NOT = 'Y'
                    AND WS-EXEMPT-ENTRY = 'Y'
                   MOVE "ADD"    TO WS-LOCK-ACTION
               WHEN VREG-EXEMPT-FLAG = 'Y'
                    AND WS-EXEMPT-ENTRY NOT = 'Y'
                   MOVE "DELETE" TO WS-LOCK-ACTION
               WHEN VREG-EXEMPT-FLAG = 'Y'
                   MOVE "UPDATE" TO WS-LOCK-ACTION
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           PERFORM CHECK-CHANGE-LOCKED.

       DELETE-REGISTRY-ENTRY.

           MOVE WS-PLATE-ENTRY TO VREG-PLATE
           PERFORM VALIDATED-DATE-PROMPT
           MOVE WS-DATE-ENTRY TO WS-LOG-KEY

      *    A HOLIDAY ONLY EVER CHANGES THE CHARGES OF ITS OWN DATE
           MOVE WS-DATE-ENTRY TO WS-LOCK-FROM
           MOVE WS-DATE-ENTRY TO WS-LOCK-TO
           PERFORM CHECK-WINDOW-LOCKED
           IF WS-WINDOW-LOCKED = 'Y'
               DISPLAY "HOLIDAY FALLS IN LOCKED PERIOD "
                   WS-LOCKED-PERIOD " - NO CHANGE MADE"
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FOUND-FLAG
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > HOLIDAY-COUNT
           END-PERFORM
           CLOSE COMBINED-CAP-FILE.

      ******************************************************************
      *    VEHICLE-CLASS TARIFFS - TWO-PERSON, QUEUED LIKE THE RATE
      *    BANDS. A CLASS IS IDENTIFIED BY ZONE, VEHICLE TYPE AND
      *    EFFECTIVE-FROM DATE, AND TWO VERSIONS FOR THE SAME ZONE
      *    AND TYPE MUST NOT BE IN FORCE ON THE SAME DAY.
      ******************************************************************
       MAINTAIN-TARIFF-CLASSES.

           PERFORM PROMPT-ACTION
           PERFORM LOAD-TARIFF-CLASS-TABLE

           DISPLAY "ENTER ZONE CODE: "
           ACCEPT WS-ZONE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-ZONE-ENTRY) TO WS-ZONE-ENTRY
           DISPLAY "ENTER VEHICLE TYPE: "
           ACCEPT WS-TYPE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-TYPE-ENTRY) TO WS-TYPE-ENTRY

           IF WS-ACTION = 'A'
               MOVE SPACES TO WS-OLD-EFF-FROM
               PERFORM PROMPT-TARIFF-FIELDS
               MOVE 0 TO WS-SKIP-ENTRY
               PERFORM CHECK-CLASS-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   DISPLAY "WINDOW OVERLAPS A CLASS ALREADY ON FILE "
                       "FOR THIS ZONE AND TYPE - NOT QUEUED"
               ELSE
                   MOVE "ADD" TO WS-QUEUE-ACTION
                   PERFORM QUEUE-TARIFF-CHANGE
               END-IF
           END-IF
           IF WS-ACTION = 'U' OR WS-ACTION = 'D'
               PERFORM PICK-TARIFF-CLASS-ENTRY
               IF WS-ENTRY-PICK > 0
                   MOVE TCT-EFF-FROM(WS-ENTRY-PICK)
                     TO WS-OLD-EFF-FROM
                   IF WS-ACTION = 'U'
                       PERFORM PROMPT-TARIFF-FIELDS
                       MOVE WS-ENTRY-PICK TO WS-SKIP-ENTRY
                       PERFORM CHECK-CLASS-OVERLAP
                       IF WS-OVERLAP-FLAG = 'Y'
                           DISPLAY "WINDOW OVERLAPS ANOTHER CLASS FOR "
                               "THIS ZONE AND TYPE - NOT QUEUED"
                       ELSE
                           MOVE "UPDATE" TO WS-QUEUE-ACTION
                           PERFORM QUEUE-TARIFF-CHANGE
                       END-IF
                   ELSE
                       DISPLAY "CONFIRM QUEUE DELETE (Y/N): "
                       ACCEPT WS-CONFIRM
                       IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                           MOVE SPACES TO WS-METHOD-ENTRY
                           MOVE 0 TO WS-FEE-NUM WS-MULT-NUM
                                     WS-CLASS-CAP-NUM
                           MOVE SPACES TO WS-EFF-FROM-ENTRY
                                          WS-EFF-TO-ENTRY
                           MOVE "DELETE" TO WS-QUEUE-ACTION
                           PERFORM QUEUE-TARIFF-CHANGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       QUEUE-TARIFF-CHANGE.

           MOVE 0 TO WS-START-HOUR WS-START-MIN
                     WS-END-HOUR WS-END-MIN
                     WS-OLD-START-HOUR WS-OLD-START-MINUTE
                     WS-OLD-END-HOUR WS-OLD-END-MINUTE
           MOVE "TARIFCLS" TO WS-LOG-MASTER
           PERFORM ADD-PENDING-ENTRY.

       PICK-TARIFF-CLASS-ENTRY.

           MOVE 0 TO WS-ENTRY-PICK
           MOVE 'N' TO WS-FOUND-FLAG

           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > TARIFF-CLASS-COUNT
               IF TCT-ZONE-CODE(MIDX) = WS-ZONE-ENTRY
                  AND TCT-VEHICLE-TYPE(MIDX) = WS-TYPE-ENTRY
                   MOVE 'Y' TO WS-FOUND-FLAG
                   DISPLAY "  " MIDX ": METHOD " TCT-METHOD(MIDX)
                       " MULT " TCT-MULTIPLIER(MIDX)
                       " FIXED " TCT-FIXED-FEE(MIDX)
                       " CAP " TCT-MAX-DAILY-FEE(MIDX)
                       " FROM " TCT-EFF-FROM(MIDX)
                       " TO " TCT-EFF-TO(MIDX)
               END-IF
           END-PERFORM

           IF WS-FOUND-FLAG = 'N'
               DISPLAY "NO TARIFF CLASS ON FILE FOR ZONE "
                   WS-ZONE-ENTRY " TYPE " WS-TYPE-ENTRY
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER ENTRY NUMBER: "
           ACCEPT WS-ENTRY-PICK

           IF WS-ENTRY-PICK < 1 OR WS-ENTRY-PICK > TARIFF-CLASS-COUNT
               DISPLAY "INVALID ENTRY NUMBER"
               MOVE 0 TO WS-ENTRY-PICK
           ELSE
               IF TCT-ZONE-CODE(WS-ENTRY-PICK) NOT = WS-ZONE-ENTRY
                  OR TCT-VEHICLE-TYPE(WS-ENTRY-PICK)
                     NOT = WS-TYPE-ENTRY
                   DISPLAY "ENTRY " WS-ENTRY-PICK " IS NOT FOR ZONE "
                       WS-ZONE-ENTRY " TYPE " WS-TYPE-ENTRY
                   MOVE 0 TO WS-ENTRY-PICK
               END-IF
           END-IF.

      *    M PRICES EVERY CHARGEABLE BAND AT BAND FEE X MULTIPLIER,
      *    F PRICES IT AT ONE FIXED FEE. THE CLASS CAP REPLACES THE
      *    ZONE CAP; ZERO LEAVES THE ZONE CAP IN PLACE.
       PROMPT-TARIFF-FIELDS.

           MOVE SPACES TO WS-METHOD-ENTRY
           PERFORM UNTIL WS-METHOD-ENTRY = 'M' OR WS-METHOD-ENTRY = 'F'
               DISPLAY "PRICING METHOD (M=MULTIPLIER, F=FIXED FEE): "
               ACCEPT WS-METHOD-ENTRY
               MOVE FUNCTION UPPER-CASE(WS-METHOD-ENTRY)
                 TO WS-METHOD-ENTRY
           END-PERFORM

           MOVE 0 TO WS-MULT-NUM WS-FEE-NUM
           IF WS-METHOD-ENTRY = 'M'
               MOVE SPACES TO WS-MULT-ENTRY
               PERFORM UNTIL WS-MULT-ENTRY IS NUMERIC
                             AND WS-MULT-NUM > 0
                   DISPLAY "ENTER MULTIPLIER (3 DIGITS, 150 = 1.50): "
                   ACCEPT WS-MULT-ENTRY
                   IF WS-MULT-ENTRY IS NUMERIC
                       COMPUTE WS-MULT-NUM =
                           FUNCTION NUMVAL(WS-MULT-ENTRY) / 100
                   END-IF
                   IF WS-MULT-ENTRY IS NOT NUMERIC OR WS-MULT-NUM = 0
                       DISPLAY "MULTIPLIER MUST BE NUMERIC AND NOT "
                           "ZERO"
                   END-IF
               END-PERFORM
           ELSE
               MOVE SPACES TO WS-FEE-ENTRY
               PERFORM UNTIL WS-FEE-ENTRY IS NUMERIC
                   DISPLAY "ENTER FIXED FEE (SEK, 3 DIGITS): "
                   ACCEPT WS-FEE-ENTRY
                   IF WS-FEE-ENTRY IS NOT NUMERIC
                       DISPLAY "FEE MUST BE NUMERIC"
                   END-IF
               END-PERFORM
               MOVE FUNCTION NUMVAL(WS-FEE-ENTRY) TO WS-FEE-NUM
           END-IF

           MOVE SPACES TO WS-FEE-ENTRY
           PERFORM UNTIL WS-FEE-ENTRY IS NUMERIC
               DISPLAY "ENTER CLASS MAX DAILY FEE (SEK, 3 DIGITS, "
                   "000 = ZONE CAP): "
               ACCEPT WS-FEE-ENTRY
               IF WS-FEE-ENTRY IS NOT NUMERIC
                   DISPLAY "FEE MUST BE NUMERIC"
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-FEE-ENTRY) TO WS-CLASS-CAP-NUM

           PERFORM PROMPT-EFFECTIVE-WINDOW.

      *    TWO CLASSES FOR THE SAME ZONE AND TYPE OVERLAP WHEN EACH
      *    STARTS BEFORE THE OTHER ENDS (BLANK FROM = SINCE ALWAYS,
      *    BLANK TO = STILL IN FORCE). WS-SKIP-ENTRY IS THE ENTRY
      *    BEING UPDATED, WHICH MAY OF COURSE OVERLAP ITSELF.
       CHECK-CLASS-OVERLAP.

           MOVE 'N' TO WS-OVERLAP-FLAG

           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > TARIFF-CLASS-COUNT
               IF MIDX NOT = WS-SKIP-ENTRY
                  AND TCT-ZONE-CODE(MIDX) = WS-ZONE-ENTRY
                  AND TCT-VEHICLE-TYPE(MIDX) = WS-TYPE-ENTRY
                  AND (TCT-EFF-TO(MIDX) = SPACES
                       OR WS-EFF-FROM-ENTRY <= TCT-EFF-TO(MIDX))
                  AND (WS-EFF-TO-ENTRY = SPACES
                       OR TCT-EFF-FROM(MIDX) <= WS-EFF-TO-ENTRY)
                   MOVE 'Y' TO WS-OVERLAP-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       LOAD-TARIFF-CLASS-TABLE.

           MOVE 0 TO TARIFF-CLASS-COUNT

           OPEN INPUT TARIFF-CLASS-FILE
           IF WS-TCLS-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ TARIFF-CLASS-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF TARIFF-CLASS-COUNT >= 500
                               DISPLAY "TARIFF CLASS TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO TARIFF-CLASS-COUNT
                           MOVE TARIFF-CLASS-REC
                             TO TARIFF-CLASS-ENTRY(TARIFF-CLASS-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TARIFF-CLASS-FILE.

       REWRITE-TARIFF-CLASS-FILE.

           OPEN OUTPUT TARIFF-CLASS-FILE
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > TARIFF-CLASS-COUNT
               MOVE TARIFF-CLASS-ENTRY(MIDX) TO TARIFF-CLASS-REC
               WRITE TARIFF-CLASS-REC
           END-PERFORM
           CLOSE TARIFF-CLASS-FILE.

      ******************************************************************
      *    PENDING-CHANGE QUEUE - QUEUEING, REVIEW AND APPLY
      ******************************************************************
             TO PQ-OLD-END-MIN(PENDING-CHANGE-COUNT)
           MOVE WS-OLD-EFF-FROM
             TO PQ-OLD-EFF-FROM(PENDING-CHANGE-COUNT)
           IF WS-LOG-MASTER = "TARIFCLS"
               MOVE WS-TYPE-ENTRY
                 TO PQ-VEHICLE-TYPE(PENDING-CHANGE-COUNT)
               MOVE WS-METHOD-ENTRY
                 TO PQ-METHOD(PENDING-CHANGE-COUNT)
               MOVE WS-MULT-NUM
                 TO PQ-MULTIPLIER(PENDING-CHANGE-COUNT)
               MOVE WS-CLASS-CAP-NUM
                 TO PQ-MAX-DAILY-FEE(PENDING-CHANGE-COUNT)
           ELSE
               MOVE SPACES TO PQ-VEHICLE-TYPE(PENDING-CHANGE-COUNT)
                              PQ-METHOD(PENDING-CHANGE-COUNT)
               MOVE 0 TO PQ-MULTIPLIER(PENDING-CHANGE-COUNT)
                         PQ-MAX-DAILY-FEE(PENDING-CHANGE-COUNT)
           END-IF
           MOVE 'N' TO PQ-DONE-FLAG(PENDING-CHANGE-COUNT)

           PERFORM REWRITE-PENDING-FILE
                   MOVE "Q-DEL"  TO WS-LOG-ACTION
           END-EVALUATE
           MOVE WS-ZONE-ENTRY TO WS-LOG-KEY
           IF WS-LOG-MASTER = "TARIFCLS"
               MOVE WS-TYPE-ENTRY TO WS-LOG-KEY(6:10)
           END-IF
           PERFORM WRITE-CHANGE-LOG

           DISPLAY "CHANGE QUEUED FOR SECOND-OPERATOR REVIEW".
               EXIT PARAGRAPH
           END-IF

           DISPLAY "SIMULATE REVENUE IMPACT OF THE QUEUE FIRST "
               "(Y/N): "
           ACCEPT WS-SIMULATE-ANSWER
           MOVE FUNCTION UPPER-CASE(WS-SIMULATE-ANSWER)
             TO WS-SIMULATE-ANSWER
           IF WS-SIMULATE-ANSWER = 'Y'
               PERFORM RUN-REVENUE-SIMULATION
           END-IF

           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PENDING-CHANGE-COUNT
               IF PQ-DONE-FLAG(PIDX) NOT = 'Y'

           PERFORM REWRITE-PENDING-FILE.

      *    THE SIMULATION READS THE QUEUE FROM DISK, SO IT IS
      *    REWRITTEN FIRST. THE PROGRAM IS CANCELLED AFTER EACH RUN SO
      *    A SECOND SIMULATION IN THE SAME SESSION STARTS CLEAN.
       RUN-REVENUE-SIMULATION.

           PERFORM REWRITE-PENDING-FILE

           CALL "REVENUESIM"
               ON EXCEPTION
                   DISPLAY "REVENUE SIMULATION COULD NOT BE STARTED"
                   EXIT PARAGRAPH
           END-CALL
           CANCEL "REVENUESIM"

           OPEN INPUT REVENUE-SIM-FILE
           IF WS-REVSIM-FILE-STATUS = "00"
               DISPLAY " "
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ REVENUE-SIM-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           DISPLAY REVENUE-SIM-LINE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REVENUE-SIM-FILE.

       REVIEW-ONE-PENDING-CHANGE.

           DISPLAY " "
                   DISPLAY "  COMBINED CAP " PQ-FEE(PIDX)
                       " FROM " PQ-EFF-FROM(PIDX)
                       " TO " PQ-EFF-TO(PIDX)
               WHEN "TARIFCLS"
                   DISPLAY "  ZONE " PQ-ZONE-CODE(PIDX)
                       " TYPE " PQ-VEHICLE-TYPE(PIDX)
                       " METHOD " PQ-METHOD(PIDX)
                       " MULT " PQ-MULTIPLIER(PIDX)
                       " FIXED " PQ-FEE(PIDX)
                       " CAP " PQ-MAX-DAILY-FEE(PIDX)
                       " FROM " PQ-EFF-FROM(PIDX)
                       " TO " PQ-EFF-TO(PIDX)
               WHEN OTHER
                   DISPLAY "  ZONE " PQ-ZONE-CODE(PIDX)
                       " CAP " PQ-FEE(PIDX)
                       PERFORM APPLY-CAP-CHANGE
                   WHEN "COMBCAP"
                       PERFORM APPLY-COMB-CHANGE
                   WHEN "TARIFCLS"
                       PERFORM APPLY-TARIFF-CHANGE
                   WHEN OTHER
                       DISPLAY "UNRECOGNISED MASTER - CHANGE LEFT "
                           "ON THE QUEUE"
                   MOVE PQ-MASTER(PIDX) TO WS-LOG-MASTER
                   MOVE PQ-ACTION(PIDX) TO WS-LOG-ACTION
                   MOVE PQ-ZONE-CODE(PIDX) TO WS-LOG-KEY
                   IF PQ-MASTER(PIDX) = "TARIFCLS"
                       MOVE PQ-VEHICLE-TYPE(PIDX) TO WS-LOG-KEY(6:10)
                   END-IF
                   PERFORM WRITE-CHANGE-LOG
                   DISPLAY "CHANGE APPLIED"
               END-IF
                   MOVE PQ-MASTER(PIDX) TO WS-LOG-MASTER
                   MOVE "REJECT" TO WS-LOG-ACTION
                   MOVE PQ-ZONE-CODE(PIDX) TO WS-LOG-KEY
                   IF PQ-MASTER(PIDX) = "TARIFCLS"
                       MOVE PQ-VEHICLE-TYPE(PIDX) TO WS-LOG-KEY(6:10)
                   END-IF
                   PERFORM WRITE-CHANGE-LOG
                   DISPLAY "CHANGE REJECTED"
               END-IF
                   DISPLAY "ZONE RATE TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               PERFORM CHECK-PENDING-LOCK
               IF WS-WINDOW-LOCKED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SKIP-ENTRY
               PERFORM CHECK-BAND-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
               EXIT PARAGRAPH
           END-IF

           MOVE ZRT-EFF-FROM(WS-ENTRY-PICK) TO WS-PRIOR-EFF-FROM
           MOVE ZRT-EFF-TO(WS-ENTRY-PICK)   TO WS-PRIOR-EFF-TO
           MOVE 'N' TO WS-CONTENT-CHANGED
           IF ZRT-START-HOUR(WS-ENTRY-PICK) NOT = WS-START-HOUR
              OR ZRT-START-MIN(WS-ENTRY-PICK) NOT = WS-START-MIN
              OR ZRT-END-HOUR(WS-ENTRY-PICK) NOT = WS-END-HOUR
              OR ZRT-END-MIN(WS-ENTRY-PICK) NOT = WS-END-MIN
              OR ZRT-FEE(WS-ENTRY-PICK) NOT = WS-FEE-NUM
               MOVE 'Y' TO WS-CONTENT-CHANGED
           END-IF
           PERFORM CHECK-PENDING-LOCK
           IF WS-WINDOW-LOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF PQ-ACTION(PIDX) = "UPDATE"
               MOVE WS-ENTRY-PICK TO WS-SKIP-ENTRY
               PERFORM CHECK-BAND-OVERLAP
                   DISPLAY "ZONE CAP TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               PERFORM CHECK-PENDING-LOCK
               IF WS-WINDOW-LOCKED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ZONE-CAP-COUNT
               MOVE PQ-ZONE-CODE(PIDX)
                 TO ZCT-ZONE-CODE(ZONE-CAP-COUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE ZCT-EFF-FROM(WS-ENTRY-PICK) TO WS-PRIOR-EFF-FROM
           MOVE ZCT-EFF-TO(WS-ENTRY-PICK)   TO WS-PRIOR-EFF-TO
           MOVE 'N' TO WS-CONTENT-CHANGED
           IF ZCT-MAX-DAILY-FEE(WS-ENTRY-PICK) NOT = PQ-FEE(PIDX)
               MOVE 'Y' TO WS-CONTENT-CHANGED
           END-IF
           PERFORM CHECK-PENDING-LOCK
           IF WS-WINDOW-LOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF PQ-ACTION(PIDX) = "UPDATE"
               MOVE PQ-FEE(PIDX)
                 TO ZCT-MAX-DAILY-FEE(WS-ENTRY-PICK)
                   DISPLAY "COMBINED CAP TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               PERFORM CHECK-PENDING-LOCK
               IF WS-WINDOW-LOCKED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMBINED-CAP-COUNT
               MOVE PQ-FEE(PIDX)
                 TO CCT-MAX-DAILY-FEE(COMBINED-CAP-COUNT)
               EXIT PARAGRAPH
           END-IF

           MOVE CCT-EFF-FROM(WS-ENTRY-PICK) TO WS-PRIOR-EFF-FROM
           MOVE CCT-EFF-TO(WS-ENTRY-PICK)   TO WS-PRIOR-EFF-TO
           MOVE 'N' TO WS-CONTENT-CHANGED
           IF CCT-MAX-DAILY-FEE(WS-ENTRY-PICK) NOT = PQ-FEE(PIDX)
               MOVE 'Y' TO WS-CONTENT-CHANGED
           END-IF
           PERFORM CHECK-PENDING-LOCK
           IF WS-WINDOW-LOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF PQ-ACTION(PIDX) = "UPDATE"
               MOVE PQ-FEE(PIDX)
                 TO CCT-MAX-DAILY-FEE(WS-ENTRY-PICK)
           PERFORM REWRITE-COMBINED-CAP-FILE
           MOVE 'Y' TO WS-APPLY-OK.

      *    APPLY A QUEUED VEHICLE-CLASS CHANGE. THE WINDOW OVERLAP
      *    CHECK RUNS AGAIN AGAINST THE MASTER AS IT STANDS NOW.
       APPLY-TARIFF-CHANGE.

           PERFORM LOAD-TARIFF-CLASS-TABLE

           MOVE PQ-ZONE-CODE(PIDX)    TO WS-ZONE-ENTRY
           MOVE PQ-VEHICLE-TYPE(PIDX) TO WS-TYPE-ENTRY
           MOVE PQ-EFF-FROM(PIDX)     TO WS-EFF-FROM-ENTRY
           MOVE PQ-EFF-TO(PIDX)       TO WS-EFF-TO-ENTRY

           IF PQ-ACTION(PIDX) = "ADD"
               IF TARIFF-CLASS-COUNT >= 500
                   DISPLAY "TARIFF CLASS TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               PERFORM CHECK-PENDING-LOCK
               IF WS-WINDOW-LOCKED = 'Y'
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SKIP-ENTRY
               PERFORM CHECK-CLASS-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   DISPLAY "CLASS NOW OVERLAPS AN IN-FORCE CLASS - "
                       "NOT APPLIED, LEFT ON THE QUEUE"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TARIFF-CLASS-COUNT
               MOVE TARIFF-CLASS-COUNT TO WS-ENTRY-PICK
               MOVE WS-ZONE-ENTRY TO TCT-ZONE-CODE(WS-ENTRY-PICK)
               MOVE WS-TYPE-ENTRY TO TCT-VEHICLE-TYPE(WS-ENTRY-PICK)
               PERFORM MOVE-PENDING-TARIFF-FIELDS
               PERFORM REWRITE-TARIFF-CLASS-FILE
               MOVE 'Y' TO WS-APPLY-OK
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENTRY-PICK
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > TARIFF-CLASS-COUNT
               IF TCT-ZONE-CODE(MIDX) = PQ-ZONE-CODE(PIDX)
                  AND TCT-VEHICLE-TYPE(MIDX) = PQ-VEHICLE-TYPE(PIDX)
                  AND TCT-EFF-FROM(MIDX) = PQ-OLD-EFF-FROM(PIDX)
                   MOVE MIDX TO WS-ENTRY-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ENTRY-PICK = 0
               DISPLAY "TARGET CLASS NO LONGER ON FILE - CHANGE "
                   "DROPPED"
               MOVE 'Y' TO PQ-DONE-FLAG(PIDX)
               EXIT PARAGRAPH
           END-IF

           MOVE TCT-EFF-FROM(WS-ENTRY-PICK) TO WS-PRIOR-EFF-FROM
           MOVE TCT-EFF-TO(WS-ENTRY-PICK)   TO WS-PRIOR-EFF-TO
           MOVE 'N' TO WS-CONTENT-CHANGED
           IF TCT-METHOD(WS-ENTRY-PICK) NOT = PQ-METHOD(PIDX)
              OR TCT-MULTIPLIER(WS-ENTRY-PICK)
                 NOT = PQ-MULTIPLIER(PIDX)
              OR TCT-FIXED-FEE(WS-ENTRY-PICK) NOT = PQ-FEE(PIDX)
              OR TCT-MAX-DAILY-FEE(WS-ENTRY-PICK)
                 NOT = PQ-MAX-DAILY-FEE(PIDX)
               MOVE 'Y' TO WS-CONTENT-CHANGED
           END-IF
           PERFORM CHECK-PENDING-LOCK
           IF WS-WINDOW-LOCKED = 'Y'
               EXIT PARAGRAPH
           END-IF

           IF PQ-ACTION(PIDX) = "UPDATE"
               MOVE WS-ENTRY-PICK TO WS-SKIP-ENTRY
               PERFORM CHECK-CLASS-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   DISPLAY "CLASS NOW OVERLAPS AN IN-FORCE CLASS - "
                       "NOT APPLIED, LEFT ON THE QUEUE"
                   EXIT PARAGRAPH
               END-IF
               PERFORM MOVE-PENDING-TARIFF-FIELDS
           ELSE
               PERFORM VARYING MIDX FROM WS-ENTRY-PICK BY 1
                       UNTIL MIDX >= TARIFF-CLASS-COUNT
                   MOVE TARIFF-CLASS-ENTRY(MIDX + 1)
                     TO TARIFF-CLASS-ENTRY(MIDX)
               END-PERFORM
               SUBTRACT 1 FROM TARIFF-CLASS-COUNT
           END-IF

           PERFORM REWRITE-TARIFF-CLASS-FILE
           MOVE 'Y' TO WS-APPLY-OK.

       MOVE-PENDING-TARIFF-FIELDS.

           MOVE PQ-METHOD(PIDX)     TO TCT-METHOD(WS-ENTRY-PICK)
           MOVE PQ-MULTIPLIER(PIDX) TO TCT-MULTIPLIER(WS-ENTRY-PICK)
           MOVE PQ-FEE(PIDX)        TO TCT-FIXED-FEE(WS-ENTRY-PICK)
           MOVE PQ-MAX-DAILY-FEE(PIDX)
             TO TCT-MAX-DAILY-FEE(WS-ENTRY-PICK)
           MOVE PQ-EFF-FROM(PIDX)   TO TCT-EFF-FROM(WS-ENTRY-PICK)
           MOVE PQ-EFF-TO(PIDX)     TO TCT-EFF-TO(WS-ENTRY-PICK).

      *    A QUEUED CHANGE IS TESTED AGAINST THE LOCKED MONTHS WHEN
      *    IT IS APPLIED, NOT WHEN IT IS QUEUED - A MONTH MAY HAVE
      *    BEEN LOCKED WHILE THE CHANGE WAITED FOR ITS REVIEWER. FOR
      *    AN UPDATE OR DELETE THE CALLER HAS ALREADY SET THE LIVE
      *    ENTRY'S WINDOW AND WHETHER ANYTHING BUT THE DATES CHANGES.
       CHECK-PENDING-LOCK.

           MOVE PQ-ACTION(PIDX)   TO WS-LOCK-ACTION
           MOVE PQ-EFF-FROM(PIDX) TO WS-NEW-EFF-FROM
           MOVE PQ-EFF-TO(PIDX)   TO WS-NEW-EFF-TO
           PERFORM CHECK-CHANGE-LOCKED
           IF WS-WINDOW-LOCKED = 'Y'
               DISPLAY "CHANGE REACHES INTO LOCKED PERIOD "
                   WS-LOCKED-PERIOD " - NOT APPLIED, LEFT ON THE QUEUE"
           END-IF.

      ******************************************************************
      *    COMMON PROMPTS, LOGGING AND VALIDATION
      ******************************************************************

      *    DECIDE WHICH DATES A CHANGE ALTERS AND TEST THEM AGAINST
      *    THE LOCKED MONTHS. AN ADD ALTERS ITS WHOLE NEW WINDOW AND A
      *    DELETE ITS WHOLE OLD ONE; AN UPDATE THAT CHANGES THE FEE OR
      *    ANY OTHER CONTENT ALTERS BOTH. AN UPDATE THAT ONLY MOVES
      *    THE DATES ALTERS JUST THE DAYS BETWEEN THE OLD AND NEW
      *    FROM DATE AND BETWEEN THE OLD AND NEW TO DATE.
       CHECK-CHANGE-LOCKED.

           MOVE 'N' TO WS-WINDOW-LOCKED

           IF WS-LOCK-ACTION = "ADD"
              OR WS-LOCK-ACTION = "UPDATE" AND WS-CONTENT-CHANGED = 'Y'
               MOVE WS-NEW-EFF-FROM TO WS-LOCK-FROM
               MOVE WS-NEW-EFF-TO   TO WS-LOCK-TO
               PERFORM CHECK-WINDOW-LOCKED
               IF WS-WINDOW-LOCKED = 'Y'
                  OR WS-LOCK-ACTION = "ADD"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-LOCK-ACTION = "DELETE"
              OR WS-CONTENT-CHANGED = 'Y'
               MOVE WS-PRIOR-EFF-FROM TO WS-LOCK-FROM
               MOVE WS-PRIOR-EFF-TO   TO WS-LOCK-TO
               PERFORM CHECK-WINDOW-LOCKED
               EXIT PARAGRAPH
           END-IF

      *    A BLANK FROM DATE IS THE EARLIEST POSSIBLE FROM DATE
           IF WS-NEW-EFF-FROM NOT = WS-PRIOR-EFF-FROM
               IF WS-NEW-EFF-FROM = SPACES
                  OR WS-PRIOR-EFF-FROM = SPACES
                   MOVE SPACES TO WS-LOCK-FROM
                   IF WS-NEW-EFF-FROM = SPACES
                       MOVE WS-PRIOR-EFF-FROM TO WS-LOCK-TO
                   ELSE
                       MOVE WS-NEW-EFF-FROM TO WS-LOCK-TO
                   END-IF
               ELSE
                   IF WS-NEW-EFF-FROM < WS-PRIOR-EFF-FROM
                       MOVE WS-NEW-EFF-FROM   TO WS-LOCK-FROM
                       MOVE WS-PRIOR-EFF-FROM TO WS-LOCK-TO
                   ELSE
                       MOVE WS-PRIOR-EFF-FROM TO WS-LOCK-FROM
                       MOVE WS-NEW-EFF-FROM   TO WS-LOCK-TO
                   END-IF
               END-IF
               PERFORM CHECK-WINDOW-LOCKED
               IF WS-WINDOW-LOCKED = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

      *    A BLANK TO DATE IS THE LATEST POSSIBLE TO DATE
           IF WS-NEW-EFF-TO NOT = WS-PRIOR-EFF-TO
               IF WS-NEW-EFF-TO = SPACES
                  OR WS-PRIOR-EFF-TO = SPACES
                   MOVE SPACES TO WS-LOCK-TO
                   IF WS-NEW-EFF-TO = SPACES
                       MOVE WS-PRIOR-EFF-TO TO WS-LOCK-FROM
                   ELSE
                       MOVE WS-NEW-EFF-TO TO WS-LOCK-FROM
                   END-IF
               ELSE
                   IF WS-NEW-EFF-TO < WS-PRIOR-EFF-TO
                       MOVE WS-NEW-EFF-TO   TO WS-LOCK-FROM
                       MOVE WS-PRIOR-EFF-TO TO WS-LOCK-TO
                   ELSE
                       MOVE WS-PRIOR-EFF-TO TO WS-LOCK-FROM
                       MOVE WS-NEW-EFF-TO   TO WS-LOCK-TO
                   END-IF
               END-IF
               PERFORM CHECK-WINDOW-LOCKED
           END-IF.

      *    ASK THE PERIOD CHECK ABOUT WS-LOCK-FROM .. WS-LOCK-TO. IF
      *    THE CHECK CANNOT BE MADE THE CHANGE IS REFUSED RATHER THAN
      *    RISK A LOCKED MONTH. IT IS CANCELLED AFTER EVERY CALL SO
      *    THE NEXT CHECK REREADS THE PERIOD-CONTROL MASTER AND SEES
      *    A MONTH LOCKED WHILE THIS SESSION WAS OPEN.
       CHECK-WINDOW-LOCKED.

           MOVE 'N' TO WS-WINDOW-LOCKED
           CALL "PERIODCHECK" USING WS-LOCK-FROM WS-LOCK-TO
                                    WS-PERIOD-STATUS WS-LOCKED-PERIOD
               ON EXCEPTION
                   DISPLAY "PERIODCHECK NOT AVAILABLE"
                   MOVE 'L'    TO WS-PERIOD-STATUS
                   MOVE SPACES TO WS-LOCKED-PERIOD
           END-CALL
           CANCEL "PERIODCHECK"
           IF WS-PERIOD-STATUS = 'L'
               MOVE 'Y' TO WS-WINDOW-LOCKED
           END-IF.

      *    EFFECTIVE-FROM MAY BE BLANK (SINCE ALWAYS) AND EFFECTIVE-TO
      *    MAY BE BLANK (STILL IN FORCE); A KEYED DATE MUST PASS THE
      *    SAME CHECKS THE BATCH RUN APPLIES
