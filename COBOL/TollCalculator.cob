      *                time) or BATCH (PASSAGE-FILE of many vehicles,
      *                grouped by vehicle and day, results written to
      *                TOLL-RESULT-FILE)
      *              * A batch run never touches a day in a month the
      *                period close has locked - the group is skipped
      *                and counted on the control report instead
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCAP-FILE-STATUS.

      *    VEHICLE-CLASS TARIFFS PER ZONE - NO FILE ON DISK MEANS
      *    EVERY VEHICLE TYPE PAYS THE PLAIN BAND FEE AND ZONE CAP
           SELECT OPTIONAL TARIFF-CLASS-FILE
               ASSIGN TO "COBOL/DATA/TARIFFCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCLS-FILE-STATUS.

           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "COBOL/DATA/EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOWBAL-FILE-STATUS.

      *    PLATE/DAYS THE CLONE DETECTION RUN FLAGGED AS CARRIED BY
      *    MORE THAN ONE VEHICLE, AND THE CHARGES HELD OFF THE TOLL
      *    RESULTS FOR THEM UNTIL AN OPERATOR RELEASES OR VOIDS THEM
           SELECT OPTIONAL SUSPECT-CLONE-FILE
               ASSIGN TO "COBOL/DATA/SUSPECTCLONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLONE-FILE-STATUS.

           SELECT OPTIONAL CLONE-HOLD-FILE
               ASSIGN TO "COBOL/DATA/CLONEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

      *    CONSOLE ANSWERS FOR AN UNATTENDED RUN - THE JOB CHAIN
      *    DRIVER SUPPLIES THE RUN MODE HERE SO NO OPERATOR HAS TO
      *    SIT WITH THE "ENTER MODE" PROMPT OVERNIGHT
       FD  COMBINED-CAP-FILE.
       COPY "COMBCAP.cpy".

       FD  TARIFF-CLASS-FILE.
       COPY "TARIFFCLS.cpy".

       FD  PENDING-BILLING-FILE.
       COPY "PENDBILLREC.cpy".

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  SUSPECT-CLONE-FILE.
       COPY "SUSPCLONEREC.cpy".

       FD  CLONE-HOLD-FILE.
       COPY "CLONEHOLDREC.cpy".

      *    NEXT UNUSED BATCH RUN NUMBER, CARRIED BETWEEN RUNS SO
      *    EVERY NIGHT'S RUN GETS A UNIQUE STAMP ON ITS CONTROL
      *    REPORT AND RUN-HISTORY LINE
       01  WS-ZRATE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-ZCAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CCAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-TCLS-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS    PIC X(2)  VALUE SPACES.

      *    'Y' WHEN CHECK-EXEMPTION FOUND NO REGISTRY ENTRY FOR THE
       01  WS-RESULTS-PREPAID        PIC 9(06) VALUE 0.
       01  WS-PREPAID-FEES-DRAWN     PIC 9(08) VALUE 0.

      *    SUSPECT-CLONE REGISTER AND CHARGE HOLDS, LOADED ONCE AT THE
      *    START OF A BATCH RUN. A GROUP WHOSE PLATE/DAY IS ON THE
      *    REGISTER IS PRICED AS USUAL BUT PARKED ON THE HOLD TABLE
      *    INSTEAD OF THE TOLL RESULTS; A HOLD AN OPERATOR HAS
      *    RELEASED POSTS NORMALLY AND ONE VOIDED IS NEVER POSTED.
      *    THE HOLD TABLE IS REWRITTEN WITH THE CHECKPOINT WHENEVER
      *    A GROUP CHANGED IT, THE SAME WAY THE PREPAID LEDGER IS.
       01  WS-CLONE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE SPACES.

       01  CLONE-REGISTER-TABLE.
           05  CLONE-REGISTER-ENTRY OCCURS 5000 TIMES.
               10  CRG-PLATE         PIC X(10).
               10  CRG-DATE          PIC X(08).
       01  WS-CLONE-REG-COUNT        PIC 9(04) VALUE 0.
       01  CRIDX                     PIC 9(04).

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
       01  WS-CLONE-HOLD-COUNT       PIC 9(04) VALUE 0.
       01  CHIDX                     PIC 9(04).
       01  WS-HOLD-ENTRY             PIC 9(04) VALUE 0.
       01  WS-HOLDS-CHANGED          PIC X     VALUE 'N'.

      *    P = POST AS USUAL, H = HELD FOR REVIEW, V = VOIDED
       01  WS-CLONE-ROUTE            PIC X     VALUE 'P'.
       01  WS-RESULTS-CLONE-HELD     PIC 9(06) VALUE 0.
       01  WS-RESULTS-CLONE-VOIDED   PIC 9(06) VALUE 0.

      *    END-OF-RUN CONTROL TOTALS, STAMPED WITH THE RUN NUMBER AND
      *    WRITTEN TO THE CONTROL REPORT AND THE RUN-HISTORY FILE SO
      *    EVERY NIGHT'S PROCESSING IS PROVABLE AFTER THE CONSOLE
       01  WS-GROUPS-SKIPPED-HOLIDAY PIC 9(06) VALUE 0.
       01  WS-GROUPS-SKIPPED-EXEMPT  PIC 9(06) VALUE 0.
       01  WS-GROUPS-SKIPPED-RESTART PIC 9(06) VALUE 0.
       01  WS-GROUPS-SKIPPED-LOCKED  PIC 9(06) VALUE 0.
       01  WS-GROUPS-TARIFF-CLASS    PIC 9(06) VALUE 0.
       01  WS-EXC-INVALID-TIME       PIC 9(06) VALUE 0.
       01  WS-EXC-INVALID-DATE       PIC 9(06) VALUE 0.
       01  WS-EXC-TABLE-FULL         PIC 9(06) VALUE 0.
           05  WS-DATE-DD            PIC 9(02).
       01  WS-ZONE-CODE              PIC X(04).
       01  WS-HOLIDAY-FLAG           PIC X VALUE SPACE.

      *    THE GROUP'S DATE IS PASSED TO PERIODCHECK AS A ONE-DAY
      *    RANGE. AN ANSWER OF 'L' MEANS THE MONTH IS LOCKED AND THE
      *    GROUP MUST NOT BE POSTED
       01  WS-PERIOD-TO-DATE         PIC X(08).
       01  WS-PERIOD-STATUS          PIC X     VALUE SPACE.
       01  WS-LOCKED-PERIOD          PIC X(06).

       01  WS-TIME-ENTRY             PIC X(05).
       01  WS-TOTAL-FEE              PIC 9(03) VALUE 0.
       01  WS-CURRENT-FEE            PIC 9(03).
       01  WS-COMB-CAPPED-FLAG       PIC X     VALUE 'N'.
       01  WS-COMB-REDUCTION         PIC 9(03) VALUE 0.

      *    VEHICLE-CLASS TARIFFS, LOADED ONCE FROM TARIFF-CLASS-FILE.
      *    GET-TARIFF-CLASS PICKS THE CLASS IN FORCE FOR THE GROUP'S
      *    ZONE, VEHICLE TYPE AND PASSAGE DATE BEFORE THE GROUP IS
      *    PRICED; WS-TARIFF-ENTRY POINTS AT IT FOR GET-ZONE-FEE,
      *    GET-ZONE-MAX-FEE AND THE STATEMENT.
       01  TARIFF-CLASS-TABLE.
           05  TARIFF-CLASS-ENTRY OCCURS 500 TIMES.
               10  TCLS-T-ZONE-CODE     PIC X(04).
               10  TCLS-T-VEHICLE-TYPE  PIC X(10).
               10  TCLS-T-METHOD        PIC X(01).
               10  TCLS-T-MULTIPLIER    PIC 9(01)V9(02).
               10  TCLS-T-FIXED-FEE     PIC 9(03).
               10  TCLS-T-MAX-DAILY-FEE PIC 9(03).
               10  TCLS-T-EFF-FROM      PIC X(08).
               10  TCLS-T-EFF-TO        PIC X(08).
       01  WS-TARIFF-CLASS-COUNT     PIC 9(03) VALUE 0.
       01  WS-TARIFF-CLASS-FOUND     PIC X     VALUE 'N'.
       01  WS-TARIFF-ENTRY           PIC 9(03) VALUE 0.
       01  WS-BAND-FEE               PIC 9(03) VALUE 0.
       01  WS-MULTIPLIER-EDIT        PIC 9.99.

       01  ZIDX                      PIC 9(03).
       01  WS-CUR-MINOFDAY           PIC 9(04).
       01  WS-BAND-START-MINOFDAY    PIC 9(04).
           PERFORM LOAD-ZONE-RATES
           PERFORM LOAD-ZONE-CAPS
           PERFORM LOAD-COMBINED-CAPS
           PERFORM LOAD-TARIFF-CLASSES

           PERFORM GET-RUN-MODE-PARM
           IF WS-MODE-PARM-FOUND = 'Y'
               CLOSE COMBINED-CAP-FILE
           END-IF.

      *    LOAD THE VEHICLE-CLASS TARIFFS. NO FILE ON DISK MEANS NO
      *    CLASS PRICING - EVERY TYPE PAYS THE PLAIN BAND FEE.
       LOAD-TARIFF-CLASSES.

           MOVE 0 TO WS-TARIFF-CLASS-COUNT

           OPEN INPUT TARIFF-CLASS-FILE
           IF WS-TCLS-FILE-STATUS = "00"
               PERFORM UNTIL WS-TCLS-FILE-STATUS = "10"
                   READ TARIFF-CLASS-FILE
                       AT END
                           MOVE "10" TO WS-TCLS-FILE-STATUS
                       NOT AT END
                           IF WS-TARIFF-CLASS-COUNT < 500
                               ADD 1 TO WS-TARIFF-CLASS-COUNT
                               MOVE TARIFF-CLASS-REC
                                 TO TARIFF-CLASS-ENTRY
                                    (WS-TARIFF-CLASS-COUNT)
                           ELSE
      *                        A DROPPED CLASS WOULD SILENTLY PRICE A
      *                        TRUCK AT THE CAR RATE - STOP INSTEAD
                               DISPLAY "TARIFF CLASS TABLE FULL - "
                                   "ABORTING RUN"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-CLASS-FILE
           END-IF.

      *    INTERACTIVE MODE - ONE VEHICLE ENTERED AT THE CONSOLE
       INTERACTIVE-RUN.


           PERFORM LOAD-TAG-TABLE
           PERFORM LOAD-PREPAID-BALANCES
           PERFORM LOAD-CLONE-REGISTER
           PERFORM LOAD-CLONE-HOLDS

           PERFORM LOAD-CHECKPOINT
           IF WS-CHECKPOINT-VEHICLE-ID NOT = SPACES
                   PERFORM WRITE-EXCEPTION-RECORD
               END-IF
           ELSE
               PERFORM CHECK-PERIOD-LOCK
               IF WS-PERIOD-STATUS NOT = 'L'
                   PERFORM CHECK-DATE-HOLIDAY
                   IF WS-HOLIDAY-FLAG NOT = 'Y'
                       PERFORM CHECK-EXEMPTION
                       IF WS-EXEMPT-VEH-FLAG NOT = 'Y'
                           IF TIME-COUNT > 0
                               PERFORM TOLL-FEE-CALCULATION
                               PERFORM WRITE-TOLL-RESULT
                           END-IF
                       END-IF
                   END-IF
               END-IF

           PERFORM WRITE-CHECKPOINT.

      *    THE PASSAGE FILE IS CUMULATIVE, SO EVERY NIGHT'S RUN WALKS
      *    BACK OVER MONTHS ALREADY INVOICED, SETTLED AND REPORTED.
      *    ONCE THE PERIOD CLOSE HAS LOCKED A MONTH NOTHING IN IT MAY
      *    BE REPRICED, REPLACED OR HELD AGAIN - THE GROUP IS SKIPPED
      *    WITHOUT AN EXCEPTION RECORD (THE PASSAGES ARE NOT BAD,
      *    MERELY CLOSED) AND COUNTED ON THE CONTROL REPORT. A
      *    SUPERVISOR REOPENING THE MONTH LETS THE NEXT RUN IN.
       CHECK-PERIOD-LOCK.

           MOVE WS-GROUP-DATE TO WS-PERIOD-TO-DATE
           CALL "PERIODCHECK" USING WS-GROUP-DATE WS-PERIOD-TO-DATE
                                    WS-PERIOD-STATUS WS-LOCKED-PERIOD
               ON EXCEPTION
                   DISPLAY "PERIODCHECK NOT AVAILABLE - ABORTING "
                       "BATCH RUN"
                   PERFORM ABORT-BATCH-RUN
           END-CALL

           IF WS-PERIOD-STATUS = 'L'
               ADD 1 TO WS-GROUPS-SKIPPED-LOCKED
               MOVE "PERIOD LOCKED - GROUP NOT POSTED"
                 TO WS-AUDIT-EVENT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    LOAD THE VEHICLE/DATE/ZONE OF THE LAST GROUP FULLY POSTED ON
      *    A PRIOR RUN SO THIS RUN CAN SKIP PAST IT INSTEAD OF
      *    CHARGING THAT VEHICLE/DAY/ZONE TWICE. NO CHECKPOINT ON FILE
      *    RESTART SKIPS THE GROUPS ALREADY POSTED, SO THE BALANCES
      *    THEY DREW DOWN MUST ALREADY BE ON DISK OR A PREPAID
      *    RESULT WOULD STAND WITH ITS FEE NEVER TAKEN
           PERFORM REWRITE-PREPAID-BALANCES

      *    SO DO THE CLONE HOLDS - A RESTART MUST NOT LOSE A CHARGE
      *    ALREADY TAKEN OFF THE TOLL RESULTS
           IF WS-HOLDS-CHANGED = 'Y'
               PERFORM REWRITE-CLONE-HOLDS
               MOVE 'N' TO WS-HOLDS-CHANGED
           END-IF.

      *    A BATCH RUN THAT REACHES THE END OF PASSAGE-FILE COMPLETED
      *    CLEANLY, SO THE NEXT RUN SHOULD START OVER FROM THE
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-GROUPS-SKIPPED-LOCKED TO WS-CTL-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "GROUPS SKIPPED - LOCKED MONTH:" WS-CTL-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-GROUPS-TARIFF-CLASS TO WS-CTL-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "GROUPS PRICED - TARIFF CLASS: " WS-CTL-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-EXC-INVALID-TIME TO WS-CTL-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "EXCEPTIONS - INVALID TIME:    " WS-CTL-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-RESULTS-CLONE-HELD TO WS-CTL-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RESULTS HELD - SUSPECT CLONE: " WS-CTL-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-RESULTS-CLONE-VOIDED TO WS-CTL-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RESULTS VOIDED - SUSPECT CLONE:" WS-CTL-COUNT-EDIT
               DELIMITED BY SIZE INTO CONTROL-REPORT-LINE
           WRITE CONTROL-REPORT-LINE

           MOVE WS-RESULTS-PREPAID TO WS-CTL-COUNT-EDIT
           MOVE SPACES TO CONTROL-REPORT-LINE
           STRING "RESULTS SETTLED PREPAID:      " WS-CTL-COUNT-EDIT
      *    UNBILLABLE 8 PERCENT NO LONGER LANDS IN TOLL-RESULT-FILE
      *    WITH NOBODY TO INVOICE. REGINQUIRY RELEASES IT ONCE THE
      *    NATIONAL VEHICLE AUTHORITY IDENTIFIES THE PLATE.
      *    A PLATE/DAY ON THE SUSPECT-CLONE REGISTER IS HELD BEFORE
      *    EITHER PATH - REGISTERED OR NOT, NOBODY IS BILLED FOR IT
      *    UNTIL AN OPERATOR HAS DECIDED THE CHARGE.
       WRITE-TOLL-RESULT.

           PERFORM CHECK-CLONE-HOLD
           IF WS-CLONE-ROUTE NOT = 'P'
               EXIT PARAGRAPH
           END-IF

           IF WS-PLATE-UNKNOWN-FLAG = 'Y'
               MOVE WS-GROUP-VEHICLE-ID TO PBIL-VEHICLE-ID
               MOVE WS-VEHICLE-TYPE     TO PBIL-VEHICLE-TYPE
           ADD 1 TO WS-RESULTS-POSTED
           ADD WS-REPLACE-NEW-FEE TO WS-TOTAL-FEES-POSTED.

      *    DECIDE WHERE THE CURRENT GROUP'S CHARGE GOES. A HOLD ROW
      *    ALREADY ON FILE CARRIES THE OPERATOR'S DECISION; A PLATE/
      *    DAY NEWLY ON THE REGISTER GETS A HOLD ROW, AND ANY UNBILLED
      *    RESULT A PRIOR NIGHT POSTED FOR THE SAME KEY IS TAKEN BACK
      *    OFF THE TOLL RESULTS. A ROW ALREADY BILLED (OR SETTLED
      *    PREPAID) IS PAST HOLDING - IT IS LEFT TO THE DISPUTE
      *    PROCESS AND THE CHARGE KEEPS POSTING AS USUAL.
       CHECK-CLONE-HOLD.

           MOVE 'P' TO WS-CLONE-ROUTE

           MOVE 0 TO WS-HOLD-ENTRY
           PERFORM VARYING CHIDX FROM 1 BY 1
                   UNTIL CHIDX > WS-CLONE-HOLD-COUNT
               IF CHT-PLATE(CHIDX) = WS-GROUP-VEHICLE-ID
                  AND CHT-DATE(CHIDX) = WS-GROUP-DATE
                  AND CHT-ZONE-CODE(CHIDX) = WS-GROUP-ZONE-CODE
                   MOVE CHIDX TO WS-HOLD-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-HOLD-ENTRY > 0
               EVALUATE CHT-STATUS(WS-HOLD-ENTRY)
                   WHEN 'R'
                       CONTINUE
                   WHEN 'V'
                       MOVE 'V' TO WS-CLONE-ROUTE
                       ADD 1 TO WS-RESULTS-CLONE-VOIDED
                       MOVE "SUSPECT CLONE: CHARGE VOIDED ON REVIEW - NO
      -                    "T POSTED" TO WS-AUDIT-EVENT
                       PERFORM WRITE-AUDIT-RECORD
                   WHEN OTHER
      *                STILL UNDECIDED - A REPROCESSED DAY REFRESHES
      *                THE HELD FEE SO A RELEASE POSTS TODAY'S PRICING
                       MOVE 'H' TO WS-CLONE-ROUTE
                       MOVE WS-VEHICLE-TYPE
                         TO CHT-VEHICLE-TYPE(WS-HOLD-ENTRY)
                       MOVE WS-TOTAL-FEE
                         TO CHT-TOTAL-FEE(WS-HOLD-ENTRY)
                       MOVE 'Y' TO WS-HOLDS-CHANGED
                       ADD 1 TO WS-RESULTS-CLONE-HELD
                       MOVE "SUSPECT CLONE: CHARGE STILL HELD"
                         TO WS-AUDIT-EVENT
                       PERFORM WRITE-AUDIT-RECORD
               END-EVALUATE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING CRIDX FROM 1 BY 1
                   UNTIL CRIDX > WS-CLONE-REG-COUNT
               IF CRG-PLATE(CRIDX) = WS-GROUP-VEHICLE-ID
                  AND CRG-DATE(CRIDX) = WS-GROUP-DATE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CRIDX > WS-CLONE-REG-COUNT
               EXIT PARAGRAPH
           END-IF

      *    NO ROOM FOR THE HOLD MEANS NOTHING IS WITHDRAWN EITHER -
      *    AN UNBILLED ROW DELETED WITHOUT ITS HOLD WOULD BE LOST
           IF WS-CLONE-HOLD-COUNT >= 5000
               DISPLAY "CLONE HOLD TABLE FULL - ABORTING BATCH RUN"
               PERFORM ABORT-BATCH-RUN
           END-IF

           MOVE WS-GROUP-VEHICLE-ID TO TRES-VEHICLE-ID
           MOVE WS-GROUP-DATE       TO TRES-DATE
           MOVE WS-GROUP-ZONE-CODE  TO TRES-ZONE-CODE
           READ TOLL-RESULT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TRES-BILLED-FLAG = 'Y'
                       MOVE "SUSPECT CLONE: ALREADY BILLED - LEFT FOR DI
      -                    "SPUTE" TO WS-AUDIT-EVENT
                       PERFORM WRITE-AUDIT-RECORD
                       EXIT PARAGRAPH
                   END-IF
                   DELETE TOLL-RESULT-FILE
                       INVALID KEY
                           DISPLAY "RESULT STORE ERROR ON "
                               WS-GROUP-VEHICLE-ID " " WS-GROUP-DATE
                               " - UNBILLED ROW NOT WITHDRAWN"
                   END-DELETE
           END-READ

           ADD 1 TO WS-CLONE-HOLD-COUNT
           MOVE WS-GROUP-VEHICLE-ID TO CHT-PLATE(WS-CLONE-HOLD-COUNT)
           MOVE WS-GROUP-DATE       TO CHT-DATE(WS-CLONE-HOLD-COUNT)
           MOVE WS-GROUP-ZONE-CODE
             TO CHT-ZONE-CODE(WS-CLONE-HOLD-COUNT)
           MOVE WS-VEHICLE-TYPE
             TO CHT-VEHICLE-TYPE(WS-CLONE-HOLD-COUNT)
           MOVE WS-TOTAL-FEE
             TO CHT-TOTAL-FEE(WS-CLONE-HOLD-COUNT)
           MOVE 'H'    TO CHT-STATUS(WS-CLONE-HOLD-COUNT)
           MOVE SPACES TO CHT-DECIDED-DATE(WS-CLONE-HOLD-COUNT)
           MOVE SPACES TO CHT-DECIDED-BY(WS-CLONE-HOLD-COUNT)
           MOVE 'Y' TO WS-HOLDS-CHANGED
           MOVE 'H' TO WS-CLONE-ROUTE
           ADD 1 TO WS-RESULTS-CLONE-HELD
           MOVE "SUSPECT CLONE: CHARGE HELD OFF BILLING FOR REVIEW"
             TO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-RECORD.

      *    THE REGISTER IS ONLY EVER READ HERE - ROWS ARE ADDED BY
      *    THE CLONE DETECTION RUN. NO FILE ON DISK MEANS NOTHING IS
      *    HELD.
       LOAD-CLONE-REGISTER.

           MOVE 0 TO WS-CLONE-REG-COUNT

           OPEN INPUT SUSPECT-CLONE-FILE
           IF WS-CLONE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CLONE-FILE-STATUS = "10"
                   READ SUSPECT-CLONE-FILE
                       AT END
                           MOVE "10" TO WS-CLONE-FILE-STATUS
                       NOT AT END
                           IF WS-CLONE-REG-COUNT < 5000
                               ADD 1 TO WS-CLONE-REG-COUNT
                               MOVE SCLN-PLATE
                                 TO CRG-PLATE(WS-CLONE-REG-COUNT)
                               MOVE SCLN-DATE
                                 TO CRG-DATE(WS-CLONE-REG-COUNT)
                           ELSE
      *                        A DROPPED ROW WOULD SILENTLY BILL A
      *                        SUSPECT CLONE - STOP INSTEAD
                               DISPLAY "SUSPECT CLONE TABLE FULL - "
                                   "ABORTING RUN"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUSPECT-CLONE-FILE
           END-IF.

       LOAD-CLONE-HOLDS.

           MOVE 0 TO WS-CLONE-HOLD-COUNT
           MOVE 'N' TO WS-HOLDS-CHANGED

           OPEN INPUT CLONE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLD-FILE-STATUS = "10"
                   READ CLONE-HOLD-FILE
                       AT END
                           MOVE "10" TO WS-HOLD-FILE-STATUS
                       NOT AT END
                           IF WS-CLONE-HOLD-COUNT < 5000
                               ADD 1 TO WS-CLONE-HOLD-COUNT
                               MOVE CLONE-HOLD-REC
                                 TO CLONE-HOLD-ENTRY
                                    (WS-CLONE-HOLD-COUNT)
                           ELSE
                               DISPLAY "CLONE HOLD TABLE FULL - "
                                   "ABORTING RUN"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLONE-HOLD-FILE
           END-IF.

       REWRITE-CLONE-HOLDS.

           OPEN OUTPUT CLONE-HOLD-FILE
           PERFORM VARYING CHIDX FROM 1 BY 1
                   UNTIL CHIDX > WS-CLONE-HOLD-COUNT
               MOVE CLONE-HOLD-ENTRY(CHIDX) TO CLONE-HOLD-REC
               WRITE CLONE-HOLD-REC
           END-PERFORM
           CLOSE CLONE-HOLD-FILE.

      *    LOAD THE TAG MASTER ONCE FOR THE BATCH RUN. NO FILE ON
      *    DISK MEANS NO VEHICLE IS TAGGED AND EVERYTHING SETTLES
      *    THROUGH THE MONTHLY INVOICE ROLL-UP AS BEFORE.
           MOVE 99 TO WS-CURRENT-HOUR
           MOVE 0  TO WS-HOURLY-MAX-IDX
           MOVE 'N' TO WS-CAPPED-FLAG
           PERFORM GET-TARIFF-CLASS
           PERFORM GET-ZONE-MAX-FEE

       PERFORM VARYING TIME-IDX FROM 1 BY 1 UNTIL TIME-IDX > TIME-COUNT
               DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           IF WS-TARIFF-CLASS-FOUND = 'Y'
               MOVE SPACES TO STATEMENT-LINE
               IF TCLS-T-METHOD(WS-TARIFF-ENTRY) = 'F'
                   STRING "  TARIFF CLASS: FIXED FEE "
                       TCLS-T-FIXED-FEE(WS-TARIFF-ENTRY)
                       " SEK, DAILY MAX " WS-MAX-DAILY-FEE " SEK"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               ELSE
                   MOVE TCLS-T-MULTIPLIER(WS-TARIFF-ENTRY)
                     TO WS-MULTIPLIER-EDIT
                   STRING "  TARIFF CLASS: BAND FEE X "
                       WS-MULTIPLIER-EDIT
                       ", DAILY MAX " WS-MAX-DAILY-FEE " SEK"
                       DELIMITED BY SIZE INTO STATEMENT-LINE
               END-IF
               WRITE STATEMENT-LINE
           END-IF

           PERFORM VARYING TIME-IDX FROM 1 BY 1
                   UNTIL TIME-IDX > TIME-COUNT
               MOVE SPACES TO STATEMENT-LINE
                  AND (ZCAP-T-EFF-TO(ZIDX) = SPACES
                       OR WS-DATE-ENTRY <= ZCAP-T-EFF-TO(ZIDX))
                   MOVE ZCAP-T-MAX-DAILY-FEE(ZIDX) TO WS-MAX-DAILY-FEE
                   EXIT PERFORM
               END-IF
           END-PERFORM

      *    A VEHICLE CLASS WITH ITS OWN DAILY MAXIMUM REPLACES THE
      *    ZONE CAP; A ZERO CLASS CAP LEAVES THE ZONE CAP IN PLACE
           IF WS-TARIFF-CLASS-FOUND = 'Y'
              AND TCLS-T-MAX-DAILY-FEE(WS-TARIFF-ENTRY) > 0
               MOVE TCLS-T-MAX-DAILY-FEE(WS-TARIFF-ENTRY)
                 TO WS-MAX-DAILY-FEE
           END-IF.

      *    FIND THE VEHICLE-CLASS TARIFF IN FORCE FOR THE GROUP'S
      *    ZONE AND VEHICLE TYPE ON THE PASSAGE DATE. THE TYPE IS THE
      *    REGISTRY'S WHERE CHECK-EXEMPTION FOUND THE PLATE, SO A
      *    CAMERA MISREAD OF THE TYPE CANNOT CHEAPEN A TRUCK.
       GET-TARIFF-CLASS.

           MOVE 'N' TO WS-TARIFF-CLASS-FOUND
           MOVE 0   TO WS-TARIFF-ENTRY

           PERFORM VARYING ZIDX FROM 1 BY 1
                   UNTIL ZIDX > WS-TARIFF-CLASS-COUNT
               IF TCLS-T-ZONE-CODE(ZIDX) = WS-ZONE-CODE
                  AND TCLS-T-VEHICLE-TYPE(ZIDX) = WS-VEHICLE-TYPE
                  AND WS-DATE-ENTRY >= TCLS-T-EFF-FROM(ZIDX)
                  AND (TCLS-T-EFF-TO(ZIDX) = SPACES
                       OR WS-DATE-ENTRY <= TCLS-T-EFF-TO(ZIDX))
                   MOVE 'Y'  TO WS-TARIFF-CLASS-FOUND
                   MOVE ZIDX TO WS-TARIFF-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-TARIFF-CLASS-FOUND = 'Y'
               IF WS-RUN-MODE = 'B'
                   ADD 1 TO WS-GROUPS-TARIFF-CLASS
               END-IF
               MOVE SPACES TO WS-AUDIT-EVENT
               STRING "TARIFF CLASS: " WS-VEHICLE-TYPE " ZONE "
                   WS-ZONE-CODE " METHOD "
                   TCLS-T-METHOD(WS-TARIFF-ENTRY)
                   " FROM " TCLS-T-EFF-FROM(WS-TARIFF-ENTRY)
                   DELIMITED BY SIZE INTO WS-AUDIT-EVENT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

       CALCULATE-FEE.

           STRING "FEE BAND: PASSAGE " WS-TIME-ENTRY " ZONE "
               WS-ZONE-CODE " FEE " WS-CURRENT-FEE " SEK"
               DELIMITED BY SIZE INTO WS-AUDIT-EVENT
           PERFORM WRITE-AUDIT-RECORD

           IF WS-CURRENT-FEE NOT = WS-BAND-FEE
               MOVE SPACES TO WS-AUDIT-EVENT
               STRING "TARIFF CLASS: BAND " WS-BAND-FEE
                   " SEK -> " WS-CURRENT-FEE " SEK FOR "
                   WS-VEHICLE-TYPE
                   DELIMITED BY SIZE INTO WS-AUDIT-EVENT
               PERFORM WRITE-AUDIT-RECORD
           END-IF.

      *    LOOK UP THE FEE BAND THE CURRENT WS-HOUR/WS-MINUTE FALLS
      *    INTO FOR WS-ZONE-CODE IN ZONE-RATE-TABLE, TAKING THE BAND
      *    BACK-DATED RERUN PRICES WITH LAST MONTH'S SCHEDULE, NOT
      *    TODAY'S. TIME OUTSIDE EVERY BAND IN FORCE FOR THE ZONE IS
      *    FEE-FREE, THE SAME AS THE ORIGINAL EVALUATE'S WHEN OTHER.
      *    THE BAND FEE IS KEPT IN WS-BAND-FEE FOR THE AUDIT TRAIL
      *    BEFORE THE VEHICLE-CLASS TARIFF IS APPLIED TO IT.
       GET-ZONE-FEE.

           MOVE 0 TO WS-CURRENT-FEE
                   IF WS-CUR-MINOFDAY >= WS-BAND-START-MINOFDAY
                      AND WS-CUR-MINOFDAY <= WS-BAND-END-MINOFDAY
                       MOVE ZRATE-T-FEE(ZIDX) TO WS-CURRENT-FEE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CURRENT-FEE TO WS-BAND-FEE

      *    A CHARGEABLE BAND IS SCALED BY THE CLASS MULTIPLIER OR
      *    REPLACED BY THE CLASS'S FIXED FEE. A FREE PASSAGE STAYS
      *    FREE WHATEVER THE CLASS.
           IF WS-TARIFF-CLASS-FOUND = 'Y' AND WS-BAND-FEE > 0
               IF TCLS-T-METHOD(WS-TARIFF-ENTRY) = 'F'
                   MOVE TCLS-T-FIXED-FEE(WS-TARIFF-ENTRY)
                     TO WS-CURRENT-FEE
               ELSE
                   COMPUTE WS-CURRENT-FEE ROUNDED =
                       WS-BAND-FEE * TCLS-T-MULTIPLIER(WS-TARIFF-ENTRY)
                       ON SIZE ERROR
                           MOVE 999 TO WS-CURRENT-FEE
                   END-COMPUTE
               END-IF
           END-IF.

       EXIT.
