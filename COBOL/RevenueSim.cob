       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVENUESIM.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  REVENUE IMPACT SIMULATION OF PENDING MASTER
      *                CHANGES. REPLAYS ONE PERIOD OF THE PASSAGE-FILE
      *                TWICE THROUGH THE BATCH TOLL RUN'S OWN PRICING
      *                RULES - BAND FEES, VEHICLE-CLASS TARIFFS, ONE
      *                CHARGE PER HOUR, THE ZONE/CLASS DAILY CAP AND
      *                THE COMBINED DAILY CAP:
      *              * BEFORE - WITH THE LIVE ZONE RATE, ZONE CAP,
      *                COMBINED CAP AND TARIFF CLASS MASTERS
      *              * AFTER  - WITH THE SAME MASTERS AND EVERY CHANGE
      *                STILL ON THE PENDING-CHANGE QUEUE APPLIED, IN
      *                QUEUE ORDER, THE WAY A REVIEWER APPLYING THEM
      *                ALL WOULD
      *                THE REPORT COMPARES REVENUE BY ZONE, BY HOUR OF
      *                DAY AND BY VEHICLE TYPE, THE DAILY AND COMBINED
      *                CAP HITS, THE AVERAGE PAYER AND THE HEAVIEST
      *                PAYERS. NOTHING IS WRITTEN TO THE RESULT STORE,
      *                THE AUDIT TRAIL OR BILLING. CALLED FROM THE
      *                MASTER MAINTENANCE PENDING-CHANGE REVIEW.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PASSAGE-FILE
               ASSIGN TO "COBOL/DATA/PASSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSAGE-FILE-STATUS.

           SELECT VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT ZONE-RATE-FILE
               ASSIGN TO "COBOL/DATA/ZONERATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZRATE-FILE-STATUS.

           SELECT ZONE-CAP-FILE
               ASSIGN TO "COBOL/DATA/ZONECAPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZCAP-FILE-STATUS.

           SELECT OPTIONAL COMBINED-CAP-FILE
               ASSIGN TO "COBOL/DATA/COMBINEDCAPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCAP-FILE-STATUS.

           SELECT OPTIONAL TARIFF-CLASS-FILE
               ASSIGN TO "COBOL/DATA/TARIFFCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCLS-FILE-STATUS.

           SELECT OPTIONAL PENDING-CHANGE-FILE
               ASSIGN TO "COBOL/DATA/PENDINGCHG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT REVENUE-SIM-FILE
               ASSIGN TO "COBOL/DATA/REVENUE-SIM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  PASSAGE-FILE.
       COPY "PASSAGEREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  ZONE-RATE-FILE.
       COPY "ZONERATE.cpy".

       FD  ZONE-CAP-FILE.
       COPY "ZONECAP.cpy".

       FD  COMBINED-CAP-FILE.
       COPY "COMBCAP.cpy".

       FD  TARIFF-CLASS-FILE.
       COPY "TARIFFCLS.cpy".

       FD  PENDING-CHANGE-FILE.
       COPY "PENDCHGREC.cpy".

       FD  REVENUE-SIM-FILE.
       01  REVENUE-SIM-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-PASSAGE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-ZRATE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-ZCAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CCAP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-TCLS-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-FILE-EOF               PIC X     VALUE 'N'.
       01  WS-PASSAGE-EOF            PIC X     VALUE 'N'.
       01  WS-IN-PERIOD              PIC X     VALUE 'N'.

       01  WS-PERIOD-FROM            PIC X(08).
       01  WS-PERIOD-TO              PIC X(08).
       01  WS-RUN-DATE               PIC X(08).

      *    EVERY MASTER IS HELD TWICE. SET 1 IS THE LIVE MASTER AS IT
      *    STANDS ON DISK; SET 2 STARTS AS A COPY OF IT AND HAS THE
      *    PENDING QUEUE APPLIED. SIDX PICKS THE SET BEING PRICED, SO
      *    ONE COPY OF THE PRICING PARAGRAPHS SERVES BOTH SCENARIOS.
       01  ZONE-RATE-TABLE.
           05  ZONE-RATE-SET OCCURS 2 TIMES.
               10  ZONE-RATE-COUNT          PIC 9(03).
               10  ZONE-RATE-ENTRY OCCURS 500 TIMES.
                   15  ZRATE-T-ZONE-CODE    PIC X(04).
                   15  ZRATE-T-START-HOUR   PIC 9(02).
                   15  ZRATE-T-START-MIN    PIC 9(02).
                   15  ZRATE-T-END-HOUR     PIC 9(02).
                   15  ZRATE-T-END-MIN      PIC 9(02).
                   15  ZRATE-T-FEE          PIC 9(03).
                   15  ZRATE-T-EFF-FROM     PIC X(08).
                   15  ZRATE-T-EFF-TO       PIC X(08).

       01  ZONE-CAP-TABLE.
           05  ZONE-CAP-SET OCCURS 2 TIMES.
               10  ZONE-CAP-COUNT           PIC 9(03).
               10  ZONE-CAP-ENTRY OCCURS 100 TIMES.
                   15  ZCAP-T-ZONE-CODE     PIC X(04).
                   15  ZCAP-T-MAX-DAILY-FEE PIC 9(03).
                   15  ZCAP-T-EFF-FROM      PIC X(08).
                   15  ZCAP-T-EFF-TO        PIC X(08).

       01  COMBINED-CAP-TABLE.
           05  COMBINED-CAP-SET OCCURS 2 TIMES.
               10  COMBINED-CAP-COUNT       PIC 9(02).
               10  COMBINED-CAP-ENTRY OCCURS 20 TIMES.
                   15  CCAP-T-MAX-DAILY-FEE PIC 9(03).
                   15  CCAP-T-EFF-FROM      PIC X(08).
                   15  CCAP-T-EFF-TO        PIC X(08).

       01  TARIFF-CLASS-TABLE.
           05  TARIFF-CLASS-SET OCCURS 2 TIMES.
               10  TARIFF-CLASS-COUNT       PIC 9(03).
               10  TARIFF-CLASS-ENTRY OCCURS 500 TIMES.
                   15  TCLS-T-ZONE-CODE     PIC X(04).
                   15  TCLS-T-VEHICLE-TYPE  PIC X(10).
                   15  TCLS-T-METHOD        PIC X(01).
                   15  TCLS-T-MULTIPLIER    PIC 9(01)V9(02).
                   15  TCLS-T-FIXED-FEE     PIC 9(03).
                   15  TCLS-T-MAX-DAILY-FEE PIC 9(03).
                   15  TCLS-T-EFF-FROM      PIC X(08).
                   15  TCLS-T-EFF-TO        PIC X(08).

       01  SIDX                      PIC 9(01).
       01  ZIDX                      PIC 9(03).
       01  MIDX                      PIC 9(03).

      *    APPLYING THE QUEUE - THE SAME TARGET MATCHING AND OVERLAP
      *    CHECKS THE REVIEWER'S APPLY RUNS AGAINST THE LIVE MASTER
       01  WS-ENTRY-PICK             PIC 9(03) VALUE 0.
       01  WS-SKIP-ENTRY             PIC 9(03) VALUE 0.
       01  WS-OVERLAP-FLAG           PIC X     VALUE 'N'.
       01  WS-NEW-START-MIN          PIC 9(04).
       01  WS-NEW-END-MIN            PIC 9(04).
       01  WS-OLD-START-MIN          PIC 9(04).
       01  WS-OLD-END-MIN            PIC 9(04).
       01  WS-CHANGE-DETAIL          PIC X(30).
       01  WS-CHANGE-OUTCOME         PIC X(30).
       01  WS-CHANGES-READ           PIC 9(03) VALUE 0.
       01  WS-CHANGES-APPLIED        PIC 9(03) VALUE 0.

      *    THE REVIEWER'S APPLY REFUSES A CHANGE REACHING INTO A
      *    LOCKED MONTH, SO THE SIMULATION ASKS THE SAME QUESTION
       01  WS-PERIOD-STATUS          PIC X     VALUE 'O'.
       01  WS-LOCKED-PERIOD          PIC X(06) VALUE SPACES.

      *    A FULL TABLE ENDS THE SIMULATION, NOT THE CALLER'S SESSION -
      *    THE REPORT SAYS WHICH TABLE AND CONTROL GOES BACK
       01  WS-SIM-ABORTED            PIC X     VALUE 'N'.
       01  WS-SIM-ABORT-TABLE        PIC X(20) VALUE SPACES.

      *    THE GROUP BEING PRICED - THE SAME VEHICLE/DAY/ZONE GROUPING
      *    AS THE BATCH TOLL RUN
       01  WS-GROUP-IN-PROGRESS      PIC X     VALUE 'N'.
       01  WS-GROUP-VEHICLE-ID       PIC X(10) VALUE SPACES.
       01  WS-GROUP-DATE             PIC X(08) VALUE SPACES.
       01  WS-GROUP-ZONE-CODE        PIC X(04) VALUE SPACES.
       01  WS-VEHICLE-PLATE          PIC X(10).
       01  WS-VEHICLE-TYPE           PIC X(10).
       01  WS-ZONE-CODE              PIC X(04).
       01  WS-HOLIDAY-FLAG           PIC X     VALUE SPACE.
       01  WS-EXEMPT-VEH-FLAG        PIC X     VALUE 'N'.

       01  WS-TIME-ENTRY             PIC X(05).
       01  WS-TIME-ENTRY-TABLE.
           05  WS-TIME-ENTRY-ITEM OCCURS 200 TIMES.
               10  TIME-VAL          PIC X(05).
       01  TIME-IDX                  PIC 9(03).
       01  TIME-COUNT                PIC 9(03) VALUE 0.
       01  WS-HOUR                   PIC 9(02).
       01  WS-MINUTE                 PIC 9(02).
       01  TIME-HH-STR               PIC X(02).
       01  TIME-MM-STR               PIC X(02).
       01  WS-TIME-VALID-FLAG        PIC X     VALUE 'Y'.

      *    PRICING WORK FIELDS - THE SAME PICTURES AS THE BATCH TOLL
      *    RUN SO THE SIMULATED FEE TRUNCATES AND ROUNDS THE SAME WAY
       01  WS-TOTAL-FEE              PIC 9(03) VALUE 0.
       01  WS-UNCAPPED-FEE           PIC 9(03) VALUE 0.
       01  WS-CURRENT-FEE            PIC 9(03).
       01  WS-BAND-FEE               PIC 9(03) VALUE 0.
       01  WS-MAX-DAILY-FEE          PIC 9(03) VALUE 60.
       01  WS-HOURLY-MAXFEE          PIC 9(03) VALUE 0.
       01  WS-CURRENT-HOUR           PIC 9(02) VALUE 99.
       01  WS-CAPPED-FLAG            PIC X     VALUE 'N'.
       01  WS-TARIFF-CLASS-FOUND     PIC X     VALUE 'N'.
       01  WS-TARIFF-ENTRY           PIC 9(03) VALUE 0.
       01  WS-COMBINED-CAP-FEE       PIC 9(03) VALUE 0.
       01  WS-COMBINED-CAP-FOUND     PIC X     VALUE 'N'.
       01  WS-COMB-CAPPED-FLAG       PIC X     VALUE 'N'.
       01  WS-COMB-REDUCTION         PIC 9(03) VALUE 0.
       01  WS-CUR-MINOFDAY           PIC 9(04).
       01  WS-BAND-START-MINOFDAY    PIC 9(04).
       01  WS-BAND-END-MINOFDAY      PIC 9(04).
       01  WS-DAY-VEHICLE-ID         PIC X(10) VALUE SPACES.
       01  WS-DAY-DATE               PIC X(08) VALUE SPACES.

      *    ONE ROW PER SCENARIO: THE GROUP JUST PRICED, THE RUNNING
      *    COMBINED-CAP TRACKER FOR THE VEHICLE/DAY, THE CURRENT
      *    PAYER'S PERIOD TOTAL AND THE RUN TOTALS
       01  SCENARIO-TABLE.
           05  SCENARIO-ENTRY OCCURS 2 TIMES.
               10  SCN-GROUP-FEE         PIC 9(03).
               10  SCN-GROUP-CAPPED      PIC X(01).
               10  SCN-GROUP-COMB-CAPPED PIC X(01).
               10  SCN-GROUP-DAY-CUT     PIC 9(03).
               10  SCN-GROUP-COMB-CUT    PIC 9(03).
               10  SCN-DAY-CHARGED       PIC 9(05).
               10  SCN-PAYER-TOTAL       PIC 9(07).
               10  SCN-GRAND-TOTAL       PIC 9(09).
               10  SCN-DAY-CAP-HITS      PIC 9(07).
               10  SCN-COMB-CAP-HITS     PIC 9(07).
               10  SCN-DAY-CAP-CUT       PIC 9(09).
               10  SCN-COMB-CAP-CUT      PIC 9(09).
               10  SCN-AVERAGE           PIC 9(07)V9(02).

       01  ZONE-SUMMARY-TABLE.
           05  ZONE-SUMMARY-ENTRY OCCURS 100 TIMES.
               10  ZST-ZONE-CODE         PIC X(04).
               10  ZST-SCENARIO OCCURS 2 TIMES.
                   15  ZST-REVENUE       PIC 9(09).
                   15  ZST-DAY-CAP-HITS  PIC 9(07).
                   15  ZST-COMB-CAP-HITS PIC 9(07).
       01  ZONE-SUMMARY-COUNT        PIC 9(03) VALUE 0.
       01  ZSIDX                     PIC 9(03).

       01  TYPE-SUMMARY-TABLE.
           05  TYPE-SUMMARY-ENTRY OCCURS 50 TIMES.
               10  TST-VEHICLE-TYPE      PIC X(10).
               10  TST-SCENARIO OCCURS 2 TIMES.
                   15  TST-REVENUE       PIC 9(09).
                   15  TST-DAY-CAP-HITS  PIC 9(07).
                   15  TST-COMB-CAP-HITS PIC 9(07).
       01  TYPE-SUMMARY-COUNT        PIC 9(02) VALUE 0.
       01  TSIDX                     PIC 9(02).

      *    CHARGED HOURLY FEES BY THE HOUR OF DAY THEY FELL IN, BEFORE
      *    ANY CAP. THE CAP REDUCTIONS ARE REPORTED BELOW THE HOURS SO
      *    THE SECTION STILL FOOTS TO THE PERIOD TOTAL.
       01  HOUR-SUMMARY-TABLE.
           05  HOUR-SUMMARY-ENTRY OCCURS 24 TIMES.
               10  HST-REVENUE OCCURS 2 TIMES PIC 9(09).
       01  HSIDX                     PIC 9(02).

      *    THE TEN HEAVIEST PAYERS OF THE PERIOD ON TODAY'S MASTERS,
      *    KEPT IN DESCENDING ORDER AS EACH VEHICLE'S PASSAGES END
       01  TOP-PAYER-TABLE.
           05  TOP-PAYER-ENTRY OCCURS 10 TIMES.
               10  TPT-PLATE             PIC X(10).
               10  TPT-TOTAL OCCURS 2 TIMES PIC 9(07).
       01  TOP-PAYER-COUNT           PIC 9(02) VALUE 0.
       01  TPIDX                     PIC 9(02).
       01  WS-RANK-POS               PIC 9(02) VALUE 0.
       01  WS-PAYER-PLATE            PIC X(10) VALUE SPACES.
       01  WS-PAYER-COUNT            PIC 9(07) VALUE 0.

       01  WS-PASSAGES-READ          PIC 9(07) VALUE 0.
       01  WS-PASSAGES-REJECTED      PIC 9(07) VALUE 0.
       01  WS-GROUPS-PRICED          PIC 9(07) VALUE 0.
       01  WS-GROUPS-BAD-DATE        PIC 9(07) VALUE 0.
       01  WS-GROUPS-HOLIDAY         PIC 9(07) VALUE 0.
       01  WS-GROUPS-EXEMPT          PIC 9(07) VALUE 0.

      *    ONE COMPARISON LINE OF THE REPORT
       01  WS-ROW-LABEL              PIC X(14).
       01  WS-ROW-BEFORE             PIC 9(09).
       01  WS-ROW-AFTER              PIC 9(09).
       01  WS-ROW-CHANGE             PIC S9(09).
       01  WS-ROW-SHOW-HITS          PIC X     VALUE 'N'.
       01  WS-ROW-DAY-HITS-B         PIC 9(07).
       01  WS-ROW-DAY-HITS-A         PIC 9(07).
       01  WS-ROW-COMB-HITS-B        PIC 9(07).
       01  WS-ROW-COMB-HITS-A        PIC 9(07).
       01  WS-AVERAGE-CHANGE         PIC S9(07)V9(02).

       01  WS-BEFORE-EDIT            PIC ZZZ,ZZZ,ZZ9.
       01  WS-AFTER-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CHANGE-EDIT            PIC ---,---,--9.
       01  WS-HITS-B-EDIT            PIC ZZZ,ZZ9.
       01  WS-HITS-A-EDIT            PIC ZZZ,ZZ9.
       01  WS-HITS-C-EDIT            PIC ZZZ,ZZ9.
       01  WS-HITS-D-EDIT            PIC ZZZ,ZZ9.
       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
       01  WS-AVG-B-EDIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-AVG-A-EDIT             PIC Z,ZZZ,ZZ9.99.
       01  WS-AVG-CHANGE-EDIT        PIC -,---,--9.99.

      *    DATE VALIDATION - THE SAME CHECKS TOLLCALCULATOR APPLIES
       01  WS-DATE-VALID-FLAG        PIC X VALUE 'Y'.
       01  WS-DATE-ENTRY             PIC X(8).
       01  WS-DATE-FIELDS REDEFINES WS-DATE-ENTRY.
           05  WS-DATE-YYYY          PIC 9(04).
           05  WS-DATE-MM            PIC 9(02).
           05  WS-DATE-DD            PIC 9(02).
       01  WS-DAYS-IN-MONTH-VALUES.
           05  FILLER                PIC 9(02) VALUE 31.
           05  FILLER                PIC 9(02) VALUE 28.
           05  FILLER                PIC 9(02) VALUE 31.
           05  FILLER                PIC 9(02) VALUE 30.
           05  FILLER                PIC 9(02) VALUE 31.
           05  FILLER                PIC 9(02) VALUE 30.
           05  FILLER                PIC 9(02) VALUE 31.
           05  FILLER                PIC 9(02) VALUE 31.
           05  FILLER                PIC 9(02) VALUE 30.
           05  FILLER                PIC 9(02) VALUE 31.
           05  FILLER                PIC 9(02) VALUE 30.
           05  FILLER                PIC 9(02) VALUE 31.
       01  WS-DAYS-IN-MONTH REDEFINES WS-DAYS-IN-MONTH-VALUES.
           05  WS-DIM                PIC 9(02) OCCURS 12 TIMES.
       01  WS-MAX-DAY-FOR-MONTH      PIC 9(02).
       01  WS-LEAP-YEAR-FLAG         PIC X     VALUE 'N'.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.

           MOVE 'N' TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = 'Y'
               DISPLAY "SIMULATION PERIOD FROM (YYYYMMDD): "
               ACCEPT   WS-PERIOD-FROM
               MOVE WS-PERIOD-FROM TO WS-DATE-ENTRY
               PERFORM VALIDATE-DATE-ENTRY
               IF WS-DATE-VALID-FLAG NOT = 'Y'
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-DATE-VALID-FLAG
           PERFORM UNTIL WS-DATE-VALID-FLAG = 'Y'
               DISPLAY "SIMULATION PERIOD TO (YYYYMMDD): "
               ACCEPT   WS-PERIOD-TO
               MOVE WS-PERIOD-TO TO WS-DATE-ENTRY
               PERFORM VALIDATE-DATE-ENTRY
               IF WS-DATE-VALID-FLAG NOT = 'Y'
                   DISPLAY "INVALID DATE - PLEASE RE-ENTER"
               ELSE
                   IF WS-PERIOD-TO < WS-PERIOD-FROM
                       DISPLAY "PERIOD END IS BEFORE ITS START - "
                           "PLEASE RE-ENTER"
                       MOVE 'N' TO WS-DATE-VALID-FLAG
                   END-IF
               END-IF
           END-PERFORM

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           MOVE 'N' TO WS-SIM-ABORTED

           OPEN OUTPUT REVENUE-SIM-FILE

           PERFORM LOAD-ZONE-RATES
           IF WS-SIM-ABORTED = 'Y'
               PERFORM ABORT-SIMULATION
           END-IF
           PERFORM LOAD-ZONE-CAPS
           IF WS-SIM-ABORTED = 'Y'
               PERFORM ABORT-SIMULATION
           END-IF
           PERFORM LOAD-COMBINED-CAPS
           IF WS-SIM-ABORTED = 'Y'
               PERFORM ABORT-SIMULATION
           END-IF
           PERFORM LOAD-TARIFF-CLASSES
           IF WS-SIM-ABORTED = 'Y'
               PERFORM ABORT-SIMULATION
           END-IF

           MOVE ZONE-RATE-SET(1)     TO ZONE-RATE-SET(2)
           MOVE ZONE-CAP-SET(1)      TO ZONE-CAP-SET(2)
           MOVE COMBINED-CAP-SET(1)  TO COMBINED-CAP-SET(2)
           MOVE TARIFF-CLASS-SET(1)  TO TARIFF-CLASS-SET(2)

           PERFORM VARYING SIDX FROM 1 BY 1 UNTIL SIDX > 2
               MOVE 0 TO SCN-DAY-CHARGED(SIDX)
               MOVE 0 TO SCN-PAYER-TOTAL(SIDX)
               MOVE 0 TO SCN-GRAND-TOTAL(SIDX)
               MOVE 0 TO SCN-DAY-CAP-HITS(SIDX)
               MOVE 0 TO SCN-COMB-CAP-HITS(SIDX)
               MOVE 0 TO SCN-DAY-CAP-CUT(SIDX)
               MOVE 0 TO SCN-COMB-CAP-CUT(SIDX)
               MOVE 0 TO SCN-AVERAGE(SIDX)
               PERFORM VARYING HSIDX FROM 1 BY 1 UNTIL HSIDX > 24
                   MOVE 0 TO HST-REVENUE(HSIDX, SIDX)
               END-PERFORM
           END-PERFORM

           MOVE "REVENUE IMPACT SIMULATION OF PENDING MASTER CHANGES"
             TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           STRING "PERIOD " WS-PERIOD-FROM " TO " WS-PERIOD-TO
               "     RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE "SIMULATION ONLY - NO RESULT, AUDIT OR BILLING RECORD"
             TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE "IS WRITTEN. BEFORE = LIVE MASTERS, AFTER = LIVE "
             TO REVENUE-SIM-LINE
           MOVE "MASTERS WITH THE PENDING QUEUE APPLIED"
             TO REVENUE-SIM-LINE(49:40)
           WRITE REVENUE-SIM-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           PERFORM APPLY-PENDING-QUEUE

           PERFORM SIMULATE-PERIOD
           IF WS-SIM-ABORTED = 'Y'
               PERFORM ABORT-SIMULATION
           END-IF

           PERFORM WRITE-SIMULATION-REPORT

           CLOSE REVENUE-SIM-FILE

           DISPLAY "PASSAGES IN PERIOD:     " WS-PASSAGES-READ
           DISPLAY "GROUPS PRICED:          " WS-GROUPS-PRICED
           DISPLAY "PENDING CHANGES APPLIED: " WS-CHANGES-APPLIED
               " OF " WS-CHANGES-READ
           DISPLAY "REVENUE SIMULATION WRITTEN TO REVENUE-SIM.DAT"

           GOBACK.

      *    EVERY OTHER FILE IS ALREADY CLOSED WHEN THIS IS REACHED -
      *    THE STEP THAT FILLED A TABLE CLOSES ITS OWN FILES FIRST
       ABORT-SIMULATION.

           MOVE SPACES TO REVENUE-SIM-LINE
           STRING "SIMULATION ABORTED - " DELIMITED BY SIZE
               WS-SIM-ABORT-TABLE DELIMITED BY "  "
               " FULL" DELIMITED BY SIZE
               INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           CLOSE REVENUE-SIM-FILE

           DISPLAY REVENUE-SIM-LINE

           GOBACK.

      ******************************************************************
      *    LIVE MASTERS - LOADED INTO SET 1 WITH THE SAME LIMITS AND
      *    THE SAME LOUD OVERFLOW AS THE BATCH TOLL RUN
      ******************************************************************

       LOAD-ZONE-RATES.

           MOVE 0 TO ZONE-RATE-COUNT(1)

           OPEN INPUT ZONE-RATE-FILE
           IF WS-ZRATE-FILE-STATUS = "00"
               PERFORM UNTIL WS-ZRATE-FILE-STATUS = "10"
                   READ ZONE-RATE-FILE
                       AT END
                           MOVE "10" TO WS-ZRATE-FILE-STATUS
                       NOT AT END
                           IF ZONE-RATE-COUNT(1) < 500
                               ADD 1 TO ZONE-RATE-COUNT(1)
                               MOVE ZONE-RATE-REC
                                 TO ZONE-RATE-ENTRY
                                    (1, ZONE-RATE-COUNT(1))
                           ELSE
                               DISPLAY "ZONE RATE TABLE FULL - "
                                   "SIMULATION ABORTED"
                               MOVE "ZONE RATE TABLE"
                                 TO WS-SIM-ABORT-TABLE
                               MOVE 'Y'  TO WS-SIM-ABORTED
                               MOVE "10" TO WS-ZRATE-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZONE-RATE-FILE
           END-IF.

       LOAD-ZONE-CAPS.

           MOVE 0 TO ZONE-CAP-COUNT(1)

           OPEN INPUT ZONE-CAP-FILE
           IF WS-ZCAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-ZCAP-FILE-STATUS = "10"
                   READ ZONE-CAP-FILE
                       AT END
                           MOVE "10" TO WS-ZCAP-FILE-STATUS
                       NOT AT END
                           IF ZONE-CAP-COUNT(1) < 100
                               ADD 1 TO ZONE-CAP-COUNT(1)
                               MOVE ZONE-CAP-REC
                                 TO ZONE-CAP-ENTRY
                                    (1, ZONE-CAP-COUNT(1))
                           ELSE
                               DISPLAY "ZONE CAP TABLE FULL - "
                                   "SIMULATION ABORTED"
                               MOVE "ZONE CAP TABLE"
                                 TO WS-SIM-ABORT-TABLE
                               MOVE 'Y'  TO WS-SIM-ABORTED
                               MOVE "10" TO WS-ZCAP-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ZONE-CAP-FILE
           END-IF.

       LOAD-COMBINED-CAPS.

           MOVE 0 TO COMBINED-CAP-COUNT(1)

           OPEN INPUT COMBINED-CAP-FILE
           IF WS-CCAP-FILE-STATUS = "00"
               PERFORM UNTIL WS-CCAP-FILE-STATUS = "10"
                   READ COMBINED-CAP-FILE
                       AT END
                           MOVE "10" TO WS-CCAP-FILE-STATUS
                       NOT AT END
                           IF COMBINED-CAP-COUNT(1) < 20
                               ADD 1 TO COMBINED-CAP-COUNT(1)
                               MOVE COMBINED-CAP-REC
                                 TO COMBINED-CAP-ENTRY
                                    (1, COMBINED-CAP-COUNT(1))
                           ELSE
                               DISPLAY "COMBINED CAP TABLE FULL - "
                                   "SIMULATION ABORTED"
                               MOVE "COMBINED CAP TABLE"
                                 TO WS-SIM-ABORT-TABLE
                               MOVE 'Y'  TO WS-SIM-ABORTED
                               MOVE "10" TO WS-CCAP-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COMBINED-CAP-FILE
           END-IF.

       LOAD-TARIFF-CLASSES.

           MOVE 0 TO TARIFF-CLASS-COUNT(1)

           OPEN INPUT TARIFF-CLASS-FILE
           IF WS-TCLS-FILE-STATUS = "00"
               PERFORM UNTIL WS-TCLS-FILE-STATUS = "10"
                   READ TARIFF-CLASS-FILE
                       AT END
                           MOVE "10" TO WS-TCLS-FILE-STATUS
                       NOT AT END
                           IF TARIFF-CLASS-COUNT(1) < 500
                               ADD 1 TO TARIFF-CLASS-COUNT(1)
                               MOVE TARIFF-CLASS-REC
                                 TO TARIFF-CLASS-ENTRY
                                    (1, TARIFF-CLASS-COUNT(1))
                           ELSE
                               DISPLAY "TARIFF CLASS TABLE FULL - "
                                   "SIMULATION ABORTED"
                               MOVE "TARIFF CLASS TABLE"
                                 TO WS-SIM-ABORT-TABLE
                               MOVE 'Y'  TO WS-SIM-ABORTED
                               MOVE "10" TO WS-TCLS-FILE-STATUS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-CLASS-FILE
           END-IF.

      ******************************************************************
      *    THE PENDING QUEUE, APPLIED TO SET 2 IN QUEUE ORDER. A CHANGE
      *    THE REVIEWER'S APPLY WOULD REFUSE - ITS TARGET IS GONE, IT
      *    NOW OVERLAPS AN IN-FORCE ENTRY, OR IT REACHES INTO A LOCKED
      *    MONTH - IS LEFT OUT HERE TOO, AND THE REPORT SAYS SO.
      ******************************************************************

       APPLY-PENDING-QUEUE.

           MOVE "PENDING CHANGES SIMULATED" TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           OPEN INPUT PENDING-CHANGE-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDING-CHANGE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           PERFORM SIMULATE-ONE-CHANGE
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING-CHANGE-FILE

           IF WS-CHANGES-READ = 0
               MOVE "  NONE QUEUED - AFTER IS THE SAME AS BEFORE"
                 TO REVENUE-SIM-LINE
               WRITE REVENUE-SIM-LINE
           END-IF

           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE.

       SIMULATE-ONE-CHANGE.

           ADD 1 TO WS-CHANGES-READ
           MOVE SPACES TO WS-CHANGE-DETAIL
           MOVE SPACES TO WS-CHANGE-OUTCOME

           PERFORM CHECK-SIM-PERIOD-LOCK

           EVALUATE PCHG-MASTER
               WHEN "ZONERATE"
                   STRING "ZONE " PCHG-ZONE-CODE " "
                       PCHG-START-HOUR ":" PCHG-START-MIN "-"
                       PCHG-END-HOUR ":" PCHG-END-MIN
                       " FEE " PCHG-FEE
                       DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
                   IF WS-PERIOD-STATUS NOT = 'L'
                       PERFORM APPLY-SIM-RATE-CHANGE
                   END-IF
               WHEN "ZONECAP"
                   STRING "ZONE " PCHG-ZONE-CODE " CAP " PCHG-FEE
                       DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
                   IF WS-PERIOD-STATUS NOT = 'L'
                       PERFORM APPLY-SIM-CAP-CHANGE
                   END-IF
               WHEN "COMBCAP"
                   STRING "COMBINED CAP " PCHG-FEE
                       DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
                   IF WS-PERIOD-STATUS NOT = 'L'
                       PERFORM APPLY-SIM-COMB-CHANGE
                   END-IF
               WHEN "TARIFCLS"
                   STRING "ZONE " PCHG-ZONE-CODE " "
                       PCHG-VEHICLE-TYPE " METHOD " PCHG-METHOD
                       DELIMITED BY SIZE INTO WS-CHANGE-DETAIL
                   IF WS-PERIOD-STATUS NOT = 'L'
                       PERFORM APPLY-SIM-TARIFF-CHANGE
                   END-IF
               WHEN OTHER
                   MOVE "UNRECOGNISED MASTER - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
           END-EVALUATE

           IF WS-CHANGE-OUTCOME = "APPLIED"
               ADD 1 TO WS-CHANGES-APPLIED
           END-IF

           MOVE SPACES TO REVENUE-SIM-LINE
           STRING "  " PCHG-MASTER " " PCHG-ACTION " "
               WS-CHANGE-DETAIL " FROM " PCHG-EFF-FROM " - "
               WS-CHANGE-OUTCOME
               DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE.

      *    THE CHANGE'S EFFECTIVE WINDOW AGAINST THE LOCKED MONTHS, A
      *    BLANK TO DATE BEING OPEN-ENDED. THE PERIOD CHECK IS
      *    CANCELLED EACH TIME SO A MONTH LOCKED SINCE THE LAST CALL IS
      *    SEEN. IF IT CANNOT BE MADE THE CHANGE IS LEFT OUT, AS THE
      *    REVIEWER'S APPLY WOULD REFUSE IT.
       CHECK-SIM-PERIOD-LOCK.

           CALL "PERIODCHECK" USING PCHG-EFF-FROM PCHG-EFF-TO
                                    WS-PERIOD-STATUS WS-LOCKED-PERIOD
               ON EXCEPTION
                   DISPLAY "PERIODCHECK NOT AVAILABLE"
                   MOVE 'L'    TO WS-PERIOD-STATUS
                   MOVE SPACES TO WS-LOCKED-PERIOD
           END-CALL
           CANCEL "PERIODCHECK"
           IF WS-PERIOD-STATUS = 'L'
               MOVE "PERIOD LOCKED - LEFT OUT" TO WS-CHANGE-OUTCOME
           END-IF.

       APPLY-SIM-RATE-CHANGE.

           COMPUTE WS-NEW-START-MIN =
               PCHG-START-HOUR * 60 + PCHG-START-MIN
           COMPUTE WS-NEW-END-MIN =
               PCHG-END-HOUR * 60 + PCHG-END-MIN

           IF PCHG-ACTION = "ADD"
               IF ZONE-RATE-COUNT(2) >= 500
                   MOVE "RATE TABLE FULL - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SKIP-ENTRY
               PERFORM CHECK-SIM-BAND-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   MOVE "OVERLAPS IN-FORCE BAND - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ZONE-RATE-COUNT(2)
               MOVE ZONE-RATE-COUNT(2) TO WS-ENTRY-PICK
               MOVE PCHG-ZONE-CODE
                 TO ZRATE-T-ZONE-CODE(2, WS-ENTRY-PICK)
               PERFORM MOVE-PENDING-RATE-FIELDS
               MOVE "APPLIED" TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENTRY-PICK
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > ZONE-RATE-COUNT(2)
               IF ZRATE-T-ZONE-CODE(2, MIDX) = PCHG-ZONE-CODE
                  AND ZRATE-T-START-HOUR(2, MIDX) = PCHG-OLD-START-HOUR
                  AND ZRATE-T-START-MIN(2, MIDX) = PCHG-OLD-START-MIN
                  AND ZRATE-T-END-HOUR(2, MIDX) = PCHG-OLD-END-HOUR
                  AND ZRATE-T-END-MIN(2, MIDX) = PCHG-OLD-END-MIN
                  AND ZRATE-T-EFF-FROM(2, MIDX) = PCHG-OLD-EFF-FROM
                   MOVE MIDX TO WS-ENTRY-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ENTRY-PICK = 0
               MOVE "TARGET NOT ON FILE - LEFT OUT"
                 TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           IF PCHG-ACTION = "UPDATE"
               MOVE WS-ENTRY-PICK TO WS-SKIP-ENTRY
               PERFORM CHECK-SIM-BAND-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   MOVE "OVERLAPS IN-FORCE BAND - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM MOVE-PENDING-RATE-FIELDS
           ELSE
               PERFORM VARYING MIDX FROM WS-ENTRY-PICK BY 1
                       UNTIL MIDX >= ZONE-RATE-COUNT(2)
                   MOVE ZONE-RATE-ENTRY(2, MIDX + 1)
                     TO ZONE-RATE-ENTRY(2, MIDX)
               END-PERFORM
               SUBTRACT 1 FROM ZONE-RATE-COUNT(2)
           END-IF

           MOVE "APPLIED" TO WS-CHANGE-OUTCOME.

       MOVE-PENDING-RATE-FIELDS.

           MOVE PCHG-START-HOUR TO ZRATE-T-START-HOUR(2, WS-ENTRY-PICK)
           MOVE PCHG-START-MIN  TO ZRATE-T-START-MIN(2, WS-ENTRY-PICK)
           MOVE PCHG-END-HOUR   TO ZRATE-T-END-HOUR(2, WS-ENTRY-PICK)
           MOVE PCHG-END-MIN    TO ZRATE-T-END-MIN(2, WS-ENTRY-PICK)
           MOVE PCHG-FEE        TO ZRATE-T-FEE(2, WS-ENTRY-PICK)
           MOVE PCHG-EFF-FROM   TO ZRATE-T-EFF-FROM(2, WS-ENTRY-PICK)
           MOVE PCHG-EFF-TO     TO ZRATE-T-EFF-TO(2, WS-ENTRY-PICK).

       CHECK-SIM-BAND-OVERLAP.

           MOVE 'N' TO WS-OVERLAP-FLAG

           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > ZONE-RATE-COUNT(2)
               IF MIDX NOT = WS-SKIP-ENTRY
                  AND ZRATE-T-ZONE-CODE(2, MIDX) = PCHG-ZONE-CODE
                   COMPUTE WS-OLD-START-MIN =
                       ZRATE-T-START-HOUR(2, MIDX) * 60
                       + ZRATE-T-START-MIN(2, MIDX)
                   COMPUTE WS-OLD-END-MIN =
                       ZRATE-T-END-HOUR(2, MIDX) * 60
                       + ZRATE-T-END-MIN(2, MIDX)
                   IF WS-NEW-START-MIN <= WS-OLD-END-MIN
                      AND WS-NEW-END-MIN >= WS-OLD-START-MIN
                      AND (ZRATE-T-EFF-TO(2, MIDX) = SPACES
                           OR PCHG-EFF-FROM <= ZRATE-T-EFF-TO(2, MIDX))
                      AND (PCHG-EFF-TO = SPACES
                           OR PCHG-EFF-TO >= ZRATE-T-EFF-FROM(2, MIDX))
                       MOVE 'Y' TO WS-OVERLAP-FLAG
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-PERFORM.

       APPLY-SIM-CAP-CHANGE.

           IF PCHG-ACTION = "ADD"
               IF ZONE-CAP-COUNT(2) >= 100
                   MOVE "CAP TABLE FULL - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO ZONE-CAP-COUNT(2)
               MOVE ZONE-CAP-COUNT(2) TO WS-ENTRY-PICK
               MOVE PCHG-ZONE-CODE
                 TO ZCAP-T-ZONE-CODE(2, WS-ENTRY-PICK)
               MOVE PCHG-FEE
                 TO ZCAP-T-MAX-DAILY-FEE(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-FROM TO ZCAP-T-EFF-FROM(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-TO   TO ZCAP-T-EFF-TO(2, WS-ENTRY-PICK)
               MOVE "APPLIED" TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENTRY-PICK
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > ZONE-CAP-COUNT(2)
               IF ZCAP-T-ZONE-CODE(2, MIDX) = PCHG-ZONE-CODE
                  AND ZCAP-T-EFF-FROM(2, MIDX) = PCHG-OLD-EFF-FROM
                   MOVE MIDX TO WS-ENTRY-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ENTRY-PICK = 0
               MOVE "TARGET NOT ON FILE - LEFT OUT"
                 TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           IF PCHG-ACTION = "UPDATE"
               MOVE PCHG-FEE
                 TO ZCAP-T-MAX-DAILY-FEE(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-FROM TO ZCAP-T-EFF-FROM(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-TO   TO ZCAP-T-EFF-TO(2, WS-ENTRY-PICK)
           ELSE
               PERFORM VARYING MIDX FROM WS-ENTRY-PICK BY 1
                       UNTIL MIDX >= ZONE-CAP-COUNT(2)
                   MOVE ZONE-CAP-ENTRY(2, MIDX + 1)
                     TO ZONE-CAP-ENTRY(2, MIDX)
               END-PERFORM
               SUBTRACT 1 FROM ZONE-CAP-COUNT(2)
           END-IF

           MOVE "APPLIED" TO WS-CHANGE-OUTCOME.

       APPLY-SIM-COMB-CHANGE.

           IF PCHG-ACTION = "ADD"
               IF COMBINED-CAP-COUNT(2) >= 20
                   MOVE "COMBINED CAP TABLE FULL - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO COMBINED-CAP-COUNT(2)
               MOVE COMBINED-CAP-COUNT(2) TO WS-ENTRY-PICK
               MOVE PCHG-FEE
                 TO CCAP-T-MAX-DAILY-FEE(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-FROM TO CCAP-T-EFF-FROM(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-TO   TO CCAP-T-EFF-TO(2, WS-ENTRY-PICK)
               MOVE "APPLIED" TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENTRY-PICK
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > COMBINED-CAP-COUNT(2)
               IF CCAP-T-EFF-FROM(2, MIDX) = PCHG-OLD-EFF-FROM
                   MOVE MIDX TO WS-ENTRY-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ENTRY-PICK = 0
               MOVE "TARGET NOT ON FILE - LEFT OUT"
                 TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           IF PCHG-ACTION = "UPDATE"
               MOVE PCHG-FEE
                 TO CCAP-T-MAX-DAILY-FEE(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-FROM TO CCAP-T-EFF-FROM(2, WS-ENTRY-PICK)
               MOVE PCHG-EFF-TO   TO CCAP-T-EFF-TO(2, WS-ENTRY-PICK)
           ELSE
               PERFORM VARYING MIDX FROM WS-ENTRY-PICK BY 1
                       UNTIL MIDX >= COMBINED-CAP-COUNT(2)
                   MOVE COMBINED-CAP-ENTRY(2, MIDX + 1)
                     TO COMBINED-CAP-ENTRY(2, MIDX)
               END-PERFORM
               SUBTRACT 1 FROM COMBINED-CAP-COUNT(2)
           END-IF

           MOVE "APPLIED" TO WS-CHANGE-OUTCOME.

       APPLY-SIM-TARIFF-CHANGE.

           IF PCHG-ACTION = "ADD"
               IF TARIFF-CLASS-COUNT(2) >= 500
                   MOVE "CLASS TABLE FULL - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-SKIP-ENTRY
               PERFORM CHECK-SIM-CLASS-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   MOVE "OVERLAPS IN-FORCE CLASS - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TARIFF-CLASS-COUNT(2)
               MOVE TARIFF-CLASS-COUNT(2) TO WS-ENTRY-PICK
               MOVE PCHG-ZONE-CODE
                 TO TCLS-T-ZONE-CODE(2, WS-ENTRY-PICK)
               MOVE PCHG-VEHICLE-TYPE
                 TO TCLS-T-VEHICLE-TYPE(2, WS-ENTRY-PICK)
               PERFORM MOVE-PENDING-TARIFF-FIELDS
               MOVE "APPLIED" TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ENTRY-PICK
           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > TARIFF-CLASS-COUNT(2)
               IF TCLS-T-ZONE-CODE(2, MIDX) = PCHG-ZONE-CODE
                  AND TCLS-T-VEHICLE-TYPE(2, MIDX) = PCHG-VEHICLE-TYPE
                  AND TCLS-T-EFF-FROM(2, MIDX) = PCHG-OLD-EFF-FROM
                   MOVE MIDX TO WS-ENTRY-PICK
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-ENTRY-PICK = 0
               MOVE "TARGET NOT ON FILE - LEFT OUT"
                 TO WS-CHANGE-OUTCOME
               EXIT PARAGRAPH
           END-IF

           IF PCHG-ACTION = "UPDATE"
               MOVE WS-ENTRY-PICK TO WS-SKIP-ENTRY
               PERFORM CHECK-SIM-CLASS-OVERLAP
               IF WS-OVERLAP-FLAG = 'Y'
                   MOVE "OVERLAPS IN-FORCE CLASS - LEFT OUT"
                     TO WS-CHANGE-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM MOVE-PENDING-TARIFF-FIELDS
           ELSE
               PERFORM VARYING MIDX FROM WS-ENTRY-PICK BY 1
                       UNTIL MIDX >= TARIFF-CLASS-COUNT(2)
                   MOVE TARIFF-CLASS-ENTRY(2, MIDX + 1)
                     TO TARIFF-CLASS-ENTRY(2, MIDX)
               END-PERFORM
               SUBTRACT 1 FROM TARIFF-CLASS-COUNT(2)
           END-IF

           MOVE "APPLIED" TO WS-CHANGE-OUTCOME.

       MOVE-PENDING-TARIFF-FIELDS.

           MOVE PCHG-METHOD     TO TCLS-T-METHOD(2, WS-ENTRY-PICK)
           MOVE PCHG-MULTIPLIER TO TCLS-T-MULTIPLIER(2, WS-ENTRY-PICK)
           MOVE PCHG-FEE        TO TCLS-T-FIXED-FEE(2, WS-ENTRY-PICK)
           MOVE PCHG-MAX-DAILY-FEE
             TO TCLS-T-MAX-DAILY-FEE(2, WS-ENTRY-PICK)
           MOVE PCHG-EFF-FROM   TO TCLS-T-EFF-FROM(2, WS-ENTRY-PICK)
           MOVE PCHG-EFF-TO     TO TCLS-T-EFF-TO(2, WS-ENTRY-PICK).

       CHECK-SIM-CLASS-OVERLAP.

           MOVE 'N' TO WS-OVERLAP-FLAG

           PERFORM VARYING MIDX FROM 1 BY 1
                   UNTIL MIDX > TARIFF-CLASS-COUNT(2)
               IF MIDX NOT = WS-SKIP-ENTRY
                  AND TCLS-T-ZONE-CODE(2, MIDX) = PCHG-ZONE-CODE
                  AND TCLS-T-VEHICLE-TYPE(2, MIDX) = PCHG-VEHICLE-TYPE
                  AND (TCLS-T-EFF-TO(2, MIDX) = SPACES
                       OR PCHG-EFF-FROM <= TCLS-T-EFF-TO(2, MIDX))
                  AND (PCHG-EFF-TO = SPACES
                       OR TCLS-T-EFF-FROM(2, MIDX) <= PCHG-EFF-TO)
                   MOVE 'Y' TO WS-OVERLAP-FLAG
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

      ******************************************************************
      *    THE REPLAY - PASSAGE-FILE IS READ AND GROUPED EXACTLY AS THE
      *    BATCH TOLL RUN GROUPS IT, KEEPING ONLY PASSAGES DATED INSIDE
      *    THE PERIOD. EVERY GROUP IS PRICED ONCE PER SCENARIO.
      ******************************************************************

       SIMULATE-PERIOD.

           OPEN INPUT PASSAGE-FILE
           IF WS-PASSAGE-FILE-STATUS NOT = "00"
               DISPLAY "PASSAGE-FILE NOT FOUND - NOTHING TO SIMULATE"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT VEHICLE-REGISTRY-FILE

           MOVE 'N' TO WS-PASSAGE-EOF
           MOVE 'N' TO WS-GROUP-IN-PROGRESS
           MOVE 0   TO TIME-COUNT
           MOVE SPACES TO WS-GROUP-VEHICLE-ID WS-GROUP-DATE
                          WS-GROUP-ZONE-CODE WS-PAYER-PLATE
                          WS-DAY-VEHICLE-ID WS-DAY-DATE

           PERFORM READ-PERIOD-PASSAGE

           PERFORM UNTIL WS-PASSAGE-EOF = 'Y'
                      OR WS-SIM-ABORTED = 'Y'
               IF WS-GROUP-IN-PROGRESS = 'N'
                   MOVE 'Y' TO WS-GROUP-IN-PROGRESS
                   MOVE PASSAGE-VEHICLE-ID   TO WS-GROUP-VEHICLE-ID
                   MOVE PASSAGE-VEHICLE-ID   TO WS-VEHICLE-PLATE
                   MOVE PASSAGE-VEHICLE-TYPE TO WS-VEHICLE-TYPE
                   MOVE PASSAGE-DATE         TO WS-GROUP-DATE
                   MOVE PASSAGE-DATE         TO WS-DATE-ENTRY
                   MOVE PASSAGE-ZONE-CODE    TO WS-GROUP-ZONE-CODE
                   MOVE PASSAGE-ZONE-CODE    TO WS-ZONE-CODE
               END-IF

               IF PASSAGE-VEHICLE-ID = WS-GROUP-VEHICLE-ID
                  AND PASSAGE-DATE = WS-GROUP-DATE
                  AND PASSAGE-ZONE-CODE = WS-GROUP-ZONE-CODE
                   MOVE PASSAGE-TIME TO WS-TIME-ENTRY
                   PERFORM VALIDATE-TIME-VALUE
                   IF WS-TIME-VALID-FLAG = 'Y'
                      AND TIME-COUNT < 200
                       ADD 1 TO TIME-COUNT
                       MOVE PASSAGE-TIME
                         TO WS-TIME-ENTRY-ITEM(TIME-COUNT)
                   ELSE
                       ADD 1 TO WS-PASSAGES-REJECTED
                   END-IF
                   PERFORM READ-PERIOD-PASSAGE
               ELSE
                   PERFORM PROCESS-SIM-GROUP
                   MOVE 0   TO TIME-COUNT
                   MOVE 'N' TO WS-GROUP-IN-PROGRESS
               END-IF
           END-PERFORM

           IF WS-GROUP-IN-PROGRESS = 'Y'
              AND WS-SIM-ABORTED = 'N'
               PERFORM PROCESS-SIM-GROUP
           END-IF

           PERFORM CLOSE-PAYER

           CLOSE PASSAGE-FILE
           CLOSE VEHICLE-REGISTRY-FILE.

       READ-PERIOD-PASSAGE.

           MOVE 'N' TO WS-IN-PERIOD
           PERFORM UNTIL WS-IN-PERIOD = 'Y' OR WS-PASSAGE-EOF = 'Y'
               READ PASSAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-PASSAGE-EOF
                   NOT AT END
                       IF PASSAGE-DATE >= WS-PERIOD-FROM
                          AND PASSAGE-DATE <= WS-PERIOD-TO
                           MOVE 'Y' TO WS-IN-PERIOD
                           ADD 1 TO WS-PASSAGES-READ
                       END-IF
               END-READ
           END-PERFORM.

      *    THE SAME SKIPS AS THE BATCH RUN - A BAD DATE, A HOLIDAY OR
      *    AN EXEMPT VEHICLE IS NEVER CHARGED UNDER EITHER SCENARIO
       PROCESS-SIM-GROUP.

           PERFORM VALIDATE-DATE-ENTRY
           IF WS-DATE-VALID-FLAG NOT = 'Y'
               ADD 1 TO WS-GROUPS-BAD-DATE
               EXIT PARAGRAPH
           END-IF

           CALL 'HOLIDAYCHECK' USING WS-DATE-ENTRY WS-HOLIDAY-FLAG
           IF WS-HOLIDAY-FLAG = 'Y'
               ADD 1 TO WS-GROUPS-HOLIDAY
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-EXEMPTION
           IF WS-EXEMPT-VEH-FLAG = 'Y'
               ADD 1 TO WS-GROUPS-EXEMPT
               EXIT PARAGRAPH
           END-IF

           IF TIME-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-GROUPS-PRICED

           IF WS-VEHICLE-PLATE NOT = WS-PAYER-PLATE
               PERFORM CLOSE-PAYER
               MOVE WS-VEHICLE-PLATE TO WS-PAYER-PLATE
           END-IF

      *    THE COMBINED CAP RUNS ACROSS A VEHICLE'S ZONES FOR THE DAY,
      *    SO BOTH SCENARIOS' TRACKERS RESET TOGETHER ON A NEW
      *    VEHICLE/DAY
           IF WS-VEHICLE-PLATE NOT = WS-DAY-VEHICLE-ID
              OR WS-DATE-ENTRY NOT = WS-DAY-DATE
               MOVE WS-VEHICLE-PLATE TO WS-DAY-VEHICLE-ID
               MOVE WS-DATE-ENTRY    TO WS-DAY-DATE
               MOVE 0 TO SCN-DAY-CHARGED(1)
               MOVE 0 TO SCN-DAY-CHARGED(2)
           END-IF

           PERFORM VARYING SIDX FROM 1 BY 1 UNTIL SIDX > 2
               PERFORM TOLL-FEE-CALCULATION
           END-PERFORM

           PERFORM ACCUMULATE-GROUP.

      *    THE REGISTRY'S VEHICLE TYPE AND EXEMPTION WINDOW, AS THE
      *    BATCH RUN READS THEM. A PLATE NOT IN THE REGISTRY KEEPS THE
      *    TYPE ON THE PASSAGE AND IS NOT EXEMPT.
       CHECK-EXEMPTION.

           MOVE 'N' TO WS-EXEMPT-VEH-FLAG
           MOVE WS-VEHICLE-PLATE TO VREG-PLATE

           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VREG-VEHICLE-TYPE TO WS-VEHICLE-TYPE
                   IF VREG-EXEMPT-FLAG = 'Y'
                      AND WS-DATE-ENTRY >= VREG-EXEMPT-FROM
                      AND (VREG-EXEMPT-TO = SPACES
                           OR WS-DATE-ENTRY <= VREG-EXEMPT-TO)
                       MOVE 'Y' TO WS-EXEMPT-VEH-FLAG
                   END-IF
           END-READ.

      ******************************************************************
      *    PRICING - THE BATCH TOLL RUN'S RULES, AGAINST MASTER SET
      *    SIDX. THE CHARGED FEE OF EACH HOUR IS ALSO POSTED TO THE
      *    HOUR-OF-DAY SUMMARY FOR THE SCENARIO.
      ******************************************************************

       TOLL-FEE-CALCULATION.

           MOVE 0  TO WS-TOTAL-FEE
           MOVE 0  TO WS-HOURLY-MAXFEE
           MOVE 99 TO WS-CURRENT-HOUR
           MOVE 'N' TO WS-CAPPED-FLAG
           PERFORM GET-TARIFF-CLASS
           PERFORM GET-ZONE-MAX-FEE

           PERFORM VARYING TIME-IDX FROM 1 BY 1
                   UNTIL TIME-IDX > TIME-COUNT
               MOVE WS-TIME-ENTRY-ITEM(TIME-IDX) TO WS-TIME-ENTRY
               PERFORM CALCULATE-FEE

               IF WS-HOUR NOT = WS-CURRENT-HOUR
                   PERFORM POST-HOURLY-CHARGE
                   ADD WS-HOURLY-MAXFEE    TO WS-TOTAL-FEE
                   MOVE WS-HOUR            TO WS-CURRENT-HOUR
                   MOVE WS-CURRENT-FEE     TO WS-HOURLY-MAXFEE
               ELSE
                   IF WS-CURRENT-FEE > WS-HOURLY-MAXFEE
                       MOVE WS-CURRENT-FEE TO WS-HOURLY-MAXFEE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM POST-HOURLY-CHARGE
           ADD WS-HOURLY-MAXFEE TO WS-TOTAL-FEE
           MOVE WS-TOTAL-FEE TO WS-UNCAPPED-FEE

           IF WS-TOTAL-FEE > WS-MAX-DAILY-FEE
               MOVE WS-MAX-DAILY-FEE   TO WS-TOTAL-FEE
               MOVE 'Y'                TO WS-CAPPED-FLAG
           END-IF

           PERFORM APPLY-COMBINED-DAILY-CAP

           MOVE WS-TOTAL-FEE        TO SCN-GROUP-FEE(SIDX)
           MOVE WS-CAPPED-FLAG      TO SCN-GROUP-CAPPED(SIDX)
           MOVE WS-COMB-CAPPED-FLAG TO SCN-GROUP-COMB-CAPPED(SIDX)
           COMPUTE SCN-GROUP-DAY-CUT(SIDX) =
               WS-UNCAPPED-FEE - WS-TOTAL-FEE - WS-COMB-REDUCTION
           MOVE WS-COMB-REDUCTION   TO SCN-GROUP-COMB-CUT(SIDX).

       POST-HOURLY-CHARGE.

           IF WS-CURRENT-HOUR NOT = 99
               ADD WS-HOURLY-MAXFEE
                 TO HST-REVENUE(WS-CURRENT-HOUR + 1, SIDX)
           END-IF.

       APPLY-COMBINED-DAILY-CAP.

           MOVE 'N' TO WS-COMB-CAPPED-FLAG
           MOVE 0   TO WS-COMB-REDUCTION

           PERFORM GET-COMBINED-CAP

           IF WS-COMBINED-CAP-FOUND = 'Y'
              AND SCN-DAY-CHARGED(SIDX) + WS-TOTAL-FEE
                  > WS-COMBINED-CAP-FEE
               IF WS-COMBINED-CAP-FEE > SCN-DAY-CHARGED(SIDX)
                   COMPUTE WS-COMB-REDUCTION =
                       SCN-DAY-CHARGED(SIDX) + WS-TOTAL-FEE
                       - WS-COMBINED-CAP-FEE
                   COMPUTE WS-TOTAL-FEE =
                       WS-COMBINED-CAP-FEE - SCN-DAY-CHARGED(SIDX)
               ELSE
                   MOVE WS-TOTAL-FEE TO WS-COMB-REDUCTION
                   MOVE 0            TO WS-TOTAL-FEE
               END-IF
               MOVE 'Y' TO WS-COMB-CAPPED-FLAG
           END-IF

           ADD WS-TOTAL-FEE TO SCN-DAY-CHARGED(SIDX).

       GET-COMBINED-CAP.

           MOVE 'N' TO WS-COMBINED-CAP-FOUND

           PERFORM VARYING ZIDX FROM 1 BY 1
                   UNTIL ZIDX > COMBINED-CAP-COUNT(SIDX)
               IF WS-DATE-ENTRY >= CCAP-T-EFF-FROM(SIDX, ZIDX)
                  AND (CCAP-T-EFF-TO(SIDX, ZIDX) = SPACES
                       OR WS-DATE-ENTRY <= CCAP-T-EFF-TO(SIDX, ZIDX))
                   MOVE CCAP-T-MAX-DAILY-FEE(SIDX, ZIDX)
                     TO WS-COMBINED-CAP-FEE
                   MOVE 'Y' TO WS-COMBINED-CAP-FOUND
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM.

       GET-ZONE-MAX-FEE.

           MOVE 60 TO WS-MAX-DAILY-FEE

           PERFORM VARYING ZIDX FROM 1 BY 1
                   UNTIL ZIDX > ZONE-CAP-COUNT(SIDX)
               IF ZCAP-T-ZONE-CODE(SIDX, ZIDX) = WS-ZONE-CODE
                  AND WS-DATE-ENTRY >= ZCAP-T-EFF-FROM(SIDX, ZIDX)
                  AND (ZCAP-T-EFF-TO(SIDX, ZIDX) = SPACES
                       OR WS-DATE-ENTRY <= ZCAP-T-EFF-TO(SIDX, ZIDX))
                   MOVE ZCAP-T-MAX-DAILY-FEE(SIDX, ZIDX)
                     TO WS-MAX-DAILY-FEE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-TARIFF-CLASS-FOUND = 'Y'
              AND TCLS-T-MAX-DAILY-FEE(SIDX, WS-TARIFF-ENTRY) > 0
               MOVE TCLS-T-MAX-DAILY-FEE(SIDX, WS-TARIFF-ENTRY)
                 TO WS-MAX-DAILY-FEE
           END-IF.

       GET-TARIFF-CLASS.

           MOVE 'N' TO WS-TARIFF-CLASS-FOUND
           MOVE 0   TO WS-TARIFF-ENTRY

           PERFORM VARYING ZIDX FROM 1 BY 1
                   UNTIL ZIDX > TARIFF-CLASS-COUNT(SIDX)
               IF TCLS-T-ZONE-CODE(SIDX, ZIDX) = WS-ZONE-CODE
                  AND TCLS-T-VEHICLE-TYPE(SIDX, ZIDX) = WS-VEHICLE-TYPE
                  AND WS-DATE-ENTRY >= TCLS-T-EFF-FROM(SIDX, ZIDX)
                  AND (TCLS-T-EFF-TO(SIDX, ZIDX) = SPACES
                       OR WS-DATE-ENTRY <= TCLS-T-EFF-TO(SIDX, ZIDX))
                   MOVE 'Y'  TO WS-TARIFF-CLASS-FOUND
                   MOVE ZIDX TO WS-TARIFF-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CALCULATE-FEE.

           UNSTRING WS-TIME-ENTRY DELIMITED BY ":"
               INTO TIME-HH-STR TIME-MM-STR
           END-UNSTRING

           INSPECT TIME-HH-STR REPLACING ALL SPACE BY ZERO
           INSPECT TIME-MM-STR REPLACING ALL SPACE BY ZERO

           MOVE FUNCTION NUMVAL(TIME-HH-STR) TO WS-HOUR
           MOVE FUNCTION NUMVAL(TIME-MM-STR) TO WS-MINUTE

           PERFORM GET-ZONE-FEE.

       GET-ZONE-FEE.

           MOVE 0 TO WS-CURRENT-FEE
           COMPUTE WS-CUR-MINOFDAY = WS-HOUR * 60 + WS-MINUTE

           PERFORM VARYING ZIDX FROM 1 BY 1
                   UNTIL ZIDX > ZONE-RATE-COUNT(SIDX)
               IF ZRATE-T-ZONE-CODE(SIDX, ZIDX) = WS-ZONE-CODE
                  AND WS-DATE-ENTRY >= ZRATE-T-EFF-FROM(SIDX, ZIDX)
                  AND (ZRATE-T-EFF-TO(SIDX, ZIDX) = SPACES
                       OR WS-DATE-ENTRY <= ZRATE-T-EFF-TO(SIDX, ZIDX))
                   COMPUTE WS-BAND-START-MINOFDAY =
                       ZRATE-T-START-HOUR(SIDX, ZIDX) * 60
                       + ZRATE-T-START-MIN(SIDX, ZIDX)
                   COMPUTE WS-BAND-END-MINOFDAY =
                       ZRATE-T-END-HOUR(SIDX, ZIDX) * 60
                       + ZRATE-T-END-MIN(SIDX, ZIDX)
                   IF WS-CUR-MINOFDAY >= WS-BAND-START-MINOFDAY
                      AND WS-CUR-MINOFDAY <= WS-BAND-END-MINOFDAY
                       MOVE ZRATE-T-FEE(SIDX, ZIDX) TO WS-CURRENT-FEE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-CURRENT-FEE TO WS-BAND-FEE

           IF WS-TARIFF-CLASS-FOUND = 'Y' AND WS-BAND-FEE > 0
               IF TCLS-T-METHOD(SIDX, WS-TARIFF-ENTRY) = 'F'
                   MOVE TCLS-T-FIXED-FEE(SIDX, WS-TARIFF-ENTRY)
                     TO WS-CURRENT-FEE
               ELSE
                   COMPUTE WS-CURRENT-FEE ROUNDED =
                       WS-BAND-FEE
                       * TCLS-T-MULTIPLIER(SIDX, WS-TARIFF-ENTRY)
                       ON SIZE ERROR
                           MOVE 999 TO WS-CURRENT-FEE
                   END-COMPUTE
               END-IF
           END-IF.

      ******************************************************************
      *    ACCUMULATION - ZONE, VEHICLE TYPE, RUN TOTALS AND THE
      *    CURRENT PAYER, FOR BOTH SCENARIOS
      ******************************************************************

       ACCUMULATE-GROUP.

           PERFORM FIND-ZONE-SUMMARY
           IF WS-SIM-ABORTED = 'Y'
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-TYPE-SUMMARY
           IF WS-SIM-ABORTED = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING SIDX FROM 1 BY 1 UNTIL SIDX > 2
               ADD SCN-GROUP-FEE(SIDX) TO SCN-GRAND-TOTAL(SIDX)
               ADD SCN-GROUP-FEE(SIDX) TO SCN-PAYER-TOTAL(SIDX)
               ADD SCN-GROUP-FEE(SIDX) TO ZST-REVENUE(ZSIDX, SIDX)
               ADD SCN-GROUP-FEE(SIDX) TO TST-REVENUE(TSIDX, SIDX)
               ADD SCN-GROUP-DAY-CUT(SIDX)  TO SCN-DAY-CAP-CUT(SIDX)
               ADD SCN-GROUP-COMB-CUT(SIDX) TO SCN-COMB-CAP-CUT(SIDX)
               IF SCN-GROUP-CAPPED(SIDX) = 'Y'
                   ADD 1 TO SCN-DAY-CAP-HITS(SIDX)
                   ADD 1 TO ZST-DAY-CAP-HITS(ZSIDX, SIDX)
                   ADD 1 TO TST-DAY-CAP-HITS(TSIDX, SIDX)
               END-IF
               IF SCN-GROUP-COMB-CAPPED(SIDX) = 'Y'
                   ADD 1 TO SCN-COMB-CAP-HITS(SIDX)
                   ADD 1 TO ZST-COMB-CAP-HITS(ZSIDX, SIDX)
                   ADD 1 TO TST-COMB-CAP-HITS(TSIDX, SIDX)
               END-IF
           END-PERFORM.

       FIND-ZONE-SUMMARY.

           PERFORM VARYING ZSIDX FROM 1 BY 1
                   UNTIL ZSIDX > ZONE-SUMMARY-COUNT
               IF ZST-ZONE-CODE(ZSIDX) = WS-ZONE-CODE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF ZONE-SUMMARY-COUNT >= 100
               DISPLAY "ZONE SUMMARY TABLE FULL - SIMULATION ABORTED"
               MOVE "ZONE SUMMARY TABLE" TO WS-SIM-ABORT-TABLE
               MOVE 'Y' TO WS-SIM-ABORTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ZONE-SUMMARY-COUNT
           MOVE ZONE-SUMMARY-COUNT TO ZSIDX
           MOVE WS-ZONE-CODE TO ZST-ZONE-CODE(ZSIDX)
           PERFORM VARYING SIDX FROM 1 BY 1 UNTIL SIDX > 2
               MOVE 0 TO ZST-REVENUE(ZSIDX, SIDX)
               MOVE 0 TO ZST-DAY-CAP-HITS(ZSIDX, SIDX)
               MOVE 0 TO ZST-COMB-CAP-HITS(ZSIDX, SIDX)
           END-PERFORM.

       FIND-TYPE-SUMMARY.

           PERFORM VARYING TSIDX FROM 1 BY 1
                   UNTIL TSIDX > TYPE-SUMMARY-COUNT
               IF TST-VEHICLE-TYPE(TSIDX) = WS-VEHICLE-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF TYPE-SUMMARY-COUNT >= 50
               DISPLAY "VEHICLE TYPE SUMMARY TABLE FULL - "
                   "SIMULATION ABORTED"
               MOVE "VEHICLE TYPE TABLE" TO WS-SIM-ABORT-TABLE
               MOVE 'Y' TO WS-SIM-ABORTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO TYPE-SUMMARY-COUNT
           MOVE TYPE-SUMMARY-COUNT TO TSIDX
           MOVE WS-VEHICLE-TYPE TO TST-VEHICLE-TYPE(TSIDX)
           PERFORM VARYING SIDX FROM 1 BY 1 UNTIL SIDX > 2
               MOVE 0 TO TST-REVENUE(TSIDX, SIDX)
               MOVE 0 TO TST-DAY-CAP-HITS(TSIDX, SIDX)
               MOVE 0 TO TST-COMB-CAP-HITS(TSIDX, SIDX)
           END-PERFORM.

      *    A VEHICLE'S PASSAGES ARE BACK TO BACK IN PASSAGE-FILE, SO
      *    ITS PERIOD TOTAL IS COMPLETE WHEN THE NEXT PLATE STARTS. A
      *    VEHICLE CHARGED UNDER EITHER SCENARIO COUNTS AS A PAYER.
       CLOSE-PAYER.

           IF WS-PAYER-PLATE NOT = SPACES
              AND (SCN-PAYER-TOTAL(1) > 0 OR SCN-PAYER-TOTAL(2) > 0)
               ADD 1 TO WS-PAYER-COUNT
               PERFORM RANK-HEAVY-PAYER
           END-IF

           MOVE 0 TO SCN-PAYER-TOTAL(1)
           MOVE 0 TO SCN-PAYER-TOTAL(2)
           MOVE SPACES TO WS-PAYER-PLATE.

       RANK-HEAVY-PAYER.

           MOVE 0 TO WS-RANK-POS
           PERFORM VARYING TPIDX FROM 1 BY 1
                   UNTIL TPIDX > TOP-PAYER-COUNT
               IF SCN-PAYER-TOTAL(1) > TPT-TOTAL(TPIDX, 1)
                   MOVE TPIDX TO WS-RANK-POS
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-RANK-POS = 0
               IF TOP-PAYER-COUNT >= 10
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO TOP-PAYER-COUNT
               MOVE TOP-PAYER-COUNT TO WS-RANK-POS
           ELSE
               IF TOP-PAYER-COUNT < 10
                   ADD 1 TO TOP-PAYER-COUNT
               END-IF
               PERFORM VARYING TPIDX FROM TOP-PAYER-COUNT BY -1
                       UNTIL TPIDX <= WS-RANK-POS
                   MOVE TOP-PAYER-ENTRY(TPIDX - 1)
                     TO TOP-PAYER-ENTRY(TPIDX)
               END-PERFORM
           END-IF

           MOVE WS-PAYER-PLATE     TO TPT-PLATE(WS-RANK-POS)
           MOVE SCN-PAYER-TOTAL(1) TO TPT-TOTAL(WS-RANK-POS, 1)
           MOVE SCN-PAYER-TOTAL(2) TO TPT-TOTAL(WS-RANK-POS, 2).

      ******************************************************************
      *    THE COMPARISON REPORT
      ******************************************************************

       WRITE-SIMULATION-REPORT.

           MOVE SPACES TO REVENUE-SIM-LINE
           MOVE WS-GROUPS-PRICED TO WS-COUNT-EDIT
           STRING "VEHICLE/DAY/ZONE GROUPS PRICED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           MOVE WS-GROUPS-HOLIDAY TO WS-HITS-B-EDIT
           MOVE WS-GROUPS-EXEMPT TO WS-HITS-A-EDIT
           MOVE WS-GROUPS-BAD-DATE TO WS-HITS-C-EDIT
           MOVE WS-PASSAGES-REJECTED TO WS-HITS-D-EDIT
           STRING "NOT CHARGED - HOLIDAY " WS-HITS-B-EDIT
               "  EXEMPT " WS-HITS-A-EDIT
               "  BAD DATE " WS-HITS-C-EDIT
               "  BAD TIME " WS-HITS-D-EDIT
               DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           MOVE "REVENUE BY TOLL ZONE (SEK)" TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE 'Y' TO WS-ROW-SHOW-HITS
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING ZSIDX FROM 1 BY 1
                   UNTIL ZSIDX > ZONE-SUMMARY-COUNT
               MOVE ZST-ZONE-CODE(ZSIDX)        TO WS-ROW-LABEL
               MOVE ZST-REVENUE(ZSIDX, 1)       TO WS-ROW-BEFORE
               MOVE ZST-REVENUE(ZSIDX, 2)       TO WS-ROW-AFTER
               MOVE ZST-DAY-CAP-HITS(ZSIDX, 1)  TO WS-ROW-DAY-HITS-B
               MOVE ZST-DAY-CAP-HITS(ZSIDX, 2)  TO WS-ROW-DAY-HITS-A
               MOVE ZST-COMB-CAP-HITS(ZSIDX, 1) TO WS-ROW-COMB-HITS-B
               MOVE ZST-COMB-CAP-HITS(ZSIDX, 2) TO WS-ROW-COMB-HITS-A
               PERFORM WRITE-COMPARE-LINE
           END-PERFORM
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           MOVE "REVENUE BY HOUR OF DAY (SEK, CHARGED HOURLY FEES)"
             TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE 'N' TO WS-ROW-SHOW-HITS
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING HSIDX FROM 1 BY 1 UNTIL HSIDX > 24
               IF HST-REVENUE(HSIDX, 1) > 0
                  OR HST-REVENUE(HSIDX, 2) > 0
                   MOVE SPACES TO WS-ROW-LABEL
                   COMPUTE WS-HOUR = HSIDX - 1
                   STRING WS-HOUR ":00-" WS-HOUR ":59"
                       DELIMITED BY SIZE INTO WS-ROW-LABEL
                   MOVE HST-REVENUE(HSIDX, 1) TO WS-ROW-BEFORE
                   MOVE HST-REVENUE(HSIDX, 2) TO WS-ROW-AFTER
                   PERFORM WRITE-COMPARE-LINE
               END-IF
           END-PERFORM
      *    THE CAP REDUCTIONS COME OFF THE HOURLY FEES, SO THEY ARE
      *    SHOWN AS THEIR OWN LINES RATHER THAN SPREAD OVER THE HOURS
           MOVE "LESS DAY CAP"     TO WS-ROW-LABEL
           MOVE SCN-DAY-CAP-CUT(1) TO WS-ROW-BEFORE
           MOVE SCN-DAY-CAP-CUT(2) TO WS-ROW-AFTER
           PERFORM WRITE-COMPARE-LINE
           MOVE "LESS COMB CAP"     TO WS-ROW-LABEL
           MOVE SCN-COMB-CAP-CUT(1) TO WS-ROW-BEFORE
           MOVE SCN-COMB-CAP-CUT(2) TO WS-ROW-AFTER
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           MOVE "REVENUE BY VEHICLE TYPE (SEK)" TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE 'Y' TO WS-ROW-SHOW-HITS
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING TSIDX FROM 1 BY 1
                   UNTIL TSIDX > TYPE-SUMMARY-COUNT
               MOVE TST-VEHICLE-TYPE(TSIDX)     TO WS-ROW-LABEL
               MOVE TST-REVENUE(TSIDX, 1)       TO WS-ROW-BEFORE
               MOVE TST-REVENUE(TSIDX, 2)       TO WS-ROW-AFTER
               MOVE TST-DAY-CAP-HITS(TSIDX, 1)  TO WS-ROW-DAY-HITS-B
               MOVE TST-DAY-CAP-HITS(TSIDX, 2)  TO WS-ROW-DAY-HITS-A
               MOVE TST-COMB-CAP-HITS(TSIDX, 1) TO WS-ROW-COMB-HITS-B
               MOVE TST-COMB-CAP-HITS(TSIDX, 2) TO WS-ROW-COMB-HITS-A
               PERFORM WRITE-COMPARE-LINE
           END-PERFORM
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           MOVE "PERIOD TOTAL (SEK)" TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE 'Y' TO WS-ROW-SHOW-HITS
           PERFORM WRITE-COLUMN-HEADINGS
           MOVE "ALL ZONES"          TO WS-ROW-LABEL
           MOVE SCN-GRAND-TOTAL(1)   TO WS-ROW-BEFORE
           MOVE SCN-GRAND-TOTAL(2)   TO WS-ROW-AFTER
           MOVE SCN-DAY-CAP-HITS(1)  TO WS-ROW-DAY-HITS-B
           MOVE SCN-DAY-CAP-HITS(2)  TO WS-ROW-DAY-HITS-A
           MOVE SCN-COMB-CAP-HITS(1) TO WS-ROW-COMB-HITS-B
           MOVE SCN-COMB-CAP-HITS(2) TO WS-ROW-COMB-HITS-A
           PERFORM WRITE-COMPARE-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           PERFORM WRITE-PAYER-SECTION.

       WRITE-COLUMN-HEADINGS.

           MOVE SPACES   TO REVENUE-SIM-LINE
           MOVE "BEFORE" TO REVENUE-SIM-LINE(22:6)
           MOVE "AFTER"  TO REVENUE-SIM-LINE(36:5)
           MOVE "CHANGE" TO REVENUE-SIM-LINE(48:6)
           IF WS-ROW-SHOW-HITS = 'Y'
               MOVE "DAY CAPS B/A    COMB CAPS B/A"
                 TO REVENUE-SIM-LINE(59:29)
           END-IF
           WRITE REVENUE-SIM-LINE.

      *    ONE LABEL WITH ITS BEFORE, AFTER AND SIGNED CHANGE, AND
      *    THE CAP HITS UNDER EACH SCENARIO WHERE THEY APPLY
       WRITE-COMPARE-LINE.

           COMPUTE WS-ROW-CHANGE = WS-ROW-AFTER - WS-ROW-BEFORE
           MOVE WS-ROW-BEFORE TO WS-BEFORE-EDIT
           MOVE WS-ROW-AFTER  TO WS-AFTER-EDIT
           MOVE WS-ROW-CHANGE TO WS-CHANGE-EDIT

           MOVE SPACES TO REVENUE-SIM-LINE
           IF WS-ROW-SHOW-HITS = 'Y'
               MOVE WS-ROW-DAY-HITS-B  TO WS-HITS-B-EDIT
               MOVE WS-ROW-DAY-HITS-A  TO WS-HITS-A-EDIT
               MOVE WS-ROW-COMB-HITS-B TO WS-HITS-C-EDIT
               MOVE WS-ROW-COMB-HITS-A TO WS-HITS-D-EDIT
               STRING "  " WS-ROW-LABEL WS-BEFORE-EDIT "  "
                   WS-AFTER-EDIT "  " WS-CHANGE-EDIT "  "
                   WS-HITS-B-EDIT "/" WS-HITS-A-EDIT "  "
                   WS-HITS-C-EDIT "/" WS-HITS-D-EDIT
                   DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           ELSE
               STRING "  " WS-ROW-LABEL WS-BEFORE-EDIT "  "
                   WS-AFTER-EDIT "  " WS-CHANGE-EDIT
                   DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           END-IF
           WRITE REVENUE-SIM-LINE.

      *    THE AVERAGE PAYER IS THE PERIOD TOTAL OVER EVERY VEHICLE
      *    CHARGED UNDER EITHER SCENARIO, SO BOTH AVERAGES SHARE ONE
      *    DIVISOR. THE HEAVIEST PAYERS ARE RANKED ON TODAY'S MASTERS.
       WRITE-PAYER-SECTION.

           IF WS-PAYER-COUNT > 0
               COMPUTE SCN-AVERAGE(1) ROUNDED =
                   SCN-GRAND-TOTAL(1) / WS-PAYER-COUNT
               COMPUTE SCN-AVERAGE(2) ROUNDED =
                   SCN-GRAND-TOTAL(2) / WS-PAYER-COUNT
           END-IF
           COMPUTE WS-AVERAGE-CHANGE =
               SCN-AVERAGE(2) - SCN-AVERAGE(1)

           MOVE SPACES TO REVENUE-SIM-LINE
           MOVE WS-PAYER-COUNT TO WS-COUNT-EDIT
           STRING "AVERAGE PAYER (SEK PER VEHICLE, " WS-COUNT-EDIT
               " VEHICLES)"
               DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE SCN-AVERAGE(1)    TO WS-AVG-B-EDIT
           MOVE SCN-AVERAGE(2)    TO WS-AVG-A-EDIT
           MOVE WS-AVERAGE-CHANGE TO WS-AVG-CHANGE-EDIT
           MOVE SPACES TO REVENUE-SIM-LINE
           STRING "  BEFORE " WS-AVG-B-EDIT "  AFTER " WS-AVG-A-EDIT
               "  CHANGE " WS-AVG-CHANGE-EDIT
               DELIMITED BY SIZE INTO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE SPACES TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE

           MOVE "HEAVIEST PAYERS (SEK FOR THE PERIOD)"
             TO REVENUE-SIM-LINE
           WRITE REVENUE-SIM-LINE
           MOVE 'N' TO WS-ROW-SHOW-HITS
           PERFORM WRITE-COLUMN-HEADINGS
           PERFORM VARYING TPIDX FROM 1 BY 1
                   UNTIL TPIDX > TOP-PAYER-COUNT
               MOVE TPT-PLATE(TPIDX)    TO WS-ROW-LABEL
               MOVE TPT-TOTAL(TPIDX, 1) TO WS-ROW-BEFORE
               MOVE TPT-TOTAL(TPIDX, 2) TO WS-ROW-AFTER
               PERFORM WRITE-COMPARE-LINE
           END-PERFORM.

      ******************************************************************
      *    VALIDATION - THE SAME CHECKS TOLLCALCULATOR APPLIES
      ******************************************************************

       VALIDATE-DATE-ENTRY.

           MOVE 'Y' TO WS-DATE-VALID-FLAG

           IF WS-DATE-ENTRY IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-FLAG
           ELSE
               IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   MOVE 'N' TO WS-DATE-VALID-FLAG
               END-IF
               IF WS-DATE-DD < 1 OR WS-DATE-DD > 31
                   MOVE 'N' TO WS-DATE-VALID-FLAG
               END-IF
               IF WS-DATE-VALID-FLAG = 'Y'
                   PERFORM CHECK-LEAP-YEAR
                   MOVE WS-DIM(WS-DATE-MM) TO WS-MAX-DAY-FOR-MONTH
                   IF WS-DATE-MM = 2 AND WS-LEAP-YEAR-FLAG = 'Y'
                       MOVE 29 TO WS-MAX-DAY-FOR-MONTH
                   END-IF
                   IF WS-DATE-DD > WS-MAX-DAY-FOR-MONTH
                       MOVE 'N' TO WS-DATE-VALID-FLAG
                   END-IF
               END-IF
           END-IF.

       CHECK-LEAP-YEAR.

           MOVE 'N' TO WS-LEAP-YEAR-FLAG

           IF FUNCTION MOD(WS-DATE-YYYY, 4) = 0
               IF FUNCTION MOD(WS-DATE-YYYY, 100) NOT = 0
                   MOVE 'Y' TO WS-LEAP-YEAR-FLAG
               ELSE
                   IF FUNCTION MOD(WS-DATE-YYYY, 400) = 0
                       MOVE 'Y' TO WS-LEAP-YEAR-FLAG
                   END-IF
               END-IF
           END-IF.

       VALIDATE-TIME-VALUE.

           MOVE 'Y' TO WS-TIME-VALID-FLAG

           IF WS-TIME-ENTRY(3:1) NOT = ":"
               MOVE 'N' TO WS-TIME-VALID-FLAG
           ELSE
               MOVE WS-TIME-ENTRY(1:2) TO TIME-HH-STR
               MOVE WS-TIME-ENTRY(4:2) TO TIME-MM-STR
               IF TIME-HH-STR IS NOT NUMERIC
                  OR TIME-MM-STR IS NOT NUMERIC
                   MOVE 'N' TO WS-TIME-VALID-FLAG
               ELSE
                   MOVE FUNCTION NUMVAL(TIME-HH-STR) TO WS-HOUR
                   MOVE FUNCTION NUMVAL(TIME-MM-STR) TO WS-MINUTE
                   IF WS-HOUR > 23 OR WS-MINUTE > 59
                       MOVE 'N' TO WS-TIME-VALID-FLAG
                   END-IF
               END-IF
           END-IF.
