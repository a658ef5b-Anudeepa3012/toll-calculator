       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLONEWATCH.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  CLONED-PLATE AND IMPOSSIBLE-JOURNEY DETECTION
      *                JUDGES ONE DAY OF THE PASSAGE-FILE AND THE ANPR
      *                CAMERA FEED BEFORE THE BATCH TOLL RUN PRICES
      *                IT, AND PUTS EVERY PLATE/DAY THAT CANNOT BE ONE
      *                VEHICLE ON THE SUSPECT-CLONE REGISTER:
      *              * IMPOSSIBLE JOURNEY - THE PLATE IS READ IN TWO
      *                ZONES CLOSER TOGETHER IN TIME THAN THE ZONE-
      *                TRAVEL-FILE'S MINIMUM DRIVING TIME BETWEEN THEM
      *              * TYPE MISMATCH - THE PLATE IS READ BY A CAMERA
      *                THAT ONLY SEES ONE CLASS OF VEHICLE (THE
      *                CAMERA-RESTRICT-FILE) OR A PASSAGE DECLARES A
      *                VEHICLE TYPE, AND EITHER DISAGREES WITH THE
      *                TYPE THE PLATE IS REGISTERED TO
      *                THE BATCH TOLL RUN HOLDS THE CHARGES OF EVERY
      *                REGISTERED PLATE/DAY OFF TOLL-RESULT-FILE UNTIL
      *                AN OPERATOR RELEASES OR VOIDS THEM IN THE CLONE
      *                REVIEW SESSION. THE RUN ENDS WITH A REPORT FOR
      *                THE INVESTIGATORS: TONIGHT'S FLAGS WITH THEIR
      *                EVIDENCE AND REGISTERED OWNER, AND THE CHARGES
      *                STILL HELD FROM EARLIER FLAGS.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PASSAGE-FILE
               ASSIGN TO "COBOL/DATA/PASSAGES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PASSAGE-FILE-STATUS.

      *    THE PASSAGES RE-SORTED BY PLATE/DATE/TIME, ACROSS ZONES,
      *    SO ONE PLATE'S DAY COMES OUT AS A SINGLE TIMELINE
           SELECT SORT-WORK-FILE
               ASSIGN TO "CLONESORT".

           SELECT SORTED-PASSAGE-FILE
               ASSIGN TO "COBOL/DATA/CLONEPASS.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SORTED-FILE-STATUS.

      *    THE RAW CAMERA EXPORT - THE ONLY PLACE THE READING
      *    CAMERA'S ID SURVIVES
           SELECT OPTIONAL ANPR-FEED-FILE
               ASSIGN TO "COBOL/DATA/ANPRFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANPR-FILE-STATUS.

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

      *    MINIMUM ZONE-TO-ZONE DRIVING TIMES - NO FILE ON DISK
      *    MEANS NO JOURNEY IS JUDGED
           SELECT OPTIONAL ZONE-TRAVEL-FILE
               ASSIGN TO "COBOL/DATA/ZONETRAVEL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZTRV-FILE-STATUS.

      *    CAMERAS THAT ONLY SEE ONE VEHICLE CLASS - NO FILE ON
      *    DISK MEANS NO CAMERA IS RESTRICTED
           SELECT OPTIONAL CAMERA-RESTRICT-FILE
               ASSIGN TO "COBOL/DATA/CAMERACLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRST-FILE-STATUS.

           SELECT OPTIONAL SUSPECT-CLONE-FILE
               ASSIGN TO "COBOL/DATA/SUSPECTCLONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLONE-FILE-STATUS.

           SELECT OPTIONAL CLONE-HOLD-FILE
               ASSIGN TO "COBOL/DATA/CLONEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT CLONE-REPORT-FILE
               ASSIGN TO "COBOL/DATA/SUSPECT-CLONE-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

      *    CONSOLE ANSWERS FOR AN UNATTENDED RUN - THE JOB CHAIN
      *    DRIVER SUPPLIES THE DETECTION DATE HERE
           SELECT OPTIONAL JOB-PARM-FILE
               ASSIGN TO "COBOL/DATA/JOBPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBPARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  PASSAGE-FILE.
       COPY "PASSAGEREC.cpy".

       SD  SORT-WORK-FILE.
       01  SORT-WORK-REC.
           05  SW-VEHICLE-ID         PIC X(10).
           05  SW-VEHICLE-TYPE       PIC X(10).
           05  SW-DATE               PIC X(08).
           05  SW-TIME               PIC X(05).
           05  SW-ZONE-CODE          PIC X(04).

       FD  SORTED-PASSAGE-FILE.
       01  SORTED-PASSAGE-REC.
           05  SPAS-VEHICLE-ID       PIC X(10).
           05  SPAS-VEHICLE-TYPE     PIC X(10).
           05  SPAS-DATE             PIC X(08).
           05  SPAS-TIME             PIC X(05).
           05  SPAS-ZONE-CODE        PIC X(04).

       FD  ANPR-FEED-FILE.
       COPY "ANPRREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  ZONE-TRAVEL-FILE.
       COPY "ZONETRVREC.cpy".

       FD  CAMERA-RESTRICT-FILE.
       COPY "CAMRESTREC.cpy".

       FD  SUSPECT-CLONE-FILE.
       COPY "SUSPCLONEREC.cpy".

       FD  CLONE-HOLD-FILE.
       COPY "CLONEHOLDREC.cpy".

       FD  CLONE-REPORT-FILE.
       01  CLONE-REPORT-LINE         PIC X(100).

       FD  JOB-PARM-FILE.
       01  JOB-PARM-REC.
           05  JPRM-PROGRAM          PIC X(14).
           05  JPRM-VALUE            PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-PASSAGE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-SORTED-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-ANPR-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-ZTRV-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CRST-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CLONE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-JOBPARM-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-JOBPARM-EOF            PIC X     VALUE 'N'.
       01  WS-DATE-PARM-FOUND        PIC X     VALUE 'N'.

       01  WS-FILE-EOF               PIC X     VALUE 'N'.

       01  WS-DETECT-DATE            PIC X(08).
       01  WS-RUN-DATE               PIC X(08).

       01  ZONE-TRAVEL-TABLE.
           05  ZONE-TRAVEL-ENTRY OCCURS 500 TIMES.
               10  ZTT-FROM-ZONE     PIC X(04).
               10  ZTT-TO-ZONE       PIC X(04).
               10  ZTT-MIN-MINUTES   PIC 9(04).
       01  ZONE-TRAVEL-COUNT         PIC 9(03) VALUE 0.
       01  ZTIDX                     PIC 9(03).

       01  CAMERA-RESTRICT-TABLE.
           05  CAMERA-RESTRICT-ENTRY OCCURS 200 TIMES.
               10  CRT-CAMERA-ID     PIC X(06).
               10  CRT-ZONE-CODE     PIC X(04).
               10  CRT-VEHICLE-TYPE  PIC X(10).
               10  CRT-DESCRIPTION   PIC X(20).
       01  CAMERA-RESTRICT-COUNT     PIC 9(03) VALUE 0.
       01  CRIDX                     PIC 9(03).

      *    THE WHOLE REGISTER IS HELD HERE SO A RERUN OF THE SAME
      *    NIGHT ADDS NOTHING TWICE, AND IS WRITTEN BACK OVER THE
      *    LINE SEQUENTIAL FILE IN ONE PASS. SCT-NEW-FLAG MARKS THE
      *    ROWS FLAGGED OR STRENGTHENED BY THIS RUN FOR THE REPORT.
       01  SUSPECT-CLONE-TABLE.
           05  SUSPECT-CLONE-ENTRY OCCURS 5000 TIMES.
               10  SCT-CLONE-FIELDS.
                   15  SCT-PLATE         PIC X(10).
                   15  SCT-DATE          PIC X(08).
                   15  SCT-REASON        PIC X(01).
                   15  SCT-DETAIL        PIC X(50).
                   15  SCT-FLAGGED-DATE  PIC X(08).
               10  SCT-NEW-FLAG          PIC X(01).
       01  SUSPECT-CLONE-COUNT       PIC 9(04) VALUE 0.
       01  SCIDX                     PIC 9(04).
       01  WS-CLONE-ENTRY            PIC 9(04) VALUE 0.

      *    ONE PLATE'S READS FOR THE DETECTION DATE, IN TIME ORDER.
      *    READS BEYOND THE TABLE ARE NOT JUDGED - 200 READS OF ONE
      *    PLATE IN A DAY IS ALREADY THE SAME LIMIT THE BATCH TOLL
      *    RUN PRICES A GROUP BY.
       01  DAY-READ-TABLE.
           05  DAY-READ-ENTRY OCCURS 200 TIMES.
               10  DRT-ZONE-CODE     PIC X(04).
               10  DRT-TIME          PIC X(05).
               10  DRT-MINUTES       PIC 9(04).
               10  DRT-VEHICLE-TYPE  PIC X(10).
       01  DAY-READ-COUNT            PIC 9(03) VALUE 0.
       01  RIDX                      PIC 9(03).
       01  RJDX                      PIC 9(03).

       01  WS-CURRENT-PLATE          PIC X(10) VALUE SPACES.
       01  WS-REGISTERED-FLAG        PIC X     VALUE 'N'.
       01  WS-REGISTERED-TYPE        PIC X(10).
       01  WS-READ-HOUR              PIC 9(02).
       01  WS-READ-MINUTE            PIC 9(02).
       01  WS-ELAPSED-MINUTES        PIC 9(04).
       01  WS-MIN-MINUTES            PIC 9(04).
       01  WS-TRAVEL-FOUND           PIC X     VALUE 'N'.
       01  WS-ZONE-A                 PIC X(04).
       01  WS-ZONE-B                 PIC X(04).

      *    ONE PLATE/DAY IS FLAGGED AT MOST ONCE PER REASON - THE
      *    FIRST EVIDENCE FOUND IS THE ONE KEPT
       01  WS-JOURNEY-FLAGGED        PIC X     VALUE 'N'.
       01  WS-TYPE-FLAGGED           PIC X     VALUE 'N'.
       01  WS-FLAG-PLATE             PIC X(10).
       01  WS-FLAG-REASON            PIC X(01).
       01  WS-FLAG-DETAIL            PIC X(50).

       01  WS-PASSAGES-JUDGED        PIC 9(06) VALUE 0.
       01  WS-READS-JUDGED           PIC 9(06) VALUE 0.
       01  WS-JOURNEY-FLAGS          PIC 9(05) VALUE 0.
       01  WS-TYPE-FLAGS             PIC 9(05) VALUE 0.
       01  WS-NEW-FLAGS              PIC 9(05) VALUE 0.
       01  WS-HELD-COUNT             PIC 9(05) VALUE 0.
       01  WS-HELD-TOTAL             PIC 9(07) VALUE 0.

       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.
       01  WS-FEE-EDIT               PIC ZZ9.

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

      *    AN UNATTENDED RUN TAKES ITS DETECTION DATE FROM THE JOB
      *    PARM FILE; A BAD OR MISSING PARM FALLS BACK TO THE PROMPT
           PERFORM GET-DETECT-DATE-PARM
           IF WS-DATE-PARM-FOUND = 'Y'
               MOVE WS-DETECT-DATE TO WS-DATE-ENTRY
               PERFORM VALIDATE-DATE-ENTRY
               IF WS-DATE-VALID-FLAG = 'Y'
                   DISPLAY "DETECTION DATE " WS-DETECT-DATE
                       " TAKEN FROM JOB PARM FILE"
               ELSE
                   DISPLAY "JOB PARM DETECTION DATE INVALID - "
                       "PROMPTING"
                   MOVE 'N' TO WS-DATE-PARM-FOUND
               END-IF
           END-IF
           IF WS-DATE-PARM-FOUND NOT = 'Y'
               MOVE 'N' TO WS-DATE-VALID-FLAG
               PERFORM UNTIL WS-DATE-VALID-FLAG = 'Y'
                   DISPLAY "ENTER PASSAGE DATE TO CHECK (YYYYMMDD): "
                   ACCEPT   WS-DETECT-DATE
                   MOVE WS-DETECT-DATE TO WS-DATE-ENTRY
                   PERFORM VALIDATE-DATE-ENTRY
                   IF WS-DATE-VALID-FLAG NOT = 'Y'
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE

           PERFORM LOAD-ZONE-TRAVEL
           PERFORM LOAD-CAMERA-RESTRICTIONS
           PERFORM LOAD-CLONE-REGISTER

           OPEN INPUT VEHICLE-REGISTRY-FILE
           PERFORM SCAN-PASSAGES
           PERFORM SCAN-ANPR-FEED
           CLOSE VEHICLE-REGISTRY-FILE

           PERFORM REWRITE-CLONE-REGISTER
           PERFORM WRITE-INVESTIGATOR-REPORT

           DISPLAY "PASSAGES JUDGED:        " WS-PASSAGES-JUDGED
           DISPLAY "CAMERA READS JUDGED:    " WS-READS-JUDGED
           DISPLAY "IMPOSSIBLE JOURNEYS:    " WS-JOURNEY-FLAGS
           DISPLAY "TYPE MISMATCHES:        " WS-TYPE-FLAGS
           DISPLAY "PLATE/DAYS NEWLY HELD:  " WS-NEW-FLAGS

      *    GOBACK SO A CLEAN FINISH RETURNS CONTROL TO THE JOB CHAIN
      *    DRIVER WHEN ONE IS RUNNING THE NIGHT
           GOBACK.

      *    THE JOB CHAIN DRIVER FILLS IN YESTERDAY'S DATE - THE DAY
      *    THE NIGHT'S FEED COVERS - THE SAME WAY IT DOES FOR
      *    CAMERAWATCH, AND RETIRES THE LINE WHEN THE CHAIN COMPLETES
       GET-DETECT-DATE-PARM.

           MOVE 'N' TO WS-DATE-PARM-FOUND

           OPEN INPUT JOB-PARM-FILE
           IF WS-JOBPARM-FILE-STATUS = "00"
               MOVE 'N' TO WS-JOBPARM-EOF
               PERFORM UNTIL WS-JOBPARM-EOF = 'Y'
                   READ JOB-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBPARM-EOF
                       NOT AT END
                           IF JPRM-PROGRAM = "CLONEWATCH"
                               MOVE JPRM-VALUE(1:8)
                                 TO WS-DETECT-DATE
                               MOVE 'Y' TO WS-DATE-PARM-FOUND
                               MOVE 'Y' TO WS-JOBPARM-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-PARM-FILE.

       LOAD-ZONE-TRAVEL.

           MOVE 0 TO ZONE-TRAVEL-COUNT

           OPEN INPUT ZONE-TRAVEL-FILE
           IF WS-ZTRV-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ ZONE-TRAVEL-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF ZONE-TRAVEL-COUNT >= 500
                               DISPLAY "ZONE TRAVEL TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO ZONE-TRAVEL-COUNT
                           MOVE ZONE-TRAVEL-REC
                             TO ZONE-TRAVEL-ENTRY(ZONE-TRAVEL-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ZONE-TRAVEL-FILE.

       LOAD-CAMERA-RESTRICTIONS.

           MOVE 0 TO CAMERA-RESTRICT-COUNT

           OPEN INPUT CAMERA-RESTRICT-FILE
           IF WS-CRST-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CAMERA-RESTRICT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF CAMERA-RESTRICT-COUNT >= 200
                               DISPLAY "CAMERA RESTRICTION TABLE "
                                   "FULL - ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO CAMERA-RESTRICT-COUNT
                           MOVE CAMERA-RESTRICT-REC
                             TO CAMERA-RESTRICT-ENTRY
                                (CAMERA-RESTRICT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CAMERA-RESTRICT-FILE.

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
                                   "ABORTING BEFORE ANY CHANGE"
                               STOP RUN
                           END-IF
                           ADD 1 TO SUSPECT-CLONE-COUNT
                           MOVE SUSPECT-CLONE-REC
                             TO SCT-CLONE-FIELDS(SUSPECT-CLONE-COUNT)
                           MOVE 'N'
                             TO SCT-NEW-FLAG(SUSPECT-CLONE-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPECT-CLONE-FILE.

      *    THE PASSAGE-FILE IS SORTED BY VEHICLE/DATE/ZONE FOR THE
      *    BATCH RUN; RE-SORTED HERE BY VEHICLE/DATE/TIME SO EACH
      *    PLATE'S DAY ACROSS ALL ZONES IS ONE TIMELINE. ONLY THE
      *    DETECTION DATE IS JUDGED.
       SCAN-PASSAGES.

           OPEN INPUT PASSAGE-FILE
           IF WS-PASSAGE-FILE-STATUS NOT = "00"
               DISPLAY "NO PASSAGE FILE ON DISK - NO JOURNEYS JUDGED"
               CLOSE PASSAGE-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PASSAGE-FILE

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-VEHICLE-ID SW-DATE SW-TIME
               USING PASSAGE-FILE
               GIVING SORTED-PASSAGE-FILE

           OPEN INPUT SORTED-PASSAGE-FILE
           MOVE SPACES TO WS-CURRENT-PLATE
           MOVE 0 TO DAY-READ-COUNT

           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ SORTED-PASSAGE-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF SPAS-DATE = WS-DETECT-DATE
                           PERFORM COLLECT-ONE-PASSAGE
                       END-IF
               END-READ
           END-PERFORM

           IF DAY-READ-COUNT > 0
               PERFORM JUDGE-PLATE-DAY
           END-IF

           CLOSE SORTED-PASSAGE-FILE.

      *    A NEW PLATE CLOSES THE PREVIOUS PLATE'S TIMELINE. A READ
      *    WITH A GARBLED TIME CANNOT BE PLACED ON THE TIMELINE AND
      *    IS LEFT TO THE BATCH RUN'S EXCEPTION HANDLING.
       COLLECT-ONE-PASSAGE.

           IF SPAS-VEHICLE-ID NOT = WS-CURRENT-PLATE
               IF DAY-READ-COUNT > 0
                   PERFORM JUDGE-PLATE-DAY
               END-IF
               MOVE SPAS-VEHICLE-ID TO WS-CURRENT-PLATE
               MOVE 0 TO DAY-READ-COUNT
           END-IF

           ADD 1 TO WS-PASSAGES-JUDGED

           IF SPAS-TIME(1:2) IS NOT NUMERIC
              OR SPAS-TIME(4:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF

           IF DAY-READ-COUNT < 200
               ADD 1 TO DAY-READ-COUNT
               MOVE SPAS-ZONE-CODE    TO DRT-ZONE-CODE(DAY-READ-COUNT)
               MOVE SPAS-TIME         TO DRT-TIME(DAY-READ-COUNT)
               MOVE SPAS-VEHICLE-TYPE
                 TO DRT-VEHICLE-TYPE(DAY-READ-COUNT)
               MOVE SPAS-TIME(1:2)    TO WS-READ-HOUR
               MOVE SPAS-TIME(4:2)    TO WS-READ-MINUTE
               COMPUTE DRT-MINUTES(DAY-READ-COUNT) =
                   WS-READ-HOUR * 60 + WS-READ-MINUTE
           END-IF.

      *    EVERY PAIR OF READS IN TWO DIFFERENT ZONES IS HELD
      *    AGAINST THE MINIMUM DRIVING TIME BETWEEN THEM, AND EVERY
      *    READ THAT DECLARES A VEHICLE TYPE AGAINST THE REGISTRY.
      *    AN UNREGISTERED PLATE HAS NO TYPE TO DISAGREE WITH.
       JUDGE-PLATE-DAY.

           MOVE 'N' TO WS-JOURNEY-FLAGGED
           MOVE 'N' TO WS-TYPE-FLAGGED
           MOVE WS-CURRENT-PLATE TO WS-FLAG-PLATE

           PERFORM READ-REGISTERED-TYPE

           PERFORM VARYING RIDX FROM 1 BY 1
                   UNTIL RIDX > DAY-READ-COUNT
                      OR WS-JOURNEY-FLAGGED = 'Y'
               PERFORM VARYING RJDX FROM RIDX BY 1
                       UNTIL RJDX > DAY-READ-COUNT
                          OR WS-JOURNEY-FLAGGED = 'Y'
                   IF DRT-ZONE-CODE(RJDX) NOT = DRT-ZONE-CODE(RIDX)
                       PERFORM CHECK-ONE-JOURNEY
                   END-IF
               END-PERFORM
           END-PERFORM

           IF WS-REGISTERED-FLAG = 'Y'
               PERFORM VARYING RIDX FROM 1 BY 1
                       UNTIL RIDX > DAY-READ-COUNT
                          OR WS-TYPE-FLAGGED = 'Y'
                   IF DRT-VEHICLE-TYPE(RIDX) NOT = SPACES
                      AND DRT-VEHICLE-TYPE(RIDX) NOT = "UNKNOWN"
                      AND DRT-VEHICLE-TYPE(RIDX)
                          NOT = WS-REGISTERED-TYPE
                       MOVE 'Y' TO WS-TYPE-FLAGGED
                       ADD 1 TO WS-TYPE-FLAGS
                       MOVE SPACES TO WS-FLAG-DETAIL
                       STRING "TYPE " DRT-VEHICLE-TYPE(RIDX)
                           " REG " WS-REGISTERED-TYPE
                           " AT " DRT-ZONE-CODE(RIDX)
                           " " DRT-TIME(RIDX)
                           DELIMITED BY SIZE INTO WS-FLAG-DETAIL
                       MOVE 'T' TO WS-FLAG-REASON
                       PERFORM FLAG-PLATE-DAY
                   END-IF
               END-PERFORM
           END-IF.

      *    RJDX IS LATER IN THE DAY THAN RIDX - THE TIMELINE IS IN
      *    TIME ORDER - SO THE ELAPSED TIME IS NEVER NEGATIVE
       CHECK-ONE-JOURNEY.

           MOVE DRT-ZONE-CODE(RIDX) TO WS-ZONE-A
           MOVE DRT-ZONE-CODE(RJDX) TO WS-ZONE-B
           PERFORM FIND-TRAVEL-TIME
           IF WS-TRAVEL-FOUND NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-ELAPSED-MINUTES =
               DRT-MINUTES(RJDX) - DRT-MINUTES(RIDX)

           IF WS-ELAPSED-MINUTES < WS-MIN-MINUTES
               MOVE 'Y' TO WS-JOURNEY-FLAGGED
               ADD 1 TO WS-JOURNEY-FLAGS
               MOVE SPACES TO WS-FLAG-DETAIL
               STRING DRT-ZONE-CODE(RIDX) " " DRT-TIME(RIDX)
                   " - " DRT-ZONE-CODE(RJDX) " " DRT-TIME(RJDX)
                   " IN " WS-ELAPSED-MINUTES " MIN (MIN "
                   WS-MIN-MINUTES ")"
                   DELIMITED BY SIZE INTO WS-FLAG-DETAIL
               MOVE 'J' TO WS-FLAG-REASON
               PERFORM FLAG-PLATE-DAY
           END-IF.

      *    ONE ROW SERVES BOTH DIRECTIONS
       FIND-TRAVEL-TIME.

           MOVE 'N' TO WS-TRAVEL-FOUND
           PERFORM VARYING ZTIDX FROM 1 BY 1
                   UNTIL ZTIDX > ZONE-TRAVEL-COUNT
               IF (ZTT-FROM-ZONE(ZTIDX) = WS-ZONE-A
                   AND ZTT-TO-ZONE(ZTIDX) = WS-ZONE-B)
                  OR (ZTT-FROM-ZONE(ZTIDX) = WS-ZONE-B
                   AND ZTT-TO-ZONE(ZTIDX) = WS-ZONE-A)
                   MOVE ZTT-MIN-MINUTES(ZTIDX) TO WS-MIN-MINUTES
                   MOVE 'Y' TO WS-TRAVEL-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       READ-REGISTERED-TYPE.

           MOVE 'N'    TO WS-REGISTERED-FLAG
           MOVE SPACES TO WS-REGISTERED-TYPE
           MOVE WS-FLAG-PLATE TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-REGISTERED-FLAG
                   MOVE VREG-VEHICLE-TYPE TO WS-REGISTERED-TYPE
           END-READ.

      *    A CAMERA THAT ONLY SEES ONE VEHICLE CLASS READING A PLATE
      *    REGISTERED TO ANOTHER CLASS - THE PLATE IS ON THE WRONG
      *    VEHICLE. READS BELOW THE CONFIDENCE THRESHOLD ARE STILL
      *    JUDGED: A MISREAD IS ANSWERED IN QUARANTINE REVIEW, BUT THE
      *    FLAG ONLY HOLDS CHARGES, IT NEVER BILLS ANYONE.
       SCAN-ANPR-FEED.

           IF CAMERA-RESTRICT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ANPR-FEED-FILE
           IF WS-ANPR-FILE-STATUS NOT = "00"
               DISPLAY "NO ANPR FEED ON DISK - NO CAMERAS JUDGED"
               CLOSE ANPR-FEED-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FILE-EOF
           PERFORM UNTIL WS-FILE-EOF = 'Y'
               READ ANPR-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-FILE-EOF
                   NOT AT END
                       IF ANPR-DATE = WS-DETECT-DATE
                           PERFORM JUDGE-ONE-CAMERA-READ
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ANPR-FEED-FILE.

       JUDGE-ONE-CAMERA-READ.

           ADD 1 TO WS-READS-JUDGED

           PERFORM VARYING CRIDX FROM 1 BY 1
                   UNTIL CRIDX > CAMERA-RESTRICT-COUNT
               IF CRT-CAMERA-ID(CRIDX) = ANPR-CAMERA-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF CRIDX > CAMERA-RESTRICT-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE ANPR-PLATE TO WS-FLAG-PLATE
           PERFORM READ-REGISTERED-TYPE
           IF WS-REGISTERED-FLAG NOT = 'Y'
              OR WS-REGISTERED-TYPE = CRT-VEHICLE-TYPE(CRIDX)
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-TYPE-FLAGS
           MOVE SPACES TO WS-FLAG-DETAIL
           STRING "CAMERA " ANPR-CAMERA-ID " "
               CRT-VEHICLE-TYPE(CRIDX) " ONLY, REG "
               WS-REGISTERED-TYPE
               DELIMITED BY SIZE INTO WS-FLAG-DETAIL
           MOVE 'T' TO WS-FLAG-REASON
           PERFORM FLAG-PLATE-DAY.

      *    PUT WS-FLAG-PLATE ON THE REGISTER FOR THE DETECTION DATE.
      *    A PLATE/DAY ALREADY THERE KEEPS ITS FIRST EVIDENCE; A
      *    SECOND, DIFFERENT REASON TURNS IT INTO B (BOTH).
       FLAG-PLATE-DAY.

           MOVE 0 TO WS-CLONE-ENTRY
           PERFORM VARYING SCIDX FROM 1 BY 1
                   UNTIL SCIDX > SUSPECT-CLONE-COUNT
               IF SCT-PLATE(SCIDX) = WS-FLAG-PLATE
                  AND SCT-DATE(SCIDX) = WS-DETECT-DATE
                   MOVE SCIDX TO WS-CLONE-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-CLONE-ENTRY > 0
               IF SCT-REASON(WS-CLONE-ENTRY) NOT = WS-FLAG-REASON
                  AND SCT-REASON(WS-CLONE-ENTRY) NOT = 'B'
                   MOVE 'B' TO SCT-REASON(WS-CLONE-ENTRY)
                   MOVE 'Y' TO SCT-NEW-FLAG(WS-CLONE-ENTRY)
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF SUSPECT-CLONE-COUNT >= 5000
               DISPLAY "SUSPECT CLONE TABLE FULL - ABORTING BEFORE "
                   "ANY CHANGE"
               STOP RUN
           END-IF

           ADD 1 TO SUSPECT-CLONE-COUNT
           ADD 1 TO WS-NEW-FLAGS
           MOVE WS-FLAG-PLATE   TO SCT-PLATE(SUSPECT-CLONE-COUNT)
           MOVE WS-DETECT-DATE  TO SCT-DATE(SUSPECT-CLONE-COUNT)
           MOVE WS-FLAG-REASON  TO SCT-REASON(SUSPECT-CLONE-COUNT)
           MOVE WS-FLAG-DETAIL  TO SCT-DETAIL(SUSPECT-CLONE-COUNT)
           MOVE WS-RUN-DATE
             TO SCT-FLAGGED-DATE(SUSPECT-CLONE-COUNT)
           MOVE 'Y'             TO SCT-NEW-FLAG(SUSPECT-CLONE-COUNT).

       REWRITE-CLONE-REGISTER.

           OPEN OUTPUT SUSPECT-CLONE-FILE
           PERFORM VARYING SCIDX FROM 1 BY 1
                   UNTIL SCIDX > SUSPECT-CLONE-COUNT
               MOVE SCT-CLONE-FIELDS(SCIDX) TO SUSPECT-CLONE-REC
               WRITE SUSPECT-CLONE-REC
           END-PERFORM
           CLOSE SUSPECT-CLONE-FILE.

      *    TONIGHT'S FLAGS WITH THEIR EVIDENCE AND THE REGISTERED
      *    KEEPER TO CONTACT, THEN EVERY CHARGE STILL WAITING ON AN
      *    OPERATOR'S DECISION FROM EARLIER NIGHTS
       WRITE-INVESTIGATOR-REPORT.

           OPEN OUTPUT CLONE-REPORT-FILE
           OPEN INPUT  VEHICLE-REGISTRY-FILE
           OPEN INPUT  OWNER-MASTER-FILE

           MOVE SPACES TO CLONE-REPORT-LINE
           STRING "SUSPECT CLONE REPORT - PASSAGE DATE " WS-DETECT-DATE
               " - RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE
           MOVE SPACES TO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE

           MOVE SPACES TO CLONE-REPORT-LINE
           STRING "PLATE/DAYS FLAGGED THIS RUN (J = JOURNEY, "
               "T = TYPE, B = BOTH) - CHARGES WILL BE HELD"
               DELIMITED BY SIZE INTO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE

           MOVE 0 TO WS-HELD-COUNT
           PERFORM VARYING SCIDX FROM 1 BY 1
                   UNTIL SCIDX > SUSPECT-CLONE-COUNT
               IF SCT-NEW-FLAG(SCIDX) = 'Y'
                   ADD 1 TO WS-HELD-COUNT
                   PERFORM WRITE-REPORT-FLAG-LINES
               END-IF
           END-PERFORM

           IF WS-HELD-COUNT = 0
               MOVE "  NONE" TO CLONE-REPORT-LINE
               WRITE CLONE-REPORT-LINE
           END-IF

           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE OWNER-MASTER-FILE

           MOVE SPACES TO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE
           MOVE "CHARGES STILL HELD AWAITING RELEASE OR VOID"
             TO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE

           MOVE 0 TO WS-HELD-COUNT
           MOVE 0 TO WS-HELD-TOTAL
           OPEN INPUT CLONE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CLONE-HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF CHLD-STATUS = 'H'
                               PERFORM WRITE-REPORT-HELD-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLONE-HOLD-FILE

           MOVE WS-HELD-COUNT TO WS-COUNT-EDIT
           MOVE WS-HELD-TOTAL TO WS-AMOUNT-EDIT
           MOVE SPACES TO CLONE-REPORT-LINE
           STRING "  HELD CHARGES: " WS-COUNT-EDIT
               "   TOTAL " WS-AMOUNT-EDIT " SEK"
               DELIMITED BY SIZE INTO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE

           CLOSE CLONE-REPORT-FILE.

       WRITE-REPORT-FLAG-LINES.

           MOVE SPACES TO CLONE-REPORT-LINE
           STRING "  " SCT-PLATE(SCIDX) " " SCT-DATE(SCIDX)
               " " SCT-REASON(SCIDX) " " SCT-DETAIL(SCIDX)
               DELIMITED BY SIZE INTO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE

           MOVE SCT-PLATE(SCIDX) TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   MOVE "      PLATE NOT IN REGISTRY"
                     TO CLONE-REPORT-LINE
                   WRITE CLONE-REPORT-LINE
                   END-WRITE
               NOT INVALID KEY
                   MOVE VREG-OWNER-ID TO OWN-OWNER-ID
                   MOVE SPACES TO OWN-NAME OWN-ADDRESS
                   READ OWNER-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                   END-READ
                   MOVE SPACES TO CLONE-REPORT-LINE
                   STRING "      REGISTERED " VREG-VEHICLE-TYPE
                       " OWNER " VREG-OWNER-ID " " OWN-NAME
                       DELIMITED BY SIZE INTO CLONE-REPORT-LINE
                   WRITE CLONE-REPORT-LINE
           END-READ.

       WRITE-REPORT-HELD-LINE.

           ADD 1 TO WS-HELD-COUNT
           ADD CHLD-TOTAL-FEE TO WS-HELD-TOTAL
           MOVE CHLD-TOTAL-FEE TO WS-FEE-EDIT
           MOVE SPACES TO CLONE-REPORT-LINE
           STRING "  " CHLD-PLATE " " CHLD-DATE " ZONE "
               CHLD-ZONE-CODE " " CHLD-VEHICLE-TYPE
               " FEE " WS-FEE-EDIT
               DELIMITED BY SIZE INTO CLONE-REPORT-LINE
           WRITE CLONE-REPORT-LINE.

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

      *    A YEAR IS A LEAP YEAR IF DIVISIBLE BY 4, EXCEPT CENTURY
      *    YEARS, WHICH MUST ALSO BE DIVISIBLE BY 400
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
