       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCHECK.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  PERIOD LOCK CHECK
      *                CALLED WITH A DATE RANGE (FROM/TO AS YYYYMMDD)
      *                BY EVERY PROGRAM THAT COULD CHANGE A CHARGE IN
      *                A MONTH ALREADY CLOSED DOWN - THE BATCH TOLL
      *                RUN, THE ADJUSTMENT RUN, REGISTRY RELEASES AND
      *                MASTER MAINTENANCE. A BLANK FROM DATE MEANS
      *                SINCE ALWAYS AND A BLANK TO DATE MEANS STILL
      *                OPEN, THE SAME CONVENTION THE EFFECTIVE-DATED
      *                MASTERS USE; A SINGLE DATE IS PASSED AS BOTH.
      *                LNK-PERIOD-STATUS COMES BACK WITH THE MOST
      *                RESTRICTIVE STATUS OF ANY MONTH THE RANGE
      *                TOUCHES - 'L' LOCKED, 'C' BILLING-CLOSED OR
      *                'O' OPEN - AND LNK-PERIOD WITH THE FIRST MONTH
      *                HOLDING THAT STATUS (SPACES WHEN OPEN).
      *                THE PERIOD-CONTROL-FILE IS LOADED ONCE, ON THE
      *                FIRST CALL OF THE RUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "COBOL/DATA/PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  PERIOD-CONTROL-FILE.
       COPY "PERIODREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-PERIOD-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-PERIOD-EOF             PIC X     VALUE 'N'.
       01  WS-PERIODS-LOADED         PIC X     VALUE 'N'.

      *    ONLY THE MONTHS THAT ARE NOT OPEN MATTER HERE - AN OPEN
      *    MONTH ANSWERS THE SAME AS A MONTH WITH NO ROW AT ALL
       01  PERIOD-TABLE.
           05  PERIOD-ENTRY OCCURS 600 TIMES.
               10  PT-PERIOD         PIC X(06).
               10  PT-STATUS         PIC X(01).
       01  PERIOD-COUNT              PIC 9(03) VALUE 0.
       01  PIDX                      PIC 9(03).

       01  WS-FROM-PERIOD            PIC X(06).
       01  WS-TO-PERIOD              PIC X(06).

      ******************************************************************
       LINKAGE SECTION.
       01  LNK-FROM-DATE             PIC X(08).
       01  LNK-TO-DATE               PIC X(08).
       01  LNK-PERIOD-STATUS         PIC X.
       01  LNK-PERIOD                PIC X(06).
      ******************************************************************

       PROCEDURE DIVISION USING LNK-FROM-DATE LNK-TO-DATE
                                LNK-PERIOD-STATUS LNK-PERIOD.

       MAIN-LOGIC.

           MOVE 'O'    TO LNK-PERIOD-STATUS
           MOVE SPACES TO LNK-PERIOD

           IF WS-PERIODS-LOADED = 'N'
               PERFORM LOAD-PERIOD-CONTROL
           END-IF

           MOVE LNK-FROM-DATE(1:6) TO WS-FROM-PERIOD
           MOVE LNK-TO-DATE(1:6)   TO WS-TO-PERIOD

      *    A LOCKED MONTH ANYWHERE IN THE RANGE SETTLES THE ANSWER;
      *    A BILLING-CLOSED ONE IS ONLY REMEMBERED IN CASE NOTHING
      *    LOCKED TURNS UP FURTHER ON
           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PERIOD-COUNT
               IF (WS-FROM-PERIOD = SPACES
                   OR PT-PERIOD(PIDX) >= WS-FROM-PERIOD)
                  AND (WS-TO-PERIOD = SPACES
                   OR PT-PERIOD(PIDX) <= WS-TO-PERIOD)
                   IF PT-STATUS(PIDX) = 'L'
                       MOVE 'L' TO LNK-PERIOD-STATUS
                       MOVE PT-PERIOD(PIDX) TO LNK-PERIOD
                       GOBACK
                   END-IF
                   IF PT-STATUS(PIDX) = 'C'
                      AND LNK-PERIOD-STATUS = 'O'
                       MOVE 'C' TO LNK-PERIOD-STATUS
                       MOVE PT-PERIOD(PIDX) TO LNK-PERIOD
                   END-IF
               END-IF
           END-PERFORM

           GOBACK.

       LOAD-PERIOD-CONTROL.

           MOVE 'Y' TO WS-PERIODS-LOADED
           MOVE 0   TO PERIOD-COUNT

           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           IF PCTL-STATUS NOT = 'O'
      *                        A DROPPED LOCK WOULD LET A CLOSED
      *                        MONTH BE REWRITTEN - STOP INSTEAD
                               IF PERIOD-COUNT >= 600
                                   DISPLAY "PERIOD CONTROL TABLE "
                                       "FULL - ABORTING RUN"
                                   STOP RUN
                               END-IF
                               ADD 1 TO PERIOD-COUNT
                               MOVE PCTL-PERIOD
                                 TO PT-PERIOD(PERIOD-COUNT)
                               MOVE PCTL-STATUS
                                 TO PT-STATUS(PERIOD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERIOD-CONTROL-FILE.
