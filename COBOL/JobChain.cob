      * DATE        :  2026.09.02
      * DESCRIPTION :  UNATTENDED NIGHTLY JOB-CHAIN DRIVER
      *                RUNS THE WHOLE NIGHTLY SEQUENCE - ANPRINTAKE,
      *                CLONEWATCH, TOLLCALCULATOR (BATCH), RECONCILE,
      *                CAMERAWATCH, GLEXTRACT - FROM ONE START, WITH
      *                EACH STEP'S COMPLETION RECORDED ON THE
      *                JOB-STEP-FILE AS IT FINISHES.
      *                THE STEP STATUS IS WRITTEN TO DISK BEFORE AND
      *                AFTER EVERY CALL, SO WHEN A STEP ABORTS (FOR
      *                EXAMPLE TOLLCALCULATOR'S "PASSAGE-FILE OUT OF
       01  PIDX                      PIC 9(02).
       01  WS-TOLLCALC-ENTRY         PIC 9(02) VALUE 0.
       01  WS-CAMWATCH-ENTRY         PIC 9(02) VALUE 0.
       01  WS-CLONEWATCH-ENTRY       PIC 9(02) VALUE 0.
       01  WS-GLEXTRACT-ENTRY        PIC 9(02) VALUE 0.

      *    'Y' ON A FRESH CHAIN BUILD - THE DRIVER'S OWN (AUTO) PARM
      *    LINES ARE RE-DERIVED FOR THE NEW NIGHT. 'N' ON A RERUN OF
       01  WS-REFRESH-AUTO-PARMS     PIC X     VALUE 'N'.

      *    CAMERAWATCH JUDGES "THE MORNING AFTER" - ITS DEFAULT FEED
      *    DATE IS YESTERDAY, AND CLONEWATCH AND GLEXTRACT WORK ON
      *    YESTERDAY TOO
       01  WS-TODAY                  PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                     PIC 9(08).
           MOVE 0 TO JOB-PARM-COUNT
           MOVE 0 TO WS-TOLLCALC-ENTRY
           MOVE 0 TO WS-CAMWATCH-ENTRY
           MOVE 0 TO WS-CLONEWATCH-ENTRY
           MOVE 0 TO WS-GLEXTRACT-ENTRY

           OPEN INPUT JOB-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
                               MOVE JOB-PARM-COUNT
                                 TO WS-CAMWATCH-ENTRY
                           END-IF
                           IF JPRM-PROGRAM = "CLONEWATCH"
                               MOVE JOB-PARM-COUNT
                                 TO WS-CLONEWATCH-ENTRY
                           END-IF
                           IF JPRM-PROGRAM = "GLEXTRACT"
                               MOVE JOB-PARM-COUNT
                                 TO WS-GLEXTRACT-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
               END-IF
           END-IF

           IF WS-CLONEWATCH-ENTRY = 0
               IF JOB-PARM-COUNT >= 20
                   DISPLAY "JOB PARM TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               ADD 1 TO JOB-PARM-COUNT
               MOVE "CLONEWATCH"  TO JP-PROGRAM(JOB-PARM-COUNT)
               MOVE SPACES        TO JP-VALUE(JOB-PARM-COUNT)
               MOVE WS-YESTERDAY  TO JP-VALUE(JOB-PARM-COUNT)(1:8)
               MOVE "AUTO"        TO JP-VALUE(JOB-PARM-COUNT)(10:4)
               DISPLAY "JOB PARM FILLED IN: CLONEWATCH PASSAGE DATE "
                   WS-YESTERDAY
           ELSE
               IF WS-REFRESH-AUTO-PARMS = 'Y'
                  AND JP-VALUE(WS-CLONEWATCH-ENTRY)(10:4) = "AUTO"
                   MOVE WS-YESTERDAY
                     TO JP-VALUE(WS-CLONEWATCH-ENTRY)(1:8)
                   DISPLAY "JOB PARM REFRESHED: CLONEWATCH PASSAGE "
                       "DATE " WS-YESTERDAY
               END-IF
           END-IF

           IF WS-GLEXTRACT-ENTRY = 0
               IF JOB-PARM-COUNT >= 20
                   DISPLAY "JOB PARM TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               ADD 1 TO JOB-PARM-COUNT
               MOVE "GLEXTRACT"   TO JP-PROGRAM(JOB-PARM-COUNT)
               MOVE SPACES        TO JP-VALUE(JOB-PARM-COUNT)
               MOVE WS-YESTERDAY  TO JP-VALUE(JOB-PARM-COUNT)(1:8)
               MOVE "AUTO"        TO JP-VALUE(JOB-PARM-COUNT)(10:4)
               DISPLAY "JOB PARM FILLED IN: GLEXTRACT POSTING DATE "
                   WS-YESTERDAY
           ELSE
               IF WS-REFRESH-AUTO-PARMS = 'Y'
                  AND JP-VALUE(WS-GLEXTRACT-ENTRY)(10:4) = "AUTO"
                   MOVE WS-YESTERDAY
                     TO JP-VALUE(WS-GLEXTRACT-ENTRY)(1:8)
                   DISPLAY "JOB PARM REFRESHED: GLEXTRACT POSTING "
                       "DATE " WS-YESTERDAY
               END-IF
           END-IF

           PERFORM REWRITE-JOB-PARMS.

      *    THE CHAIN IS DONE - RETIRE THE LINES THE DRIVER FILLED IN

       BUILD-FRESH-CHAIN.

      *    CLONEWATCH MUST RUN BEFORE THE BATCH TOLL RUN SO THE
      *    NIGHT'S SUSPECT PLATE/DAYS ARE HELD BEFORE THEY ARE BILLED
           MOVE 6 TO JOB-STEP-COUNT
           MOVE 1                TO JT-STEP-NO(1)
           MOVE "ANPRINTAKE"     TO JT-PROGRAM(1)
           MOVE SPACE            TO JT-STATUS(1)
           MOVE 2                TO JT-STEP-NO(2)
           MOVE "CLONEWATCH"     TO JT-PROGRAM(2)
           MOVE SPACE            TO JT-STATUS(2)
           MOVE 3                TO JT-STEP-NO(3)
           MOVE "TOLLCALCULATOR" TO JT-PROGRAM(3)
           MOVE SPACE            TO JT-STATUS(3)
           MOVE 4                TO JT-STEP-NO(4)
           MOVE "RECONCILE"      TO JT-PROGRAM(4)
           MOVE SPACE            TO JT-STATUS(4)
           MOVE 5                TO JT-STEP-NO(5)
           MOVE "CAMERAWATCH"    TO JT-PROGRAM(5)
           MOVE SPACE            TO JT-STATUS(5)
           MOVE 6                TO JT-STEP-NO(6)
           MOVE "GLEXTRACT"      TO JT-PROGRAM(6)
           MOVE SPACE            TO JT-STATUS(6)

           PERFORM REWRITE-JOB-STEPS.

