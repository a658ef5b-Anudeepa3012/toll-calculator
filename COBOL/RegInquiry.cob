      *                CHANGE LOG LIKE ANY OTHER REGISTRY CHANGE),
      *                THEN AUTOMATICALLY RELEASES EVERY PENDING
      *                CHARGE WHOSE PLATE IS NOW REGISTERED TO THE
      *                TOLL-RESULT-FILE FOR NORMAL BILLING. A CHARGE
      *                DATED IN A MONTH THE PERIOD CLOSE HAS LOCKED
      *                STAYS HELD UNTIL A SUPERVISOR REOPENS IT
      *****************************************************************

       ENVIRONMENT DIVISION.
       01  WS-CHARGES-STILL-HELD     PIC 9(04) VALUE 0.
       01  WS-CHARGES-WRITTEN-OFF    PIC 9(04) VALUE 0.
       01  WS-CHARGES-ALREADY-POSTED PIC 9(04) VALUE 0.
       01  WS-CHARGES-PERIOD-LOCKED  PIC 9(04) VALUE 0.

      *    THE HELD CHARGE'S DATE AS A ONE-DAY RANGE FOR PERIODCHECK,
      *    AND ITS ANSWER - 'L' MEANS THE MONTH IS LOCKED
       01  WS-PERIOD-TO-DATE         PIC X(08).
       01  WS-PERIOD-STATUS          PIC X     VALUE SPACE.
       01  WS-LOCKED-PERIOD          PIC X(06).

      ******************************************************************
       PROCEDURE DIVISION.
           DISPLAY "CHARGES STILL HELD:           "
               WS-CHARGES-STILL-HELD
           DISPLAY "CHARGES WRITTEN OFF (EXEMPT): "
               WS-CHARGES-WRITTEN-OFF
           DISPLAY "CHARGES HELD - MONTH LOCKED:  "
               WS-CHARGES-PERIOD-LOCKED.

      *    A PLATE REGISTERED AS EXEMPT SINCE THE CHARGE WAS HELD -
      *    WITH THE EXEMPTION IN FORCE ON THE PASSAGE DATE, THE SAME
      *    TEST THE BATCH RUN'S CHECK-EXEMPTION APPLIES - WOULD NEVER
      *    HAVE BEEN CHARGED BY THE BATCH RUN, SO ITS HELD CHARGE IS
      *    WRITTEN OFF INSTEAD OF POSTED. A CHARGE DATED IN A LOCKED
      *    MONTH IS NEITHER RELEASED NOR WRITTEN OFF - THE MONTH'S
      *    BILLING IS CLOSED - SO IT GOES STRAIGHT BACK ON THE
      *    PENDING FILE AS IT WAS. THE PERIOD CHECK IS CANCELLED
      *    AFTER EVERY CALL SO A MONTH LOCKED WHILE THIS SESSION WAS
      *    OPEN IS SEEN.
       RELEASE-ONE-CHARGE.

           MOVE PT-DATE(PIDX) TO WS-PERIOD-TO-DATE
           CALL "PERIODCHECK" USING PT-DATE(PIDX) WS-PERIOD-TO-DATE
                                    WS-PERIOD-STATUS WS-LOCKED-PERIOD
               ON EXCEPTION
                   DISPLAY "PERIODCHECK NOT AVAILABLE - CHARGE LEFT "
                       "HELD: " PT-VEHICLE-ID(PIDX) " " PT-DATE(PIDX)
                   MOVE 'L' TO WS-PERIOD-STATUS
           END-CALL
           CANCEL "PERIODCHECK"

           IF WS-PERIOD-STATUS = 'L'
               MOVE PENDING-ENTRY(PIDX) TO PENDING-BILL-REC
               WRITE PENDING-BILL-REC
               ADD 1 TO WS-CHARGES-PERIOD-LOCKED
               EXIT PARAGRAPH
           END-IF

           MOVE PT-VEHICLE-ID(PIDX) TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
