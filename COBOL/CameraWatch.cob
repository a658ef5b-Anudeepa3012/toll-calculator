      *                ESTIMATED MISSED-REVENUE FIGURE FROM THE
      *                ZONE'S FEE BANDS - INSTEAD OF THE DEAD CAMERA
      *                ONLY SHOWING UP IN MONTH-END RECONCILIATION.
      *                THE FEE PER MISSED READ IS WEIGHTED BY THE
      *                DAY'S VEHICLE-TYPE MIX AND THE VEHICLE-CLASS
      *                TARIFFS IN FORCE, SO A DEAD CAMERA ON A
      *                TRUCK ROUTE IS NOT PRICED AT THE CAR RATE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZRATE-FILE-STATUS.

      *    VEHICLE-CLASS TARIFFS AND THE REGISTRY THAT TYPES EACH
      *    READ - NO TARIFF FILE MEANS EVERY READ IS PRICED AT THE
      *    PLAIN BAND AVERAGE
           SELECT OPTIONAL TARIFF-CLASS-FILE
               ASSIGN TO "COBOL/DATA/TARIFFCLASS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TCLS-FILE-STATUS.

           SELECT VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OPTIONAL READ-HISTORY-FILE
               ASSIGN TO "COBOL/DATA/ZONEREADHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ZONE-RATE-FILE.
       COPY "ZONERATE.cpy".

       FD  TARIFF-CLASS-FILE.
       COPY "TARIFFCLS.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

      *    ONE LINE PER ZONE PER DAY - THE RECENT SAME-WEEKDAY
      *    PATTERN EVERY MORNING'S COUNTS ARE JUDGED AGAINST. THE
      *    DAY-OF-WEEK IS STORED AS INTEGER-OF-DATE MOD 7, THE SAME
       01  WS-ANPR-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-ZRATE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-HISTORY-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-TCLS-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-JOBPARM-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-JOBPARM-EOF            PIC X     VALUE 'N'.
       01  WS-DATE-INTEGER           PIC S9(8).

      *    THE CURRENT FEED RECORD, WHICHEVER FILE IT CAME FROM
       01  WS-FEED-PLATE             PIC X(10).
       01  WS-FEED-ZONE-CODE         PIC X(04).
       01  WS-FEED-DATE              PIC X(08).
       01  WS-FEED-TIME              PIC X(05).
               10  ZRT-EFF-TO        PIC X(08).
       01  ZONE-RATE-COUNT           PIC 9(03) VALUE 0.

      *    VEHICLE-CLASS TARIFFS, AND THE REPORT DATE'S READS PER
      *    ZONE AND REGISTRY VEHICLE TYPE (UNKNOWN FOR A PLATE NOT IN
      *    THE REGISTRY) - THE MIX THE MISSED READS ARE PRICED AT
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

       01  ZONE-TYPE-MIX-TABLE.
           05  ZONE-TYPE-MIX-ENTRY OCCURS 500 TIMES.
               10  ZTM-ZONE-CODE     PIC X(04).
               10  ZTM-VEHICLE-TYPE  PIC X(10).
               10  ZTM-READS         PIC 9(06).
       01  ZONE-TYPE-MIX-COUNT       PIC 9(03) VALUE 0.
       01  MXIDX                     PIC 9(03).
       01  WS-READ-VEHICLE-TYPE      PIC X(10).

       01  READ-HISTORY-TABLE.
           05  READ-HISTORY-ENTRY OCCURS 5000 TIMES.
               10  RHT-ZONE-CODE     PIC X(04).
       01  WS-ZONE-FEE-TOTAL         PIC 9(06).
       01  WS-ZONE-BAND-COUNT        PIC 9(03).
       01  WS-ZONE-AVG-FEE           PIC 9(03).
       01  WS-ZONE-BASE-FEE          PIC 9(03).
       01  WS-CLASS-FEE              PIC 9(03).
       01  WS-MIX-FEE-TOTAL          PIC 9(09).
       01  WS-MIX-READS              PIC 9(06).
       01  WS-CLASS-PRICED           PIC X     VALUE 'N'.
       01  WS-READ-SHORTFALL         PIC 9(06).
       01  WS-MISSED-REVENUE         PIC 9(08).
       01  WS-ZONE-FLAGGED           PIC X     VALUE 'N'.
           MOVE WS-DOW-REMAINDER TO WS-REPORT-DOW

           PERFORM LOAD-ZONE-RATES
           PERFORM LOAD-TARIFF-CLASSES
           PERFORM SEED-ZONES-FROM-RATES
           OPEN INPUT VEHICLE-REGISTRY-FILE
           IF WS-VEHREG-FILE-STATUS NOT = "00"
               DISPLAY "NO VEHICLE REGISTRY ON DISK - ABORTING"
               STOP RUN
           END-IF
           PERFORM SCAN-ANPR-FEED
           CLOSE VEHICLE-REGISTRY-FILE
           PERFORM LOAD-READ-HISTORY

           OPEN OUTPUT OUTAGE-REPORT-FILE
               CLOSE ZONE-RATE-FILE
           END-IF.

      *    LOAD THE VEHICLE-CLASS TARIFFS - THE EFFECTIVE-DATED
      *    VERSIONS ARE FILTERED TO THE REPORT DATE WHEN THEY ARE USED
       LOAD-TARIFF-CLASSES.

           MOVE 0 TO TARIFF-CLASS-COUNT

           OPEN INPUT TARIFF-CLASS-FILE
           IF WS-TCLS-FILE-STATUS = "00"
               PERFORM UNTIL WS-TCLS-FILE-STATUS = "10"
                   READ TARIFF-CLASS-FILE
                       AT END
                           MOVE "10" TO WS-TCLS-FILE-STATUS
                       NOT AT END
                           IF TARIFF-CLASS-COUNT < 500
                               ADD 1 TO TARIFF-CLASS-COUNT
                               MOVE TARIFF-CLASS-REC
                                 TO TARIFF-CLASS-ENTRY
                                    (TARIFF-CLASS-COUNT)
                           ELSE
                               DISPLAY "TARIFF CLASS TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TARIFF-CLASS-FILE
           END-IF.

      *    EVERY ZONE WITH A BAND IN FORCE ON THE REPORT DATE GETS A
      *    STATS ROW UP FRONT, SO A STONE-DEAD CAMERA'S ZONE IS STILL
      *    JUDGED
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END
                       MOVE SANPR-PLATE     TO WS-FEED-PLATE
                       MOVE SANPR-ZONE-CODE TO WS-FEED-ZONE-CODE
                       MOVE SANPR-DATE      TO WS-FEED-DATE
                       MOVE SANPR-TIME      TO WS-FEED-TIME
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF
                   NOT AT END
                       MOVE ANPR-PLATE     TO WS-FEED-PLATE
                       MOVE ANPR-ZONE-CODE TO WS-FEED-ZONE-CODE
                       MOVE ANPR-DATE      TO WS-FEED-DATE
                       MOVE ANPR-TIME      TO WS-FEED-TIME
               IF WS-FEED-HOUR < 24
                   ADD 1 TO ZST-TOTAL-READS(SIDX)
                   ADD 1 TO ZST-HOUR-READS(SIDX, WS-FEED-HOUR + 1)
                   PERFORM COUNT-READ-VEHICLE-TYPE
               END-IF
           END-IF.

      *    TYPE THE READ FROM THE REGISTRY AND ADD IT TO THE ZONE'S
      *    VEHICLE-TYPE MIX
       COUNT-READ-VEHICLE-TYPE.

           MOVE "UNKNOWN" TO WS-READ-VEHICLE-TYPE
           MOVE WS-FEED-PLATE TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VREG-VEHICLE-TYPE TO WS-READ-VEHICLE-TYPE
           END-READ

           PERFORM VARYING MXIDX FROM 1 BY 1
                   UNTIL MXIDX > ZONE-TYPE-MIX-COUNT
               IF ZTM-ZONE-CODE(MXIDX) = WS-FEED-ZONE-CODE
                  AND ZTM-VEHICLE-TYPE(MXIDX) = WS-READ-VEHICLE-TYPE
                   ADD 1 TO ZTM-READS(MXIDX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF ZONE-TYPE-MIX-COUNT >= 500
               DISPLAY "ZONE VEHICLE-TYPE TABLE FULL - ABORTING"
               STOP RUN
           END-IF

           ADD 1 TO ZONE-TYPE-MIX-COUNT
           MOVE WS-FEED-ZONE-CODE
             TO ZTM-ZONE-CODE(ZONE-TYPE-MIX-COUNT)
           MOVE WS-READ-VEHICLE-TYPE
             TO ZTM-VEHICLE-TYPE(ZONE-TYPE-MIX-COUNT)
           MOVE 1 TO ZTM-READS(ZONE-TYPE-MIX-COUNT).

      *    FIND WS-FEED-ZONE-CODE IN THE STATS TABLE, ADDING AN EMPTY
      *    ROW FOR A ZONE SEEN FOR THE FIRST TIME. LEAVES SIDX ON THE
      *    ZONE'S ROW.
               STRING "  ESTIMATED MISSED REVENUE: " WS-AMOUNT-EDIT
                   " SEK" DELIMITED BY SIZE INTO OUTAGE-REPORT-LINE
               WRITE OUTAGE-REPORT-LINE
               IF WS-CLASS-PRICED = 'Y'
                   MOVE SPACES TO OUTAGE-REPORT-LINE
                   STRING "  CLASS-WEIGHTED FEE PER READ: "
                       WS-ZONE-AVG-FEE " SEK (BAND AVERAGE "
                       WS-ZONE-BASE-FEE " SEK)"
                       DELIMITED BY SIZE INTO OUTAGE-REPORT-LINE
                   WRITE OUTAGE-REPORT-LINE
               END-IF
           END-IF

      *    A ZONE COUNTS ONCE HOWEVER MANY OF ITS ALERTS FIRED, SO
           IF WS-ZONE-BAND-COUNT > 0
               COMPUTE WS-ZONE-AVG-FEE =
                   WS-ZONE-FEE-TOTAL / WS-ZONE-BAND-COUNT
           END-IF

           MOVE WS-ZONE-AVG-FEE TO WS-ZONE-BASE-FEE
           PERFORM APPLY-VEHICLE-CLASS-MIX.

      *    RE-PRICE THE ZONE'S PER-READ FEE AT THE DAY'S VEHICLE-TYPE
      *    MIX: EACH TYPE'S READS AT ITS CLASS TARIFF IN FORCE ON THE
      *    REPORT DATE (MULTIPLIER ON THE BAND AVERAGE, OR THE FIXED
      *    FEE), TYPES WITH NO CLASS AT THE PLAIN BAND AVERAGE. A
      *    ZONE WITH NO READS AT ALL HAS NO MIX AND KEEPS THE PLAIN
      *    AVERAGE.
       APPLY-VEHICLE-CLASS-MIX.

           MOVE 'N' TO WS-CLASS-PRICED
           MOVE 0   TO WS-MIX-FEE-TOTAL
           MOVE 0   TO WS-MIX-READS

           IF WS-ZONE-BASE-FEE = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING MXIDX FROM 1 BY 1
                   UNTIL MXIDX > ZONE-TYPE-MIX-COUNT
               IF ZTM-ZONE-CODE(MXIDX) = ZST-ZONE-CODE(SIDX)
                   MOVE WS-ZONE-BASE-FEE TO WS-CLASS-FEE
                   PERFORM VARYING ZIDX FROM 1 BY 1
                           UNTIL ZIDX > TARIFF-CLASS-COUNT
                       IF TCT-ZONE-CODE(ZIDX) = ZST-ZONE-CODE(SIDX)
                          AND TCT-VEHICLE-TYPE(ZIDX)
                              = ZTM-VEHICLE-TYPE(MXIDX)
                          AND WS-REPORT-DATE >= TCT-EFF-FROM(ZIDX)
                          AND (TCT-EFF-TO(ZIDX) = SPACES
                               OR WS-REPORT-DATE <= TCT-EFF-TO(ZIDX))
                           MOVE 'Y' TO WS-CLASS-PRICED
                           IF TCT-METHOD(ZIDX) = 'F'
                               MOVE TCT-FIXED-FEE(ZIDX)
                                 TO WS-CLASS-FEE
                           ELSE
                               COMPUTE WS-CLASS-FEE ROUNDED =
                                   WS-ZONE-BASE-FEE
                                   * TCT-MULTIPLIER(ZIDX)
                                   ON SIZE ERROR
                                       MOVE 999 TO WS-CLASS-FEE
                               END-COMPUTE
                           END-IF
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   COMPUTE WS-MIX-FEE-TOTAL = WS-MIX-FEE-TOTAL
                       + ZTM-READS(MXIDX) * WS-CLASS-FEE
                   ADD ZTM-READS(MXIDX) TO WS-MIX-READS
               END-IF
           END-PERFORM

           IF WS-CLASS-PRICED = 'Y' AND WS-MIX-READS > 0
               COMPUTE WS-ZONE-AVG-FEE ROUNDED =
                   WS-MIX-FEE-TOTAL / WS-MIX-READS
           ELSE
               MOVE 'N' TO WS-CLASS-PRICED
           END-IF.

      *    TODAY'S COUNTS BECOME TOMORROW'S PATTERN - ONE HISTORY
