      *                LINES (HOLIDAY CHECK, EXEMPTION CHECK, FEE
      *                BANDS, HOURLY-DEDUP DECISIONS), THE TOLL
      *                RESULTS POSTED, THE BILLING STATEMENT LINES,
      *                THE VEHICLE'S REGISTRY ENTRY, AND ANY SUSPECT-
      *                CLONE FLAG ON THE PLATE/DAY WITH THE CHARGES
      *                HELD, RELEASED OR VOIDED BECAUSE OF IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OPTIONAL SUSPECT-CLONE-FILE
               ASSIGN TO "COBOL/DATA/SUSPECTCLONE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLONE-FILE-STATUS.

           SELECT OPTIONAL CLONE-HOLD-FILE
               ASSIGN TO "COBOL/DATA/CLONEHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.

           SELECT DISPUTE-PACK-FILE
               ASSIGN TO "COBOL/DATA/DISPUTEPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  SUSPECT-CLONE-FILE.
       COPY "SUSPCLONEREC.cpy".

       FD  CLONE-HOLD-FILE.
       COPY "CLONEHOLDREC.cpy".

       FD  DISPUTE-PACK-FILE.
       01  DISPUTE-PACK-LINE         PIC X(120).

       01  WS-STATEMENT-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-PACK-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CLONE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-HOLD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CLONE-EOF              PIC X     VALUE 'N'.

       01  WS-AUDIT-EOF              PIC X     VALUE 'N'.
       01  WS-RESULT-EOF             PIC X     VALUE 'N'.
       01  WS-AUDIT-MATCH-COUNT      PIC 9(05) VALUE 0.
       01  WS-RESULT-MATCH-COUNT     PIC 9(05) VALUE 0.
       01  WS-STATEMENT-MATCH-COUNT  PIC 9(05) VALUE 0.
       01  WS-CLONE-MATCH-COUNT      PIC 9(05) VALUE 0.
       01  WS-HOLD-STATUS-TEXT       PIC X(08).

       01  WS-AMOUNT-EDIT            PIC ZZ9.


           PERFORM EXTRACT-REGISTRY-ENTRY
           PERFORM EXTRACT-TOLL-RESULTS
           PERFORM EXTRACT-CLONE-REGISTER
           PERFORM EXTRACT-AUDIT-LINES
           PERFORM EXTRACT-STATEMENT-LINES

           DISPLAY "  AUDIT LINES:     " WS-AUDIT-MATCH-COUNT
           DISPLAY "  TOLL RESULTS:    " WS-RESULT-MATCH-COUNT
           DISPLAY "  STATEMENT LINES: " WS-STATEMENT-MATCH-COUNT
           DISPLAY "  CLONE LINES:     " WS-CLONE-MATCH-COUNT

           STOP RUN.


           CLOSE TOLL-RESULT-FILE.

      *    WHY THE PLATE/DAY WAS FLAGGED AS CARRIED BY MORE THAN ONE
      *    VEHICLE, AND WHAT BECAME OF EACH CHARGE HELD FOR IT - A
      *    VOIDED CHARGE IS THE EVIDENCE THE OWNER WAS NOT BILLED FOR
      *    THE CLONE'S PASSAGES
       EXTRACT-CLONE-REGISTER.

           PERFORM WRITE-BLANK-PACK-LINE
           MOVE "SUSPECT CLONE REGISTER" TO DISPUTE-PACK-LINE
           WRITE DISPUTE-PACK-LINE

           OPEN INPUT SUSPECT-CLONE-FILE
           IF WS-CLONE-FILE-STATUS = "00"
               MOVE 'N' TO WS-CLONE-EOF
               PERFORM UNTIL WS-CLONE-EOF = 'Y'
                   READ SUSPECT-CLONE-FILE
                       AT END
                           MOVE 'Y' TO WS-CLONE-EOF
                       NOT AT END
                           IF SCLN-PLATE = WS-DISPUTE-PLATE
                              AND SCLN-DATE = WS-DISPUTE-DATE
                               ADD 1 TO WS-CLONE-MATCH-COUNT
                               MOVE SPACES TO DISPUTE-PACK-LINE
                               STRING "  FLAGGED " SCLN-FLAGGED-DATE
                                   " REASON " SCLN-REASON " - "
                                   SCLN-DETAIL
                                   DELIMITED BY SIZE
                                   INTO DISPUTE-PACK-LINE
                               WRITE DISPUTE-PACK-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPECT-CLONE-FILE

           OPEN INPUT CLONE-HOLD-FILE
           IF WS-HOLD-FILE-STATUS = "00"
               MOVE 'N' TO WS-CLONE-EOF
               PERFORM UNTIL WS-CLONE-EOF = 'Y'
                   READ CLONE-HOLD-FILE
                       AT END
                           MOVE 'Y' TO WS-CLONE-EOF
                       NOT AT END
                           IF CHLD-PLATE = WS-DISPUTE-PLATE
                              AND CHLD-DATE = WS-DISPUTE-DATE
                               PERFORM WRITE-CLONE-HOLD-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CLONE-HOLD-FILE

           IF WS-CLONE-MATCH-COUNT = 0
               MOVE "  NOT FLAGGED AS A SUSPECT CLONE"
                 TO DISPUTE-PACK-LINE
               WRITE DISPUTE-PACK-LINE
           END-IF.

       WRITE-CLONE-HOLD-LINE.

           ADD 1 TO WS-CLONE-MATCH-COUNT
           EVALUATE CHLD-STATUS
               WHEN 'R'
                   MOVE "RELEASED" TO WS-HOLD-STATUS-TEXT
               WHEN 'V'
                   MOVE "VOIDED"   TO WS-HOLD-STATUS-TEXT
               WHEN OTHER
                   MOVE "HELD"     TO WS-HOLD-STATUS-TEXT
           END-EVALUATE
           MOVE CHLD-TOTAL-FEE TO WS-AMOUNT-EDIT
           MOVE SPACES TO DISPUTE-PACK-LINE
           STRING "  ZONE " CHLD-ZONE-CODE " FEE " WS-AMOUNT-EDIT
               " " WS-HOLD-STATUS-TEXT " " CHLD-DECIDED-DATE
               " BY " CHLD-DECIDED-BY
               DELIMITED BY SIZE INTO DISPUTE-PACK-LINE
           WRITE DISPUTE-PACK-LINE.

      *    EVERY AUDIT-FILE LINE STAMPED WITH THE DISPUTED PLATE AND
      *    DATE. WRITE-AUDIT-RECORD LAYS EACH LINE OUT AS TIMESTAMP
      *    (21) SPACE PLATE (10) SPACE DATE (8) SPACE EVENT, SO THE
