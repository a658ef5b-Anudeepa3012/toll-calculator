      *                ASSESSED EXACTLY ONCE. THE DAY THRESHOLDS AND
      *                THE FEE COME FROM THE DUNNING-PARM-FILE SO
      *                FINANCE CAN TUNE THEM WITHOUT A RECOMPILE.
      *                INVOICES COVERED BY AN INSTALMENT ARRANGEMENT
      *                THAT IS BEING KEPT ARE LEFT ALONE. EACH RUN
      *                FIRST REVIEWS THE ARRANGEMENT-FILE: ONE WHOSE
      *                INSTALMENTS ARE ALL PAID (OR WHOSE INVOICES ARE
      *                ALL SETTLED) IS MARKED KEPT, AND ONE WITH AN
      *                INSTALMENT STILL OWING MORE THAN THE GRACE DAYS
      *                AFTER IT FELL DUE IS MARKED BROKEN - ITS
      *                INVOICES GO BACK INTO DUNNING AT THE STAGE THEY
      *                HAD REACHED. THE ARRANGEMENT REPORT LISTING
      *                ACTIVE, KEPT AND BROKEN ARRANGEMENTS IS
      *                REPRINTED ON EVERY RUN.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECT-FILE-STATUS.

           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "COBOL/DATA/ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-FILE-STATUS.

           SELECT ARRANGEMENT-REPORT-FILE
               ASSIGN TO "COBOL/DATA/ARRANGEMENT-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************

      *    DAY THRESHOLDS FOR THE THREE STAGES AND THE LATE FEE, ALL
      *    OPERATOR-MAINTAINED. NO FILE ON DISK MEANS THE 30/60/90
      *    DEFAULTS WITH A 50 SEK LATE FEE. THE ARRANGEMENT GRACE
      *    DAYS CAME LATER AND MAY BE MISSING FROM AN OLDER LINE -
      *    THEN THE 10-DAY DEFAULT STANDS.
       FD  DUNNING-PARM-FILE.
       01  DUNNING-PARM-LINE.
           05  DPRM-STAGE1-DAYS      PIC 9(03).
           05  DPRM-STAGE2-DAYS      PIC 9(03).
           05  DPRM-FINAL-DAYS       PIC 9(03).
           05  DPRM-LATE-FEE         PIC 9(05).
           05  DPRM-GRACE-DAYS       PIC 9(03).

       FD  DUNNING-STATUS-FILE.
       COPY "DUNSTATREC.cpy".
       FD  COLLECTIONS-EXTRACT-FILE.
       01  COLLECTIONS-EXTRACT-LINE  PIC X(80).

       FD  ARRANGEMENT-FILE.
       COPY "ARRANGEREC.cpy".

       FD  ARRANGEMENT-REPORT-FILE.
       01  ARRANGEMENT-REPORT-LINE   PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-DSTAT-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-NOTICE-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-COLLECT-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ARRANGE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ARPT-FILE-STATUS       PIC X(2)  VALUE SPACES.

       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-PAYMENT-EOF            PIC X     VALUE 'N'.
       01  WS-DSTAT-EOF              PIC X     VALUE 'N'.
       01  WS-ARRANGE-EOF            PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
       01  WS-STAGE2-DAYS            PIC 9(03) VALUE 60.
       01  WS-FINAL-DAYS             PIC 9(03) VALUE 90.
       01  WS-LATE-FEE               PIC 9(05) VALUE 50.
       01  WS-GRACE-DAYS             PIC 9(03) VALUE 10.

      *    THE WHOLE ARRANGEMENT-FILE, REVIEWED AT THE START OF THE
      *    RUN AND WRITTEN BACK IN ONE PASS WHEN ANY ARRANGEMENT WAS
      *    KEPT OR BROKEN. OVERFLOW ABORTS BEFORE ANY NOTICE GOES OUT.
       01  ARRANGEMENT-TABLE.
           05  ARRANGEMENT-ENTRY OCCURS 500 TIMES.
               10  AT-ARRANGEMENT-NO     PIC 9(06).
               10  AT-OWNER-ID           PIC X(06).
               10  AT-STATUS             PIC X(01).
               10  AT-SET-UP-DATE        PIC X(08).
               10  AT-SET-UP-BY          PIC X(10).
               10  AT-CLOSED-DATE        PIC X(08).
               10  AT-INVOICE-COUNT      PIC 9(02).
               10  AT-INVOICE OCCURS 10 TIMES.
                   15  AT-INVOICE-NO     PIC 9(08).
                   15  AT-PRIOR-STAGE    PIC 9(01).
               10  AT-INSTALMENT-COUNT   PIC 9(02).
               10  AT-INSTALMENT OCCURS 12 TIMES.
                   15  AT-INST-DUE-DATE  PIC X(08).
                   15  AT-INST-AMOUNT    PIC 9(07).
                   15  AT-INST-PAID      PIC 9(07).
                   15  AT-INST-PAID-DATE PIC X(08).
       01  ARRANGEMENT-COUNT         PIC 9(04) VALUE 0.
       01  AIDX                      PIC 9(04).
       01  VIDX                      PIC 9(02).
       01  NIDX                      PIC 9(02).
       01  WS-ARRANGE-ENTRY          PIC 9(04) VALUE 0.
       01  WS-ARRANGE-CHANGED        PIC X     VALUE 'N'.
       01  WS-ALL-PAID               PIC X     VALUE 'N'.
       01  WS-ALL-SETTLED            PIC X     VALUE 'N'.
       01  WS-INST-MISSED            PIC X     VALUE 'N'.
       01  WS-DAYS-PAST-INST         PIC S9(05).

      *    ARRANGEMENT REPORT - ONE SECTION PER STATUS WITH ITS
      *    COUNT AND THE AMOUNTS AGREED AND PAID
       01  WS-REPORT-STATUS          PIC X(01).
       01  WS-STATUS-TEXT            PIC X(08).
       01  WS-SECTION-COUNT          PIC 9(04).
       01  WS-SECTION-AGREED         PIC 9(09).
       01  WS-SECTION-PAID           PIC 9(09).
       01  WS-ARRANGE-AGREED         PIC 9(08).
       01  WS-ARRANGE-PAID           PIC 9(08).
       01  WS-PAID-EDIT              PIC ZZ,ZZZ,ZZ9.
       01  WS-INST-NOTE              PIC X(08).

      *    THE WHOLE DUNNING-STATUS-FILE IS HELD HERE DURING THE RUN
      *    AND REWRITTEN IN ONE PASS AT THE END - THE SAME PATTERN
       01  WS-SECOND-REMINDERS       PIC 9(06) VALUE 0.
       01  WS-LATE-FEES-ASSESSED     PIC 9(06) VALUE 0.
       01  WS-COLLECTIONS-HANDOFFS   PIC 9(06) VALUE 0.
       01  WS-ARRANGED-SKIPPED       PIC 9(06) VALUE 0.
       01  WS-ARRANGEMENTS-KEPT      PIC 9(06) VALUE 0.
       01  WS-ARRANGEMENTS-BROKEN    PIC 9(06) VALUE 0.

       01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.
       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
           PERFORM LOAD-DUNNING-PARMS
           PERFORM LOAD-DUNNING-STATUS
           PERFORM LOAD-PAYMENT-HISTORY
           PERFORM LOAD-ARRANGEMENTS
           PERFORM REVIEW-ARRANGEMENTS

           OPEN I-O INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
           CLOSE COLLECTIONS-EXTRACT-FILE

           PERFORM REWRITE-DUNNING-STATUS
           IF WS-ARRANGE-CHANGED = 'Y'
               PERFORM REWRITE-ARRANGEMENTS
           END-IF
           PERFORM WRITE-ARRANGEMENT-REPORT

           MOVE WS-FIRST-REMINDERS TO WS-COUNT-EDIT
           DISPLAY "FIRST REMINDERS SENT:    " WS-COUNT-EDIT
           DISPLAY "LATE FEES ASSESSED:      " WS-COUNT-EDIT
           MOVE WS-COLLECTIONS-HANDOFFS TO WS-COUNT-EDIT
           DISPLAY "COLLECTIONS HANDOFFS:    " WS-COUNT-EDIT
           MOVE WS-ARRANGED-SKIPPED TO WS-COUNT-EDIT
           DISPLAY "ON ARRANGEMENT - SKIPPED:" WS-COUNT-EDIT
           MOVE WS-ARRANGEMENTS-KEPT TO WS-COUNT-EDIT
           DISPLAY "ARRANGEMENTS KEPT:       " WS-COUNT-EDIT
           MOVE WS-ARRANGEMENTS-BROKEN TO WS-COUNT-EDIT
           DISPLAY "ARRANGEMENTS BROKEN:     " WS-COUNT-EDIT

           STOP RUN.

                           MOVE DPRM-STAGE2-DAYS TO WS-STAGE2-DAYS
                           MOVE DPRM-FINAL-DAYS  TO WS-FINAL-DAYS
                           MOVE DPRM-LATE-FEE    TO WS-LATE-FEE
                           IF DPRM-GRACE-DAYS IS NUMERIC
                               MOVE DPRM-GRACE-DAYS TO WS-GRACE-DAYS
                           END-IF
                       ELSE
      *                    A GARBLED PARM LINE COULD DUN EVERY
      *                    ACCOUNT STRAIGHT TO COLLECTIONS - STOP
           END-IF
           CLOSE PAYMENT-FILE.

       LOAD-ARRANGEMENTS.

           MOVE 0 TO ARRANGEMENT-COUNT

           OPEN INPUT ARRANGEMENT-FILE
           IF WS-ARRANGE-FILE-STATUS = "00"
               MOVE 'N' TO WS-ARRANGE-EOF
               PERFORM UNTIL WS-ARRANGE-EOF = 'Y'
                   READ ARRANGEMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-ARRANGE-EOF
                       NOT AT END
                           IF ARRANGEMENT-COUNT >= 500
                               DISPLAY "ARRANGEMENT TABLE FULL - "
                                   "ABORTING BEFORE ANY NOTICE"
                               STOP RUN
                           END-IF
                           ADD 1 TO ARRANGEMENT-COUNT
                           MOVE ARRANGEMENT-REC
                             TO ARRANGEMENT-ENTRY(ARRANGEMENT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARRANGEMENT-FILE.

      *    DECIDE EVERY ACTIVE ARRANGEMENT BEFORE ANY INVOICE IS
      *    DUNNED, SO ONE BROKEN TODAY HAS ITS INVOICES PICKED UP BY
      *    THIS SAME RUN. THE INVOICE-FILE IS OPENED ON ITS OWN HERE -
      *    THE KEYED READS WOULD OTHERWISE MOVE THE MAIN PASS.
       REVIEW-ARRANGEMENTS.

           IF ARRANGEMENT-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
               IF AT-STATUS(AIDX) = 'A'
                   PERFORM REVIEW-ONE-ARRANGEMENT
               END-IF
           END-PERFORM

           CLOSE INVOICE-FILE.

      *    KEPT WHEN EVERY INSTALMENT IS PAID OR EVERY COVERED INVOICE
      *    IS SETTLED (A CREDIT NOTE CAN CLEAR ONE WITHOUT A RECEIPT);
      *    OTHERWISE BROKEN WHEN AN INSTALMENT IS STILL OWING MORE
      *    THAN THE GRACE DAYS AFTER IT FELL DUE
       REVIEW-ONE-ARRANGEMENT.

           MOVE 'Y' TO WS-ALL-PAID
           MOVE 'N' TO WS-INST-MISSED
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
               IF AT-INST-PAID(AIDX, NIDX) < AT-INST-AMOUNT(AIDX, NIDX)
                   MOVE 'N' TO WS-ALL-PAID
                   MOVE AT-INST-DUE-DATE(AIDX, NIDX) TO WS-DUE-DATE
                   COMPUTE WS-DAYS-PAST-INST =
                       FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                       - FUNCTION INTEGER-OF-DATE(WS-DUE-DATE-NUM)
                   IF WS-DAYS-PAST-INST > WS-GRACE-DAYS
                       MOVE 'Y' TO WS-INST-MISSED
                   END-IF
               END-IF
           END-PERFORM

           MOVE 'Y' TO WS-ALL-SETTLED
           PERFORM VARYING VIDX FROM 1 BY 1
                   UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
               MOVE AT-INVOICE-NO(AIDX, VIDX) TO INV-INVOICE-NO
               READ INVOICE-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF INV-STATUS = 'O'
                           MOVE 'N' TO WS-ALL-SETTLED
                       END-IF
               END-READ
           END-PERFORM

           IF WS-ALL-PAID = 'Y' OR WS-ALL-SETTLED = 'Y'
               MOVE 'K'      TO AT-STATUS(AIDX)
               MOVE WS-TODAY TO AT-CLOSED-DATE(AIDX)
               MOVE 'Y' TO WS-ARRANGE-CHANGED
               ADD 1 TO WS-ARRANGEMENTS-KEPT
               DISPLAY "ARRANGEMENT " AT-ARRANGEMENT-NO(AIDX)
                   " KEPT"
           ELSE
               IF WS-INST-MISSED = 'Y'
                   MOVE 'B'      TO AT-STATUS(AIDX)
                   MOVE WS-TODAY TO AT-CLOSED-DATE(AIDX)
                   MOVE 'Y' TO WS-ARRANGE-CHANGED
                   ADD 1 TO WS-ARRANGEMENTS-BROKEN
                   DISPLAY "ARRANGEMENT " AT-ARRANGEMENT-NO(AIDX)
                       " BROKEN - INVOICES BACK INTO DUNNING"
               END-IF
           END-IF.

      *    LEAVES WS-ARRANGE-ENTRY ON THE ACTIVE ARRANGEMENT COVERING
      *    THE CURRENT INVOICE, ZERO IF NONE
       FIND-COVERING-ARRANGEMENT.

           MOVE 0 TO WS-ARRANGE-ENTRY

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
                      OR WS-ARRANGE-ENTRY NOT = 0
               IF AT-STATUS(AIDX) = 'A'
                   PERFORM VARYING VIDX FROM 1 BY 1
                           UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
                       IF AT-INVOICE-NO(AIDX, VIDX) = INV-INVOICE-NO
                           MOVE AIDX TO WS-ARRANGE-ENTRY
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    ESCALATE ONE OPEN INVOICE AT MOST ONE DUNNING STAGE PER
      *    RUN - AN ACCOUNT FOUND 95 DAYS OVERDUE AT STAGE 0 STILL
      *    GETS ITS FIRST REMINDER FIRST, NOT A STRAIGHT HANDOFF.
      *    WHILE AN ARRANGEMENT COVERING THE INVOICE IS BEING KEPT
      *    NOTHING HAPPENS - ITS STAGE IS HELD WHERE IT WAS.
       DUN-ONE-INVOICE.

           PERFORM FIND-COVERING-ARRANGEMENT
           IF WS-ARRANGE-ENTRY NOT = 0
               ADD 1 TO WS-ARRANGED-SKIPPED
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INVOICE-BALANCE = INV-AMOUNT - INV-PAID-AMOUNT

           MOVE INV-DUE-DATE TO WS-DUE-DATE
               WRITE DUNNING-STATUS-REC
           END-PERFORM
           CLOSE DUNNING-STATUS-FILE.

       REWRITE-ARRANGEMENTS.

           OPEN OUTPUT ARRANGEMENT-FILE
           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
               MOVE ARRANGEMENT-ENTRY(AIDX) TO ARRANGEMENT-REC
               WRITE ARRANGEMENT-REC
           END-PERFORM
           CLOSE ARRANGEMENT-FILE.

      *    ACTIVE, KEPT AND BROKEN ARRANGEMENTS IN THREE SECTIONS -
      *    EACH ARRANGEMENT WITH ITS INVOICES, THE STAGE EACH HAD
      *    REACHED WHEN IT WAS AGREED, AND EVERY INSTALMENT WITH
      *    WHAT WAS PAID AGAINST IT AND WHEN
       WRITE-ARRANGEMENT-REPORT.

           OPEN OUTPUT ARRANGEMENT-REPORT-FILE

           MOVE SPACES TO ARRANGEMENT-REPORT-LINE
           STRING "INSTALMENT ARRANGEMENTS - PRINTED " WS-TODAY
               " - GRACE DAYS " WS-GRACE-DAYS
               DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
           WRITE ARRANGEMENT-REPORT-LINE

           MOVE 'A' TO WS-REPORT-STATUS
           PERFORM WRITE-ARRANGEMENT-SECTION
           MOVE 'K' TO WS-REPORT-STATUS
           PERFORM WRITE-ARRANGEMENT-SECTION
           MOVE 'B' TO WS-REPORT-STATUS
           PERFORM WRITE-ARRANGEMENT-SECTION

           CLOSE ARRANGEMENT-REPORT-FILE.

       WRITE-ARRANGEMENT-SECTION.

           EVALUATE WS-REPORT-STATUS
               WHEN 'A'   MOVE "ACTIVE"   TO WS-STATUS-TEXT
               WHEN 'K'   MOVE "KEPT"     TO WS-STATUS-TEXT
               WHEN OTHER MOVE "BROKEN"   TO WS-STATUS-TEXT
           END-EVALUATE

           MOVE 0 TO WS-SECTION-COUNT
           MOVE 0 TO WS-SECTION-AGREED
           MOVE 0 TO WS-SECTION-PAID

           MOVE SPACES TO ARRANGEMENT-REPORT-LINE
           WRITE ARRANGEMENT-REPORT-LINE
           MOVE SPACES TO ARRANGEMENT-REPORT-LINE
           STRING WS-STATUS-TEXT " ARRANGEMENTS"
               DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
           WRITE ARRANGEMENT-REPORT-LINE

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
               IF AT-STATUS(AIDX) = WS-REPORT-STATUS
                   PERFORM WRITE-ONE-ARRANGEMENT
               END-IF
           END-PERFORM

           MOVE WS-SECTION-COUNT TO WS-COUNT-EDIT
           MOVE WS-SECTION-AGREED TO WS-AMOUNT-EDIT
           MOVE WS-SECTION-PAID TO WS-PAID-EDIT
           MOVE SPACES TO ARRANGEMENT-REPORT-LINE
           STRING "  TOTAL " WS-STATUS-TEXT " " WS-COUNT-EDIT
               " AGREED " WS-AMOUNT-EDIT " SEK PAID " WS-PAID-EDIT
               " SEK"
               DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
           WRITE ARRANGEMENT-REPORT-LINE.

       WRITE-ONE-ARRANGEMENT.

           MOVE 0 TO WS-ARRANGE-AGREED
           MOVE 0 TO WS-ARRANGE-PAID
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
               ADD AT-INST-AMOUNT(AIDX, NIDX) TO WS-ARRANGE-AGREED
               ADD AT-INST-PAID(AIDX, NIDX)   TO WS-ARRANGE-PAID
           END-PERFORM
           ADD 1 TO WS-SECTION-COUNT
           ADD WS-ARRANGE-AGREED TO WS-SECTION-AGREED
           ADD WS-ARRANGE-PAID   TO WS-SECTION-PAID

           MOVE WS-ARRANGE-AGREED TO WS-AMOUNT-EDIT
           MOVE WS-ARRANGE-PAID   TO WS-PAID-EDIT
           MOVE SPACES TO ARRANGEMENT-REPORT-LINE
           STRING "  ARRANGEMENT " AT-ARRANGEMENT-NO(AIDX)
               " OWNER " AT-OWNER-ID(AIDX)
               " SET UP " AT-SET-UP-DATE(AIDX)
               " BY " AT-SET-UP-BY(AIDX)
               " CLOSED " AT-CLOSED-DATE(AIDX)
               DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
           WRITE ARRANGEMENT-REPORT-LINE
           MOVE SPACES TO ARRANGEMENT-REPORT-LINE
           STRING "    AGREED " WS-AMOUNT-EDIT " SEK PAID "
               WS-PAID-EDIT " SEK"
               DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
           WRITE ARRANGEMENT-REPORT-LINE

           PERFORM VARYING VIDX FROM 1 BY 1
                   UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
               MOVE SPACES TO ARRANGEMENT-REPORT-LINE
               STRING "    INVOICE " AT-INVOICE-NO(AIDX, VIDX)
                   " DUNNING STAGE WHEN ARRANGED "
                   AT-PRIOR-STAGE(AIDX, VIDX)
                   DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
               WRITE ARRANGEMENT-REPORT-LINE
           END-PERFORM

           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
               MOVE SPACES TO WS-INST-NOTE
               IF AT-INST-PAID(AIDX, NIDX) < AT-INST-AMOUNT(AIDX, NIDX)
                  AND AT-INST-DUE-DATE(AIDX, NIDX) < WS-TODAY
                   MOVE "OVERDUE" TO WS-INST-NOTE
               END-IF
               MOVE AT-INST-AMOUNT(AIDX, NIDX) TO WS-AMOUNT-EDIT
               MOVE AT-INST-PAID(AIDX, NIDX)   TO WS-PAID-EDIT
               MOVE SPACES TO ARRANGEMENT-REPORT-LINE
               STRING "    INSTALMENT " NIDX
                   " DUE " AT-INST-DUE-DATE(AIDX, NIDX)
                   " AMOUNT " WS-AMOUNT-EDIT
                   " PAID " WS-PAID-EDIT
                   " ON " AT-INST-PAID-DATE(AIDX, NIDX)
                   " " WS-INST-NOTE
                   DELIMITED BY SIZE INTO ARRANGEMENT-REPORT-LINE
               WRITE ARRANGEMENT-REPORT-LINE
           END-PERFORM.
