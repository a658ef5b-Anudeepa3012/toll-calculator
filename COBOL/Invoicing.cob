      *                DUE DATES, POSTS BANK RECEIPTS FROM THE
      *                PAYMENT-FILE AGAINST THOSE INVOICES, AND
      *                REPORTS AN AGING OF UNPAID BALANCES.
      *                A RECEIPT QUOTING AN UNKNOWN INVOICE GOES TO
      *                THE SUSPENSE-FILE FOR MATCHING, AN OVERPAYMENT
      *                GOES TO THE OWNER'S CREDIT BALANCE, AND A NEW
      *                INVOICE IS SETTLED FIRST FROM ANY CREDIT
      *                BALANCE THE OWNER IS CARRYING FORWARD.
      *                A FLEET DEPOT (AN OWNER WITH A PARENT ON THE
      *                OWNER MASTER) IS NOT INVOICED IN ITS OWN
      *                RIGHT - ITS CHARGES ROLL ONTO THE PARENT'S ONE
      *                CONSOLIDATED INVOICE, AND EVERY FLEET INVOICE
      *                GETS A PER-PLATE, PER-DAY LINE DETAIL REPORT
      *                SUBTOTALLED BY THE COST CENTRE THE FLEET
      *                ASSIGNS EACH PLATE ON THE COST-CENTRE-FILE.
      *                A RECEIPT POSTED AGAINST AN INVOICE UNDER AN
      *                INSTALMENT ARRANGEMENT IS ALSO MATCHED TO THE
      *                ARRANGEMENT'S INSTALMENTS (ARRANGEMATCH).
      *                RUNS IN ONE OF THREE MODES:
      *              * I = GENERATE INVOICES FOR AN ENTERED YYYYMM
      *              * P = POST PAYMENTS FROM THE PAYMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.

      *    RECEIPTS THAT QUOTE NO KNOWN INVOICE, HELD FOR MATCHING
           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "COBOL/DATA/SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

      *    OWNER CREDIT BALANCE MOVEMENTS - APPENDED, NEVER REWRITTEN
           SELECT OPTIONAL OWNER-CREDIT-FILE
               ASSIGN TO "COBOL/DATA/OWNERCREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCRD-FILE-STATUS.

      *    FLEET-SUPPLIED PLATE TO COST-CENTRE ASSIGNMENTS
           SELECT OPTIONAL COST-CENTRE-FILE
               ASSIGN TO "COBOL/DATA/COSTCENTRES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTR-FILE-STATUS.

      *    FLEET INVOICE LINES AS THEY ARE BILLED, THEN RE-SORTED BY
      *    INVOICE AND COST CENTRE FOR THE LINE DETAIL REPORT
           SELECT FLEET-LINE-WORK-FILE
               ASSIGN TO "COBOL/DATA/FLEETLINES.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLWK-FILE-STATUS.

           SELECT FLEET-SORT-FILE
               ASSIGN TO "FLEETSORT".

           SELECT FLEET-LINE-SORTED-FILE
               ASSIGN TO "COBOL/DATA/FLEETLINES.SRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLSRT-FILE-STATUS.

           SELECT FLEET-LINE-REPORT-FILE
               ASSIGN TO "COBOL/DATA/FLEET-INVOICE-LINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FLRPT-FILE-STATUS.

           SELECT AGING-REPORT-FILE
               ASSIGN TO "COBOL/DATA/AGING-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  PAYMENT-FILE.
       COPY "PAYMENTREC.cpy".

       FD  SUSPENSE-FILE.
       COPY "SUSPREC.cpy".

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       FD  COST-CENTRE-FILE.
       COPY "COSTCTRREC.cpy".

       FD  FLEET-LINE-WORK-FILE.
       COPY "FLEETLINEREC.cpy".

       SD  FLEET-SORT-FILE.
       01  FLEET-SORT-REC.
           05  FSW-INVOICE-NO        PIC 9(08).
           05  FSW-PARENT-ID         PIC X(06).
           05  FSW-COST-CENTRE       PIC X(08).
           05  FSW-PLATE             PIC X(10).
           05  FSW-DATE              PIC X(08).
           05  FSW-ZONE-CODE         PIC X(04).
           05  FSW-DEPOT-ID          PIC X(06).
           05  FSW-VEHICLE-TYPE      PIC X(10).
           05  FSW-FEE               PIC 9(03).

       FD  FLEET-LINE-SORTED-FILE.
       01  FLEET-SORTED-REC.
           05  FSRT-INVOICE-NO       PIC 9(08).
           05  FSRT-PARENT-ID        PIC X(06).
           05  FSRT-COST-CENTRE      PIC X(08).
           05  FSRT-PLATE            PIC X(10).
           05  FSRT-DATE             PIC X(08).
           05  FSRT-ZONE-CODE        PIC X(04).
           05  FSRT-DEPOT-ID         PIC X(06).
           05  FSRT-VEHICLE-TYPE     PIC X(10).
           05  FSRT-FEE              PIC 9(03).

       FD  FLEET-LINE-REPORT-FILE.
       01  FLEET-LINE-REPORT-LINE    PIC X(100).

       FD  AGING-REPORT-FILE.
       01  AGING-REPORT-LINE         PIC X(80).

       01  WS-PAYMENT-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-AGING-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-ICTL-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-CCTR-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-FLWK-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-FLSRT-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-FLRPT-FILE-STATUS      PIC X(2)  VALUE SPACES.

       01  WS-RESULT-EOF             PIC X     VALUE 'N'.
       01  WS-PAYMENT-EOF            PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-SUSPENSE-EOF           PIC X     VALUE 'N'.
       01  WS-OCRD-EOF               PIC X     VALUE 'N'.
       01  WS-CCTR-EOF               PIC X     VALUE 'N'.
       01  WS-FLSRT-EOF              PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
      *    MONTH IS ACCUMULATED HERE FIRST SO AN OWNER WITH SEVERAL
      *    PLATES (OR SEVERAL VEHICLE/DAY/ZONE RESULT ROWS) STILL GETS
      *    EXACTLY ONE INVOICE. OVERFLOW ABORTS THE RUN LOUDLY RATHER
      *    THAN SILENTLY DROPPING AN OWNER'S CHARGES. A FLEET
      *    DEPOT'S CHARGES ARE ACCUMULATED UNDER ITS PARENT, AND THE
      *    ROW IS FLAGGED AS A FLEET INVOICE (LINE DETAIL REPORTED)
      *    ONCE ANY DEPOT OR COST-CENTRE PLATE LANDS ON IT.
       01  OWNER-TOTALS.
           05  OWNER-TOTAL-ENTRY OCCURS 2000 TIMES.
               10  OT-OWNER-ID       PIC X(06).
               10  OT-AMOUNT         PIC 9(07).
               10  OT-FLEET-FLAG     PIC X(01).
               10  OT-INVOICE-NO     PIC 9(08).
       01  OWNER-TOTAL-COUNT         PIC 9(04) VALUE 0.
       01  OIDX                      PIC 9(04).

       01  WS-OWNER-ID               PIC X(06).
       01  WS-BILL-OWNER-ID          PIC X(06).
       01  WS-COST-CENTRE            PIC X(08).
       01  WS-RESULTS-BILLED         PIC 9(06) VALUE 0.
       01  WS-RESULTS-SKIPPED        PIC 9(06) VALUE 0.
       01  WS-UNBILLABLE-COUNT       PIC 9(06) VALUE 0.

       01  WS-PAYMENTS-POSTED        PIC 9(06) VALUE 0.
       01  WS-PAYMENTS-UNMATCHED     PIC 9(06) VALUE 0.
       01  WS-PAYMENTS-OVERPAID      PIC 9(06) VALUE 0.
       01  WS-NEXT-RECEIPT-NO        PIC 9(08) VALUE 1.
       01  WS-OVERPAID-AMOUNT        PIC 9(07).

      *    THE RECEIPT AS HANDED TO ARRANGEMATCH - ONLY THE AMOUNT
      *    THAT ACTUALLY WENT ON THE INVOICE COUNTS TOWARDS AN
      *    INSTALMENT, NOT AN OVERPAYMENT PASSED ON TO OWNER CREDIT
       01  WS-PAID-BEFORE            PIC 9(07).
       01  WS-MATCH-AMOUNT           PIC 9(07).
       01  WS-MATCH-DATE             PIC X(08).
       01  WS-MATCHED-FLAG           PIC X     VALUE 'N'.

      *    EVERY OWNER'S CREDIT BALANCE, SUMMED FROM THE MOVEMENTS ON
      *    THE OWNER-CREDIT-FILE AT THE START OF AN INVOICE RUN AND
      *    DRAWN DOWN AS EACH NEW INVOICE IS SETTLED FROM IT
       01  OWNER-CREDIT-TABLE.
           05  OWNER-CREDIT-ENTRY OCCURS 2000 TIMES.
               10  OCT-OWNER-ID      PIC X(06).
               10  OCT-BALANCE       PIC S9(08).
       01  OWNER-CREDIT-COUNT        PIC 9(04) VALUE 0.
       01  CIDX                      PIC 9(04).
       01  WS-CREDIT-APPLIED         PIC 9(07).
       01  WS-CREDITS-CARRIED        PIC 9(06) VALUE 0.

      *    THE FLEETS' PLATE TO COST-CENTRE ASSIGNMENTS, LOADED ONCE
      *    PER INVOICE RUN
       01  COST-CENTRE-TABLE.
           05  COST-CENTRE-ENTRY OCCURS 2000 TIMES.
               10  CCT-PLATE         PIC X(10).
               10  CCT-OWNER-ID      PIC X(06).
               10  CCT-COST-CENTRE   PIC X(08).
       01  COST-CENTRE-COUNT         PIC 9(04) VALUE 0.
       01  KIDX                      PIC 9(04).

      *    FLEET LINE DETAIL CONTROL BREAKS AND TOTALS
       01  WS-FLEET-LINES-WRITTEN    PIC 9(06) VALUE 0.
       01  WS-FLEET-INVOICES         PIC 9(06) VALUE 0.
       01  WS-PREV-INVOICE-NO        PIC 9(08) VALUE 0.
       01  WS-PREV-COST-CENTRE       PIC X(08).
       01  WS-CC-SUBTOTAL            PIC 9(07) VALUE 0.
       01  WS-CC-LINE-COUNT          PIC 9(06) VALUE 0.
       01  WS-INVOICE-LINE-TOTAL     PIC 9(07) VALUE 0.
       01  WS-COST-CENTRE-LABEL      PIC X(10).
       01  WS-FEE-EDIT               PIC ZZ9.

      *    AGING BUCKETS - UNPAID BALANCE BY DAYS PAST THE DUE DATE
       01  WS-INVOICE-BALANCE        PIC 9(07).
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-COST-CENTRES

           OPEN INPUT VEHICLE-REGISTRY-FILE
           OPEN INPUT OWNER-MASTER-FILE

           MOVE 'N' TO WS-RESULT-EOF
           READ TOLL-RESULT-FILE NEXT RECORD

           CLOSE TOLL-RESULT-FILE
           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE OWNER-MASTER-FILE

           PERFORM LOAD-INVOICE-CONTROL
           PERFORM RESERVE-INVOICE-NUMBERS
           PERFORM COMPUTE-DUE-DATE
           PERFORM LOAD-OWNER-CREDITS

           OPEN I-O   INVOICE-FILE
           OPEN INPUT OWNER-MASTER-FILE
           OPEN EXTEND OWNER-CREDIT-FILE

           PERFORM VARYING OIDX FROM 1 BY 1
                   UNTIL OIDX > OWNER-TOTAL-COUNT

           CLOSE INVOICE-FILE
           CLOSE OWNER-MASTER-FILE
           CLOSE OWNER-CREDIT-FILE

           IF WS-INVOICES-WRITTEN > 0
               PERFORM MARK-RESULTS-BILLED
               IF WS-FLEET-LINES-WRITTEN > 0
                   PERFORM WRITE-FLEET-LINE-DETAIL
               END-IF
           END-IF

           MOVE WS-RESULTS-BILLED TO WS-COUNT-EDIT
           MOVE WS-UNBILLABLE-COUNT TO WS-COUNT-EDIT
           DISPLAY "RESULT ROWS UNBILLABLE:  " WS-COUNT-EDIT
           MOVE WS-INVOICES-WRITTEN TO WS-COUNT-EDIT
           DISPLAY "INVOICES WRITTEN:        " WS-COUNT-EDIT
           MOVE WS-CREDITS-CARRIED TO WS-COUNT-EDIT
           DISPLAY "CREDIT BALANCES APPLIED: " WS-COUNT-EDIT
           MOVE WS-FLEET-INVOICES TO WS-COUNT-EDIT
           DISPLAY "FLEET INVOICES DETAILED: " WS-COUNT-EDIT.

      *    A BILLING PERIOD MUST BE A NUMERIC YYYYMM WITH A REAL MONTH
       VALIDATE-BILLING-PERIOD.
           END-IF.

      *    RESOLVE THE RESULT ROW'S PLATE TO ITS OWNER VIA THE VEHICLE
      *    REGISTRY AND ADD THE FEE INTO THE MONTH TOTAL OF THE
      *    ACCOUNT THAT OWNER IS BILLED THROUGH - ITSELF, OR ITS
      *    FLEET PARENT FOR A DEPOT. A PLATE WITH NO REGISTRY ENTRY
      *    OR NO OWNER LINK HAS NOBODY TO BILL - COUNT IT AND MOVE ON
      *    RATHER THAN LOSING THE RUN.
       ACCUMULATE-OWNER-CHARGE.

           MOVE SPACES TO WS-OWNER-ID

           ADD 1 TO WS-RESULTS-BILLED

           PERFORM RESOLVE-BILLING-OWNER
           PERFORM FIND-COST-CENTRE
           PERFORM FIND-OWNER-TOTAL

           IF OIDX > OWNER-TOTAL-COUNT
               IF OWNER-TOTAL-COUNT >= 2000
                   DISPLAY "OWNER-TOTALS TABLE FULL - ABORTING "
                       "INVOICE RUN"
                   STOP RUN
               END-IF
               ADD 1 TO OWNER-TOTAL-COUNT
               MOVE WS-BILL-OWNER-ID TO OT-OWNER-ID(OIDX)
               MOVE 0                TO OT-AMOUNT(OIDX)
               MOVE 'N'              TO OT-FLEET-FLAG(OIDX)
               MOVE 0                TO OT-INVOICE-NO(OIDX)
           END-IF

           ADD TRES-TOTAL-FEE TO OT-AMOUNT(OIDX)
           IF WS-BILL-OWNER-ID NOT = WS-OWNER-ID
              OR WS-COST-CENTRE NOT = SPACES
               MOVE 'Y' TO OT-FLEET-FLAG(OIDX)
           END-IF.

      *    A DEPOT WITH A FLEET PARENT ON THE OWNER MASTER IS BILLED
      *    THROUGH THE PARENT; ANY OTHER OWNER - INCLUDING ONE NOT ON
      *    THE MASTER AT ALL - IS BILLED IN ITS OWN RIGHT. THE OWNER
      *    MASTER MUST BE OPEN FOR INPUT.
       RESOLVE-BILLING-OWNER.

           MOVE WS-OWNER-ID TO WS-BILL-OWNER-ID
           MOVE WS-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               NOT INVALID KEY
                   IF OWN-PARENT-ID NOT = SPACES
                       MOVE OWN-PARENT-ID TO WS-BILL-OWNER-ID
                   END-IF
           END-READ.

      *    THE COST CENTRE THE BILLING FLEET ASSIGNS THE RESULT ROW'S
      *    PLATE, SPACES WHEN IT HAS NOT ASSIGNED ONE
       FIND-COST-CENTRE.

           MOVE SPACES TO WS-COST-CENTRE
           PERFORM VARYING KIDX FROM 1 BY 1
                   UNTIL KIDX > COST-CENTRE-COUNT
               IF CCT-PLATE(KIDX) = TRES-VEHICLE-ID
                  AND CCT-OWNER-ID(KIDX) = WS-BILL-OWNER-ID
                   MOVE CCT-COST-CENTRE(KIDX) TO WS-COST-CENTRE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    LEAVES OIDX ON THE BILLING OWNER'S TOTAL ROW, OR ONE PAST
      *    THE END OF THE TABLE WHEN THE OWNER HAS NO ROW YET
       FIND-OWNER-TOTAL.

           PERFORM VARYING OIDX FROM 1 BY 1
                   UNTIL OIDX > OWNER-TOTAL-COUNT
               IF OT-OWNER-ID(OIDX) = WS-BILL-OWNER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    LOAD THE FLEETS' COST-CENTRE ASSIGNMENTS. NO FILE ON DISK
      *    MEANS NO FLEET HAS ASSIGNED ANY.
       LOAD-COST-CENTRES.

           MOVE 0 TO COST-CENTRE-COUNT

           OPEN INPUT COST-CENTRE-FILE
           IF WS-CCTR-FILE-STATUS = "00"
               MOVE 'N' TO WS-CCTR-EOF
               PERFORM UNTIL WS-CCTR-EOF = 'Y'
                   READ COST-CENTRE-FILE
                       AT END
                           MOVE 'Y' TO WS-CCTR-EOF
                       NOT AT END
                           IF COST-CENTRE-COUNT >= 2000
                               DISPLAY "COST CENTRE TABLE FULL - "
                                   "ABORTING INVOICE RUN"
                               STOP RUN
                           END-IF
                           ADD 1 TO COST-CENTRE-COUNT
                           MOVE CCTR-PLATE
                             TO CCT-PLATE(COST-CENTRE-COUNT)
                           MOVE CCTR-OWNER-ID
                             TO CCT-OWNER-ID(COST-CENTRE-COUNT)
                           MOVE CCTR-COST-CENTRE
                             TO CCT-COST-CENTRE(COST-CENTRE-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE COST-CENTRE-FILE.

      *    WRITE ONE NUMBERED INVOICE FOR THE OWNER TOTAL AT OIDX. AN
      *    OWNER ID WITH NO OWNER-MASTER ENTRY IS STILL INVOICED - THE
           END-READ

           MOVE WS-NEXT-INVOICE-NO TO INV-INVOICE-NO
           MOVE WS-NEXT-INVOICE-NO TO OT-INVOICE-NO(OIDX)
           MOVE OT-OWNER-ID(OIDX)  TO INV-OWNER-ID
           MOVE WS-BILLING-PERIOD  TO INV-PERIOD
           MOVE WS-TODAY           TO INV-INVOICE-DATE
           MOVE 0                  TO INV-PAID-AMOUNT
           MOVE 'O'                TO INV-STATUS

           PERFORM FIND-OWNER-CREDIT
           MOVE 0 TO WS-CREDIT-APPLIED
           IF CIDX <= OWNER-CREDIT-COUNT
               IF OCT-BALANCE(CIDX) > 0
                   IF OCT-BALANCE(CIDX) >= INV-AMOUNT
                       MOVE INV-AMOUNT TO WS-CREDIT-APPLIED
                   ELSE
                       MOVE OCT-BALANCE(CIDX) TO WS-CREDIT-APPLIED
                   END-IF
                   MOVE WS-CREDIT-APPLIED TO INV-PAID-AMOUNT
                   IF INV-PAID-AMOUNT >= INV-AMOUNT
                       MOVE 'P' TO INV-STATUS
                   END-IF
               END-IF
           END-IF

           WRITE INVOICE-REC
               INVALID KEY
                   DISPLAY "DUPLICATE INVOICE NUMBER "
                   STOP RUN
           END-WRITE

      *    THE CREDIT CARRIED ONTO THE NEW INVOICE COMES OFF THE
      *    OWNER'S BALANCE ONLY ONCE THE INVOICE IS SAFELY ON FILE
           IF WS-CREDIT-APPLIED > 0
               SUBTRACT WS-CREDIT-APPLIED FROM OCT-BALANCE(CIDX)
               MOVE INV-OWNER-ID       TO OCRD-OWNER-ID
               MOVE WS-TODAY           TO OCRD-DATE
               MOVE 'A'                TO OCRD-TYPE
               MOVE WS-CREDIT-APPLIED  TO OCRD-AMOUNT
               MOVE INV-INVOICE-NO     TO OCRD-INVOICE-NO
               MOVE SPACES             TO OCRD-REFERENCE
               WRITE OWNER-CREDIT-REC
               ADD 1 TO WS-CREDITS-CARRIED
               DISPLAY "CREDIT BALANCE OF " WS-CREDIT-APPLIED
                   " SEK CARRIED ONTO INVOICE " INV-INVOICE-NO
           END-IF

           IF OT-FLEET-FLAG(OIDX) = 'Y'
               ADD 1 TO WS-FLEET-INVOICES
           END-IF

           ADD 1 TO WS-INVOICES-WRITTEN
           ADD 1 TO WS-NEXT-INVOICE-NO.

      *    LEAVES CIDX ON THE OWNER'S CREDIT ROW, OR PAST THE END OF
      *    THE TABLE WHEN THE OWNER CARRIES NO CREDIT
       FIND-OWNER-CREDIT.

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > OWNER-CREDIT-COUNT
               IF OCT-OWNER-ID(CIDX) = OT-OWNER-ID(OIDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    SUM EVERY OWNER'S CREDIT MOVEMENTS INTO A BALANCE. NO FILE
      *    ON DISK MEANS NOBODY IS IN CREDIT.
       LOAD-OWNER-CREDITS.

           MOVE 0 TO OWNER-CREDIT-COUNT

           OPEN INPUT OWNER-CREDIT-FILE
           IF WS-OCRD-FILE-STATUS = "00"
               MOVE 'N' TO WS-OCRD-EOF
               PERFORM UNTIL WS-OCRD-EOF = 'Y'
                   READ OWNER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-OCRD-EOF
                       NOT AT END
                           PERFORM ADD-CREDIT-MOVEMENT
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OWNER-CREDIT-FILE.

       ADD-CREDIT-MOVEMENT.

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > OWNER-CREDIT-COUNT
               IF OCT-OWNER-ID(CIDX) = OCRD-OWNER-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF CIDX > OWNER-CREDIT-COUNT
               IF OWNER-CREDIT-COUNT >= 2000
                   DISPLAY "OWNER CREDIT TABLE FULL - ABORTING "
                       "INVOICE RUN"
                   STOP RUN
               END-IF
               ADD 1 TO OWNER-CREDIT-COUNT
               MOVE OCRD-OWNER-ID TO OCT-OWNER-ID(CIDX)
               MOVE 0             TO OCT-BALANCE(CIDX)
           END-IF

           IF OCRD-TYPE = 'A' OR OCRD-TYPE = 'R'
               SUBTRACT OCRD-AMOUNT FROM OCT-BALANCE(CIDX)
           ELSE
               ADD OCRD-AMOUNT TO OCT-BALANCE(CIDX)
           END-IF.

      *    DUE DATE IS 30 DAYS AFTER THE INVOICE DATE
       COMPUTE-DUE-DATE.

      *    INDEX - NO WORK-FILE COPY, NOTHING AT RISK IF THE RUN IS
      *    INTERRUPTED MID-PASS. ROWS LEFT UNBILLABLE (NO OWNER
      *    LINK) STAY UNFLAGGED SO A LATER RE-RUN PICKS THEM UP
      *    ONCE THE MASTERS ARE FIXED. EACH ROW BILLED TO A FLEET
      *    INVOICE ALSO GOES OUT AS A LINE ON THE FLEET LINE WORK
      *    FILE FOR THE INVOICE'S LINE DETAIL.
       MARK-RESULTS-BILLED.

           OPEN I-O    TOLL-RESULT-FILE
           OPEN INPUT  VEHICLE-REGISTRY-FILE
           OPEN INPUT  OWNER-MASTER-FILE
           OPEN OUTPUT FLEET-LINE-WORK-FILE

           MOVE 'N' TO WS-RESULT-EOF
           READ TOLL-RESULT-FILE NEXT RECORD
                   IF WS-OWNER-ID NOT = SPACES
                       MOVE 'Y' TO TRES-BILLED-FLAG
                       REWRITE TOLL-RESULT-REC
                       PERFORM WRITE-FLEET-LINE
                   END-IF
               END-IF
               READ TOLL-RESULT-FILE NEXT RECORD
           END-PERFORM

           CLOSE TOLL-RESULT-FILE
           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE OWNER-MASTER-FILE
           CLOSE FLEET-LINE-WORK-FILE.

      *    ONE LINE PER VEHICLE/DAY/ZONE ROW JUST BILLED ONTO A FLEET
      *    INVOICE, CARRYING THE INVOICE NUMBER IT WAS GIVEN
       WRITE-FLEET-LINE.

           PERFORM RESOLVE-BILLING-OWNER
           PERFORM FIND-OWNER-TOTAL
           IF OIDX > OWNER-TOTAL-COUNT
               EXIT PARAGRAPH
           END-IF
           IF OT-FLEET-FLAG(OIDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COST-CENTRE

           MOVE OT-INVOICE-NO(OIDX) TO FLIN-INVOICE-NO
           MOVE WS-BILL-OWNER-ID    TO FLIN-PARENT-ID
           MOVE WS-COST-CENTRE      TO FLIN-COST-CENTRE
           MOVE TRES-VEHICLE-ID     TO FLIN-PLATE
           MOVE TRES-DATE           TO FLIN-DATE
           MOVE TRES-ZONE-CODE      TO FLIN-ZONE-CODE
           MOVE WS-OWNER-ID         TO FLIN-DEPOT-ID
           MOVE TRES-VEHICLE-TYPE   TO FLIN-VEHICLE-TYPE
           MOVE TRES-TOTAL-FEE      TO FLIN-FEE
           WRITE FLEET-LINE-REC
           ADD 1 TO WS-FLEET-LINES-WRITTEN.

      *    PRINT EVERY FLEET INVOICE'S LINES IN COST-CENTRE ORDER,
      *    PLATE BY PLATE AND DAY BY DAY, WITH A SUBTOTAL PER COST
      *    CENTRE AND A LINE TOTAL PER INVOICE THAT AGREES WITH THE
      *    INVOICE AMOUNT BEFORE ANY CREDIT BALANCE CARRIED ONTO IT
       WRITE-FLEET-LINE-DETAIL.

           SORT FLEET-SORT-FILE
               ON ASCENDING KEY FSW-INVOICE-NO FSW-COST-CENTRE
                                FSW-PLATE FSW-DATE FSW-ZONE-CODE
               USING FLEET-LINE-WORK-FILE
               GIVING FLEET-LINE-SORTED-FILE

           OPEN INPUT  FLEET-LINE-SORTED-FILE
           OPEN INPUT  OWNER-MASTER-FILE
           OPEN OUTPUT FLEET-LINE-REPORT-FILE

           MOVE "FLEET INVOICE LINE DETAIL BY COST CENTRE"
             TO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE
           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           STRING "BILLING PERIOD " WS-BILLING-PERIOD
               "   INVOICE DATE " WS-TODAY
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE

           MOVE 0 TO WS-PREV-INVOICE-NO
           MOVE 'N' TO WS-FLSRT-EOF
           PERFORM UNTIL WS-FLSRT-EOF = 'Y'
               READ FLEET-LINE-SORTED-FILE
                   AT END
                       MOVE 'Y' TO WS-FLSRT-EOF
                   NOT AT END
                       PERFORM REPORT-ONE-FLEET-LINE
               END-READ
           END-PERFORM

           IF WS-PREV-INVOICE-NO NOT = 0
               PERFORM CLOSE-COST-CENTRE
               PERFORM CLOSE-FLEET-INVOICE
           END-IF

           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE
           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           MOVE WS-FLEET-LINES-WRITTEN TO WS-COUNT-EDIT
           STRING "LINES REPORTED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE

           CLOSE FLEET-LINE-SORTED-FILE
           CLOSE OWNER-MASTER-FILE
           CLOSE FLEET-LINE-REPORT-FILE.

      *    A NEW INVOICE NUMBER CLOSES THE PREVIOUS INVOICE; A NEW
      *    COST CENTRE WITHIN THE SAME INVOICE CLOSES THE PREVIOUS
      *    COST CENTRE
       REPORT-ONE-FLEET-LINE.

           IF FSRT-INVOICE-NO NOT = WS-PREV-INVOICE-NO
               IF WS-PREV-INVOICE-NO NOT = 0
                   PERFORM CLOSE-COST-CENTRE
                   PERFORM CLOSE-FLEET-INVOICE
               END-IF
               PERFORM OPEN-FLEET-INVOICE
               PERFORM OPEN-COST-CENTRE
           ELSE
               IF FSRT-COST-CENTRE NOT = WS-PREV-COST-CENTRE
                   PERFORM CLOSE-COST-CENTRE
                   PERFORM OPEN-COST-CENTRE
               END-IF
           END-IF

           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           MOVE FSRT-FEE TO WS-FEE-EDIT
           STRING "    " FSRT-PLATE " " FSRT-DATE " " FSRT-ZONE-CODE
               " " FSRT-DEPOT-ID " " FSRT-VEHICLE-TYPE " "
               WS-FEE-EDIT
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE

           ADD FSRT-FEE TO WS-CC-SUBTOTAL
           ADD FSRT-FEE TO WS-INVOICE-LINE-TOTAL
           ADD 1 TO WS-CC-LINE-COUNT.

       OPEN-FLEET-INVOICE.

           MOVE FSRT-INVOICE-NO TO WS-PREV-INVOICE-NO
           MOVE 0 TO WS-INVOICE-LINE-TOTAL

           MOVE FSRT-PARENT-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   MOVE "NOT ON OWNER MASTER" TO OWN-NAME
           END-READ

           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE
           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           STRING "INVOICE " FSRT-INVOICE-NO "  FLEET "
               FSRT-PARENT-ID " " OWN-NAME
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE.

       OPEN-COST-CENTRE.

           MOVE FSRT-COST-CENTRE TO WS-PREV-COST-CENTRE
           MOVE 0 TO WS-CC-SUBTOTAL
           MOVE 0 TO WS-CC-LINE-COUNT

           IF FSRT-COST-CENTRE = SPACES
               MOVE "UNASSIGNED" TO WS-COST-CENTRE-LABEL
           ELSE
               MOVE FSRT-COST-CENTRE TO WS-COST-CENTRE-LABEL
           END-IF

           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           STRING "  COST CENTRE " WS-COST-CENTRE-LABEL
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE
           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           STRING "    PLATE      DATE     ZONE DEPOT  TYPE      "
               " FEE"
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE.

       CLOSE-COST-CENTRE.

           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           MOVE WS-CC-SUBTOTAL TO WS-AMOUNT-EDIT
           MOVE WS-CC-LINE-COUNT TO WS-COUNT-EDIT
           STRING "  SUBTOTAL " WS-COST-CENTRE-LABEL " "
               WS-COUNT-EDIT " LINES " WS-AMOUNT-EDIT " SEK"
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE.

       CLOSE-FLEET-INVOICE.

           MOVE SPACES TO FLEET-LINE-REPORT-LINE
           MOVE WS-INVOICE-LINE-TOTAL TO WS-AMOUNT-EDIT
           STRING "  INVOICE " WS-PREV-INVOICE-NO " TOTAL "
               WS-AMOUNT-EDIT " SEK"
               DELIMITED BY SIZE INTO FLEET-LINE-REPORT-LINE
           WRITE FLEET-LINE-REPORT-LINE.

      *    POST EACH BANK RECEIPT IN THE PAYMENT-FILE AGAINST ITS
      *    INVOICE. A RECEIPT QUOTING AN UNKNOWN INVOICE NUMBER IS
      *    HELD ON THE SUSPENSE-FILE UNTIL AN OPERATOR MATCHES IT.
       POST-PAYMENTS.

           OPEN INPUT PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-NEXT-RECEIPT-NO

           OPEN I-O INVOICE-FILE
           OPEN EXTEND SUSPENSE-FILE
           OPEN EXTEND OWNER-CREDIT-FILE

           MOVE 'N' TO WS-PAYMENT-EOF
           READ PAYMENT-FILE

           CLOSE PAYMENT-FILE
           CLOSE INVOICE-FILE
           CLOSE SUSPENSE-FILE
           CLOSE OWNER-CREDIT-FILE

           MOVE WS-PAYMENTS-POSTED TO WS-COUNT-EDIT
           DISPLAY "PAYMENTS POSTED:    " WS-COUNT-EDIT
           MOVE WS-PAYMENTS-UNMATCHED TO WS-COUNT-EDIT
           DISPLAY "PAYMENTS UNMATCHED: " WS-COUNT-EDIT
               " (HELD ON SUSPENSE)"
           MOVE WS-PAYMENTS-OVERPAID TO WS-COUNT-EDIT
           DISPLAY "PAYMENTS OVERPAID:  " WS-COUNT-EDIT
               " (EXCESS TO OWNER CREDIT)".

       POST-ONE-PAYMENT.

                   ADD 1 TO WS-PAYMENTS-UNMATCHED
                   DISPLAY "PAYMENT FOR UNKNOWN INVOICE "
                       PAYMT-INVOICE-NO " REF " PAYMT-BANK-REF
                       " - HELD ON SUSPENSE"
                   PERFORM WRITE-SUSPENSE-RECEIPT
               NOT INVALID KEY
                   MOVE INV-PAID-AMOUNT TO WS-PAID-BEFORE
                   ADD PAYMT-AMOUNT TO INV-PAID-AMOUNT
                   IF INV-PAID-AMOUNT >= INV-AMOUNT
                       MOVE 'P' TO INV-STATUS
                   END-IF
      *            MONEY PAID OVER THE INVOICE BALANCE BELONGS TO
      *            THE OWNER - IT GOES ONTO THEIR CREDIT BALANCE
      *            AND THE INVOICE SHOWS PAID EXACTLY IN FULL
                   IF INV-PAID-AMOUNT > INV-AMOUNT
                       COMPUTE WS-OVERPAID-AMOUNT =
                           INV-PAID-AMOUNT - INV-AMOUNT
                       MOVE INV-AMOUNT TO INV-PAID-AMOUNT
                       MOVE INV-OWNER-ID       TO OCRD-OWNER-ID
                       MOVE WS-TODAY           TO OCRD-DATE
                       MOVE 'O'                TO OCRD-TYPE
                       MOVE WS-OVERPAID-AMOUNT TO OCRD-AMOUNT
                       MOVE INV-INVOICE-NO     TO OCRD-INVOICE-NO
                       MOVE PAYMT-BANK-REF     TO OCRD-REFERENCE
                       WRITE OWNER-CREDIT-REC
                       ADD 1 TO WS-PAYMENTS-OVERPAID
                   END-IF
                   REWRITE INVOICE-REC
                   ADD 1 TO WS-PAYMENTS-POSTED
                   MOVE PAYMT-DATE TO WS-MATCH-DATE
                   PERFORM MATCH-ARRANGEMENT-RECEIPT
           END-READ.

      *    MATCH WHAT THE RECEIPT PUT ON THE INVOICE TO THE
      *    INSTALMENTS OF ANY ARRANGEMENT COVERING IT
       MATCH-ARRANGEMENT-RECEIPT.

           COMPUTE WS-MATCH-AMOUNT = INV-PAID-AMOUNT - WS-PAID-BEFORE
           CALL "ARRANGEMATCH" USING INV-INVOICE-NO WS-MATCH-DATE
                                     WS-MATCH-AMOUNT WS-MATCHED-FLAG
               ON EXCEPTION
                   DISPLAY "INSTALMENT MATCHING COULD NOT BE STARTED "
                       "- INVOICE " INV-INVOICE-NO
           END-CALL.

       WRITE-SUSPENSE-RECEIPT.

           MOVE WS-NEXT-RECEIPT-NO TO SUSP-RECEIPT-NO
           MOVE PAYMT-INVOICE-NO   TO SUSP-QUOTED-INVOICE-NO
           MOVE PAYMT-DATE         TO SUSP-RECEIVED-DATE
           MOVE PAYMT-AMOUNT       TO SUSP-AMOUNT
           MOVE PAYMT-BANK-REF     TO SUSP-BANK-REF
           MOVE 'U'                TO SUSP-STATUS
           MOVE 0                  TO SUSP-APPLIED-INVOICE-NO
           MOVE SPACES             TO SUSP-APPLIED-OWNER-ID
           MOVE SPACES             TO SUSP-APPLIED-DATE
           MOVE SPACES             TO SUSP-APPLIED-BY
           WRITE SUSPENSE-REC
           ADD 1 TO WS-NEXT-RECEIPT-NO.

      *    SUSPENSE ROWS ARE NEVER REMOVED, SO THE NEXT RECEIPT
      *    NUMBER IS SIMPLY ONE PAST THE HIGHEST ALREADY ON FILE
       LOAD-NEXT-RECEIPT-NO.

           MOVE 1 TO WS-NEXT-RECEIPT-NO

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS = "00"
               MOVE 'N' TO WS-SUSPENSE-EOF
               PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
                   READ SUSPENSE-FILE
                       AT END
                           MOVE 'Y' TO WS-SUSPENSE-EOF
                       NOT AT END
                           IF SUSP-RECEIPT-NO >= WS-NEXT-RECEIPT-NO
                               COMPUTE WS-NEXT-RECEIPT-NO =
                                   SUSP-RECEIPT-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE SUSPENSE-FILE.

      *    AGE EVERY OPEN INVOICE'S UNPAID BALANCE AGAINST TODAY'S
      *    DATE AND REPORT BY BUCKET SO FINANCE CAN CHASE OVERDUE
      *    ACCOUNTS
