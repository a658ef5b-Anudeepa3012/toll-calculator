      *                SETTLED PRIOR IMAGES COME OFF THE HISTORY
      *                FILE. IMAGES THAT CANNOT BE SETTLED YET (NO
      *                OWNER LINK, NO PERIOD INVOICE) STAY ON FILE
      *                FOR A LATER RUN. A CREDIT ON AN INVOICE THE
      *                OWNER HAS ALREADY PAID PUTS THE EXCESS ON THE
      *                OWNER-CREDIT-FILE AS A CREDIT BALANCE.
      *                A FLEET DEPOT'S CORRECTIONS GO AGAINST ITS
      *                PARENT'S CONSOLIDATED INVOICE, WHICH IS WHERE
      *                THE ORIGINAL CHARGE WAS BILLED.
      *                A PERIOD THE MONTH-END CLOSE HAS LOCKED IS
      *                REFUSED OUTRIGHT - ITS BOOKS ARE CLOSED AND
      *                ONLY A SUPERVISOR'S REOPEN LETS IT BE ADJUSTED.
      *****************************************************************

       ENVIRONMENT DIVISION.
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OWNER-MASTER-FILE
               ASSIGN TO "COBOL/DATA/OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-OWNER-ID
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "COBOL/DATA/INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT OPTIONAL OWNER-CREDIT-FILE
               ASSIGN TO "COBOL/DATA/OWNERCREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCRD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  INVOICE-FILE.
       COPY "INVOICEREC.cpy".

       FD  ADJUST-REGISTER-FILE.
       01  ADJUST-REGISTER-LINE      PIC X(100).

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-BILLHIST-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CNOTE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-NCTL-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-REGISTER-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.

       01  WS-BILLHIST-EOF           PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
           05  WS-PERIOD-MM          PIC 9(02).
       01  WS-PERIOD-VALID-FLAG      PIC X     VALUE 'N'.

      *    THE PERIOD AS A DATE RANGE FOR PERIODCHECK, AND ITS ANSWER
       01  WS-PERIOD-FROM-DATE       PIC X(08).
       01  WS-PERIOD-TO-DATE         PIC X(08).
       01  WS-PERIOD-STATUS          PIC X     VALUE SPACE.
       01  WS-LOCKED-PERIOD          PIC X(06).

      *    THE WHOLE BILLED-HISTORY-FILE IS HELD HERE DURING THE RUN
      *    AND WRITTEN BACK WITHOUT THE SETTLED ROWS AT THE END -
      *    THE SAME PATTERN THE EXCEPTION REPAIR USES. OVERFLOW
       01  WS-NEXT-NOTE-NO           PIC 9(08) VALUE 1.
       01  WS-DIFF-AMOUNT            PIC S9(04).
       01  WS-NOTE-AMOUNT            PIC 9(03).
       01  WS-OVERPAID-AMOUNT        PIC 9(07).

      *    WHAT THE CURRENT ROW STILL OWES ON THE ORIGINAL INVOICE:
      *    ITS FEE WHEN IT IS STILL UNBILLED, ZERO WHEN IT HAS
               END-IF
           END-PERFORM

           PERFORM CHECK-PERIOD-LOCK

           PERFORM LOAD-BILLED-HISTORY

           IF WS-PERIOD-ROW-COUNT = 0

           OPEN I-O   TOLL-RESULT-FILE
           OPEN INPUT VEHICLE-REGISTRY-FILE
           OPEN INPUT OWNER-MASTER-FILE

           PERFORM VARYING HIDX FROM 1 BY 1
                   UNTIL HIDX > BILLED-HISTORY-COUNT
           END-PERFORM

           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE OWNER-MASTER-FILE

           IF ADJUSTMENT-COUNT > 0
               PERFORM LOAD-NOTE-CONTROL
               END-IF
           END-IF.

      *    A LOCKED MONTH HAS BEEN INVOICED, SETTLED WITH THE CITIES
      *    AND REPORTED - A CREDIT NOTE DATED INTO IT NOW WOULD
      *    REWRITE FIGURES FINANCE HAS ALREADY CLOSED. ITS PRIOR
      *    IMAGES STAY ON THE HISTORY FILE UNTIL A SUPERVISOR
      *    REOPENS THE MONTH.
       CHECK-PERIOD-LOCK.

           MOVE SPACES TO WS-PERIOD-FROM-DATE
           MOVE SPACES TO WS-PERIOD-TO-DATE
           STRING WS-BILLING-PERIOD "01" DELIMITED BY SIZE
               INTO WS-PERIOD-FROM-DATE
           STRING WS-BILLING-PERIOD "31" DELIMITED BY SIZE
               INTO WS-PERIOD-TO-DATE

           CALL "PERIODCHECK" USING WS-PERIOD-FROM-DATE
                                    WS-PERIOD-TO-DATE
                                    WS-PERIOD-STATUS WS-LOCKED-PERIOD
               ON EXCEPTION
                   DISPLAY "PERIODCHECK NOT AVAILABLE - NO "
                       "ADJUSTMENTS ISSUED"
                   STOP RUN
           END-CALL

           IF WS-PERIOD-STATUS = 'L'
               DISPLAY "PERIOD " WS-BILLING-PERIOD " IS LOCKED - NO "
                   "ADJUSTMENTS ISSUED"
               STOP RUN
           END-IF.

       LOAD-BILLED-HISTORY.

           MOVE 0 TO BILLED-HISTORY-COUNT
           MOVE HIDX                TO AJ-HISTORY-ENTRY
                                       (ADJUSTMENT-COUNT).

      *    THE OWNER THE ROW WAS INVOICED TO - THE PLATE'S OWNER, OR
      *    THE FLEET PARENT WHEN THAT OWNER IS A DEPOT
       RESOLVE-ROW-OWNER.

           MOVE SPACES TO WS-OWNER-ID
                       HT-VEHICLE-ID(HIDX)
               NOT INVALID KEY
                   MOVE VREG-OWNER-ID TO WS-OWNER-ID
           END-READ

           IF WS-OWNER-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               NOT INVALID KEY
                   IF OWN-PARENT-ID NOT = SPACES
                       MOVE OWN-PARENT-ID TO WS-OWNER-ID
                   END-IF
           END-READ.

      *    LEAVES IIDX ON THE OWNER'S PERIOD INVOICE ROW, OR PAST

           OPEN I-O    INVOICE-FILE
           OPEN EXTEND CREDIT-NOTE-FILE
           OPEN EXTEND OWNER-CREDIT-FILE
           OPEN OUTPUT ADJUST-REGISTER-FILE

           MOVE SPACES TO ADJUST-REGISTER-LINE

           CLOSE INVOICE-FILE
           CLOSE CREDIT-NOTE-FILE
           CLOSE OWNER-CREDIT-FILE
           CLOSE ADJUST-REGISTER-FILE.

      *    ISSUE ONE NUMBERED NOTE, MOVE THE INVOICE BALANCE BY THE
               IF INV-PAID-AMOUNT >= INV-AMOUNT
                   MOVE 'P' TO INV-STATUS
               END-IF
      *        A CREDIT AGAINST MONEY ALREADY RECEIVED LEAVES THE
      *        OWNER OVERPAID - THE EXCESS BECOMES OWNER CREDIT
               IF INV-PAID-AMOUNT > INV-AMOUNT
                   PERFORM CREDIT-OVERPAYMENT
               END-IF
           ELSE
               MOVE WS-DIFF-AMOUNT TO WS-NOTE-AMOUNT
               MOVE 'D' TO CNOTE-TYPE
               DELIMITED BY SIZE INTO ADJUST-REGISTER-LINE
           WRITE ADJUST-REGISTER-LINE.

      *    CAP THE INVOICE AT PAID IN FULL AND PUT THE EXCESS ON THE
      *    OWNER'S CREDIT BALANCE, REFERENCED TO THE NOTE ISSUED
       CREDIT-OVERPAYMENT.

           COMPUTE WS-OVERPAID-AMOUNT = INV-PAID-AMOUNT - INV-AMOUNT
           MOVE INV-AMOUNT          TO INV-PAID-AMOUNT
           MOVE AJ-OWNER-ID(AIDX)   TO OCRD-OWNER-ID
           MOVE WS-TODAY            TO OCRD-DATE
           MOVE 'C'                 TO OCRD-TYPE
           MOVE WS-OVERPAID-AMOUNT  TO OCRD-AMOUNT
           MOVE AJ-INVOICE-NO(AIDX) TO OCRD-INVOICE-NO
           MOVE SPACES              TO OCRD-REFERENCE
           STRING "CN" WS-NEXT-NOTE-NO
               DELIMITED BY SIZE INTO OCRD-REFERENCE
           WRITE OWNER-CREDIT-REC.

      *    WRITE THE HISTORY TABLE BACK WITHOUT THE SETTLED ROWS -
      *    WHAT REMAINS IS EXACTLY THE WORK STILL OWED TO A LATER
      *    RUN
