      *                OPERATOR. ZONES WITH NO OWNER LINE ARE
      *                REPORTED UNDER "UNASSIGNED" SO GAPS IN THE
      *                MASTER ARE VISIBLE INSTEAD OF SILENT.
      *                EVERY RUN STAMPS THE MONTH'S SETTLED DATE ON
      *                THE PERIOD-CONTROL-FILE - A MONTH CAN ONLY BE
      *                LOCKED ONCE IT HAS BEEN SETTLED SINCE ITS
      *                BILLING CLOSE.
      *****************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

           SELECT OPTIONAL PERIOD-CONTROL-FILE
               ASSIGN TO "COBOL/DATA/PERIODCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  SETTLEMENT-STATEMENT-FILE.
       01  SETTLEMENT-LINE           PIC X(100).

       FD  PERIOD-CONTROL-FILE.
       COPY "PERIODREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-CCAPRED-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-STATEMENT-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-PERIOD-FILE-STATUS     PIC X(2)  VALUE SPACES.

       01  WS-RESULT-EOF             PIC X     VALUE 'N'.
       01  WS-ZOWN-EOF               PIC X     VALUE 'N'.
       01  WS-CCAPRED-EOF            PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-PERIOD-EOF             PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-BILLING-PERIOD         PIC X(06).
       01  WS-INVOICED-TOTAL         PIC 9(10) VALUE 0.
       01  WS-PAID-TOTAL             PIC 9(10) VALUE 0.

      *    THE WHOLE PERIOD-CONTROL-FILE, HELD ONLY WHILE THE
      *    SETTLED DATE IS STAMPED AND WRITTEN BACK IN ONE PASS
       01  PERIOD-CONTROL-TABLE.
           05  PERIOD-CONTROL-ENTRY OCCURS 600 TIMES.
               10  PC-PERIOD         PIC X(06).
               10  PC-STATUS         PIC X(01).
               10  PC-CLOSED-DATE    PIC X(08).
               10  PC-CLOSED-BY      PIC X(10).
               10  PC-SETTLED-DATE   PIC X(08).
               10  PC-LOCKED-DATE    PIC X(08).
               10  PC-LOCKED-BY      PIC X(10).
               10  PC-REOPENED-DATE  PIC X(08).
               10  PC-REOPENED-BY    PIC X(10).
               10  PC-REOPEN-COUNT   PIC 9(02).
       01  PERIOD-CONTROL-COUNT      PIC 9(03) VALUE 0.
       01  CIDX                      PIC 9(03).
       01  WS-PERIOD-ENTRY           PIC 9(03) VALUE 0.

       01  WS-REDUCTIONS-APPLIED     PIC 9(06) VALUE 0.
       01  WS-ROWS-SETTLED           PIC 9(06) VALUE 0.

           PERFORM ACCUMULATE-COLLECTIONS
           PERFORM ROLL-UP-BY-OPERATOR
           PERFORM WRITE-SETTLEMENT-STATEMENTS
           PERFORM STAMP-PERIOD-SETTLED

           MOVE WS-ROWS-SETTLED TO WS-COUNT-EDIT
           DISPLAY "RESULT ROWS SETTLED:    " WS-COUNT-EDIT

           STOP RUN.

      *    RECORD THAT THE MONTH HAS BEEN SETTLED TODAY. A MONTH WITH
      *    NO ROW YET IS ADDED AS OPEN SO THE DATE IS NOT LOST; THE
      *    PERIOD CLOSE SESSION ONLY COUNTS IT TOWARDS A LOCK WHEN IT
      *    IS NOT EARLIER THAN THE MONTH'S BILLING CLOSE.
       STAMP-PERIOD-SETTLED.

           MOVE 0 TO PERIOD-CONTROL-COUNT
           MOVE 0 TO WS-PERIOD-ENTRY

           OPEN INPUT PERIOD-CONTROL-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               MOVE 'N' TO WS-PERIOD-EOF
               PERFORM UNTIL WS-PERIOD-EOF = 'Y'
                   READ PERIOD-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-PERIOD-EOF
                       NOT AT END
                           IF PERIOD-CONTROL-COUNT >= 600
                               DISPLAY "PERIOD CONTROL TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO PERIOD-CONTROL-COUNT
                           MOVE PERIOD-CONTROL-REC
                             TO PERIOD-CONTROL-ENTRY
                                (PERIOD-CONTROL-COUNT)
                           IF PCTL-PERIOD = WS-BILLING-PERIOD
                               MOVE PERIOD-CONTROL-COUNT
                                 TO WS-PERIOD-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PERIOD-CONTROL-FILE

           IF WS-PERIOD-ENTRY = 0
               IF PERIOD-CONTROL-COUNT >= 600
                   DISPLAY "PERIOD CONTROL TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               ADD 1 TO PERIOD-CONTROL-COUNT
               MOVE PERIOD-CONTROL-COUNT TO WS-PERIOD-ENTRY
               INITIALIZE PERIOD-CONTROL-ENTRY(WS-PERIOD-ENTRY)
               MOVE WS-BILLING-PERIOD TO PC-PERIOD(WS-PERIOD-ENTRY)
               MOVE 'O'               TO PC-STATUS(WS-PERIOD-ENTRY)
           END-IF

           MOVE WS-TODAY TO PC-SETTLED-DATE(WS-PERIOD-ENTRY)

           OPEN OUTPUT PERIOD-CONTROL-FILE
           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > PERIOD-CONTROL-COUNT
               MOVE PERIOD-CONTROL-ENTRY(CIDX) TO PERIOD-CONTROL-REC
               WRITE PERIOD-CONTROL-REC
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE.

      *    A BILLING PERIOD MUST BE A NUMERIC YYYYMM WITH A REAL
      *    MONTH - SAME RULE AS THE INVOICE RUN
       VALIDATE-BILLING-PERIOD.
