       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXTRACT.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  GENERAL LEDGER JOURNAL EXTRACT
      *                TURNS ONE POSTING DATE'S MONEY MOVEMENTS INTO A
      *                BALANCED DOUBLE-ENTRY JOURNAL FOR THE FINANCE
      *                LEDGER, SO THE BOOKS NO LONGER HAVE TO BE
      *                REBUILT BY HAND FROM THE BILLING FILES:
      *              * TOLL REVENUE FROM RESULT ROWS NEW OR REPRICED
      *                SINCE THE LAST EXTRACT (A REGISTER OF WHAT HAS
      *                ALREADY BEEN JOURNALLED PER ROW IS KEPT ON THE
      *                GL-TOLL-REGISTER-FILE) - ACCRUED AS UNBILLED
      *                RECEIVABLE, OR DRAWN DOWN FROM THE PREPAID
      *                CUSTOMER LIABILITY FOR A PREPAID OWNER
      *              * TOLL REVENUE WITHDRAWN - A ROW THE REGISTER
      *                STILL FOLLOWS THAT HAS LEFT THE RESULT STORE
      *                (A CHARGE HELD OR VOIDED AS A SUSPECT CLONE)
      *                IS REVERSED IN FULL
      *              * INVOICES RAISED, BANK RECEIPTS AND SETTLED
      *                DIRECT DEBITS, CREDIT NOTES AND SUPPLEMENTARY
      *                DEBITS, DUNNING LATE FEES AND PREPAID TOP-UPS
      *                DATED ON THE POSTING DATE.
      *              * OWNER CREDIT BALANCES CREATED AND CARRIED
      *                FORWARD, SUSPENSE RECEIPTS APPLIED BY THE
      *                CUSTOMER CREDIT SESSION AND CUSTOMER REFUNDS
      *                APPROVED FOR PAYMENT ON THE POSTING DATE.
      *                THE DEBIT AND CREDIT ACCOUNT FOR EACH EVENT
      *                COME FROM THE CHART-OF-ACCOUNTS MAPPING FILE,
      *                AND EVERY ZONE-LEVEL LINE CARRIES THE ZONE AND
      *                ITS CITY OPERATOR FROM THE ZONE-OWNER MASTER.
      *                A POSTING DATE ALREADY ON THE GL CONTROL FILE
      *                IS REFUSED, SO A RERUN NEVER JOURNALS THE SAME
      *                DAY TWICE. RUNS AS THE LAST STEP OF THE
      *                NIGHTLY JOB CHAIN FOR YESTERDAY'S DATE.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL GL-ACCOUNT-FILE
               ASSIGN TO "COBOL/DATA/GLACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLACCT-FILE-STATUS.

      *    THE JOURNAL ACCUMULATES ACROSS RUNS - THE LEDGER LOAD
      *    PICKS UP EACH POSTING DATE'S LINES ON ITS OWN SCHEDULE
           SELECT OPTIONAL GL-JOURNAL-FILE
               ASSIGN TO "COBOL/DATA/GLJOURNAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.

      *    ONE LINE PER POSTING DATE ALREADY JOURNALLED
           SELECT OPTIONAL GL-CONTROL-FILE
               ASSIGN TO "COBOL/DATA/GLPOSTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLCTL-FILE-STATUS.

      *    WHAT HAS BEEN JOURNALLED FOR EACH TOLL RESULT ROW, KEYED
      *    THE SAME WAY AS THE RESULT STORE ITSELF
           SELECT OPTIONAL GL-TOLL-REGISTER-FILE
               ASSIGN TO "COBOL/DATA/GLTOLLREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLTR-KEY
               FILE STATUS IS WS-GLTREG-FILE-STATUS.

           SELECT GL-REPORT-FILE
               ASSIGN TO "COBOL/DATA/GLREPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT OPTIONAL TOLL-RESULT-FILE
               ASSIGN TO "COBOL/DATA/TOLLRESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "COBOL/DATA/INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NO
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT OPTIONAL PAYMENT-FILE
               ASSIGN TO "COBOL/DATA/PAYMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYMENT-FILE-STATUS.

           SELECT OPTIONAL DD-RETURN-FILE
               ASSIGN TO "COBOL/DATA/DD-RETURNS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT OPTIONAL CREDIT-NOTE-FILE
               ASSIGN TO "COBOL/DATA/CREDITNOTES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNOTE-FILE-STATUS.

           SELECT OPTIONAL DUNNING-PARM-FILE
               ASSIGN TO "COBOL/DATA/DUNNING-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DPARM-FILE-STATUS.

           SELECT OPTIONAL DUNNING-STATUS-FILE
               ASSIGN TO "COBOL/DATA/DUNNING-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSTAT-FILE-STATUS.

           SELECT OPTIONAL TOPUP-FILE
               ASSIGN TO "COBOL/DATA/TOPUPS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOPUP-FILE-STATUS.

           SELECT OPTIONAL PREPAID-BALANCE-FILE
               ASSIGN TO "COBOL/DATA/PREPAYBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREPAID-FILE-STATUS.

           SELECT OPTIONAL ZONE-OWNER-FILE
               ASSIGN TO "COBOL/DATA/ZONEOWNERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ZOWN-FILE-STATUS.

           SELECT OPTIONAL OWNER-CREDIT-FILE
               ASSIGN TO "COBOL/DATA/OWNERCREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCRD-FILE-STATUS.

           SELECT OPTIONAL SUSPENSE-FILE
               ASSIGN TO "COBOL/DATA/SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

           SELECT OPTIONAL REFUND-FILE
               ASSIGN TO "COBOL/DATA/REFUNDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-FILE-STATUS.

      *    CONSOLE ANSWERS FOR AN UNATTENDED RUN - THE JOB CHAIN
      *    DRIVER SUPPLIES THE POSTING DATE HERE
           SELECT OPTIONAL JOB-PARM-FILE
               ASSIGN TO "COBOL/DATA/JOBPARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBPARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  GL-ACCOUNT-FILE.
       COPY "GLACCTREC.cpy".

       FD  GL-JOURNAL-FILE.
       COPY "GLJRNREC.cpy".

       FD  GL-CONTROL-FILE.
       01  GL-CONTROL-REC.
           05  GLPC-POST-DATE        PIC X(08).
           05  GLPC-RUN-DATE         PIC X(08).
           05  GLPC-LINE-COUNT       PIC 9(06).
           05  GLPC-DEBIT-TOTAL      PIC 9(11).
           05  GLPC-CREDIT-TOTAL     PIC 9(11).

       FD  GL-TOLL-REGISTER-FILE.
       COPY "GLTREGREC.cpy".

       FD  GL-REPORT-FILE.
       01  GL-REPORT-LINE            PIC X(80).

       FD  TOLL-RESULT-FILE.
       COPY "TOLLRESREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  INVOICE-FILE.
       COPY "INVOICEREC.cpy".

       FD  PAYMENT-FILE.
       COPY "PAYMENTREC.cpy".

      *    THE BANK'S ANSWER FILE AS DIRECTDEBIT READS IT
       FD  DD-RETURN-FILE.
       01  DD-RETURN-REC.
           05  DDR-INVOICE-NO        PIC 9(08).
           05  DDR-DATE              PIC X(08).
           05  DDR-AMOUNT            PIC 9(07).
           05  DDR-BANK-REF          PIC X(10).
           05  DDR-STATUS            PIC X(01).

       FD  CREDIT-NOTE-FILE.
       COPY "CREDNOTEREC.cpy".

       FD  DUNNING-PARM-FILE.
       01  DUNNING-PARM-LINE.
           05  DPRM-STAGE1-DAYS      PIC 9(03).
           05  DPRM-STAGE2-DAYS      PIC 9(03).
           05  DPRM-FINAL-DAYS       PIC 9(03).
           05  DPRM-LATE-FEE         PIC 9(05).

       FD  DUNNING-STATUS-FILE.
       COPY "DUNSTATREC.cpy".

       FD  TOPUP-FILE.
       COPY "TOPUPREC.cpy".

       FD  PREPAID-BALANCE-FILE.
       COPY "PREPAYREC.cpy".

       FD  ZONE-OWNER-FILE.
       COPY "ZONEOWNREC.cpy".

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       FD  SUSPENSE-FILE.
       COPY "SUSPREC.cpy".

       FD  REFUND-FILE.
       COPY "REFUNDREC.cpy".

       FD  JOB-PARM-FILE.
       01  JOB-PARM-REC.
           05  JPRM-PROGRAM          PIC X(14).
           05  JPRM-VALUE            PIC X(20).

       WORKING-STORAGE SECTION.

       01  WS-GLACCT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-JOURNAL-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-GLCTL-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-GLTREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REPORT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-PAYMENT-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RETURN-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-CNOTE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-DPARM-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-DSTAT-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-TOPUP-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-PREPAID-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ZOWN-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-SUSPENSE-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-REFUND-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-JOBPARM-FILE-STATUS    PIC X(2)  VALUE SPACES.

       01  WS-GLACCT-EOF             PIC X     VALUE 'N'.
       01  WS-GLCTL-EOF              PIC X     VALUE 'N'.
       01  WS-RESULT-EOF             PIC X     VALUE 'N'.
       01  WS-GLTREG-EOF             PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-PAYMENT-EOF            PIC X     VALUE 'N'.
       01  WS-RETURN-EOF             PIC X     VALUE 'N'.
       01  WS-CNOTE-EOF              PIC X     VALUE 'N'.
       01  WS-DSTAT-EOF              PIC X     VALUE 'N'.
       01  WS-TOPUP-EOF              PIC X     VALUE 'N'.
       01  WS-PREPAID-EOF            PIC X     VALUE 'N'.
       01  WS-ZOWN-EOF               PIC X     VALUE 'N'.
       01  WS-OCRD-EOF               PIC X     VALUE 'N'.
       01  WS-SUSPENSE-EOF           PIC X     VALUE 'N'.
       01  WS-REFUND-EOF             PIC X     VALUE 'N'.
       01  WS-JOBPARM-EOF            PIC X     VALUE 'N'.
       01  WS-DATE-PARM-FOUND        PIC X     VALUE 'N'.

       01  WS-POST-DATE              PIC X(08).
       01  WS-TODAY                  PIC X(08).
       01  WS-ALREADY-POSTED         PIC X     VALUE 'N'.
       01  WS-CHART-COMPLETE         PIC X     VALUE 'Y'.

      *    THE LATE FEE DUNNING CHARGES - THE PARM FILE'S FIGURE OR
      *    THE SAME 50 SEK DEFAULT DUNNING FALLS BACK TO
       01  WS-LATE-FEE               PIC 9(05) VALUE 50.

      *    THE EVENTS EVERY RUN MAY JOURNAL - EACH ONE MUST BE ON THE
      *    CHART-OF-ACCOUNTS FILE BEFORE ANYTHING IS POSTED, SO A
      *    GAP IN THE MAPPING CAN NEVER LEAVE HALF A DAY JOURNALLED
       01  WS-REQUIRED-EVENT-VALUES.
           05  FILLER                PIC X(08) VALUE "TOLLREV ".
           05  FILLER                PIC X(08) VALUE "PREPDRAW".
           05  FILLER                PIC X(08) VALUE "INVOICE ".
           05  FILLER                PIC X(08) VALUE "PAYMENT ".
           05  FILLER                PIC X(08) VALUE "UNAPPLD ".
           05  FILLER                PIC X(08) VALUE "DDSETTLE".
           05  FILLER                PIC X(08) VALUE "CREDNOTE".
           05  FILLER                PIC X(08) VALUE "SUPPDEBT".
           05  FILLER                PIC X(08) VALUE "LATEFEE ".
           05  FILLER                PIC X(08) VALUE "TOPUP   ".
           05  FILLER                PIC X(08) VALUE "CRBALIN ".
           05  FILLER                PIC X(08) VALUE "CRBALUSE".
           05  FILLER                PIC X(08) VALUE "SUSPAPPL".
           05  FILLER                PIC X(08) VALUE "SUSPOWN ".
           05  FILLER                PIC X(08) VALUE "REFUND  ".
       01  WS-REQUIRED-EVENTS REDEFINES WS-REQUIRED-EVENT-VALUES.
           05  WS-REQUIRED-EVENT     PIC X(08) OCCURS 15 TIMES.
       01  RIDX                      PIC 9(02).

      *    THE CHART OF ACCOUNTS, WITH THE RUN'S LINE COUNT AND NET
      *    AMOUNT PER EVENT FOR THE CONTROL REPORT
       01  GL-ACCOUNT-TABLE.
           05  GL-ACCOUNT-ENTRY OCCURS 50 TIMES.
               10  GLA-EVENT         PIC X(08).
               10  GLA-DEBIT-ACCOUNT PIC X(06).
               10  GLA-CREDIT-ACCOUNT
                                     PIC X(06).
               10  GLA-DESCRIPTION   PIC X(30).
               10  GLA-COUNT         PIC 9(06).
               10  GLA-NET-AMOUNT    PIC S9(11).
       01  GL-ACCOUNT-COUNT          PIC 9(02) VALUE 0.
       01  GIDX                      PIC 9(02).
       01  WS-CHART-ENTRY            PIC 9(02) VALUE 0.

      *    DEBIT AND CREDIT TOTALS PER LEDGER ACCOUNT FOR THE RUN
       01  ACCOUNT-TOTAL-TABLE.
           05  ACCOUNT-TOTAL-ENTRY OCCURS 100 TIMES.
               10  ACT-ACCOUNT       PIC X(06).
               10  ACT-DEBITS        PIC 9(11).
               10  ACT-CREDITS       PIC 9(11).
       01  ACCOUNT-TOTAL-COUNT       PIC 9(03) VALUE 0.
       01  AIDX                      PIC 9(03).

       01  ZONE-OWNER-TABLE.
           05  ZONE-OWNER-ENTRY OCCURS 100 TIMES.
               10  ZO-ZONE-CODE      PIC X(04).
               10  ZO-OPERATOR-ID    PIC X(06).
               10  ZO-OPERATOR-NAME  PIC X(30).
       01  ZONE-OWNER-COUNT          PIC 9(03) VALUE 0.
       01  OIDX                      PIC 9(03).

      *    OWNERS HOLDING A PREPAID LEDGER ROW - A NEW RESULT ROW
      *    ALREADY MARKED BILLED FOR ONE OF THEM WAS SETTLED FROM
      *    THE PREPAID BALANCE BY THE BATCH RUN
       01  PREPAID-OWNER-TABLE.
           05  PREPAID-OWNER-ENTRY OCCURS 2000 TIMES.
               10  PPO-OWNER-ID      PIC X(06).
       01  PREPAID-OWNER-COUNT       PIC 9(04) VALUE 0.
       01  LIDX                      PIC 9(04).
       01  WS-OWNER-PREPAID          PIC X     VALUE 'N'.

      *    THE PAIR BEING JOURNALLED
       01  WS-GL-EVENT               PIC X(08).
       01  WS-GL-AMOUNT              PIC S9(09).
       01  WS-GL-ZONE-CODE           PIC X(04).
       01  WS-GL-SOURCE-REF          PIC X(22).
       01  WS-GL-OPERATOR-ID         PIC X(06).
       01  WS-GL-DEBIT-ACCOUNT       PIC X(06).
       01  WS-GL-CREDIT-ACCOUNT      PIC X(06).
       01  WS-GL-LINE-AMOUNT         PIC 9(09).
       01  WS-GL-LINE-ACCOUNT        PIC X(06).
       01  WS-GL-LINE-DR-CR          PIC X(01).
       01  WS-GL-LINE-NO             PIC 9(06) VALUE 0.

      *    TOLL RESULT WORK FIELDS
       01  WS-RESULT-FEE             PIC 9(03).
       01  WS-FEE-DELTA              PIC S9(04).
       01  WS-REGISTER-CHANGED       PIC X     VALUE 'N'.

       01  WS-TOTAL-DEBITS           PIC 9(11) VALUE 0.
       01  WS-TOTAL-CREDITS          PIC 9(11) VALUE 0.
       01  WS-ROWS-NEW               PIC 9(06) VALUE 0.
       01  WS-ROWS-REPRICED          PIC 9(06) VALUE 0.
       01  WS-ROWS-WITHDRAWN         PIC 9(06) VALUE 0.

       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.
       01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.
       01  WS-NET-EDIT               PIC ZZ,ZZZ,ZZ9-.
       01  WS-DEBIT-EDIT             PIC ZZZ,ZZZ,ZZ9.
       01  WS-CREDIT-EDIT            PIC ZZZ,ZZZ,ZZ9.

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

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

      *    AN UNATTENDED RUN TAKES ITS POSTING DATE FROM THE JOB PARM
      *    FILE; A BAD OR MISSING PARM FALLS BACK TO THE PROMPT
           PERFORM GET-POSTING-DATE-PARM
           IF WS-DATE-PARM-FOUND = 'Y'
               MOVE WS-POST-DATE TO WS-DATE-ENTRY
               PERFORM VALIDATE-DATE-ENTRY
               IF WS-DATE-VALID-FLAG = 'Y'
                   DISPLAY "POSTING DATE " WS-POST-DATE
                       " TAKEN FROM JOB PARM FILE"
               ELSE
                   DISPLAY "JOB PARM POSTING DATE INVALID - "
                       "PROMPTING"
                   MOVE 'N' TO WS-DATE-PARM-FOUND
               END-IF
           END-IF
           IF WS-DATE-PARM-FOUND NOT = 'Y'
               MOVE 'N' TO WS-DATE-VALID-FLAG
               PERFORM UNTIL WS-DATE-VALID-FLAG = 'Y'
                   DISPLAY "ENTER GL POSTING DATE (YYYYMMDD): "
                   ACCEPT   WS-POST-DATE
                   MOVE WS-POST-DATE TO WS-DATE-ENTRY
                   PERFORM VALIDATE-DATE-ENTRY
                   IF WS-DATE-VALID-FLAG NOT = 'Y'
                       DISPLAY "INVALID DATE - PLEASE RE-ENTER"
                   END-IF
               END-PERFORM
           END-IF

      *    A DAY STILL IN PROGRESS CANNOT BE CLOSED OFF TO THE LEDGER
           IF WS-POST-DATE > WS-TODAY
               DISPLAY "POSTING DATE " WS-POST-DATE
                   " IS IN THE FUTURE - NOTHING POSTED"
               GOBACK
           END-IF

           PERFORM CHECK-ALREADY-POSTED
           IF WS-ALREADY-POSTED = 'Y'
               DISPLAY "POSTING DATE " WS-POST-DATE
                   " ALREADY JOURNALLED - NOTHING POSTED"
               GOBACK
           END-IF

           PERFORM LOAD-CHART-OF-ACCOUNTS
           PERFORM VERIFY-CHART-OF-ACCOUNTS
           IF WS-CHART-COMPLETE NOT = 'Y'
               DISPLAY "CHART OF ACCOUNTS INCOMPLETE - NOTHING POSTED"
               GOBACK
           END-IF

           PERFORM LOAD-ZONE-OWNERS
           PERFORM LOAD-PREPAID-OWNERS
           PERFORM LOAD-DUNNING-PARMS

           OPEN EXTEND GL-JOURNAL-FILE

           PERFORM JOURNAL-TOLL-RESULTS
           PERFORM JOURNAL-WITHDRAWN-RESULTS
           PERFORM JOURNAL-INVOICES
           PERFORM JOURNAL-PAYMENTS
           PERFORM JOURNAL-DD-SETTLEMENTS
           PERFORM JOURNAL-CREDIT-NOTES
           PERFORM JOURNAL-LATE-FEES
           PERFORM JOURNAL-TOPUPS
           PERFORM JOURNAL-CREDIT-BALANCES
           PERFORM JOURNAL-SUSPENSE-APPLIED
           PERFORM JOURNAL-REFUNDS

           CLOSE GL-JOURNAL-FILE

           PERFORM RECORD-POSTING-DATE
           PERFORM WRITE-GL-REPORT

           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
               DISPLAY "*** GL JOURNAL OUT OF BALANCE FOR "
                   WS-POST-DATE " - SEE GL REPORT ***"
           END-IF

           MOVE WS-GL-LINE-NO TO WS-COUNT-EDIT
           DISPLAY "GL JOURNAL WRITTEN FOR " WS-POST-DATE
               " - LINES: " WS-COUNT-EDIT

      *    GOBACK SO A CLEAN FINISH RETURNS CONTROL TO THE JOB CHAIN
      *    DRIVER WHEN ONE IS RUNNING THE NIGHT
           GOBACK.

      *    THE JOB CHAIN DRIVER ANSWERS THE POSTING-DATE PROMPT
      *    THROUGH THE JOB-PARM-FILE WITH YESTERDAY'S DATE, THE SAME
      *    WAY IT ANSWERS CAMERAWATCH'S FEED DATE
       GET-POSTING-DATE-PARM.

           MOVE 'N' TO WS-DATE-PARM-FOUND

           OPEN INPUT JOB-PARM-FILE
           IF WS-JOBPARM-FILE-STATUS = "00"
               MOVE 'N' TO WS-JOBPARM-EOF
               PERFORM UNTIL WS-JOBPARM-EOF = 'Y'
                   READ JOB-PARM-FILE
                       AT END
                           MOVE 'Y' TO WS-JOBPARM-EOF
                       NOT AT END
                           IF JPRM-PROGRAM = "GLEXTRACT"
                               MOVE JPRM-VALUE(1:8)
                                 TO WS-POST-DATE
                               MOVE 'Y' TO WS-DATE-PARM-FOUND
                               MOVE 'Y' TO WS-JOBPARM-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE JOB-PARM-FILE.

       CHECK-ALREADY-POSTED.

           MOVE 'N' TO WS-ALREADY-POSTED

           OPEN INPUT GL-CONTROL-FILE
           IF WS-GLCTL-FILE-STATUS = "00"
               MOVE 'N' TO WS-GLCTL-EOF
               PERFORM UNTIL WS-GLCTL-EOF = 'Y'
                   READ GL-CONTROL-FILE
                       AT END
                           MOVE 'Y' TO WS-GLCTL-EOF
                       NOT AT END
                           IF GLPC-POST-DATE = WS-POST-DATE
                               MOVE 'Y' TO WS-ALREADY-POSTED
                               MOVE 'Y' TO WS-GLCTL-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-CONTROL-FILE.

       LOAD-CHART-OF-ACCOUNTS.

           MOVE 0 TO GL-ACCOUNT-COUNT

           OPEN INPUT GL-ACCOUNT-FILE
           IF WS-GLACCT-FILE-STATUS = "00"
               MOVE 'N' TO WS-GLACCT-EOF
               PERFORM UNTIL WS-GLACCT-EOF = 'Y'
                   READ GL-ACCOUNT-FILE
                       AT END
                           MOVE 'Y' TO WS-GLACCT-EOF
                       NOT AT END
                           IF GL-ACCOUNT-COUNT >= 50
                               DISPLAY "CHART OF ACCOUNTS TABLE FULL "
                                   "- ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO GL-ACCOUNT-COUNT
                           MOVE GLAC-EVENT
                             TO GLA-EVENT(GL-ACCOUNT-COUNT)
                           MOVE GLAC-DEBIT-ACCOUNT
                             TO GLA-DEBIT-ACCOUNT(GL-ACCOUNT-COUNT)
                           MOVE GLAC-CREDIT-ACCOUNT
                             TO GLA-CREDIT-ACCOUNT(GL-ACCOUNT-COUNT)
                           MOVE GLAC-DESCRIPTION
                             TO GLA-DESCRIPTION(GL-ACCOUNT-COUNT)
                           MOVE 0 TO GLA-COUNT(GL-ACCOUNT-COUNT)
                           MOVE 0 TO GLA-NET-AMOUNT(GL-ACCOUNT-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE GL-ACCOUNT-FILE.

      *    EVERY EVENT NEEDS BOTH ITS ACCOUNTS MAPPED - REPORT EVERY
      *    GAP AT ONCE SO FINANCE CAN FIX THE FILE IN ONE PASS
       VERIFY-CHART-OF-ACCOUNTS.

           MOVE 'Y' TO WS-CHART-COMPLETE

           PERFORM VARYING RIDX FROM 1 BY 1 UNTIL RIDX > 15
               MOVE WS-REQUIRED-EVENT(RIDX) TO WS-GL-EVENT
               PERFORM FIND-CHART-ENTRY
               IF WS-CHART-ENTRY = 0
                   DISPLAY "NO ACCOUNT MAPPING FOR EVENT " WS-GL-EVENT
                   MOVE 'N' TO WS-CHART-COMPLETE
               ELSE
                   IF GLA-DEBIT-ACCOUNT(WS-CHART-ENTRY) = SPACES
                      OR GLA-CREDIT-ACCOUNT(WS-CHART-ENTRY) = SPACES
                       DISPLAY "DEBIT OR CREDIT ACCOUNT MISSING FOR "
                           "EVENT " WS-GL-EVENT
                       MOVE 'N' TO WS-CHART-COMPLETE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM LOAD-ACCOUNT-TOTALS.

      *    EVERY JOURNAL LINE POSTS TO AN ACCOUNT FROM THE CHART, SO
      *    THE PER-ACCOUNT TOTALS ARE SET UP FROM THE CHART HERE. A
      *    CHART TOO BIG FOR THE TABLE STOPS THE RUN BEFORE THE FIRST
      *    LINE IS WRITTEN, NEVER PART WAY THROUGH THE JOURNAL.
       LOAD-ACCOUNT-TOTALS.

           MOVE 0 TO ACCOUNT-TOTAL-COUNT

           PERFORM VARYING GIDX FROM 1 BY 1
                   UNTIL GIDX > GL-ACCOUNT-COUNT
               MOVE GLA-DEBIT-ACCOUNT(GIDX) TO WS-GL-LINE-ACCOUNT
               PERFORM ADD-ACCOUNT-TOTAL-ENTRY
               MOVE GLA-CREDIT-ACCOUNT(GIDX) TO WS-GL-LINE-ACCOUNT
               PERFORM ADD-ACCOUNT-TOTAL-ENTRY
           END-PERFORM.

       ADD-ACCOUNT-TOTAL-ENTRY.

           IF WS-GL-LINE-ACCOUNT = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ACCOUNT-TOTAL-COUNT
               IF ACT-ACCOUNT(AIDX) = WS-GL-LINE-ACCOUNT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF ACCOUNT-TOTAL-COUNT >= 100
               DISPLAY "ACCOUNT TOTAL TABLE FULL AT ACCOUNT "
                   WS-GL-LINE-ACCOUNT
               MOVE 'N' TO WS-CHART-COMPLETE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO ACCOUNT-TOTAL-COUNT
           MOVE WS-GL-LINE-ACCOUNT TO ACT-ACCOUNT(ACCOUNT-TOTAL-COUNT)
           MOVE 0 TO ACT-DEBITS(ACCOUNT-TOTAL-COUNT)
           MOVE 0 TO ACT-CREDITS(ACCOUNT-TOTAL-COUNT).

       FIND-CHART-ENTRY.

           MOVE 0 TO WS-CHART-ENTRY

           PERFORM VARYING GIDX FROM 1 BY 1
                   UNTIL GIDX > GL-ACCOUNT-COUNT
               IF GLA-EVENT(GIDX) = WS-GL-EVENT
                   MOVE GIDX TO WS-CHART-ENTRY
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-ZONE-OWNERS.

           MOVE 0 TO ZONE-OWNER-COUNT

           OPEN INPUT ZONE-OWNER-FILE
           IF WS-ZOWN-FILE-STATUS = "00"
               MOVE 'N' TO WS-ZOWN-EOF
               PERFORM UNTIL WS-ZOWN-EOF = 'Y'
                   READ ZONE-OWNER-FILE
                       AT END
                           MOVE 'Y' TO WS-ZOWN-EOF
                       NOT AT END
                           IF ZONE-OWNER-COUNT >= 100
                               DISPLAY "ZONE OWNER TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO ZONE-OWNER-COUNT
                           MOVE ZONE-OWNER-REC
                             TO ZONE-OWNER-ENTRY(ZONE-OWNER-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ZONE-OWNER-FILE.

       LOAD-PREPAID-OWNERS.

           MOVE 0 TO PREPAID-OWNER-COUNT

           OPEN INPUT PREPAID-BALANCE-FILE
           IF WS-PREPAID-FILE-STATUS = "00"
               MOVE 'N' TO WS-PREPAID-EOF
               PERFORM UNTIL WS-PREPAID-EOF = 'Y'
                   READ PREPAID-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-PREPAID-EOF
                       NOT AT END
                           IF PREPAID-OWNER-COUNT >= 2000
                               DISPLAY "PREPAID LEDGER TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO PREPAID-OWNER-COUNT
                           MOVE PPAY-OWNER-ID
                             TO PPO-OWNER-ID(PREPAID-OWNER-COUNT)
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PREPAID-BALANCE-FILE.

      *    ONLY THE LATE FEE IS NEEDED HERE. A GARBLED PARM LINE
      *    STOPS DUNNING ITSELF, SO THE DEFAULT IS SAFE TO KEEP.
       LOAD-DUNNING-PARMS.

           OPEN INPUT DUNNING-PARM-FILE
           IF WS-DPARM-FILE-STATUS = "00"
               READ DUNNING-PARM-FILE
                   NOT AT END
                       IF DPRM-LATE-FEE IS NUMERIC
                           MOVE DPRM-LATE-FEE TO WS-LATE-FEE
                       END-IF
               END-READ
           END-IF
           CLOSE DUNNING-PARM-FILE.

      ******************************************************************
      *    TOLL REVENUE - EVERY RESULT ROW IS COMPARED WITH WHAT THE
      *    GL TOLL REGISTER SAYS WAS LAST JOURNALLED FOR IT. A ROW
      *    NOT ON THE REGISTER IS NEW REVENUE; A ROW STILL FOLLOWED
      *    (NOT YET INVOICED) WHOSE FEE HAS MOVED - REPRICED BY A
      *    REPROCESSED DAY, OR REVERSED BY AN UPHELD DISPUTE - POSTS
      *    JUST THE DIFFERENCE. ONCE A ROW IS INVOICED THE REGISTER
      *    STOPS FOLLOWING IT: THE INVOICE CARRIES THE RECEIVABLE
      *    FROM THEN ON AND ANY LATER CORRECTION ARRIVES AS A CREDIT
      *    NOTE OR SUPPLEMENTARY DEBIT.
      ******************************************************************
       JOURNAL-TOLL-RESULTS.

           OPEN INPUT TOLL-RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "NO TOLL RESULT STORE - NO TOLL REVENUE TO "
                   "JOURNAL"
               CLOSE TOLL-RESULT-FILE
               EXIT PARAGRAPH
           END-IF

      *    WITHOUT THE REGISTER EVERY ROW WOULD LOOK NEW AND BE
      *    JOURNALLED A SECOND TIME, AND WITHOUT THE REGISTRY NO ROW
      *    CAN BE TOLD PREPAID - STOP BEFORE ANY LINE IS WRITTEN
           OPEN I-O GL-TOLL-REGISTER-FILE
           IF WS-GLTREG-FILE-STATUS NOT = "00"
              AND WS-GLTREG-FILE-STATUS NOT = "05"
               DISPLAY "GL TOLL REGISTER OPEN FAILED - STATUS "
                   WS-GLTREG-FILE-STATUS " - ABORTING RUN"
               CLOSE GL-TOLL-REGISTER-FILE
               CLOSE TOLL-RESULT-FILE
               CLOSE GL-JOURNAL-FILE
               STOP RUN
           END-IF
           OPEN INPUT VEHICLE-REGISTRY-FILE
           IF WS-VEHREG-FILE-STATUS NOT = "00"
               DISPLAY "VEHICLE REGISTRY OPEN FAILED - STATUS "
                   WS-VEHREG-FILE-STATUS " - ABORTING RUN"
               CLOSE VEHICLE-REGISTRY-FILE
               CLOSE GL-TOLL-REGISTER-FILE
               CLOSE TOLL-RESULT-FILE
               CLOSE GL-JOURNAL-FILE
               STOP RUN
           END-IF

           MOVE 'N' TO WS-RESULT-EOF
           READ TOLL-RESULT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RESULT-EOF
           END-READ

           PERFORM UNTIL WS-RESULT-EOF = 'Y'
               PERFORM JOURNAL-ONE-RESULT
               READ TOLL-RESULT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RESULT-EOF
               END-READ
           END-PERFORM

           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE GL-TOLL-REGISTER-FILE
           CLOSE TOLL-RESULT-FILE.

       JOURNAL-ONE-RESULT.

      *    A ROW WHOSE PLATE THE RETENTION RUN HAS REPLACED BY A TOKEN
      *    WAS BILLED AND JOURNALLED LONG AGO - IT IS STATISTICS NOW
           IF TRES-VEHICLE-ID(1:1) = '#'
               EXIT PARAGRAPH
           END-IF

      *    A REVERSED CHARGE IS WORTH NOTHING TO THE LEDGER
           IF TRES-DISPUTE-FLAG = 'R'
               MOVE 0 TO WS-RESULT-FEE
           ELSE
               MOVE TRES-TOTAL-FEE TO WS-RESULT-FEE
           END-IF

           MOVE TRES-ZONE-CODE TO WS-GL-ZONE-CODE
           MOVE TRES-KEY       TO WS-GL-SOURCE-REF

           MOVE TRES-KEY TO GLTR-KEY
           READ GL-TOLL-REGISTER-FILE
               INVALID KEY
                   PERFORM JOURNAL-NEW-RESULT
               NOT INVALID KEY
                   PERFORM JOURNAL-CHANGED-RESULT
           END-READ.

      *    A NEW ROW ALREADY MARKED BILLED FOR A PREPAID OWNER WAS
      *    SETTLED FROM THE PREPAID BALANCE - THE REVENUE IS EARNED
      *    OUT OF THE CUSTOMER LIABILITY. ANY OTHER ROW ACCRUES AS
      *    UNBILLED RECEIVABLE UNTIL ITS INVOICE IS RAISED.
       JOURNAL-NEW-RESULT.

           MOVE 'N' TO WS-OWNER-PREPAID
           IF TRES-BILLED-FLAG = 'Y'
               PERFORM CHECK-OWNER-PREPAID
           END-IF

           MOVE TRES-KEY      TO GLTR-KEY
           MOVE WS-RESULT-FEE TO GLTR-FEE
           MOVE WS-POST-DATE  TO GLTR-POST-DATE
           IF WS-OWNER-PREPAID = 'Y'
               MOVE 'P'        TO GLTR-STATE
               MOVE "PREPDRAW" TO WS-GL-EVENT
           ELSE
               MOVE "TOLLREV"  TO WS-GL-EVENT
               IF TRES-BILLED-FLAG = 'Y'
                   MOVE 'B'    TO GLTR-STATE
               ELSE
                   MOVE 'U'    TO GLTR-STATE
               END-IF
           END-IF

           MOVE WS-RESULT-FEE TO WS-GL-AMOUNT
           PERFORM WRITE-JOURNAL-PAIR

           WRITE GL-TOLL-REG-REC
               INVALID KEY
                   DISPLAY "GL TOLL REGISTER WRITE FAILED FOR "
                       TRES-KEY
           END-WRITE

           ADD 1 TO WS-ROWS-NEW.

       JOURNAL-CHANGED-RESULT.

           IF GLTR-STATE = 'B'
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REGISTER-CHANGED

           COMPUTE WS-FEE-DELTA = WS-RESULT-FEE - GLTR-FEE
           IF WS-FEE-DELTA NOT = 0
               IF GLTR-STATE = 'P'
                   MOVE "PREPDRAW" TO WS-GL-EVENT
               ELSE
                   MOVE "TOLLREV"  TO WS-GL-EVENT
               END-IF
               MOVE WS-FEE-DELTA TO WS-GL-AMOUNT
               PERFORM WRITE-JOURNAL-PAIR
               MOVE WS-RESULT-FEE TO GLTR-FEE
               MOVE WS-POST-DATE  TO GLTR-POST-DATE
               MOVE 'Y' TO WS-REGISTER-CHANGED
               ADD 1 TO WS-ROWS-REPRICED
           END-IF

      *    AN UNBILLED ROW NOW ON AN INVOICE LEAVES THE REGISTER'S
      *    CARE - THE INVOICE JOURNAL CARRIES IT FROM HERE
           IF GLTR-STATE = 'U' AND TRES-BILLED-FLAG = 'Y'
               MOVE 'B' TO GLTR-STATE
               MOVE 'Y' TO WS-REGISTER-CHANGED
           END-IF

           IF WS-REGISTER-CHANGED = 'Y'
               REWRITE GL-TOLL-REG-REC
                   INVALID KEY
                       DISPLAY "GL TOLL REGISTER REWRITE FAILED FOR "
                           TRES-KEY
               END-REWRITE
           END-IF.

       CHECK-OWNER-PREPAID.

           MOVE TRES-VEHICLE-ID TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           PERFORM VARYING LIDX FROM 1 BY 1
                   UNTIL LIDX > PREPAID-OWNER-COUNT
               IF PPO-OWNER-ID(LIDX) = VREG-OWNER-ID
                   MOVE 'Y' TO WS-OWNER-PREPAID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A CHARGE THE BATCH RUN WITHDRAWS AS A SUSPECT CLONE, OR
      *    THAT CLONE REVIEW VOIDS, LEAVES THE RESULT STORE WHILE THE
      *    REGISTER STILL CARRIES WHAT WAS JOURNALLED FOR IT. EVERY
      *    FOLLOWED REGISTER ROW WITH NO RESULT BEHIND IT IS REVERSED
      *    IN FULL AND KEPT AT A FEE OF ZERO - A RELEASED CHARGE COMES
      *    BACK UNDER THE SAME KEY AND IS THEN JOURNALLED AGAIN AS A
      *    REPRICING BY JOURNAL-CHANGED-RESULT.
       JOURNAL-WITHDRAWN-RESULTS.

           OPEN INPUT TOLL-RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               CLOSE TOLL-RESULT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN I-O GL-TOLL-REGISTER-FILE
           IF WS-GLTREG-FILE-STATUS NOT = "00"
               CLOSE GL-TOLL-REGISTER-FILE
               CLOSE TOLL-RESULT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-GLTREG-EOF
           READ GL-TOLL-REGISTER-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-GLTREG-EOF
           END-READ

           PERFORM UNTIL WS-GLTREG-EOF = 'Y'
               IF (GLTR-STATE = 'U' OR GLTR-STATE = 'P')
                  AND GLTR-FEE > 0
                   MOVE GLTR-KEY TO TRES-KEY
                   READ TOLL-RESULT-FILE
                       INVALID KEY
                           PERFORM JOURNAL-ONE-WITHDRAWAL
                   END-READ
               END-IF
               READ GL-TOLL-REGISTER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-GLTREG-EOF
               END-READ
           END-PERFORM

           CLOSE GL-TOLL-REGISTER-FILE
           CLOSE TOLL-RESULT-FILE.

       JOURNAL-ONE-WITHDRAWAL.

           IF GLTR-STATE = 'P'
               MOVE "PREPDRAW" TO WS-GL-EVENT
           ELSE
               MOVE "TOLLREV"  TO WS-GL-EVENT
           END-IF
           COMPUTE WS-GL-AMOUNT = 0 - GLTR-FEE
           MOVE GLTR-KEY(19:4) TO WS-GL-ZONE-CODE
           MOVE GLTR-KEY       TO WS-GL-SOURCE-REF
           PERFORM WRITE-JOURNAL-PAIR

           MOVE 0            TO GLTR-FEE
           MOVE WS-POST-DATE TO GLTR-POST-DATE
           REWRITE GL-TOLL-REG-REC
               INVALID KEY
                   DISPLAY "GL TOLL REGISTER REWRITE FAILED FOR "
                       GLTR-KEY
           END-REWRITE

           ADD 1 TO WS-ROWS-WITHDRAWN.

      *    INVOICES RAISED ON THE POSTING DATE MOVE THE ACCRUED
      *    UNBILLED RECEIVABLE ONTO THE BILLED RECEIVABLE
       JOURNAL-INVOICES.

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-INVOICE-EOF
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-INVOICE-EOF
           END-READ

           PERFORM UNTIL WS-INVOICE-EOF = 'Y'
               IF INV-INVOICE-DATE = WS-POST-DATE
                   MOVE "INVOICE" TO WS-GL-EVENT
                   MOVE INV-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING "INVOICE " INV-INVOICE-NO
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INVOICE-EOF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE.

      *    BANK RECEIPTS DATED ON THE POSTING DATE. A RECEIPT QUOTING
      *    AN INVOICE NUMBER NOT ON FILE WAS NOT APPLIED BY THE
      *    PAYMENT RUN - THE CASH IS HELD IN SUSPENSE, NOT TAKEN OFF
      *    ANY RECEIVABLE.
       JOURNAL-PAYMENTS.

           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS NOT = "00"
               CLOSE PAYMENT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INVOICE-FILE

           MOVE 'N' TO WS-PAYMENT-EOF
           READ PAYMENT-FILE
               AT END MOVE 'Y' TO WS-PAYMENT-EOF
           END-READ

           PERFORM UNTIL WS-PAYMENT-EOF = 'Y'
               IF PAYMT-DATE = WS-POST-DATE
                   MOVE PAYMT-INVOICE-NO TO INV-INVOICE-NO
                   READ INVOICE-FILE
                       INVALID KEY
                           MOVE "UNAPPLD" TO WS-GL-EVENT
                       NOT INVALID KEY
                           MOVE "PAYMENT" TO WS-GL-EVENT
                   END-READ
                   MOVE PAYMT-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING PAYMT-INVOICE-NO " " PAYMT-BANK-REF
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ PAYMENT-FILE
                   AT END MOVE 'Y' TO WS-PAYMENT-EOF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE
           CLOSE PAYMENT-FILE.

      *    DEBITS THE BANK SETTLED ON THE POSTING DATE - A REJECTED
      *    DEBIT MOVED NO MONEY AND IS NOT JOURNALLED
       JOURNAL-DD-SETTLEMENTS.

           OPEN INPUT DD-RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = "00"
               CLOSE DD-RETURN-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INVOICE-FILE

           MOVE 'N' TO WS-RETURN-EOF
           READ DD-RETURN-FILE
               AT END MOVE 'Y' TO WS-RETURN-EOF
           END-READ

           PERFORM UNTIL WS-RETURN-EOF = 'Y'
               IF DDR-DATE = WS-POST-DATE AND DDR-STATUS = 'S'
                   MOVE DDR-INVOICE-NO TO INV-INVOICE-NO
                   READ INVOICE-FILE
                       INVALID KEY
                           MOVE "UNAPPLD"  TO WS-GL-EVENT
                       NOT INVALID KEY
                           MOVE "DDSETTLE" TO WS-GL-EVENT
                   END-READ
                   MOVE DDR-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING DDR-INVOICE-NO " " DDR-BANK-REF
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ DD-RETURN-FILE
                   AT END MOVE 'Y' TO WS-RETURN-EOF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE
           CLOSE DD-RETURN-FILE.

      *    CREDIT NOTES AND SUPPLEMENTARY DEBITS ISSUED ON THE POSTING
      *    DATE, FROM EITHER THE ADJUSTMENT RUN OR AN UPHELD DISPUTE.
      *    THE NOTE CARRIES ITS CHARGE'S ZONE, SO THE CORRECTION
      *    LANDS ON THE SAME OPERATOR AS THE ORIGINAL REVENUE.
       JOURNAL-CREDIT-NOTES.

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CNOTE-FILE-STATUS NOT = "00"
               CLOSE CREDIT-NOTE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CNOTE-EOF
           READ CREDIT-NOTE-FILE
               AT END MOVE 'Y' TO WS-CNOTE-EOF
           END-READ

           PERFORM UNTIL WS-CNOTE-EOF = 'Y'
               IF CNOTE-ISSUE-DATE = WS-POST-DATE
                   IF CNOTE-TYPE = 'D'
                       MOVE "SUPPDEBT" TO WS-GL-EVENT
                   ELSE
                       MOVE "CREDNOTE" TO WS-GL-EVENT
                   END-IF
                   MOVE CNOTE-AMOUNT    TO WS-GL-AMOUNT
                   MOVE CNOTE-ZONE-CODE TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING "CN" CNOTE-NOTE-NO " INV" CNOTE-INVOICE-NO
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ CREDIT-NOTE-FILE
                   AT END MOVE 'Y' TO WS-CNOTE-EOF
               END-READ
           END-PERFORM

           CLOSE CREDIT-NOTE-FILE.

      *    DUNNING ADDS THE LATE FEE TO THE INVOICE BALANCE WHEN IT
      *    MOVES AN INVOICE TO STAGE 2 AND STAMPS THE STATUS ROW
      *    WITH THE DAY IT DID SO. THE ROW KEEPS THAT DATE UNTIL THE
      *    COLLECTIONS HANDOFF, WHICH IS NEVER THE SAME DAY, SO EVERY
      *    STAGE-2 ROW STAMPED WITH THE POSTING DATE IS ONE FEE.
       JOURNAL-LATE-FEES.

           OPEN INPUT DUNNING-STATUS-FILE
           IF WS-DSTAT-FILE-STATUS NOT = "00"
               CLOSE DUNNING-STATUS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DSTAT-EOF
           READ DUNNING-STATUS-FILE
               AT END MOVE 'Y' TO WS-DSTAT-EOF
           END-READ

           PERFORM UNTIL WS-DSTAT-EOF = 'Y'
               IF DSTA-STAGE = 2
                  AND DSTA-LAST-ACTION-DATE = WS-POST-DATE
                   MOVE "LATEFEE" TO WS-GL-EVENT
                   MOVE WS-LATE-FEE TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING "LATE FEE " DSTA-INVOICE-NO
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ DUNNING-STATUS-FILE
                   AT END MOVE 'Y' TO WS-DSTAT-EOF
               END-READ
           END-PERFORM

           CLOSE DUNNING-STATUS-FILE.

      *    TOP-UPS RECEIVED ON THE POSTING DATE - CASH IN, OWED BACK
      *    TO THE OWNER AS PREPAID LIABILITY UNTIL TOLLS DRAW IT DOWN
       JOURNAL-TOPUPS.

           OPEN INPUT TOPUP-FILE
           IF WS-TOPUP-FILE-STATUS NOT = "00"
               CLOSE TOPUP-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-TOPUP-EOF
           READ TOPUP-FILE
               AT END MOVE 'Y' TO WS-TOPUP-EOF
           END-READ

           PERFORM UNTIL WS-TOPUP-EOF = 'Y'
               IF TOPUP-DATE = WS-POST-DATE
                   MOVE "TOPUP" TO WS-GL-EVENT
                   MOVE TOPUP-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING TOPUP-OWNER-ID " " TOPUP-BANK-REF
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ TOPUP-FILE
                   AT END MOVE 'Y' TO WS-TOPUP-EOF
               END-READ
           END-PERFORM

           CLOSE TOPUP-FILE.

      *    OWNER CREDIT MOVEMENTS DATED ON THE POSTING DATE. THE
      *    RECEIPT OR CREDIT NOTE BEHIND AN OVERPAYMENT HAS ALREADY
      *    CLEARED THE FULL AMOUNT OUT OF RECEIVABLES, SO THE EXCESS
      *    IS MOVED BACK OUT TO THE CUSTOMER CREDIT LIABILITY; CREDIT
      *    CARRIED ONTO A NEW INVOICE MOVES THE OTHER WAY. MONEY
      *    PARKED FROM SUSPENSE, HELD FOR A REFUND OR RELEASED BY A
      *    REJECTED REFUND STAYS WITHIN THE LIABILITY AND IS NOT
      *    JOURNALLED HERE.
       JOURNAL-CREDIT-BALANCES.

           OPEN INPUT OWNER-CREDIT-FILE
           IF WS-OCRD-FILE-STATUS NOT = "00"
               CLOSE OWNER-CREDIT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OCRD-EOF
           READ OWNER-CREDIT-FILE
               AT END MOVE 'Y' TO WS-OCRD-EOF
           END-READ

           PERFORM UNTIL WS-OCRD-EOF = 'Y'
               IF OCRD-DATE = WS-POST-DATE
                  AND (OCRD-TYPE = 'O' OR OCRD-TYPE = 'C'
                       OR OCRD-TYPE = 'A')
                   IF OCRD-TYPE = 'A'
                       MOVE "CRBALUSE" TO WS-GL-EVENT
                   ELSE
                       MOVE "CRBALIN"  TO WS-GL-EVENT
                   END-IF
                   MOVE OCRD-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING OCRD-OWNER-ID " INV" OCRD-INVOICE-NO
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ OWNER-CREDIT-FILE
                   AT END MOVE 'Y' TO WS-OCRD-EOF
               END-READ
           END-PERFORM

           CLOSE OWNER-CREDIT-FILE.

      *    UNAPPLIED RECEIPTS AN OPERATOR MATCHED ON THE POSTING DATE
      *    COME OUT OF SUSPENSE - INTO THE INVOICE THEY PAID, OR ONTO
      *    THE OWNER'S CREDIT BALANCE
       JOURNAL-SUSPENSE-APPLIED.

           OPEN INPUT SUSPENSE-FILE
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               CLOSE SUSPENSE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-SUSPENSE-EOF
           READ SUSPENSE-FILE
               AT END MOVE 'Y' TO WS-SUSPENSE-EOF
           END-READ

           PERFORM UNTIL WS-SUSPENSE-EOF = 'Y'
               IF SUSP-APPLIED-DATE = WS-POST-DATE
                  AND (SUSP-STATUS = 'I' OR SUSP-STATUS = 'O')
                   IF SUSP-STATUS = 'I'
                       MOVE "SUSPAPPL" TO WS-GL-EVENT
                   ELSE
                       MOVE "SUSPOWN"  TO WS-GL-EVENT
                   END-IF
                   MOVE SUSP-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING "SR" SUSP-RECEIPT-NO " " SUSP-BANK-REF
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ SUSPENSE-FILE
                   AT END MOVE 'Y' TO WS-SUSPENSE-EOF
               END-READ
           END-PERFORM

           CLOSE SUSPENSE-FILE.

      *    REFUNDS FINANCE APPROVED FOR PAYMENT ON THE POSTING DATE -
      *    THE CREDIT LIABILITY IS PAID OUT OF THE BANK
       JOURNAL-REFUNDS.

           OPEN INPUT REFUND-FILE
           IF WS-REFUND-FILE-STATUS NOT = "00"
               CLOSE REFUND-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-REFUND-EOF
           READ REFUND-FILE
               AT END MOVE 'Y' TO WS-REFUND-EOF
           END-READ

           PERFORM UNTIL WS-REFUND-EOF = 'Y'
               IF RFND-STATUS = 'A'
                  AND RFND-DECIDED-DATE = WS-POST-DATE
                   MOVE "REFUND" TO WS-GL-EVENT
                   MOVE RFND-AMOUNT TO WS-GL-AMOUNT
                   MOVE SPACES TO WS-GL-ZONE-CODE
                   MOVE SPACES TO WS-GL-SOURCE-REF
                   STRING "RF" RFND-REFUND-NO " " RFND-OWNER-ID
                       DELIMITED BY SIZE INTO WS-GL-SOURCE-REF
                   PERFORM WRITE-JOURNAL-PAIR
               END-IF
               READ REFUND-FILE
                   AT END MOVE 'Y' TO WS-REFUND-EOF
               END-READ
           END-PERFORM

           CLOSE REFUND-FILE.

      ******************************************************************
      *    ONE EVENT BECOMES ONE DEBIT LINE AND ONE CREDIT LINE FOR
      *    THE SAME AMOUNT, SO THE JOURNAL BALANCES LINE PAIR BY LINE
      *    PAIR. A NEGATIVE AMOUNT POSTS THE EVENT'S PAIR THE OTHER
      *    WAY ROUND; A ZERO AMOUNT POSTS NOTHING.
      ******************************************************************
       WRITE-JOURNAL-PAIR.

           IF WS-GL-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-CHART-ENTRY

           IF WS-GL-AMOUNT > 0
               MOVE WS-GL-AMOUNT TO WS-GL-LINE-AMOUNT
               MOVE GLA-DEBIT-ACCOUNT(WS-CHART-ENTRY)
                 TO WS-GL-DEBIT-ACCOUNT
               MOVE GLA-CREDIT-ACCOUNT(WS-CHART-ENTRY)
                 TO WS-GL-CREDIT-ACCOUNT
           ELSE
               COMPUTE WS-GL-LINE-AMOUNT = 0 - WS-GL-AMOUNT
               MOVE GLA-CREDIT-ACCOUNT(WS-CHART-ENTRY)
                 TO WS-GL-DEBIT-ACCOUNT
               MOVE GLA-DEBIT-ACCOUNT(WS-CHART-ENTRY)
                 TO WS-GL-CREDIT-ACCOUNT
           END-IF

           PERFORM FIND-ZONE-OPERATOR

           MOVE WS-GL-DEBIT-ACCOUNT  TO WS-GL-LINE-ACCOUNT
           MOVE 'D'                  TO WS-GL-LINE-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           MOVE WS-GL-CREDIT-ACCOUNT TO WS-GL-LINE-ACCOUNT
           MOVE 'C'                  TO WS-GL-LINE-DR-CR
           PERFORM WRITE-JOURNAL-LINE

           ADD 1            TO GLA-COUNT(WS-CHART-ENTRY)
           ADD WS-GL-AMOUNT TO GLA-NET-AMOUNT(WS-CHART-ENTRY).

      *    THE OPERATOR DIMENSION FOR A ZONE-LEVEL EVENT. A ZONE WITH
      *    NO OWNER LINE POSTS UNDER NOOWNR, THE SAME FALLBACK THE
      *    SETTLEMENT RUN USES, SO THE GAP IN THE MASTER SHOWS.
       FIND-ZONE-OPERATOR.

           MOVE SPACES TO WS-GL-OPERATOR-ID

           IF WS-GL-ZONE-CODE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "NOOWNR" TO WS-GL-OPERATOR-ID
           PERFORM VARYING OIDX FROM 1 BY 1
                   UNTIL OIDX > ZONE-OWNER-COUNT
               IF ZO-ZONE-CODE(OIDX) = WS-GL-ZONE-CODE
                   MOVE ZO-OPERATOR-ID(OIDX) TO WS-GL-OPERATOR-ID
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-JOURNAL-LINE.

           ADD 1 TO WS-GL-LINE-NO

           MOVE WS-POST-DATE         TO GLJ-POST-DATE
           MOVE WS-GL-LINE-NO        TO GLJ-LINE-NO
           MOVE WS-GL-EVENT          TO GLJ-EVENT
           MOVE WS-GL-LINE-ACCOUNT   TO GLJ-ACCOUNT
           MOVE WS-GL-LINE-DR-CR     TO GLJ-DR-CR
           MOVE WS-GL-LINE-AMOUNT    TO GLJ-AMOUNT
           MOVE WS-GL-OPERATOR-ID    TO GLJ-OPERATOR-ID
           MOVE WS-GL-ZONE-CODE      TO GLJ-ZONE-CODE
           MOVE WS-GL-SOURCE-REF     TO GLJ-SOURCE-REF
           WRITE GL-JOURNAL-REC

      *    THE ACCOUNT IS ALWAYS ON THE TABLE - LOAD-ACCOUNT-TOTALS
      *    PUT EVERY CHART ACCOUNT THERE BEFORE THE JOURNAL OPENED
           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ACCOUNT-TOTAL-COUNT
               IF ACT-ACCOUNT(AIDX) = WS-GL-LINE-ACCOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-GL-LINE-DR-CR = 'D'
               ADD WS-GL-LINE-AMOUNT TO ACT-DEBITS(AIDX)
               ADD WS-GL-LINE-AMOUNT TO WS-TOTAL-DEBITS
           ELSE
               ADD WS-GL-LINE-AMOUNT TO ACT-CREDITS(AIDX)
               ADD WS-GL-LINE-AMOUNT TO WS-TOTAL-CREDITS
           END-IF.

      *    MARK THE DATE JOURNALLED - FROM HERE ON A RERUN FOR THE
      *    SAME DATE IS REFUSED
       RECORD-POSTING-DATE.

           OPEN EXTEND GL-CONTROL-FILE
           MOVE WS-POST-DATE     TO GLPC-POST-DATE
           MOVE WS-TODAY         TO GLPC-RUN-DATE
           MOVE WS-GL-LINE-NO    TO GLPC-LINE-COUNT
           MOVE WS-TOTAL-DEBITS  TO GLPC-DEBIT-TOTAL
           MOVE WS-TOTAL-CREDITS TO GLPC-CREDIT-TOTAL
           WRITE GL-CONTROL-REC
           CLOSE GL-CONTROL-FILE.

      ******************************************************************
      *    CONTROL REPORT - WHAT WAS JOURNALLED BY EVENT, THE DEBIT
      *    AND CREDIT TOTALS BY ACCOUNT, AND THE BALANCE CHECK
      ******************************************************************
       WRITE-GL-REPORT.

           OPEN OUTPUT GL-REPORT-FILE

           MOVE SPACES TO GL-REPORT-LINE
           STRING "GL JOURNAL EXTRACT - POSTING DATE " WS-POST-DATE
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE

           MOVE "EVENT    DESCRIPTION                      PAIRS"
               TO GL-REPORT-LINE
           MOVE "NET AMOUNT" TO GL-REPORT-LINE(55:10)
           WRITE GL-REPORT-LINE

           PERFORM VARYING GIDX FROM 1 BY 1
                   UNTIL GIDX > GL-ACCOUNT-COUNT
               MOVE GLA-COUNT(GIDX) TO WS-COUNT-EDIT
               MOVE GLA-NET-AMOUNT(GIDX) TO WS-NET-EDIT
               MOVE SPACES TO GL-REPORT-LINE
               STRING GLA-EVENT(GIDX) " "
                   GLA-DESCRIPTION(GIDX) "  "
                   WS-COUNT-EDIT "     "
                   WS-NET-EDIT
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
               WRITE GL-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE "ACCOUNT          DEBITS        CREDITS"
               TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ACCOUNT-TOTAL-COUNT
               MOVE ACT-DEBITS(AIDX)  TO WS-DEBIT-EDIT
               MOVE ACT-CREDITS(AIDX) TO WS-CREDIT-EDIT
               MOVE SPACES TO GL-REPORT-LINE
               STRING ACT-ACCOUNT(AIDX) "   "
                   WS-DEBIT-EDIT "    " WS-CREDIT-EDIT
                   DELIMITED BY SIZE INTO GL-REPORT-LINE
      *        A CHART ACCOUNT NOTHING POSTED TO TODAY IS LEFT OUT
               IF ACT-DEBITS(AIDX) > 0 OR ACT-CREDITS(AIDX) > 0
                   WRITE GL-REPORT-LINE
               END-IF
           END-PERFORM

           MOVE WS-TOTAL-DEBITS  TO WS-DEBIT-EDIT
           MOVE WS-TOTAL-CREDITS TO WS-CREDIT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING "TOTAL    " WS-DEBIT-EDIT "    " WS-CREDIT-EDIT
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE SPACES TO GL-REPORT-LINE
           WRITE GL-REPORT-LINE

           MOVE WS-ROWS-NEW TO WS-COUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING "NEW TOLL RESULT ROWS JOURNALLED:      " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE WS-ROWS-REPRICED TO WS-COUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING "REPRICED OR REVERSED ROWS JOURNALLED: " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE WS-ROWS-WITHDRAWN TO WS-COUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING "WITHDRAWN ROWS REVERSED:              " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           WRITE GL-REPORT-LINE
           MOVE WS-GL-LINE-NO TO WS-COUNT-EDIT
           MOVE SPACES TO GL-REPORT-LINE
           STRING "JOURNAL LINES WRITTEN:                " WS-COUNT-EDIT
               DELIMITED BY SIZE INTO GL-REPORT-LINE
           WRITE GL-REPORT-LINE

           MOVE SPACES TO GL-REPORT-LINE
           IF WS-TOTAL-DEBITS = WS-TOTAL-CREDITS
               MOVE "JOURNAL BALANCES - DEBITS EQUAL CREDITS"
                 TO GL-REPORT-LINE
           ELSE
               MOVE "*** JOURNAL OUT OF BALANCE - DO NOT LOAD ***"
                 TO GL-REPORT-LINE
           END-IF
           WRITE GL-REPORT-LINE

           CLOSE GL-REPORT-FILE.

      *    REJECT A NON-NUMERIC OR IMPOSSIBLE WS-DATE-ENTRY - SAME
      *    RULES AS THE BATCH RUN'S DATE VALIDATION
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
