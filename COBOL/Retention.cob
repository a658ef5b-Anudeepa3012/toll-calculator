       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  PERSONAL DATA RETENTION RUN
      *                THE TOLL RESULTS, THE AUDIT FILE, THE BILLING
      *                STATEMENTS, THE ANPR FEED, THE QUARANTINE FILE
      *                AND THE DISPUTE PACK ALL CARRY PLATES AND
      *                PASSAGE DATES. THIS RUN KEEPS EACH OF THEM ONLY
      *                AS LONG AS THE RETENTION-MASTER-FILE SAYS:
      *              * AN EXPIRED RECORD OF AN ARCHIVE FILE IS MOVED
      *                OFF THE LIVE FILE ONTO THE RUN'S DATED ARCHIVE
      *                FILE (<FILE>-ARC-<YYYYMMDD>.DAT)
      *              * AN EXPIRED RECORD OF A STATISTICS-ONLY FILE
      *                STAYS ON THE LIVE FILE WITH ITS PLATE REPLACED
      *                BY A TOKEN. A TOKEN IS DRAWN AT RANDOM, SO IT
      *                CARRIES NOTHING OF THE PLATE, OF WHEN IT WAS
      *                ISSUED OR OF THE ORDER PLATES WERE MET IN. THE
      *                SAME PLATE GETS THE SAME TOKEN THROUGHOUT ONE
      *                RUN, AND THE PLATE-TO-TOKEN LIST IS NEVER
      *                WRITTEN ANYWHERE.
      *                NOTHING IS TOUCHED WHILE IT IS STILL NEEDED: A
      *                RECORD FOR A PLATE/DAY WITH AN OPEN OR AWAITING
      *                DISPUTE CASE, OR FOR A PLATE WHOSE OWNER (OR
      *                FLEET PARENT) HAS AN INVOICE FOR THAT MONTH
      *                THAT IS STILL OPEN, AT AN UNCLEARED DUNNING
      *                STAGE OR HANDED TO COLLECTIONS, IS HELD. SO IS
      *                A TOLL RESULT NOT YET INVOICED OR IN A MONTH
      *                THE PERIOD CLOSE HAS NOT LOCKED (THE BATCH RUN
      *                WOULD POST IT AGAIN FROM THE PASSAGE FILE), AND
      *                A QUARANTINED READ STILL AWAITING REVIEW.
      *                EVERY RUN ADDS TO THE DAY'S PURGE CERTIFICATE
      *                (PURGE-CERTIFICATE-<YYYYMMDD>.DAT) FOR THE DATA
      *                PROTECTION OFFICER, LISTING BY FILE AND MONTH
      *                WHAT WAS ARCHIVED, WHAT WAS ANONYMISED AND WHAT
      *                WAS HELD AND WHY.
      *                A TOLL RESULT'S GL TOLL REGISTER ROW GOES WITH
      *                IT - DROPPED WHEN THE RESULT IS ARCHIVED, MOVED
      *                TO THE TOKEN KEY WHEN IT IS ANONYMISED - SO THE
      *                GL EXTRACT NEVER JOURNALS A RETIRED ROW AGAIN.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL RETENTION-MASTER-FILE
               ASSIGN TO "COBOL/DATA/RETENTION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETAIN-FILE-STATUS.

           SELECT OPTIONAL TOLL-RESULT-FILE
               ASSIGN TO "COBOL/DATA/TOLLRESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.

      *    WHAT THE GL EXTRACT HAS JOURNALLED PER TOLL RESULT - THE
      *    REGISTER ROW FOLLOWS ITS RESULT OFF THE FILE OR ONTO THE
      *    TOKEN KEY, SO THE EXTRACT NEVER SEES A RETIRED ROW AS NEW
      *    REVENUE OR AS A WITHDRAWN CHARGE
           SELECT OPTIONAL GL-TOLL-REGISTER-FILE
               ASSIGN TO "COBOL/DATA/GLTOLLREG.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GLTR-KEY
               FILE STATUS IS WS-GLTREG-FILE-STATUS.

           SELECT VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NO
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT OPTIONAL DUNNING-STATUS-FILE
               ASSIGN TO "COBOL/DATA/DUNNING-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSTAT-FILE-STATUS.

           SELECT OPTIONAL DISPUTE-CASE-FILE
               ASSIGN TO "COBOL/DATA/DISPUTECASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "COBOL/DATA/AUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT OPTIONAL BILLING-STATEMENT-FILE
               ASSIGN TO "COBOL/DATA/STATEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

           SELECT OPTIONAL ANPR-FEED-FILE
               ASSIGN TO "COBOL/DATA/ANPRFEED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANPR-FILE-STATUS.

           SELECT OPTIONAL QUARANTINE-FILE
               ASSIGN TO "COBOL/DATA/QUARANTINE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-FILE-STATUS.

           SELECT OPTIONAL DISPUTE-PACK-FILE
               ASSIGN TO "COBOL/DATA/DISPUTEPACK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACK-FILE-STATUS.

      *    RECORDS KEPT ON A LINE SEQUENTIAL FILE ARE WRITTEN HERE AND
      *    COPIED BACK OVER THE LIVE FILE; FOR THE TOLL RESULTS IT
      *    HOLDS THE ROWS PICKED ON THE FIRST PASS, WITH WHAT IS TO BE
      *    DONE TO EACH, SO THE INDEX IS NEVER CHANGED UNDER A BROWSE
           SELECT RETAIN-WORK-FILE
               ASSIGN TO "COBOL/DATA/RETAIN.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

      *    THE ARCHIVE AND CERTIFICATE NAMES CARRY THE RUN DATE
           SELECT OPTIONAL ARCHIVE-FILE
               ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT OPTIONAL PURGE-CERTIFICATE-FILE
               ASSIGN USING WS-CERTIFICATE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
       FD  RETENTION-MASTER-FILE.
       COPY "RETAINREC.cpy".

       FD  TOLL-RESULT-FILE.
       COPY "TOLLRESREC.cpy".

       FD  GL-TOLL-REGISTER-FILE.
       COPY "GLTREGREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  INVOICE-FILE.
       COPY "INVOICEREC.cpy".

       FD  DUNNING-STATUS-FILE.
       COPY "DUNSTATREC.cpy".

       FD  DISPUTE-CASE-FILE.
       COPY "DISPCASEREC.cpy".

       FD  AUDIT-FILE.
       01  AUDIT-LINE                PIC X(120).

       FD  BILLING-STATEMENT-FILE.
       01  STATEMENT-LINE            PIC X(60).

       FD  ANPR-FEED-FILE.
       COPY "ANPRREC.cpy".

       FD  QUARANTINE-FILE.
       COPY "QUARREC.cpy".

       FD  DISPUTE-PACK-FILE.
       01  DISPUTE-PACK-LINE         PIC X(120).

       FD  RETAIN-WORK-FILE.
       01  RETAIN-WORK-LINE          PIC X(120).
       01  RETAIN-WORK-PICK.
           05  WK-DISPOSITION        PIC X(01).
           05  WK-IMAGE              PIC X(119).

       FD  ARCHIVE-FILE.
       01  ARCHIVE-LINE              PIC X(120).

       FD  PURGE-CERTIFICATE-FILE.
       01  CERTIFICATE-LINE          PIC X(100).

       WORKING-STORAGE SECTION.

       01  WS-RETAIN-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-GLTREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-DSTAT-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-CASE-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-STATEMENT-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-ANPR-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-QUARANTINE-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-PACK-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-WORK-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-ARCHIVE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CERT-FILE-STATUS       PIC X(2)  VALUE SPACES.

       01  WS-RETAIN-EOF             PIC X     VALUE 'N'.
       01  WS-RESULT-EOF             PIC X     VALUE 'N'.
       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-DSTAT-EOF              PIC X     VALUE 'N'.
       01  WS-CASE-EOF               PIC X     VALUE 'N'.
       01  WS-SOURCE-EOF             PIC X     VALUE 'N'.
       01  WS-WORK-EOF               PIC X     VALUE 'N'.

       01  WS-NOW                    PIC X(21).
       01  WS-NOW-FIELDS REDEFINES WS-NOW.
           05  FILLER                PIC X(08).
           05  WS-NOW-HH             PIC 9(02).
           05  WS-NOW-MI             PIC 9(02).
           05  FILLER                PIC X(09).
       01  WS-TODAY                  PIC X(08).
       01  WS-TODAY-FIELDS REDEFINES WS-TODAY.
           05  WS-TODAY-YYYY         PIC 9(04).
           05  WS-TODAY-MM           PIC 9(02).
           05  WS-TODAY-DD           PIC 9(02).
       01  WS-TODAY-NUM REDEFINES WS-TODAY
                                     PIC 9(08).

       01  WS-ARCHIVE-NAME           PIC X(60).
       01  WS-CERTIFICATE-NAME       PIC X(60).
       01  WS-ARCHIVE-OPEN           PIC X     VALUE 'N'.
       01  WS-GLTREG-OPEN            PIC X     VALUE 'N'.

      *    THE RETENTION MASTER, LOADED ONCE. A ROW WITH A NON-NUMERIC
      *    OR ZERO PERIOD OR AN UNKNOWN ACTION IS IGNORED, SO ITS FILE
      *    IS LEFT ALONE RATHER THAN PURGED ON A GUESS.
       01  RETENTION-TABLE.
           05  RETENTION-ENTRY OCCURS 20 TIMES.
               10  RT-FILE-ID        PIC X(12).
               10  RT-MONTHS         PIC 9(03).
               10  RT-ACTION         PIC X(01).
       01  RETENTION-COUNT           PIC 9(02) VALUE 0.
       01  RIDX                      PIC 9(02).

      *    THE FILE BEING WORKED AND THE RULE FOUND FOR IT
       01  WS-FILE-ID                PIC X(12).
       01  WS-DOCUMENT-FILE          PIC X     VALUE 'N'.
       01  WS-RULE-FOUND             PIC X     VALUE 'N'.
       01  WS-RETAIN-MONTHS          PIC 9(03).
       01  WS-FILE-ACTION            PIC X(01).
       01  WS-FILE-CHANGED           PIC X     VALUE 'N'.
       01  WS-MONTH-INDEX            PIC 9(06).
       01  WS-CUTOFF-DATE.
           05  WS-CUTOFF-YYYY        PIC 9(04).
           05  WS-CUTOFF-MM          PIC 9(02).
           05  WS-CUTOFF-DD          PIC 9(02).

      *    THE RECORD BEING JUDGED AND THE DECISION ON IT:
      *    K = KEPT (NOT EXPIRED), H = HELD (EXPIRED BUT STILL
      *    NEEDED), A = ARCHIVE, T = TOKENISE THE PLATE.
      *    HOLD REASONS: I = OPEN INVOICE, D = UNCLEARED DUNNING
      *    STAGE, C = COLLECTIONS HANDOFF, X = OPEN DISPUTE CASE,
      *    P = NOT YET INVOICED, MONTH NOT LOCKED OR READ AWAITING
      *    REVIEW.
       01  WS-REC-PLATE              PIC X(10).
       01  WS-REC-DATE               PIC X(08).
       01  WS-FILE-HOLD              PIC X     VALUE 'N'.
       01  WS-DISPOSITION            PIC X(01).
       01  WS-HOLD-REASON            PIC X(01).
       01  WS-BLOCK-DISPOSITION      PIC X(01).
       01  WS-TIE-OWNER              PIC X(06).
       01  WS-RESULT-KEY             PIC X(22).

      *    PERIOD LOCK CHECK - ONLY A LOCKED MONTH'S TOLL RESULTS ARE
      *    SAFE FROM BEING POSTED AGAIN BY THE NEXT BATCH RUN
       01  WS-LOCK-TO-DATE           PIC X(08).
       01  WS-PERIOD-STATUS          PIC X     VALUE SPACE.
       01  WS-LOCKED-PERIOD          PIC X(06).

      *    DISPUTE CASES STILL OPEN OR AWAITING EVIDENCE - EVERY
      *    RECORD OF THE PLATE/DAY IS EVIDENCE IN THE CASE
       01  OPEN-DISPUTE-TABLE.
           05  OPEN-DISPUTE-ENTRY OCCURS 2000 TIMES.
               10  OD-VEHICLE-ID     PIC X(10).
               10  OD-DATE           PIC X(08).
       01  OPEN-DISPUTE-COUNT        PIC 9(04) VALUE 0.
       01  ODX                       PIC 9(04).

      *    DUNNING STAGE PER INVOICE, AS THE DUNNING RUN LEFT IT
       01  DUNNING-STATUS-TABLE.
           05  DUNNING-STATUS-ENTRY OCCURS 2000 TIMES.
               10  DT-INVOICE-NO     PIC 9(08).
               10  DT-STAGE          PIC 9(01).
       01  DUNNING-STATUS-COUNT      PIC 9(04) VALUE 0.
       01  DIDX                      PIC 9(04).
       01  WS-INVOICE-STAGE          PIC 9(01).

      *    OWNER/MONTH PAIRS WHOSE INVOICE IS NOT YET PAID IN FULL -
      *    STILL OPEN, PART WAY THROUGH DUNNING OR WITH COLLECTIONS.
      *    PAYMENT IN FULL IS WHAT CLEARS A DUNNING STAGE AND ENDS A
      *    COLLECTIONS HANDOFF.
       01  PROTECTED-INVOICE-TABLE.
           05  PROTECTED-INVOICE-ENTRY OCCURS 5000 TIMES.
               10  PI-OWNER-ID       PIC X(06).
               10  PI-PERIOD         PIC X(06).
               10  PI-REASON         PIC X(01).
       01  PROTECTED-INVOICE-COUNT   PIC 9(04) VALUE 0.
       01  PIDX                      PIC 9(04).

      *    PLATE-TO-TOKEN LIST FOR THIS RUN ONLY - HELD IN STORAGE AND
      *    NEVER WRITTEN OUT. A TOKEN IS '#' AND NINE BASE-36 DIGITS
      *    DRAWN AT RANDOM, REDRAWN ON A CLASH WITH ONE ALREADY ISSUED
      *    IN THE RUN. THE '#' MEANS A TOKEN NEVER LOOKS LIKE A PLATE.
       01  TOKEN-TABLE.
           05  TOKEN-ENTRY OCCURS 20000 TIMES.
               10  TK-PLATE          PIC X(10).
               10  TK-TOKEN          PIC X(10).
       01  TOKEN-COUNT               PIC 9(05) VALUE 0.
       01  TIDX                      PIC 9(05).
       01  WS-TOKEN                  PIC X(10).
       01  WS-TOKEN-CLASH            PIC X     VALUE 'N'.
       01  WS-TOKENS-SEEDED          PIC X     VALUE 'N'.
       01  WS-RUN-MINUTES            PIC 9(09).
       01  WS-SEED-CLOCK             PIC X(08).
       01  WS-SEED-CLOCK-FIELDS REDEFINES WS-SEED-CLOCK.
           05  WS-SEED-HH            PIC 9(02).
           05  WS-SEED-MI            PIC 9(02).
           05  WS-SEED-SS            PIC 9(02).
           05  WS-SEED-HS            PIC 9(02).
       01  WS-RANDOM-SEED            PIC 9(12).
       01  WS-RANDOM-QUOTIENT        PIC 9(12).
       01  WS-BASE36-DIGITS          PIC X(36)
               VALUE "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-BASE36-VALUE           PIC 9(09).
       01  WS-BASE36-TEXT            PIC X(05).
       01  WS-BASE36-REMAINDER       PIC 9(02).
       01  BIDX                      PIC 9(01).

      *    CERTIFICATE FIGURES FOR THE FILE BEING WORKED, ONE ENTRY
      *    PER EXPIRED MONTH, KEPT IN MONTH ORDER
       01  CERT-PERIOD-TABLE.
           05  CERT-PERIOD-ENTRY OCCURS 600 TIMES.
               10  CP-PERIOD         PIC X(06).
               10  CP-ARCHIVED       PIC 9(07).
               10  CP-ANONYMISED     PIC 9(07).
               10  CP-HELD           PIC 9(07).
       01  CERT-PERIOD-COUNT         PIC 9(03) VALUE 0.
       01  CIDX                      PIC 9(03).
       01  SIDX                      PIC 9(03).
       01  WS-REC-PERIOD             PIC X(06).
       01  WS-PERIOD-FOUND           PIC X     VALUE 'N'.

       01  WS-FILE-ARCHIVED          PIC 9(07) VALUE 0.
       01  WS-FILE-ANONYMISED        PIC 9(07) VALUE 0.
       01  WS-FILE-HELD              PIC 9(07) VALUE 0.
       01  WS-HELD-INVOICE           PIC 9(07) VALUE 0.
       01  WS-HELD-DUNNING           PIC 9(07) VALUE 0.
       01  WS-HELD-COLLECTIONS       PIC 9(07) VALUE 0.
       01  WS-HELD-DISPUTE           PIC 9(07) VALUE 0.
       01  WS-HELD-PENDING           PIC 9(07) VALUE 0.

       01  WS-TOTAL-ARCHIVED         PIC 9(08) VALUE 0.
       01  WS-TOTAL-ANONYMISED       PIC 9(08) VALUE 0.
       01  WS-TOTAL-HELD             PIC 9(08) VALUE 0.

       01  WS-COUNT-EDIT             PIC Z,ZZZ,ZZ9.
       01  WS-ARCH-EDIT              PIC Z,ZZZ,ZZ9.
       01  WS-ANON-EDIT              PIC Z,ZZZ,ZZ9.
       01  WS-HELD-EDIT              PIC Z,ZZZ,ZZ9.
       01  WS-ACTION-TEXT            PIC X(30).

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.

           MOVE FUNCTION CURRENT-DATE TO WS-NOW
           MOVE WS-NOW(1:8) TO WS-TODAY

           PERFORM LOAD-RETENTION-MASTER
           IF RETENTION-COUNT = 0
               DISPLAY "NO RETENTION PERIODS ON FILE - NOTHING DONE"
               STOP RUN
           END-IF

           PERFORM LOAD-OPEN-DISPUTES
           PERFORM LOAD-DUNNING-STATUS
           PERFORM LOAD-PROTECTED-INVOICES
      *    WITHOUT THE REGISTRY AND OWNER MASTER NO RECORD CAN BE
      *    TIED TO ITS INVOICE - STOP BEFORE ANYTHING IS MOVED
           OPEN INPUT VEHICLE-REGISTRY-FILE
           IF WS-VEHREG-FILE-STATUS NOT = "00"
               DISPLAY "VEHICLE REGISTRY NOT AVAILABLE - RETENTION "
                   "RUN ABORTED"
               STOP RUN
           END-IF
           OPEN INPUT OWNER-MASTER-FILE
           IF WS-OWNER-FILE-STATUS NOT = "00"
               DISPLAY "OWNER MASTER NOT AVAILABLE - RETENTION "
                   "RUN ABORTED"
               CLOSE VEHICLE-REGISTRY-FILE
               STOP RUN
           END-IF

           PERFORM OPEN-CERTIFICATE

           PERFORM RETAIN-TOLL-RESULTS
           PERFORM RETAIN-AUDIT-FILE
           PERFORM RETAIN-STATEMENT-FILE
           PERFORM RETAIN-ANPR-FEED
           PERFORM RETAIN-QUARANTINE-FILE
           PERFORM RETAIN-DISPUTE-PACK

           PERFORM CLOSE-CERTIFICATE

           CLOSE VEHICLE-REGISTRY-FILE
           CLOSE OWNER-MASTER-FILE

           MOVE WS-TOTAL-ARCHIVED TO WS-COUNT-EDIT
           DISPLAY "RECORDS ARCHIVED:        " WS-COUNT-EDIT
           MOVE WS-TOTAL-ANONYMISED TO WS-COUNT-EDIT
           DISPLAY "RECORDS ANONYMISED:      " WS-COUNT-EDIT
           MOVE WS-TOTAL-HELD TO WS-COUNT-EDIT
           DISPLAY "EXPIRED RECORDS HELD:    " WS-COUNT-EDIT
           DISPLAY "PURGE CERTIFICATE:       " WS-CERTIFICATE-NAME

           STOP RUN.

      ******************************************************************
      *    MASTERS AND PROTECTION TABLES
      ******************************************************************

       LOAD-RETENTION-MASTER.

           MOVE 0 TO RETENTION-COUNT
           OPEN INPUT RETENTION-MASTER-FILE
           IF WS-RETAIN-FILE-STATUS NOT = "00"
               CLOSE RETENTION-MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-RETAIN-EOF
           PERFORM UNTIL WS-RETAIN-EOF = 'Y'
               READ RETENTION-MASTER-FILE
                   AT END
                       MOVE 'Y' TO WS-RETAIN-EOF
                   NOT AT END
                       MOVE FUNCTION UPPER-CASE(RETN-ACTION)
                         TO RETN-ACTION
                       IF RETN-MONTHS IS NOT NUMERIC
                          OR RETN-MONTHS = 0
                          OR (RETN-ACTION NOT = 'A'
                              AND RETN-ACTION NOT = 'S')
                           DISPLAY "RETENTION ROW IGNORED: "
                               RETENTION-REC
                       ELSE
                           IF RETENTION-COUNT >= 20
                               DISPLAY "RETENTION TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO RETENTION-COUNT
                           MOVE FUNCTION UPPER-CASE(RETN-FILE-ID)
                             TO RT-FILE-ID(RETENTION-COUNT)
                           MOVE RETN-MONTHS
                             TO RT-MONTHS(RETENTION-COUNT)
                           MOVE RETN-ACTION
                             TO RT-ACTION(RETENTION-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RETENTION-MASTER-FILE.

       LOAD-OPEN-DISPUTES.

           MOVE 0 TO OPEN-DISPUTE-COUNT
           OPEN INPUT DISPUTE-CASE-FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               CLOSE DISPUTE-CASE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-CASE-EOF
           PERFORM UNTIL WS-CASE-EOF = 'Y'
               READ DISPUTE-CASE-FILE
                   AT END
                       MOVE 'Y' TO WS-CASE-EOF
                   NOT AT END
                       IF DCAS-STATUS = 'O' OR DCAS-STATUS = 'A'
                           IF OPEN-DISPUTE-COUNT >= 2000
                               DISPLAY "OPEN DISPUTE TABLE FULL - "
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO OPEN-DISPUTE-COUNT
                           MOVE DCAS-VEHICLE-ID
                             TO OD-VEHICLE-ID(OPEN-DISPUTE-COUNT)
                           MOVE DCAS-DATE
                             TO OD-DATE(OPEN-DISPUTE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-CASE-FILE.

       LOAD-DUNNING-STATUS.

           MOVE 0 TO DUNNING-STATUS-COUNT
           OPEN INPUT DUNNING-STATUS-FILE
           IF WS-DSTAT-FILE-STATUS NOT = "00"
               CLOSE DUNNING-STATUS-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DSTAT-EOF
           PERFORM UNTIL WS-DSTAT-EOF = 'Y'
               READ DUNNING-STATUS-FILE
                   AT END
                       MOVE 'Y' TO WS-DSTAT-EOF
                   NOT AT END
                       IF DUNNING-STATUS-COUNT >= 2000
                           DISPLAY "DUNNING STATUS TABLE FULL - "
                               "ABORTING"
                           STOP RUN
                       END-IF
                       ADD 1 TO DUNNING-STATUS-COUNT
                       MOVE DSTA-INVOICE-NO
                         TO DT-INVOICE-NO(DUNNING-STATUS-COUNT)
                       MOVE DSTA-STAGE
                         TO DT-STAGE(DUNNING-STATUS-COUNT)
               END-READ
           END-PERFORM
           CLOSE DUNNING-STATUS-FILE.

      *    EVERY INVOICE NOT YET PAID IN FULL PROTECTS ITS OWNER'S
      *    MONTH. THE REASON RECORDED IS THE FURTHEST THE INVOICE HAS
      *    GONE - COLLECTIONS, THEN DUNNING, THEN SIMPLY OPEN.
       LOAD-PROTECTED-INVOICES.

           MOVE 0 TO PROTECTED-INVOICE-COUNT
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
               IF INV-STATUS NOT = 'P'
                   MOVE 0 TO WS-INVOICE-STAGE
                   PERFORM VARYING DIDX FROM 1 BY 1
                           UNTIL DIDX > DUNNING-STATUS-COUNT
                       IF DT-INVOICE-NO(DIDX) = INV-INVOICE-NO
                           MOVE DT-STAGE(DIDX) TO WS-INVOICE-STAGE
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF PROTECTED-INVOICE-COUNT >= 5000
                       DISPLAY "PROTECTED INVOICE TABLE FULL - "
                           "ABORTING"
                       STOP RUN
                   END-IF
                   ADD 1 TO PROTECTED-INVOICE-COUNT
                   MOVE INV-OWNER-ID
                     TO PI-OWNER-ID(PROTECTED-INVOICE-COUNT)
                   MOVE INV-PERIOD
                     TO PI-PERIOD(PROTECTED-INVOICE-COUNT)
                   EVALUATE TRUE
                       WHEN WS-INVOICE-STAGE = 3
                           MOVE 'C'
                             TO PI-REASON(PROTECTED-INVOICE-COUNT)
                       WHEN WS-INVOICE-STAGE > 0
                           MOVE 'D'
                             TO PI-REASON(PROTECTED-INVOICE-COUNT)
                       WHEN OTHER
                           MOVE 'I'
                             TO PI-REASON(PROTECTED-INVOICE-COUNT)
                   END-EVALUATE
               END-IF
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INVOICE-EOF
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

      ******************************************************************
      *    ONE PARAGRAPH PER FILE
      ******************************************************************

      *    TOLL RESULTS - FIRST PASS PICKS THE EXPIRED ROWS ONTO THE
      *    WORK FILE, SECOND PASS DELETES EACH ONE AND EITHER ARCHIVES
      *    IT OR WRITES IT BACK UNDER ITS TOKEN. A TOKENISED ROW KEYS
      *    AHEAD OF EVERY PLATE, SO NO PLATE READER EVER FINDS IT.
       RETAIN-TOLL-RESULTS.

           MOVE "TOLLRESULTS" TO WS-FILE-ID
           MOVE 'N' TO WS-DOCUMENT-FILE
           PERFORM START-FILE-SECTION
           IF WS-RULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT TOLL-RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               CLOSE TOLL-RESULT-FILE
               PERFORM END-FILE-SECTION
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETAIN-WORK-FILE

           MOVE 'N' TO WS-RESULT-EOF
           READ TOLL-RESULT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-RESULT-EOF
           END-READ

           PERFORM UNTIL WS-RESULT-EOF = 'Y'
               MOVE TRES-VEHICLE-ID TO WS-REC-PLATE
               MOVE TRES-DATE       TO WS-REC-DATE
               MOVE 'N' TO WS-FILE-HOLD
               IF TRES-BILLED-FLAG NOT = 'Y'
                  AND TRES-DISPUTE-FLAG NOT = 'R'
                   MOVE 'Y' TO WS-FILE-HOLD
               END-IF
               IF WS-FILE-HOLD = 'N'
                  AND WS-REC-DATE < WS-CUTOFF-DATE
                   PERFORM CHECK-MONTH-LOCKED
               END-IF
               PERFORM DECIDE-DISPOSITION
               IF WS-DISPOSITION = 'A' OR WS-DISPOSITION = 'T'
                   MOVE SPACES          TO RETAIN-WORK-PICK
                   MOVE WS-DISPOSITION  TO WK-DISPOSITION
                   MOVE TOLL-RESULT-REC TO WK-IMAGE
                   WRITE RETAIN-WORK-PICK
                   MOVE 'Y' TO WS-FILE-CHANGED
               END-IF
               READ TOLL-RESULT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RESULT-EOF
               END-READ
           END-PERFORM

           CLOSE TOLL-RESULT-FILE
           CLOSE RETAIN-WORK-FILE

           IF WS-FILE-CHANGED = 'Y'
               OPEN I-O   TOLL-RESULT-FILE
               OPEN I-O   GL-TOLL-REGISTER-FILE
               MOVE 'N' TO WS-GLTREG-OPEN
               IF WS-GLTREG-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-GLTREG-OPEN
               END-IF
               OPEN INPUT RETAIN-WORK-FILE
               MOVE 'N' TO WS-WORK-EOF
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           PERFORM APPLY-TOLL-RESULT-PICK
                   END-READ
               END-PERFORM
               CLOSE TOLL-RESULT-FILE
               CLOSE GL-TOLL-REGISTER-FILE
               CLOSE RETAIN-WORK-FILE
           END-IF

           PERFORM END-FILE-SECTION.

       APPLY-TOLL-RESULT-PICK.

           MOVE WK-IMAGE TO TOLL-RESULT-REC
           MOVE TRES-DATE TO WS-REC-DATE
           MOVE WK-DISPOSITION TO WS-DISPOSITION
           MOVE TRES-KEY TO WS-RESULT-KEY

           DELETE TOLL-RESULT-FILE RECORD
               INVALID KEY
                   DISPLAY "TOLL RESULT GONE BEFORE RETENTION: "
                       TRES-KEY
                   EXIT PARAGRAPH
           END-DELETE

           IF WS-DISPOSITION = 'T'
               MOVE TRES-VEHICLE-ID TO WS-REC-PLATE
               PERFORM GET-PLATE-TOKEN
               MOVE WS-TOKEN TO TRES-VEHICLE-ID
               WRITE TOLL-RESULT-REC
                   INVALID KEY
      *                THE ROW IS ALREADY OFF THE FILE - ARCHIVE IT
      *                RATHER THAN LOSE IT
                       MOVE 'A' TO WS-DISPOSITION
               END-WRITE
           END-IF

           IF WS-DISPOSITION = 'A'
               MOVE WK-IMAGE TO ARCHIVE-LINE
               PERFORM WRITE-ARCHIVE-LINE
           END-IF

           PERFORM MOVE-GL-REGISTER-ROW
           PERFORM TALLY-DISPOSITION.

      *    THE RESULT WAS BILLED (OR REVERSED) IN A LOCKED MONTH, SO
      *    THE LEDGER IS DONE WITH IT. ITS REGISTER ROW - WHICH ALSO
      *    CARRIES THE PLATE - GOES WITH IT: DROPPED FOR AN ARCHIVED
      *    ROW, RE-KEYED TO THE TOKEN AS STATE B FOR AN ANONYMISED ONE
       MOVE-GL-REGISTER-ROW.

           IF WS-GLTREG-OPEN = 'N'
               EXIT PARAGRAPH
           END-IF

           MOVE WS-RESULT-KEY TO GLTR-KEY
           READ GL-TOLL-REGISTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           DELETE GL-TOLL-REGISTER-FILE RECORD
               INVALID KEY
                   DISPLAY "GL TOLL REGISTER DELETE FAILED FOR "
                       WS-RESULT-KEY
                   EXIT PARAGRAPH
           END-DELETE

           IF WS-DISPOSITION = 'T'
               MOVE TRES-KEY TO GLTR-KEY
               MOVE 'B'      TO GLTR-STATE
               WRITE GL-TOLL-REG-REC
                   INVALID KEY
                       DISPLAY "GL TOLL REGISTER WRITE FAILED FOR "
                           TRES-KEY
               END-WRITE
           END-IF.

      *    AUDIT LINES ARE TIMESTAMP (21), PLATE AT COLUMN 23, DATE
      *    AT COLUMN 34, THEN THE EVENT. A LINE WITHOUT A PASSAGE DATE
      *    IS AGED BY ITS TIMESTAMP.
       RETAIN-AUDIT-FILE.

           MOVE "AUDIT" TO WS-FILE-ID
           MOVE 'N' TO WS-DOCUMENT-FILE
           PERFORM START-FILE-SECTION
           IF WS-RULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               PERFORM END-FILE-SECTION
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETAIN-WORK-FILE

           MOVE 'N' TO WS-SOURCE-EOF
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ AUDIT-FILE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       MOVE AUDIT-LINE(23:10) TO WS-REC-PLATE
                       MOVE AUDIT-LINE(34:8)  TO WS-REC-DATE
                       IF WS-REC-DATE IS NOT NUMERIC
                           MOVE AUDIT-LINE(1:8) TO WS-REC-DATE
                       END-IF
                       MOVE 'N' TO WS-FILE-HOLD
                       PERFORM DECIDE-DISPOSITION
                       EVALUATE WS-DISPOSITION
                           WHEN 'A'
                               MOVE AUDIT-LINE TO ARCHIVE-LINE
                               PERFORM WRITE-ARCHIVE-LINE
                           WHEN 'T'
                               PERFORM GET-PLATE-TOKEN
                               MOVE WS-TOKEN TO AUDIT-LINE(23:10)
                               MOVE AUDIT-LINE TO RETAIN-WORK-LINE
                               WRITE RETAIN-WORK-LINE
                           WHEN OTHER
                               MOVE AUDIT-LINE TO RETAIN-WORK-LINE
                               WRITE RETAIN-WORK-LINE
                       END-EVALUATE
                       IF WS-DISPOSITION = 'A' OR WS-DISPOSITION = 'T'
                           MOVE 'Y' TO WS-FILE-CHANGED
                           PERFORM TALLY-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE AUDIT-FILE
           CLOSE RETAIN-WORK-FILE

           IF WS-FILE-CHANGED = 'Y'
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT AUDIT-FILE
               MOVE 'N' TO WS-WORK-EOF
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           MOVE RETAIN-WORK-LINE TO AUDIT-LINE
                           WRITE AUDIT-LINE
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
               CLOSE AUDIT-FILE
           END-IF

           PERFORM END-FILE-SECTION.

      *    A BILLING STATEMENT RUNS FROM ITS "STATEMENT FOR" HEADER
      *    (PLATE AT COLUMN 15, DATE AT COLUMN 42) TO THE BLANK LINE
      *    AFTER IT, AND GOES WHOLE - ONE STATEMENT COUNTS AS ONE
      *    RECORD ON THE CERTIFICATE
       RETAIN-STATEMENT-FILE.

           MOVE "STATEMENTS" TO WS-FILE-ID
           MOVE 'Y' TO WS-DOCUMENT-FILE
           PERFORM START-FILE-SECTION
           IF WS-RULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BILLING-STATEMENT-FILE
           IF WS-STATEMENT-FILE-STATUS NOT = "00"
               CLOSE BILLING-STATEMENT-FILE
               PERFORM END-FILE-SECTION
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETAIN-WORK-FILE

           MOVE 'K' TO WS-BLOCK-DISPOSITION
           MOVE 'N' TO WS-SOURCE-EOF
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ BILLING-STATEMENT-FILE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       IF STATEMENT-LINE(1:14) = "STATEMENT FOR "
                           MOVE STATEMENT-LINE(15:10) TO WS-REC-PLATE
                           MOVE STATEMENT-LINE(42:8)  TO WS-REC-DATE
                           MOVE 'N' TO WS-FILE-HOLD
                           PERFORM DECIDE-DISPOSITION
                           MOVE WS-DISPOSITION TO WS-BLOCK-DISPOSITION
                           IF WS-DISPOSITION = 'A'
                               MOVE 'Y' TO WS-FILE-CHANGED
                               PERFORM TALLY-DISPOSITION
                           END-IF
                       END-IF
                       IF WS-BLOCK-DISPOSITION = 'A'
                           MOVE STATEMENT-LINE TO ARCHIVE-LINE
                           PERFORM WRITE-ARCHIVE-LINE
                       ELSE
                           MOVE STATEMENT-LINE TO RETAIN-WORK-LINE
                           WRITE RETAIN-WORK-LINE
                       END-IF
                       IF STATEMENT-LINE = SPACES
                           MOVE 'K' TO WS-BLOCK-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE BILLING-STATEMENT-FILE
           CLOSE RETAIN-WORK-FILE

           IF WS-FILE-CHANGED = 'Y'
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT BILLING-STATEMENT-FILE
               MOVE 'N' TO WS-WORK-EOF
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           MOVE RETAIN-WORK-LINE TO STATEMENT-LINE
                           WRITE STATEMENT-LINE
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
               CLOSE BILLING-STATEMENT-FILE
           END-IF

           PERFORM END-FILE-SECTION.

       RETAIN-ANPR-FEED.

           MOVE "ANPRFEED" TO WS-FILE-ID
           MOVE 'N' TO WS-DOCUMENT-FILE
           PERFORM START-FILE-SECTION
           IF WS-RULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ANPR-FEED-FILE
           IF WS-ANPR-FILE-STATUS NOT = "00"
               CLOSE ANPR-FEED-FILE
               PERFORM END-FILE-SECTION
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETAIN-WORK-FILE

           MOVE 'N' TO WS-SOURCE-EOF
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ ANPR-FEED-FILE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       MOVE ANPR-PLATE TO WS-REC-PLATE
                       MOVE ANPR-DATE  TO WS-REC-DATE
                       MOVE 'N' TO WS-FILE-HOLD
                       PERFORM DECIDE-DISPOSITION
                       EVALUATE WS-DISPOSITION
                           WHEN 'A'
                               MOVE ANPR-FEED-REC TO ARCHIVE-LINE
                               PERFORM WRITE-ARCHIVE-LINE
                           WHEN 'T'
                               PERFORM GET-PLATE-TOKEN
                               MOVE WS-TOKEN TO ANPR-PLATE
                               MOVE ANPR-FEED-REC TO RETAIN-WORK-LINE
                               WRITE RETAIN-WORK-LINE
                           WHEN OTHER
                               MOVE ANPR-FEED-REC TO RETAIN-WORK-LINE
                               WRITE RETAIN-WORK-LINE
                       END-EVALUATE
                       IF WS-DISPOSITION = 'A' OR WS-DISPOSITION = 'T'
                           MOVE 'Y' TO WS-FILE-CHANGED
                           PERFORM TALLY-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ANPR-FEED-FILE
           CLOSE RETAIN-WORK-FILE

           IF WS-FILE-CHANGED = 'Y'
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT ANPR-FEED-FILE
               MOVE 'N' TO WS-WORK-EOF
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           MOVE RETAIN-WORK-LINE TO ANPR-FEED-REC
                           WRITE ANPR-FEED-REC
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
               CLOSE ANPR-FEED-FILE
           END-IF

           PERFORM END-FILE-SECTION.

      *    A READ STILL AWAITING REVIEW (STATUS N) MAY YET BECOME A
      *    CHARGE AND IS HELD HOWEVER OLD IT IS
       RETAIN-QUARANTINE-FILE.

           MOVE "QUARANTINE" TO WS-FILE-ID
           MOVE 'N' TO WS-DOCUMENT-FILE
           PERFORM START-FILE-SECTION
           IF WS-RULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT QUARANTINE-FILE
           IF WS-QUARANTINE-FILE-STATUS NOT = "00"
               CLOSE QUARANTINE-FILE
               PERFORM END-FILE-SECTION
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT RETAIN-WORK-FILE

           MOVE 'N' TO WS-SOURCE-EOF
           PERFORM UNTIL WS-SOURCE-EOF = 'Y'
               READ QUARANTINE-FILE
                   AT END
                       MOVE 'Y' TO WS-SOURCE-EOF
                   NOT AT END
                       MOVE QUAR-PLATE TO WS-REC-PLATE
                       MOVE QUAR-DATE  TO WS-REC-DATE
                       MOVE 'N' TO WS-FILE-HOLD
                       IF QUAR-STATUS = 'N'
                           MOVE 'Y' TO WS-FILE-HOLD
                       END-IF
                       PERFORM DECIDE-DISPOSITION
                       EVALUATE WS-DISPOSITION
                           WHEN 'A'
                               MOVE QUARANTINE-REC TO ARCHIVE-LINE
                               PERFORM WRITE-ARCHIVE-LINE
                           WHEN 'T'
                               PERFORM GET-PLATE-TOKEN
                               MOVE WS-TOKEN TO QUAR-PLATE
                               MOVE QUARANTINE-REC TO RETAIN-WORK-LINE
                               WRITE RETAIN-WORK-LINE
                           WHEN OTHER
                               MOVE QUARANTINE-REC TO RETAIN-WORK-LINE
                               WRITE RETAIN-WORK-LINE
                       END-EVALUATE
                       IF WS-DISPOSITION = 'A' OR WS-DISPOSITION = 'T'
                           MOVE 'Y' TO WS-FILE-CHANGED
                           PERFORM TALLY-DISPOSITION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE QUARANTINE-FILE
           CLOSE RETAIN-WORK-FILE

           IF WS-FILE-CHANGED = 'Y'
               OPEN INPUT  RETAIN-WORK-FILE
               OPEN OUTPUT QUARANTINE-FILE
               MOVE 'N' TO WS-WORK-EOF
               PERFORM UNTIL WS-WORK-EOF = 'Y'
                   READ RETAIN-WORK-FILE
                       AT END
                           MOVE 'Y' TO WS-WORK-EOF
                       NOT AT END
                           MOVE RETAIN-WORK-LINE TO QUARANTINE-REC
                           WRITE QUARANTINE-REC
                   END-READ
               END-PERFORM
               CLOSE RETAIN-WORK-FILE
               CLOSE QUARANTINE-FILE
           END-IF

           PERFORM END-FILE-SECTION.

      *    THE DISPUTE PACK HOLDS THE LAST PACK EXTRACTED. ITS FIRST
      *    LINE NAMES THE PLATE (COLUMN 22) AND DATE (COLUMN 38) AND
      *    THE WHOLE PACK GOES OR STAYS WITH IT.
       RETAIN-DISPUTE-PACK.

           MOVE "DISPUTEPACK" TO WS-FILE-ID
           MOVE 'Y' TO WS-DOCUMENT-FILE
           PERFORM START-FILE-SECTION
           IF WS-RULE-FOUND = 'N'
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DISPUTE-PACK-FILE
           IF WS-PACK-FILE-STATUS NOT = "00"
               CLOSE DISPUTE-PACK-FILE
               PERFORM END-FILE-SECTION
               EXIT PARAGRAPH
           END-IF

           MOVE 'K' TO WS-BLOCK-DISPOSITION
           MOVE 'N' TO WS-SOURCE-EOF
           READ DISPUTE-PACK-FILE
               AT END MOVE 'Y' TO WS-SOURCE-EOF
           END-READ
           IF WS-SOURCE-EOF = 'N'
              AND DISPUTE-PACK-LINE(1:21) = "DISPUTE PACK - PLATE "
               MOVE DISPUTE-PACK-LINE(22:10) TO WS-REC-PLATE
               MOVE DISPUTE-PACK-LINE(38:8)  TO WS-REC-DATE
               MOVE 'N' TO WS-FILE-HOLD
               PERFORM DECIDE-DISPOSITION
               MOVE WS-DISPOSITION TO WS-BLOCK-DISPOSITION
           END-IF

           IF WS-BLOCK-DISPOSITION = 'A'
               PERFORM UNTIL WS-SOURCE-EOF = 'Y'
                   MOVE DISPUTE-PACK-LINE TO ARCHIVE-LINE
                   PERFORM WRITE-ARCHIVE-LINE
                   READ DISPUTE-PACK-FILE
                       AT END MOVE 'Y' TO WS-SOURCE-EOF
                   END-READ
               END-PERFORM
               MOVE 'Y' TO WS-FILE-CHANGED
               PERFORM TALLY-DISPOSITION
           END-IF

           CLOSE DISPUTE-PACK-FILE

      *    THE PACK HAS GONE TO THE ARCHIVE - LEAVE AN EMPTY FILE
           IF WS-FILE-CHANGED = 'Y'
               OPEN OUTPUT DISPUTE-PACK-FILE
               CLOSE DISPUTE-PACK-FILE
           END-IF

           PERFORM END-FILE-SECTION.

      ******************************************************************
      *    THE RETENTION DECISION
      ******************************************************************

      *    FIND THE FILE'S RULE AND WORK OUT ITS CUT-OFF - THE FIRST
      *    DAY OF THE MONTH RETN-MONTHS BEFORE THE RUN'S MONTH.
      *    ANYTHING DATED BEFORE THE CUT-OFF HAS EXPIRED.
       START-FILE-SECTION.

           MOVE 'N' TO WS-RULE-FOUND
           MOVE 'N' TO WS-FILE-CHANGED
           MOVE 'N' TO WS-ARCHIVE-OPEN
           MOVE 0   TO CERT-PERIOD-COUNT
           MOVE 0   TO WS-FILE-ARCHIVED WS-FILE-ANONYMISED
                       WS-FILE-HELD WS-HELD-INVOICE WS-HELD-DUNNING
                       WS-HELD-COLLECTIONS WS-HELD-DISPUTE
                       WS-HELD-PENDING

           PERFORM VARYING RIDX FROM 1 BY 1
                   UNTIL RIDX > RETENTION-COUNT
               IF RT-FILE-ID(RIDX) = WS-FILE-ID
                   MOVE 'Y' TO WS-RULE-FOUND
                   MOVE RT-MONTHS(RIDX) TO WS-RETAIN-MONTHS
                   MOVE RT-ACTION(RIDX) TO WS-FILE-ACTION
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "FILE " WS-FILE-ID DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           IF WS-RULE-FOUND = 'N'
               MOVE "  NO RETENTION PERIOD ON THE RETENTION MASTER - "
                 & "FILE NOT PROCESSED" TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-MONTH-INDEX =
               WS-TODAY-YYYY * 12 + WS-TODAY-MM - 1 - WS-RETAIN-MONTHS
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-CUTOFF-YYYY
               REMAINDER WS-CUTOFF-MM
           ADD 1 TO WS-CUTOFF-MM
           MOVE 1 TO WS-CUTOFF-DD

           IF WS-FILE-ACTION = 'S'
               IF WS-DOCUMENT-FILE = 'Y'
                   MOVE 'A' TO WS-FILE-ACTION
                   MOVE "ARCHIVE (CUSTOMER DOCUMENT)"
                     TO WS-ACTION-TEXT
               ELSE
                   MOVE "ANONYMISE (STATISTICS ONLY)"
                     TO WS-ACTION-TEXT
               END-IF
           ELSE
               MOVE "ARCHIVE" TO WS-ACTION-TEXT
           END-IF

           MOVE SPACES TO CERTIFICATE-LINE
           STRING "  RETENTION " WS-RETAIN-MONTHS " MONTHS - "
                   DELIMITED BY SIZE
               WS-ACTION-TEXT DELIMITED BY "  "
               " - RECORDS DATED BEFORE " WS-CUTOFF-DATE
               " HAVE EXPIRED" DELIMITED BY SIZE
               INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           MOVE SPACES TO WS-ARCHIVE-NAME
           STRING "COBOL/DATA/" WS-FILE-ID DELIMITED BY SPACE
               "-ARC-" WS-TODAY ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-NAME.

      *    DECIDE WHAT HAPPENS TO WS-REC-PLATE / WS-REC-DATE. THE
      *    CALLER HAS SET WS-FILE-HOLD FOR ANY HOLD OF ITS OWN FILE.
      *    A HELD RECORD IS COUNTED HERE; AN ARCHIVED OR ANONYMISED
      *    ONE IS COUNTED BY THE CALLER ONCE IT HAS BEEN DONE.
       DECIDE-DISPOSITION.

           MOVE 'K'   TO WS-DISPOSITION
           MOVE SPACE TO WS-HOLD-REASON

           IF WS-REC-DATE IS NOT NUMERIC
              OR WS-REC-DATE NOT < WS-CUTOFF-DATE
               EXIT PARAGRAPH
           END-IF

      *    NOTHING LEFT TO ANONYMISE ON A LINE WITH NO PLATE OR ONE
      *    ALREADY TOKENISED
           IF WS-FILE-ACTION = 'S'
              AND (WS-REC-PLATE = SPACES
                   OR WS-REC-PLATE(1:1) = '#')
               EXIT PARAGRAPH
           END-IF

           IF WS-FILE-HOLD = 'Y'
               MOVE 'P' TO WS-HOLD-REASON
           END-IF

           IF WS-HOLD-REASON = SPACE
               PERFORM VARYING ODX FROM 1 BY 1
                       UNTIL ODX > OPEN-DISPUTE-COUNT
                   IF OD-VEHICLE-ID(ODX) = WS-REC-PLATE
                      AND OD-DATE(ODX) = WS-REC-DATE
                       MOVE 'X' TO WS-HOLD-REASON
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF

           IF WS-HOLD-REASON = SPACE
               PERFORM CHECK-INVOICE-TIE
           END-IF

           IF WS-HOLD-REASON NOT = SPACE
               MOVE 'H' TO WS-DISPOSITION
               PERFORM TALLY-DISPOSITION
               EXIT PARAGRAPH
           END-IF

           IF WS-FILE-ACTION = 'S'
               MOVE 'T' TO WS-DISPOSITION
           ELSE
               MOVE 'A' TO WS-DISPOSITION
           END-IF.

      *    THE PLATE'S OWNER - AND, FOR A FLEET DEPOT, THE PARENT THE
      *    INVOICES ACTUALLY GO TO - MUST HAVE NO UNPAID INVOICE FOR
      *    THE RECORD'S MONTH
       CHECK-INVOICE-TIE.

           IF WS-REC-PLATE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REC-PLATE TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF VREG-OWNER-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE VREG-OWNER-ID TO WS-TIE-OWNER
           PERFORM FIND-PROTECTED-INVOICE
           IF WS-HOLD-REASON NOT = SPACE
               EXIT PARAGRAPH
           END-IF

           MOVE VREG-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF OWN-PARENT-ID NOT = SPACES
               MOVE OWN-PARENT-ID TO WS-TIE-OWNER
               PERFORM FIND-PROTECTED-INVOICE
           END-IF.

       FIND-PROTECTED-INVOICE.

           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > PROTECTED-INVOICE-COUNT
               IF PI-OWNER-ID(PIDX) = WS-TIE-OWNER
                  AND PI-PERIOD(PIDX) = WS-REC-DATE(1:6)
                   MOVE PI-REASON(PIDX) TO WS-HOLD-REASON
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    A TOLL RESULT MAY ONLY LEAVE THE FILE ONCE ITS MONTH IS
      *    LOCKED - OTHERWISE THE NEXT BATCH RUN POSTS IT AGAIN FROM
      *    THE PASSAGE FILE AS A NEW, UNBILLED ROW. IF THE CHECK
      *    CANNOT BE MADE THE ROW IS HELD.
       CHECK-MONTH-LOCKED.

           MOVE WS-REC-DATE TO WS-LOCK-TO-DATE
           CALL "PERIODCHECK" USING WS-REC-DATE WS-LOCK-TO-DATE
                                    WS-PERIOD-STATUS WS-LOCKED-PERIOD
               ON EXCEPTION
                   MOVE 'O' TO WS-PERIOD-STATUS
           END-CALL
           IF WS-PERIOD-STATUS NOT = 'L'
               MOVE 'Y' TO WS-FILE-HOLD
           END-IF.

      *    THE PLATE'S TOKEN FOR THIS RUN, DRAWING A NEW ONE ON FIRST
      *    SIGHT
       GET-PLATE-TOKEN.

           PERFORM VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX > TOKEN-COUNT
               IF TK-PLATE(TIDX) = WS-REC-PLATE
                   MOVE TK-TOKEN(TIDX) TO WS-TOKEN
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           IF TOKEN-COUNT >= 20000
               DISPLAY "TOKEN TABLE FULL - ABORTING"
               STOP RUN
           END-IF
           IF WS-TOKENS-SEEDED = 'N'
               PERFORM SEED-TOKEN-DRAWS
           END-IF

           MOVE 'Y' TO WS-TOKEN-CLASH
           PERFORM DRAW-PLATE-TOKEN
               UNTIL WS-TOKEN-CLASH = 'N'

           ADD 1 TO TOKEN-COUNT
           MOVE WS-REC-PLATE TO TK-PLATE(TOKEN-COUNT)
           MOVE WS-TOKEN     TO TK-TOKEN(TOKEN-COUNT).

      *    SEEDED ONCE PER RUN, WHEN THE FIRST TOKEN IS NEEDED, FROM
      *    THE MINUTE THE RUN STARTED AND THE TIME OF DAY DOWN TO THE
      *    HUNDREDTH AT THAT MOMENT - THE RUN TIME ITSELF NEVER
      *    APPEARS IN A TOKEN
       SEED-TOKEN-DRAWS.

           MOVE FUNCTION CURRENT-DATE(9:8) TO WS-SEED-CLOCK
           COMPUTE WS-RUN-MINUTES =
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM)
                - FUNCTION INTEGER-OF-DATE(20000101)) * 1440
               + WS-NOW-HH * 60 + WS-NOW-MI
           COMPUTE WS-RANDOM-SEED =
               WS-RUN-MINUTES * 6000
               + ((WS-SEED-HH * 60 + WS-SEED-MI) * 60 + WS-SEED-SS)
                 * 100 + WS-SEED-HS
           DIVIDE WS-RANDOM-SEED BY 2147483647
               GIVING WS-RANDOM-QUOTIENT REMAINDER WS-RANDOM-SEED
           COMPUTE WS-BASE36-VALUE =
               FUNCTION RANDOM(WS-RANDOM-SEED) * 60466176
           MOVE 'Y' TO WS-TOKENS-SEEDED.

      *    FIVE DIGITS FROM ONE DRAW AND FOUR FROM THE NEXT. A TOKEN
      *    ALREADY ISSUED IN THIS RUN SETS WS-TOKEN-CLASH FOR A REDRAW
       DRAW-PLATE-TOKEN.

           MOVE SPACES TO WS-TOKEN
           MOVE "#"    TO WS-TOKEN(1:1)
           COMPUTE WS-BASE36-VALUE = FUNCTION RANDOM * 60466176
           PERFORM ENCODE-BASE36
           MOVE WS-BASE36-TEXT      TO WS-TOKEN(2:5)
           COMPUTE WS-BASE36-VALUE = FUNCTION RANDOM * 1679616
           PERFORM ENCODE-BASE36
           MOVE WS-BASE36-TEXT(2:4) TO WS-TOKEN(7:4)

           MOVE 'N' TO WS-TOKEN-CLASH
           PERFORM VARYING TIDX FROM 1 BY 1
                   UNTIL TIDX > TOKEN-COUNT
               IF TK-TOKEN(TIDX) = WS-TOKEN
                   MOVE 'Y' TO WS-TOKEN-CLASH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    WS-BASE36-VALUE AS FIVE BASE-36 DIGITS IN WS-BASE36-TEXT
       ENCODE-BASE36.

           PERFORM VARYING BIDX FROM 5 BY -1 UNTIL BIDX < 1
               DIVIDE WS-BASE36-VALUE BY 36 GIVING WS-BASE36-VALUE
                   REMAINDER WS-BASE36-REMAINDER
               MOVE WS-BASE36-DIGITS(WS-BASE36-REMAINDER + 1:1)
                 TO WS-BASE36-TEXT(BIDX:1)
           END-PERFORM.

      ******************************************************************
      *    ARCHIVE AND CERTIFICATE
      ******************************************************************

       WRITE-ARCHIVE-LINE.

           IF WS-ARCHIVE-OPEN = 'N'
               OPEN EXTEND ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                  AND WS-ARCHIVE-FILE-STATUS NOT = "05"
                   DISPLAY "CANNOT OPEN ARCHIVE " WS-ARCHIVE-NAME
                       " - RETENTION RUN ABORTED"
                   STOP RUN
               END-IF
               MOVE 'Y' TO WS-ARCHIVE-OPEN
           END-IF
           WRITE ARCHIVE-LINE.

      *    COUNT THE RECORD AGAINST ITS MONTH, INSERTING THE MONTH IN
      *    ORDER THE FIRST TIME IT IS SEEN
       TALLY-DISPOSITION.

           MOVE WS-REC-DATE(1:6) TO WS-REC-PERIOD

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > CERT-PERIOD-COUNT
               IF CP-PERIOD(CIDX) >= WS-REC-PERIOD
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF CIDX <= CERT-PERIOD-COUNT
               IF CP-PERIOD(CIDX) NOT = WS-REC-PERIOD
                   MOVE 'N' TO WS-PERIOD-FOUND
               ELSE
                   MOVE 'Y' TO WS-PERIOD-FOUND
               END-IF
           ELSE
               MOVE 'N' TO WS-PERIOD-FOUND
           END-IF

           IF WS-PERIOD-FOUND = 'N'
               IF CERT-PERIOD-COUNT >= 600
                   DISPLAY "CERTIFICATE PERIOD TABLE FULL - ABORTING"
                   STOP RUN
               END-IF
               PERFORM VARYING SIDX FROM CERT-PERIOD-COUNT BY -1
                       UNTIL SIDX < CIDX
                   MOVE CERT-PERIOD-ENTRY(SIDX)
                     TO CERT-PERIOD-ENTRY(SIDX + 1)
               END-PERFORM
               ADD 1 TO CERT-PERIOD-COUNT
               MOVE WS-REC-PERIOD TO CP-PERIOD(CIDX)
               MOVE 0 TO CP-ARCHIVED(CIDX) CP-ANONYMISED(CIDX)
                         CP-HELD(CIDX)
           END-IF

           EVALUATE WS-DISPOSITION
               WHEN 'A'
                   ADD 1 TO CP-ARCHIVED(CIDX) WS-FILE-ARCHIVED
               WHEN 'T'
                   ADD 1 TO CP-ANONYMISED(CIDX) WS-FILE-ANONYMISED
               WHEN 'H'
                   ADD 1 TO CP-HELD(CIDX) WS-FILE-HELD
                   EVALUATE WS-HOLD-REASON
                       WHEN 'I' ADD 1 TO WS-HELD-INVOICE
                       WHEN 'D' ADD 1 TO WS-HELD-DUNNING
                       WHEN 'C' ADD 1 TO WS-HELD-COLLECTIONS
                       WHEN 'X' ADD 1 TO WS-HELD-DISPUTE
                       WHEN OTHER ADD 1 TO WS-HELD-PENDING
                   END-EVALUATE
           END-EVALUATE.

       OPEN-CERTIFICATE.

           MOVE SPACES TO WS-CERTIFICATE-NAME
           STRING "COBOL/DATA/PURGE-CERTIFICATE-" WS-TODAY ".DAT"
               DELIMITED BY SIZE INTO WS-CERTIFICATE-NAME

           OPEN EXTEND PURGE-CERTIFICATE-FILE
           IF WS-CERT-FILE-STATUS NOT = "00"
              AND WS-CERT-FILE-STATUS NOT = "05"
               DISPLAY "CANNOT OPEN " WS-CERTIFICATE-NAME
                   " - RETENTION RUN ABORTED"
               STOP RUN
           END-IF

           MOVE ALL "=" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "PURGE CERTIFICATE - PERSONAL DATA RETENTION RUN"
             TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "RUN " WS-TODAY " " WS-NOW(9:2) ":" WS-NOW(11:2)
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "RECORDS OF A PLATE/DAY WITH AN OPEN DISPUTE CASE, OR "
             & "OF AN OWNER MONTH WITH AN UNPAID" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "INVOICE (OPEN, IN DUNNING OR WITH COLLECTIONS), ARE "
             & "HELD AND NOT TOUCHED." TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE.

      *    THE FILE'S MONTHS, ITS TOTALS, WHY ANYTHING WAS HELD AND
      *    WHERE THE ARCHIVED RECORDS WENT
       END-FILE-SECTION.

           IF WS-ARCHIVE-OPEN = 'Y'
               CLOSE ARCHIVE-FILE
               MOVE 'N' TO WS-ARCHIVE-OPEN
           END-IF

           IF CERT-PERIOD-COUNT = 0
               MOVE "  NO EXPIRED RECORDS" TO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "  PERIOD      ARCHIVED  ANONYMISED        HELD"
             TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           PERFORM VARYING CIDX FROM 1 BY 1
                   UNTIL CIDX > CERT-PERIOD-COUNT
               MOVE CP-ARCHIVED(CIDX)   TO WS-ARCH-EDIT
               MOVE CP-ANONYMISED(CIDX) TO WS-ANON-EDIT
               MOVE CP-HELD(CIDX)       TO WS-HELD-EDIT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  " CP-PERIOD(CIDX) "   " WS-ARCH-EDIT
                   "   " WS-ANON-EDIT "   " WS-HELD-EDIT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-PERFORM

           MOVE WS-FILE-ARCHIVED   TO WS-ARCH-EDIT
           MOVE WS-FILE-ANONYMISED TO WS-ANON-EDIT
           MOVE WS-FILE-HELD       TO WS-HELD-EDIT
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "  TOTAL    " WS-ARCH-EDIT "   " WS-ANON-EDIT
               "   " WS-HELD-EDIT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE

           ADD WS-FILE-ARCHIVED   TO WS-TOTAL-ARCHIVED
           ADD WS-FILE-ANONYMISED TO WS-TOTAL-ANONYMISED
           ADD WS-FILE-HELD       TO WS-TOTAL-HELD

           IF WS-FILE-HELD > 0
               MOVE WS-HELD-INVOICE TO WS-COUNT-EDIT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  HELD - OPEN INVOICE:            " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE WS-HELD-DUNNING TO WS-COUNT-EDIT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  HELD - UNCLEARED DUNNING STAGE: " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE WS-HELD-COLLECTIONS TO WS-COUNT-EDIT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  HELD - COLLECTIONS HANDOFF:     " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE WS-HELD-DISPUTE TO WS-COUNT-EDIT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  HELD - OPEN DISPUTE CASE:       " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
               MOVE WS-HELD-PENDING TO WS-COUNT-EDIT
               MOVE SPACES TO CERTIFICATE-LINE
               STRING "  HELD - PENDING BILLING/REVIEW:  " WS-COUNT-EDIT
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
               WRITE CERTIFICATE-LINE
           END-IF

           MOVE SPACES TO CERTIFICATE-LINE
           IF WS-FILE-ARCHIVED > 0
               STRING "  ARCHIVED TO " WS-ARCHIVE-NAME
                   DELIMITED BY SIZE INTO CERTIFICATE-LINE
           ELSE
               MOVE "  NOTHING ARCHIVED" TO CERTIFICATE-LINE
           END-IF
           WRITE CERTIFICATE-LINE.

       CLOSE-CERTIFICATE.

           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE WS-TOTAL-ARCHIVED   TO WS-ARCH-EDIT
           MOVE WS-TOTAL-ANONYMISED TO WS-ANON-EDIT
           MOVE WS-TOTAL-HELD       TO WS-HELD-EDIT
           MOVE SPACES TO CERTIFICATE-LINE
           STRING "RUN TOTAL  ARCHIVED " WS-ARCH-EDIT
               "  ANONYMISED " WS-ANON-EDIT
               "  HELD " WS-HELD-EDIT
               DELIMITED BY SIZE INTO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "ANONYMISED PLATES WERE REPLACED BY TOKENS DRAWN AT "
             & "RANDOM FOR THIS RUN ONLY - NO PLATE-TO-TOKEN"
             TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "RECORD WAS KEPT AND NO TOKEN IS DERIVED FROM A "
             & "VEHICLE, THE RUN TIME OR THE ORDER OF PROCESSING."
             TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           MOVE "CERTIFIED BY (DATA PROTECTION OFFICER): "
               & "______________________  DATE: __________"
             TO CERTIFICATE-LINE
           WRITE CERTIFICATE-LINE
           CLOSE PURGE-CERTIFICATE-FILE.
