       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNERINQUIRY.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  OWNER ACCOUNT INQUIRY
      *                ONE SCREEN FOR THE CUSTOMER DESK INSTEAD OF A
      *                DOZEN DATA FILES: KEYED BY OWNER ID, OR BY A
      *                PLATE (WHICH FINDS ITS OWNER THROUGH THE
      *                VEHICLE REGISTRY), IT SHOWS THE OWNER'S NAME
      *                AND ADDRESS, THEIR PLATES AND TRANSPONDER TAGS,
      *                EVERY INVOICE WITH ITS PAID AMOUNT, STATUS AND
      *                DUNNING STAGE, THE RECEIPTS AND SETTLED DIRECT
      *                DEBITS AGAINST THOSE INVOICES, CREDIT NOTES,
      *                DISPUTE CASES STILL OPEN, THE PREPAID BALANCE
      *                AND WARN LEVEL, THE DIRECT DEBIT MANDATE, ANY
      *                CUSTOMER CREDIT BALANCE, AND CHARGES STILL HELD
      *                ON THE PENDING-BILLING-FILE FOR THEIR PLATES.
      *                FROM THERE ANY OF THE OWNER'S INVOICES CAN BE
      *                DRILLED DOWN TO THE TOLL RESULT ROWS BEHIND IT.
      *                A FLEET DEPOT IS SHOWN WITH THE PARENT ACCOUNT
      *                ITS CHARGES ARE INVOICED TO, AND WITH THOSE OF
      *                THE PARENT'S INVOICES AND CREDIT NOTES THAT
      *                CARRY ITS OWN PLATES. A FLEET PARENT IS SHOWN
      *                WITH THE PLATES OF EVERY DEPOT UNDER IT.
      *                NOTHING IS CHANGED. THE SESSION STARTS WITH
      *                OPERATOR SIGN-ON AGAINST THE OPERATOR-FILE AND
      *                EVERY LOOKUP IS WRITTEN TO THE INQUIRY-LOG-FILE
      *                SO ACCESS TO PERSONAL DATA CAN BE ANSWERED FOR.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "COBOL/DATA/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

      *    ONE LINE PER LOOKUP, THE SAME LAYOUT AS THE CHANGE LOG
           SELECT OPTIONAL INQUIRY-LOG-FILE
               ASSIGN TO "COBOL/DATA/INQUIRYLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQLOG-FILE-STATUS.

           SELECT OWNER-MASTER-FILE
               ASSIGN TO "COBOL/DATA/OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-OWNER-ID
               FILE STATUS IS WS-OWNER-FILE-STATUS.

      *    READ BY PLATE FOR A PLATE LOOKUP, AND END TO END FOR THE
      *    OWNER'S PLATE LIST
           SELECT VEHICLE-REGISTRY-FILE
               ASSIGN TO "COBOL/DATA/VEHICLEREG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VREG-PLATE
               FILE STATUS IS WS-VEHREG-FILE-STATUS.

           SELECT OPTIONAL TAG-FILE
               ASSIGN TO "COBOL/DATA/TAGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TAG-FILE-STATUS.

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

           SELECT OPTIONAL DISPUTE-CASE-FILE
               ASSIGN TO "COBOL/DATA/DISPUTECASES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT OPTIONAL DUNNING-STATUS-FILE
               ASSIGN TO "COBOL/DATA/DUNNING-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DSTAT-FILE-STATUS.

           SELECT OPTIONAL PREPAID-BALANCE-FILE
               ASSIGN TO "COBOL/DATA/PREPAYBAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PREPAID-FILE-STATUS.

           SELECT OPTIONAL MANDATE-FILE
               ASSIGN TO "COBOL/DATA/MANDATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANDATE-FILE-STATUS.

           SELECT OPTIONAL OWNER-CREDIT-FILE
               ASSIGN TO "COBOL/DATA/OWNERCREDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OCRD-FILE-STATUS.

           SELECT OPTIONAL PENDING-BILLING-FILE
               ASSIGN TO "COBOL/DATA/PENDINGBILL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT OPTIONAL TOLL-RESULT-FILE
               ASSIGN TO "COBOL/DATA/TOLLRESULTS.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRES-KEY
               FILE STATUS IS WS-RESULT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    ONE LINE PER OPERATOR AUTHORISED TO SIGN ON - MAINTAINED
      *    BY THE SYSTEM OWNER, NOT THROUGH THIS PROGRAM
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OPR-OPERATOR-ID       PIC X(10).
           05  OPR-PASSWORD          PIC X(10).

       FD  INQUIRY-LOG-FILE.
       01  INQUIRY-LOG-LINE          PIC X(120).

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  VEHICLE-REGISTRY-FILE.
       COPY "VEHREGREC.cpy".

       FD  TAG-FILE.
       COPY "TAGREC.cpy".

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

       FD  DISPUTE-CASE-FILE.
       COPY "DISPCASEREC.cpy".

       FD  DUNNING-STATUS-FILE.
       COPY "DUNSTATREC.cpy".

       FD  PREPAID-BALANCE-FILE.
       COPY "PREPAYREC.cpy".

       FD  MANDATE-FILE.
       COPY "MANDATEREC.cpy".

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       FD  PENDING-BILLING-FILE.
       COPY "PENDBILLREC.cpy".

       FD  TOLL-RESULT-FILE.
       COPY "TOLLRESREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-INQLOG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-TAG-FILE-STATUS        PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-PAYMENT-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RETURN-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-CNOTE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-CASE-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-DSTAT-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-PREPAID-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-MANDATE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-PENDING-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.

       01  WS-FILE-EOF               PIC X     VALUE 'N'.

       01  WS-OPERATOR-ID            PIC X(10).

      *    SIGN-ON - THE KEYED ID/PASSWORD MUST MATCH A LINE ON THE
      *    OPERATOR-FILE. THREE FAILURES END THE SESSION.
       01  WS-PASSWORD-ENTRY         PIC X(10).
       01  WS-SIGNON-OK              PIC X     VALUE 'N'.
       01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
       01  WS-OPERATOR-EOF           PIC X     VALUE 'N'.
       01  WS-MENU-CHOICE            PIC X     VALUE SPACE.

      *    ONE LINE PER LOOKUP: WHO, WHEN, WHAT KIND, WHICH KEY
       01  WS-LOG-TIMESTAMP          PIC X(21).
       01  WS-LOG-MASTER             PIC X(08) VALUE "OWNERINQ".
       01  WS-LOG-ACTION             PIC X(06).
       01  WS-LOG-KEY                PIC X(20).

      *    FIELDS KEYED BY THE OPERATOR
       01  WS-OWNER-ENTRY            PIC X(06).
       01  WS-PLATE-ENTRY            PIC X(10).
       01  WS-INVOICE-ENTRY          PIC X(08).
       01  WS-INVOICE-NUM            PIC 9(08).

      *    THE OWNER CURRENTLY ON SCREEN - DRILL-DOWN IS ONLY OFFERED
      *    FOR THAT OWNER'S OWN INVOICES
       01  WS-OWNER-ID               PIC X(06) VALUE SPACES.
       01  WS-OWNER-FOUND            PIC X     VALUE 'N'.

      *    A FLEET DEPOT IS INVOICED THROUGH ITS PARENT, SO ITS
      *    INVOICES AND CREDIT NOTES ARE THE PARENT'S. A PARENT'S
      *    PLATE LIST TAKES IN EVERY OWNER NAMING IT AS PARENT - THE
      *    LAST OWNER LOOKED UP IS REMEMBERED TO SAVE A READ PER PLATE
       01  WS-PARENT-ID              PIC X(06) VALUE SPACES.
       01  WS-BILL-OWNER-ID          PIC X(06) VALUE SPACES.
       01  WS-OWNER-MASTER-OPEN      PIC X     VALUE 'N'.
       01  WS-DEPOT-CHECK-ID         PIC X(06) VALUE SPACES.
       01  WS-DEPOT-CHECK-RESULT     PIC X     VALUE 'N'.
       01  WS-PLATE-NOTE             PIC X(14) VALUE SPACES.
       01  WS-DRILL-SHOW             PIC X     VALUE 'Y'.
       01  WS-KEPT-COUNT             PIC 9(03) VALUE 0.

       01  OWNER-PLATE-TABLE.
           05  OWNER-PLATE-ENTRY OCCURS 200 TIMES.
               10  OPT-PLATE         PIC X(10).
               10  OPT-VEHICLE-TYPE  PIC X(10).
               10  OPT-EXEMPT-FLAG   PIC X(01).
               10  OPT-OWNER-ID      PIC X(06).
       01  OWNER-PLATE-COUNT         PIC 9(03) VALUE 0.
       01  PIDX                      PIC 9(03).
       01  WS-PLATE-ENTRY-FOUND      PIC X     VALUE 'N'.

       01  OWNER-INVOICE-TABLE.
           05  OWNER-INVOICE-ENTRY OCCURS 500 TIMES.
               10  OIT-INVOICE-NO    PIC 9(08).
               10  OIT-PERIOD        PIC X(06).
               10  OIT-DUNNING-STAGE PIC X(01).
       01  OWNER-INVOICE-COUNT       PIC 9(03) VALUE 0.
       01  IIDX                      PIC 9(03).
       01  WS-INVOICE-ENTRY-FOUND    PIC 9(03) VALUE 0.

       01  WS-LINE-COUNT             PIC 9(05) VALUE 0.
       01  WS-CREDIT-BALANCE         PIC S9(08) VALUE 0.
       01  WS-DRILL-TOTAL            PIC 9(07) VALUE 0.
       01  WS-DRILL-DATE             PIC X(08).
       01  WS-RESULT-EOF             PIC X     VALUE 'N'.

       01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.
       01  WS-PAID-EDIT              PIC ZZ,ZZZ,ZZ9.
       01  WS-BALANCE-EDIT           PIC -Z,ZZZ,ZZ9.
       01  WS-FEE-EDIT               PIC ZZ9.
       01  WS-COUNT-EDIT             PIC ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.

           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               STOP RUN
           END-IF

           OPEN EXTEND INQUIRY-LOG-FILE

           PERFORM UNTIL WS-MENU-CHOICE = 'X'
               DISPLAY " "
               DISPLAY "OWNER ACCOUNT INQUIRY - OPERATOR "
                   WS-OPERATOR-ID
               DISPLAY "  O = LOOK UP BY OWNER ID"
               DISPLAY "  P = LOOK UP BY PLATE"
               IF WS-OWNER-FOUND = 'Y'
                   DISPLAY "  D = DRILL DOWN AN INVOICE OF OWNER "
                       WS-OWNER-ID
               END-IF
               DISPLAY "  X = EXIT"
               DISPLAY "CHOOSE ACTION: "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                 TO WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 'O'
                   PERFORM LOOKUP-BY-OWNER
               END-IF
               IF WS-MENU-CHOICE = 'P'
                   PERFORM LOOKUP-BY-PLATE
               END-IF
               IF WS-MENU-CHOICE = 'D' AND WS-OWNER-FOUND = 'Y'
                   PERFORM DRILL-DOWN-INVOICE
               END-IF
           END-PERFORM

           CLOSE INQUIRY-LOG-FILE

           STOP RUN.

      *    THE SESSION ONLY STARTS FOR AN ID/PASSWORD PAIR ON THE
      *    OPERATOR-FILE. NO OPERATOR FILE ON DISK MEANS NOBODY CAN
      *    SIGN ON.
       OPERATOR-SIGNON.

           MOVE 'N' TO WS-SIGNON-OK

           PERFORM UNTIL WS-SIGNON-OK = 'Y' OR WS-SIGNON-TRIES >= 3
               DISPLAY "ENTER OPERATOR ID: "
               ACCEPT   WS-OPERATOR-ID
               DISPLAY "ENTER PASSWORD: "
               ACCEPT   WS-PASSWORD-ENTRY
               PERFORM CHECK-OPERATOR-FILE
               IF WS-SIGNON-OK NOT = 'Y'
                   ADD 1 TO WS-SIGNON-TRIES
                   DISPLAY "OPERATOR NOT RECOGNISED"
               END-IF
           END-PERFORM.

       CHECK-OPERATOR-FILE.

           MOVE 'N' TO WS-SIGNON-OK

           OPEN INPUT OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS NOT = "00"
               DISPLAY "NO OPERATOR FILE ON DISK - ASK THE SYSTEM "
                   "OWNER TO SET ONE UP"
               CLOSE OPERATOR-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-OPERATOR-EOF
           PERFORM UNTIL WS-OPERATOR-EOF = 'Y'
               READ OPERATOR-FILE
                   AT END
                       MOVE 'Y' TO WS-OPERATOR-EOF
                   NOT AT END
                       IF OPR-OPERATOR-ID = WS-OPERATOR-ID
                          AND OPR-PASSWORD = WS-PASSWORD-ENTRY
                           MOVE 'Y' TO WS-SIGNON-OK
                           MOVE 'Y' TO WS-OPERATOR-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-FILE.

       LOOKUP-BY-OWNER.

           DISPLAY "ENTER OWNER ID: "
           ACCEPT WS-OWNER-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-OWNER-ENTRY) TO WS-OWNER-ENTRY

           MOVE "OWNER"        TO WS-LOG-ACTION
           MOVE WS-OWNER-ENTRY TO WS-LOG-KEY
           PERFORM WRITE-INQUIRY-LOG

           MOVE WS-OWNER-ENTRY TO WS-OWNER-ID
           PERFORM SHOW-OWNER-ACCOUNT.

      *    A PLATE ON THE REGISTRY LEADS TO ITS OWNER'S WHOLE
      *    ACCOUNT. A PLATE NOT YET REGISTERED HAS NO OWNER TO SHOW,
      *    BUT ITS CHARGES MAY BE HELD WAITING FOR ONE.
       LOOKUP-BY-PLATE.

           DISPLAY "ENTER PLATE: "
           ACCEPT WS-PLATE-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-PLATE-ENTRY) TO WS-PLATE-ENTRY

           MOVE "PLATE"        TO WS-LOG-ACTION
           MOVE WS-PLATE-ENTRY TO WS-LOG-KEY
           PERFORM WRITE-INQUIRY-LOG

           OPEN INPUT VEHICLE-REGISTRY-FILE
           MOVE WS-PLATE-ENTRY TO VREG-PLATE
           READ VEHICLE-REGISTRY-FILE
               INVALID KEY
                   MOVE SPACES TO VREG-OWNER-ID
           END-READ
           CLOSE VEHICLE-REGISTRY-FILE

           IF VREG-OWNER-ID = SPACES
               DISPLAY "PLATE " WS-PLATE-ENTRY
                   " IS NOT LINKED TO AN OWNER ON THE REGISTRY"
               MOVE 'N' TO WS-OWNER-FOUND
               MOVE 1 TO OWNER-PLATE-COUNT
               MOVE WS-PLATE-ENTRY TO OPT-PLATE(1)
               PERFORM SHOW-PENDING-CHARGES
               EXIT PARAGRAPH
           END-IF

           DISPLAY "PLATE " WS-PLATE-ENTRY " BELONGS TO OWNER "
               VREG-OWNER-ID
           MOVE VREG-OWNER-ID TO WS-OWNER-ID
           PERFORM SHOW-OWNER-ACCOUNT.

       SHOW-OWNER-ACCOUNT.

           MOVE 'N' TO WS-OWNER-FOUND

           OPEN INPUT OWNER-MASTER-FILE
           MOVE WS-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "OWNER " WS-OWNER-ID " NOT ON FILE"
                   CLOSE OWNER-MASTER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE OWNER-MASTER-FILE
           MOVE 'Y' TO WS-OWNER-FOUND
           MOVE OWN-PARENT-ID TO WS-PARENT-ID
           IF WS-PARENT-ID = SPACES
               MOVE WS-OWNER-ID   TO WS-BILL-OWNER-ID
           ELSE
               MOVE WS-PARENT-ID  TO WS-BILL-OWNER-ID
           END-IF

           DISPLAY " "
           DISPLAY "================================================="
               "============================="
           DISPLAY "OWNER   " OWN-OWNER-ID "  " OWN-NAME
           DISPLAY "ADDRESS " OWN-ADDRESS
           IF OWN-PARENT-ID NOT = SPACES
               DISPLAY "FLEET DEPOT - INVOICED, PAID AND DUNNED ON "
                   "PARENT ACCOUNT " OWN-PARENT-ID
           END-IF
           DISPLAY "================================================="
               "============================="

           PERFORM SHOW-PLATES
           PERFORM SHOW-TAGS
           PERFORM LOAD-OWNER-INVOICES
           IF WS-PARENT-ID NOT = SPACES
               PERFORM KEEP-DEPOT-INVOICES
           END-IF
           PERFORM LOAD-DUNNING-STAGES
           PERFORM SHOW-INVOICES
           PERFORM SHOW-PAYMENTS
           PERFORM SHOW-CREDIT-NOTES
           PERFORM SHOW-OPEN-DISPUTES
           PERFORM SHOW-PREPAID-BALANCE
           PERFORM SHOW-MANDATE
           PERFORM SHOW-CREDIT-BALANCE
           PERFORM SHOW-PENDING-CHARGES.

      *    THE REGISTRY IS KEYED BY PLATE, SO THE OWNER'S PLATES
      *    COME FROM ONE PASS END TO END. THEY ARE KEPT FOR THE TAG,
      *    DISPUTE, PENDING-CHARGE AND DRILL-DOWN SECTIONS. FOR A
      *    FLEET PARENT THE PLATES OF ITS DEPOTS COME ALONG, SINCE
      *    THEIR CHARGES ARE ON THE PARENT'S INVOICES.
       SHOW-PLATES.

           MOVE 0      TO OWNER-PLATE-COUNT
           MOVE SPACES TO WS-DEPOT-CHECK-ID
           MOVE 'N'    TO WS-OWNER-MASTER-OPEN
           DISPLAY " "
           DISPLAY "PLATES"

           OPEN INPUT VEHICLE-REGISTRY-FILE
           IF WS-VEHREG-FILE-STATUS NOT = "00"
               DISPLAY "  NO VEHICLE REGISTRY ON DISK"
               CLOSE VEHICLE-REGISTRY-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FILE-EOF
           READ VEHICLE-REGISTRY-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FILE-EOF
           END-READ

           IF WS-PARENT-ID = SPACES
               OPEN INPUT OWNER-MASTER-FILE
               IF WS-OWNER-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-OWNER-MASTER-OPEN
               END-IF
           END-IF

           PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF VREG-OWNER-ID = WS-OWNER-ID
                   PERFORM ADD-OWNER-PLATE
               ELSE
                   IF WS-OWNER-MASTER-OPEN = 'Y'
                      AND VREG-OWNER-ID NOT = SPACES
                       PERFORM CHECK-DEPOT-OWNER
                       IF WS-DEPOT-CHECK-RESULT = 'Y'
                           PERFORM ADD-OWNER-PLATE
                       END-IF
                   END-IF
               END-IF
               READ VEHICLE-REGISTRY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
           END-PERFORM

           CLOSE VEHICLE-REGISTRY-FILE
           IF WS-OWNER-MASTER-OPEN = 'Y'
               CLOSE OWNER-MASTER-FILE
           END-IF

           IF OWNER-PLATE-COUNT = 0
               DISPLAY "  NO PLATES REGISTERED TO THIS OWNER"
           END-IF.

       ADD-OWNER-PLATE.

           IF OWNER-PLATE-COUNT >= 200
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO OWNER-PLATE-COUNT
           MOVE VREG-PLATE        TO OPT-PLATE(OWNER-PLATE-COUNT)
           MOVE VREG-VEHICLE-TYPE TO OPT-VEHICLE-TYPE(OWNER-PLATE-COUNT)
           MOVE VREG-EXEMPT-FLAG  TO OPT-EXEMPT-FLAG(OWNER-PLATE-COUNT)
           MOVE VREG-OWNER-ID     TO OPT-OWNER-ID(OWNER-PLATE-COUNT)

           MOVE SPACES TO WS-PLATE-NOTE
           IF VREG-OWNER-ID NOT = WS-OWNER-ID
               STRING " DEPOT " VREG-OWNER-ID
                   DELIMITED BY SIZE INTO WS-PLATE-NOTE
           END-IF

           IF VREG-EXEMPT-FLAG = 'Y'
               DISPLAY "  " VREG-PLATE " " VREG-VEHICLE-TYPE
                   " EXEMPT " VREG-EXEMPT-FROM
                   " TO " VREG-EXEMPT-TO WS-PLATE-NOTE
           ELSE
               DISPLAY "  " VREG-PLATE " " VREG-VEHICLE-TYPE
                   WS-PLATE-NOTE
           END-IF.

      *    WS-DEPOT-CHECK-RESULT = 'Y' WHEN THE PLATE'S OWNER NAMES
      *    THE OWNER ON SCREEN AS ITS FLEET PARENT
       CHECK-DEPOT-OWNER.

           IF VREG-OWNER-ID = WS-DEPOT-CHECK-ID
               EXIT PARAGRAPH
           END-IF

           MOVE VREG-OWNER-ID TO WS-DEPOT-CHECK-ID
           MOVE 'N'           TO WS-DEPOT-CHECK-RESULT
           MOVE VREG-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF OWN-PARENT-ID = WS-OWNER-ID
               MOVE 'Y' TO WS-DEPOT-CHECK-RESULT
           END-IF.

      *    WS-PLATE-ENTRY-FOUND = 'Y' WHEN WS-PLATE-ENTRY IS ONE OF
      *    THE OWNER'S PLATES
       CHECK-OWNER-PLATE.

           MOVE 'N' TO WS-PLATE-ENTRY-FOUND
           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > OWNER-PLATE-COUNT
               IF OPT-PLATE(PIDX) = WS-PLATE-ENTRY
                   MOVE 'Y' TO WS-PLATE-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SHOW-TAGS.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "TRANSPONDER TAGS"

           OPEN INPUT TAG-FILE
           IF WS-TAG-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ TAG-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE TAG-PLATE TO WS-PLATE-ENTRY
                           PERFORM CHECK-OWNER-PLATE
                           IF WS-PLATE-ENTRY-FOUND = 'Y'
                               ADD 1 TO WS-LINE-COUNT
                               DISPLAY "  TAG " TAG-ID
                                   " ON " TAG-PLATE
                                   " FROM " TAG-EFF-FROM
                                   " TO " TAG-EFF-TO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE TAG-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

      *    THE OWNER'S INVOICES ARE KEPT SO RECEIPTS, DUNNING STAGES
      *    AND THE DRILL-DOWN CAN BE MATCHED TO THEM BY NUMBER
       LOAD-OWNER-INVOICES.

           MOVE 0 TO OWNER-INVOICE-COUNT

           OPEN INPUT INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               CLOSE INVOICE-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-FILE-EOF
           READ INVOICE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-FILE-EOF
           END-READ

           PERFORM UNTIL WS-FILE-EOF = 'Y'
               IF INV-OWNER-ID = WS-BILL-OWNER-ID
                  AND OWNER-INVOICE-COUNT < 500
                   ADD 1 TO OWNER-INVOICE-COUNT
                   MOVE INV-INVOICE-NO
                     TO OIT-INVOICE-NO(OWNER-INVOICE-COUNT)
                   MOVE INV-PERIOD
                     TO OIT-PERIOD(OWNER-INVOICE-COUNT)
                   MOVE SPACE
                     TO OIT-DUNNING-STAGE(OWNER-INVOICE-COUNT)
               END-IF
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-FILE-EOF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE.

      *    A DEPOT HAS NO INVOICES OF ITS OWN. OF THE PARENT'S, ONLY
      *    THOSE WITH A BILLED ROW ON ONE OF THE DEPOT'S PLATES IN
      *    THE INVOICE PERIOD ARE KEPT - FOUND THE SAME WAY AS THE
      *    DRILL-DOWN, WHICH THEN SHOWS THE DEPOT'S ROWS ONLY
       KEEP-DEPOT-INVOICES.

           OPEN INPUT TOLL-RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               CLOSE TOLL-RESULT-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-DRILL-SHOW
           MOVE 0   TO WS-KEPT-COUNT
           PERFORM VARYING IIDX FROM 1 BY 1
                   UNTIL IIDX > OWNER-INVOICE-COUNT
               MOVE 0 TO WS-LINE-COUNT
               STRING OIT-PERIOD(IIDX) "01"
                   DELIMITED BY SIZE INTO WS-DRILL-DATE
               PERFORM VARYING PIDX FROM 1 BY 1
                       UNTIL PIDX > OWNER-PLATE-COUNT
                   PERFORM DRILL-DOWN-ONE-PLATE
               END-PERFORM
               IF WS-LINE-COUNT > 0
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE OWNER-INVOICE-ENTRY(IIDX)
                     TO OWNER-INVOICE-ENTRY(WS-KEPT-COUNT)
               END-IF
           END-PERFORM
           MOVE WS-KEPT-COUNT TO OWNER-INVOICE-COUNT
           MOVE 'Y' TO WS-DRILL-SHOW

           CLOSE TOLL-RESULT-FILE.

       LOAD-DUNNING-STAGES.

           OPEN INPUT DUNNING-STATUS-FILE
           IF WS-DSTAT-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ DUNNING-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE DSTA-INVOICE-NO TO WS-INVOICE-NUM
                           PERFORM FIND-OWNER-INVOICE
                           IF WS-INVOICE-ENTRY-FOUND > 0
                               MOVE DSTA-STAGE
                                 TO OIT-DUNNING-STAGE
                                    (WS-INVOICE-ENTRY-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DUNNING-STATUS-FILE.

      *    WS-INVOICE-ENTRY-FOUND ON THE OWNER-INVOICE-TABLE ROW FOR
      *    WS-INVOICE-NUM, ZERO WHEN IT IS NOT ONE OF THE OWNER'S
       FIND-OWNER-INVOICE.

           MOVE 0 TO WS-INVOICE-ENTRY-FOUND
           PERFORM VARYING IIDX FROM 1 BY 1
                   UNTIL IIDX > OWNER-INVOICE-COUNT
               IF OIT-INVOICE-NO(IIDX) = WS-INVOICE-NUM
                   MOVE IIDX TO WS-INVOICE-ENTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    DUNNING STAGE: BLANK = NEVER DUNNED, 1 = FIRST REMINDER,
      *    2 = SECOND REMINDER WITH LATE FEE, 3 = WITH COLLECTIONS
       SHOW-INVOICES.

           DISPLAY " "
           DISPLAY "INVOICES  (INVOICE  PERIOD ISSUED   DUE      "
               "    AMOUNT       PAID ST DUN)"
           IF WS-PARENT-ID NOT = SPACES
               DISPLAY "  ON PARENT ACCOUNT " WS-PARENT-ID
                   " - THOSE CARRYING THIS DEPOT'S PLATES"
           END-IF

           IF OWNER-INVOICE-COUNT = 0
               DISPLAY "  NONE"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT INVOICE-FILE
           PERFORM VARYING IIDX FROM 1 BY 1
                   UNTIL IIDX > OWNER-INVOICE-COUNT
               MOVE OIT-INVOICE-NO(IIDX) TO INV-INVOICE-NO
               READ INVOICE-FILE
                   NOT INVALID KEY
                       MOVE INV-AMOUNT      TO WS-AMOUNT-EDIT
                       MOVE INV-PAID-AMOUNT TO WS-PAID-EDIT
                       DISPLAY "  " INV-INVOICE-NO " " INV-PERIOD
                           " " INV-INVOICE-DATE " " INV-DUE-DATE
                           " " WS-AMOUNT-EDIT " " WS-PAID-EDIT
                           " " INV-STATUS "  "
                           OIT-DUNNING-STAGE(IIDX)
               END-READ
           END-PERFORM
           CLOSE INVOICE-FILE.

      *    RECEIPTS KEYED FROM THE BANK AND DEBITS THE BANK SETTLED,
      *    WHEREVER THEY QUOTE ONE OF THE OWNER'S INVOICES
       SHOW-PAYMENTS.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "PAYMENTS"

           OPEN INPUT PAYMENT-FILE
           IF WS-PAYMENT-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PAYMENT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE PAYMT-INVOICE-NO TO WS-INVOICE-NUM
                           PERFORM FIND-OWNER-INVOICE
                           IF WS-INVOICE-ENTRY-FOUND > 0
                               ADD 1 TO WS-LINE-COUNT
                               MOVE PAYMT-AMOUNT TO WS-AMOUNT-EDIT
                               DISPLAY "  RECEIPT " PAYMT-DATE
                                   " INVOICE " PAYMT-INVOICE-NO
                                   " " WS-AMOUNT-EDIT
                                   " REF " PAYMT-BANK-REF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PAYMENT-FILE

           OPEN INPUT DD-RETURN-FILE
           IF WS-RETURN-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ DD-RETURN-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE DDR-INVOICE-NO TO WS-INVOICE-NUM
                           PERFORM FIND-OWNER-INVOICE
                           IF WS-INVOICE-ENTRY-FOUND > 0
                               PERFORM SHOW-ONE-DD-RETURN
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DD-RETURN-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       SHOW-ONE-DD-RETURN.

           ADD 1 TO WS-LINE-COUNT
           MOVE DDR-AMOUNT TO WS-AMOUNT-EDIT
           IF DDR-STATUS = 'S'
               DISPLAY "  DIRECT DEBIT " DDR-DATE
                   " INVOICE " DDR-INVOICE-NO
                   " " WS-AMOUNT-EDIT " REF " DDR-BANK-REF
           ELSE
               DISPLAY "  DIRECT DEBIT " DDR-DATE
                   " INVOICE " DDR-INVOICE-NO
                   " " WS-AMOUNT-EDIT " REJECTED BY BANK"
           END-IF.

       SHOW-CREDIT-NOTES.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "CREDIT NOTES AND SUPPLEMENTARY DEBITS"

           OPEN INPUT CREDIT-NOTE-FILE
           IF WS-CNOTE-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ CREDIT-NOTE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF CNOTE-OWNER-ID = WS-BILL-OWNER-ID
                               PERFORM SHOW-ONE-CREDIT-NOTE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE CREDIT-NOTE-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

      *    A DEPOT SEES ONLY THE PARENT'S NOTES ON ITS OWN PLATES
       SHOW-ONE-CREDIT-NOTE.

           IF WS-PARENT-ID NOT = SPACES
               MOVE CNOTE-VEHICLE-ID TO WS-PLATE-ENTRY
               PERFORM CHECK-OWNER-PLATE
               IF WS-PLATE-ENTRY-FOUND NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-LINE-COUNT
           MOVE CNOTE-AMOUNT TO WS-AMOUNT-EDIT
           DISPLAY "  NOTE " CNOTE-NOTE-NO
               " TYPE " CNOTE-TYPE
               " ISSUED " CNOTE-ISSUE-DATE
               " INVOICE " CNOTE-INVOICE-NO
               " " WS-AMOUNT-EDIT
           DISPLAY "       " CNOTE-VEHICLE-ID
               " " CNOTE-DATE
               " ZONE " CNOTE-ZONE-CODE
               " SOURCE " CNOTE-SOURCE.

      *    OPEN AND AWAITING-EVIDENCE CASES ON ANY OF THE OWNER'S
      *    PLATES - DECIDED CASES ALREADY SHOW AS CREDIT NOTES
       SHOW-OPEN-DISPUTES.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "OPEN DISPUTE CASES"

           OPEN INPUT DISPUTE-CASE-FILE
           IF WS-CASE-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ DISPUTE-CASE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF DCAS-STATUS = 'O' OR DCAS-STATUS = 'A'
                               MOVE DCAS-VEHICLE-ID TO WS-PLATE-ENTRY
                               PERFORM CHECK-OWNER-PLATE
                               IF WS-PLATE-ENTRY-FOUND = 'Y'
                                   ADD 1 TO WS-LINE-COUNT
                                   MOVE DCAS-FEE TO WS-FEE-EDIT
                                   DISPLAY "  CASE " DCAS-CASE-NO
                                       " " DCAS-VEHICLE-ID
                                       " " DCAS-DATE
                                       " ZONE " DCAS-ZONE-CODE
                                       " FEE " WS-FEE-EDIT
                                       " STATUS " DCAS-STATUS
                                       " OPENED " DCAS-OPEN-DATE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE DISPUTE-CASE-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

       SHOW-PREPAID-BALANCE.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "PREPAID ACCOUNT"

           OPEN INPUT PREPAID-BALANCE-FILE
           IF WS-PREPAID-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PREPAID-BALANCE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF PPAY-OWNER-ID = WS-OWNER-ID
                               ADD 1 TO WS-LINE-COUNT
                               MOVE PPAY-BALANCE    TO WS-AMOUNT-EDIT
                               MOVE PPAY-WARN-LEVEL TO WS-PAID-EDIT
                               DISPLAY "  BALANCE " WS-AMOUNT-EDIT
                                   "  WARN LEVEL " WS-PAID-EDIT
                                   "  WARNED " PPAY-WARNED-FLAG
                               MOVE 'Y' TO WS-FILE-EOF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PREPAID-BALANCE-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NOT A PREPAID OWNER"
           END-IF.

       SHOW-MANDATE.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "DIRECT DEBIT MANDATES"

           OPEN INPUT MANDATE-FILE
           IF WS-MANDATE-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ MANDATE-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF MAND-OWNER-ID = WS-OWNER-ID
                               ADD 1 TO WS-LINE-COUNT
                               DISPLAY "  ACCOUNT " MAND-BANK-ACCOUNT
                                   " REF " MAND-REFERENCE
                                   " FROM " MAND-ACTIVE-FROM
                                   " TO " MAND-ACTIVE-TO
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE MANDATE-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

      *    THE SUM OF THE OWNER'S CREDIT MOVEMENTS - THE SAME RULE
      *    THE INVOICE RUN USES WHEN IT CARRIES CREDIT FORWARD
       SHOW-CREDIT-BALANCE.

           MOVE 0 TO WS-CREDIT-BALANCE

           OPEN INPUT OWNER-CREDIT-FILE
           IF WS-OCRD-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ OWNER-CREDIT-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           IF OCRD-OWNER-ID = WS-OWNER-ID
                               IF OCRD-TYPE = 'A' OR OCRD-TYPE = 'R'
                                   SUBTRACT OCRD-AMOUNT
                                       FROM WS-CREDIT-BALANCE
                               ELSE
                                   ADD OCRD-AMOUNT
                                       TO WS-CREDIT-BALANCE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE OWNER-CREDIT-FILE

           MOVE WS-CREDIT-BALANCE TO WS-BALANCE-EDIT
           DISPLAY " "
           DISPLAY "CUSTOMER CREDIT BALANCE " WS-BALANCE-EDIT.

      *    CHARGES HELD BECAUSE THE PLATE WAS NOT ON THE REGISTRY
      *    WHEN THEY WERE CALCULATED, STILL WAITING TO BE RELEASED
       SHOW-PENDING-CHARGES.

           MOVE 0 TO WS-LINE-COUNT
           DISPLAY " "
           DISPLAY "CHARGES HELD PENDING REGISTRATION"

           OPEN INPUT PENDING-BILLING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               MOVE 'N' TO WS-FILE-EOF
               PERFORM UNTIL WS-FILE-EOF = 'Y'
                   READ PENDING-BILLING-FILE
                       AT END
                           MOVE 'Y' TO WS-FILE-EOF
                       NOT AT END
                           MOVE PBIL-VEHICLE-ID TO WS-PLATE-ENTRY
                           PERFORM CHECK-OWNER-PLATE
                           IF WS-PLATE-ENTRY-FOUND = 'Y'
                               ADD 1 TO WS-LINE-COUNT
                               MOVE PBIL-TOTAL-FEE TO WS-FEE-EDIT
                               DISPLAY "  " PBIL-VEHICLE-ID
                                   " " PBIL-DATE
                                   " ZONE " PBIL-ZONE-CODE
                                   " " PBIL-VEHICLE-TYPE
                                   " FEE " WS-FEE-EDIT
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE PENDING-BILLING-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NONE"
           END-IF.

      *    AN INVOICE IS THE ROLL-UP OF ITS OWNER'S BILLED ROWS FOR
      *    ITS PERIOD, SO THE ROWS BEHIND IT ARE FOUND BY A KEYED
      *    START AT EACH OF THE OWNER'S PLATES ON THE FIRST OF THE
      *    MONTH, READING FORWARD UNTIL THE KEY LEAVES THE PERIOD
       DRILL-DOWN-INVOICE.

           DISPLAY "ENTER INVOICE NUMBER (8 DIGITS): "
           ACCEPT WS-INVOICE-ENTRY
           IF WS-INVOICE-ENTRY IS NOT NUMERIC
               DISPLAY "INVALID INVOICE NUMBER"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INVOICE-ENTRY TO WS-INVOICE-NUM

           PERFORM FIND-OWNER-INVOICE
           IF WS-INVOICE-ENTRY-FOUND = 0
               DISPLAY "INVOICE " WS-INVOICE-NUM
                   " IS NOT ONE OF OWNER " WS-OWNER-ID "'S INVOICES"
               EXIT PARAGRAPH
           END-IF

           MOVE "DRILL"        TO WS-LOG-ACTION
           MOVE SPACES         TO WS-LOG-KEY
           STRING WS-OWNER-ID " " WS-INVOICE-NUM
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-INQUIRY-LOG

           MOVE 0 TO WS-LINE-COUNT
           MOVE 0 TO WS-DRILL-TOTAL
           DISPLAY " "
           DISPLAY "TOLL RESULTS BEHIND INVOICE " WS-INVOICE-NUM
               " PERIOD " OIT-PERIOD(WS-INVOICE-ENTRY-FOUND)
           IF WS-PARENT-ID NOT = SPACES
               DISPLAY "  THIS DEPOT'S PLATES ONLY - THE INVOICE IS "
                   "ON PARENT ACCOUNT " WS-PARENT-ID
           END-IF
           DISPLAY "  PLATE      DATE     ZONE TYPE       FEE BILLED"
               " DISPUTE"

           OPEN INPUT TOLL-RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "  NO TOLL RESULT FILE ON DISK"
               CLOSE TOLL-RESULT-FILE
               EXIT PARAGRAPH
           END-IF

           STRING OIT-PERIOD(WS-INVOICE-ENTRY-FOUND) "01"
               DELIMITED BY SIZE INTO WS-DRILL-DATE
           PERFORM VARYING PIDX FROM 1 BY 1
                   UNTIL PIDX > OWNER-PLATE-COUNT
               PERFORM DRILL-DOWN-ONE-PLATE
           END-PERFORM

           CLOSE TOLL-RESULT-FILE

           IF WS-LINE-COUNT = 0
               DISPLAY "  NO BILLED ROWS FOUND FOR THIS PERIOD"
           ELSE
               MOVE WS-LINE-COUNT  TO WS-COUNT-EDIT
               MOVE WS-DRILL-TOTAL TO WS-AMOUNT-EDIT
               DISPLAY "  ROWS " WS-COUNT-EDIT
                   "   BILLED TOTAL " WS-AMOUNT-EDIT " SEK"
           END-IF.

      *    ONLY ROWS BILLED ARE ON THE INVOICE - A ROW STILL UNBILLED
      *    FOR A PAST PERIOD ARRIVED AFTER THE RUN (A LATE RELEASE OR
      *    A REPROCESSED DAY) AND GOES THROUGH THE ADJUSTMENT RUN
       DRILL-DOWN-ONE-PLATE.

           MOVE 'N' TO WS-RESULT-EOF
           MOVE OPT-PLATE(PIDX) TO TRES-VEHICLE-ID
           MOVE WS-DRILL-DATE   TO TRES-DATE
           MOVE SPACES          TO TRES-ZONE-CODE
           START TOLL-RESULT-FILE KEY >= TRES-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-RESULT-EOF
           END-START

           IF WS-RESULT-EOF = 'N'
               READ TOLL-RESULT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-RESULT-EOF
               END-READ
           END-IF

           PERFORM UNTIL WS-RESULT-EOF = 'Y'
               IF TRES-VEHICLE-ID NOT = OPT-PLATE(PIDX)
                  OR TRES-DATE(1:6) NOT = WS-DRILL-DATE(1:6)
                   MOVE 'Y' TO WS-RESULT-EOF
               ELSE
                   IF TRES-BILLED-FLAG = 'Y'
                       ADD 1 TO WS-LINE-COUNT
                       ADD TRES-TOTAL-FEE TO WS-DRILL-TOTAL
                   END-IF
                   IF WS-DRILL-SHOW = 'Y'
                       MOVE TRES-TOTAL-FEE TO WS-FEE-EDIT
                       DISPLAY "  " TRES-VEHICLE-ID " " TRES-DATE
                           " " TRES-ZONE-CODE " " TRES-VEHICLE-TYPE
                           " " WS-FEE-EDIT "   " TRES-BILLED-FLAG
                           "      " TRES-DISPUTE-FLAG
                   END-IF
                   READ TOLL-RESULT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO WS-RESULT-EOF
                   END-READ
               END-IF
           END-PERFORM.

      *    ONE LINE PER LOOKUP - TIMESTAMP, OPERATOR, ACTION AND KEY
       WRITE-INQUIRY-LOG.

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP

           MOVE SPACES TO INQUIRY-LOG-LINE
           STRING WS-LOG-TIMESTAMP " " WS-OPERATOR-ID " "
               WS-LOG-MASTER " " WS-LOG-ACTION " " WS-LOG-KEY
               DELIMITED BY SIZE INTO INQUIRY-LOG-LINE
           WRITE INQUIRY-LOG-LINE.
