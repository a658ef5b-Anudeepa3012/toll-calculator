       IDENTIFICATION DIVISION.
       PROGRAM-ID. ARRANGEMENT.
       AUTHOR.     ANUDEEPA ALAMPADATH.
      *****************************************************************
      * DATE        :  2026.10.15
      * DESCRIPTION :  INSTALMENT PAYMENT ARRANGEMENT SESSION
      *                CUSTOMER SERVICE USES THIS SESSION WHEN AN
      *                OWNER WHO CANNOT PAY AGREES TO CLEAR ONE OR
      *                MORE OPEN INVOICES IN DATED INSTALMENTS. THE
      *                ARRANGEMENT IS HELD ON THE ARRANGEMENT-FILE;
      *                WHILE IT IS KEPT THE DUNNING RUN LEAVES ITS
      *                INVOICES ALONE, EVERY RECEIPT POSTED AGAINST
      *                THEM IS MATCHED TO THE INSTALMENTS BY
      *                ARRANGEMATCH, AND DUNNING MARKS IT BROKEN WHEN
      *                AN INSTALMENT IS STILL OWING PAST THE GRACE
      *                PERIOD.
      *                THE SESSION STARTS WITH OPERATOR SIGN-ON
      *                AGAINST THE OPERATOR-FILE AND EVERY NEW
      *                ARRANGEMENT IS WRITTEN TO THE CHANGE-LOG-FILE:
      *              * N = NEW ARRANGEMENT - PICK THE OWNER'S OPEN
      *                INVOICES TO COVER (NONE ALREADY WITH THE
      *                COLLECTIONS AGENCY OR ON ANOTHER ACTIVE
      *                ARRANGEMENT), THE NUMBER OF MONTHLY
      *                INSTALMENTS AND THE FIRST DUE DATE. THE
      *                OUTSTANDING BALANCE IS SPLIT EVENLY, ANY
      *                REMAINDER ON THE LAST INSTALMENT.
      *              * L = LIST AN OWNER'S ARRANGEMENTS WITH EACH
      *                INSTALMENT AND WHAT HAS BEEN PAID AGAINST IT.
      *****************************************************************

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "COBOL/DATA/OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE
               ASSIGN TO "COBOL/DATA/CHANGELOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGELOG-FILE-STATUS.

           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "COBOL/DATA/INVOICES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-INVOICE-NO
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT OWNER-MASTER-FILE
               ASSIGN TO "COBOL/DATA/OWNERS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OWN-OWNER-ID
               FILE STATUS IS WS-OWNER-FILE-STATUS.

           SELECT OPTIONAL DUNNING-STATUS-FILE
               ASSIGN TO "COBOL/DATA/DUNNING-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUNSTAT-FILE-STATUS.

           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "COBOL/DATA/ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARRANGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      *    ONE LINE PER OPERATOR AUTHORISED TO RUN MAINTENANCE -
      *    MAINTAINED BY THE SYSTEM OWNER, NOT THROUGH THIS PROGRAM
       FD  OPERATOR-FILE.
       01  OPERATOR-REC.
           05  OPR-OPERATOR-ID       PIC X(10).
           05  OPR-PASSWORD          PIC X(10).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-LINE           PIC X(120).

       FD  INVOICE-FILE.
       COPY "INVOICEREC.cpy".

       FD  OWNER-MASTER-FILE.
       COPY "OWNERREC.cpy".

       FD  DUNNING-STATUS-FILE.
       COPY "DUNSTATREC.cpy".

       FD  ARRANGEMENT-FILE.
       COPY "ARRANGEREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-OPERATOR-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-CHANGELOG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-DUNSTAT-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-ARRANGE-FILE-STATUS    PIC X(2)  VALUE SPACES.

       01  WS-INVOICE-EOF            PIC X     VALUE 'N'.
       01  WS-DUNSTAT-EOF            PIC X     VALUE 'N'.
       01  WS-ARRANGE-EOF            PIC X     VALUE 'N'.

       01  WS-TODAY                  PIC X(08).
       01  WS-OPERATOR-ID            PIC X(10).

      *    SIGN-ON - THE KEYED ID/PASSWORD MUST MATCH A LINE ON THE
      *    OPERATOR-FILE. THREE FAILURES END THE SESSION.
       01  WS-PASSWORD-ENTRY         PIC X(10).
       01  WS-SIGNON-OK              PIC X     VALUE 'N'.
       01  WS-SIGNON-TRIES           PIC 9(01) VALUE 0.
       01  WS-OPERATOR-EOF           PIC X     VALUE 'N'.
       01  WS-MENU-CHOICE            PIC X     VALUE SPACE.
       01  WS-CONFIRM                PIC X     VALUE SPACE.

      *    ONE LINE PER CHANGE: WHO, WHEN, WHICH FILE, WHAT ACTION,
      *    WHICH KEY - THE SAME LAYOUT MASTER MAINTENANCE WRITES
       01  WS-LOG-TIMESTAMP          PIC X(21).
       01  WS-LOG-MASTER             PIC X(08).
       01  WS-LOG-ACTION             PIC X(06).
       01  WS-LOG-KEY                PIC X(20).

      *    THE DUNNING STAGE EACH INVOICE HAS REACHED, SO A NEW
      *    ARRANGEMENT CAN RECORD WHERE ITS INVOICES STOOD AND
      *    REFUSE ONE ALREADY WITH THE COLLECTIONS AGENCY
       01  DUNNING-STATUS-TABLE.
           05  DUNNING-STATUS-ENTRY OCCURS 2000 TIMES.
               10  DT-INVOICE-NO     PIC 9(08).
               10  DT-STAGE          PIC 9(01).
       01  DUNNING-STATUS-COUNT      PIC 9(04) VALUE 0.
       01  DIDX                      PIC 9(04).
       01  WS-DUNNING-STAGE          PIC 9(01).

      *    THE WHOLE ARRANGEMENT-FILE, HELD FOR THE SESSION AND
      *    REWRITTEN IN ONE PASS AT THE END WHEN ANYTHING WAS ADDED.
      *    A NEW ARRANGEMENT IS BUILT IN THE ENTRY AFTER THE LAST
      *    AND ONLY COUNTED WHEN THE OPERATOR CONFIRMS IT.
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
       01  WS-NEW-ENTRY              PIC 9(04) VALUE 0.
       01  WS-NEXT-ARRANGEMENT-NO    PIC 9(06) VALUE 1.
       01  WS-ARRANGE-CHANGED        PIC X     VALUE 'N'.
       01  WS-COVERING-NO            PIC 9(06) VALUE 0.

      *    FIELDS KEYED BY THE OPERATOR
       01  WS-OWNER-ENTRY            PIC X(06).
       01  WS-INVOICE-ENTRY          PIC X(08).
       01  WS-INVOICE-NUM            PIC 9(08).
       01  WS-COUNT-ENTRY            PIC X(02).
       01  WS-INSTALMENT-NUM         PIC 9(02).
       01  WS-DATE-ENTRY             PIC X(08).
       01  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY.
           05  WS-ENTRY-YEAR         PIC 9(04).
           05  WS-ENTRY-MONTH        PIC 9(02).
           05  WS-ENTRY-DAY          PIC 9(02).

      *    INSTALMENTS FALL ON THE SAME DAY OF EACH MONTH - THE DAY
      *    IS HELD TO 28 OR BELOW SO EVERY MONTH HAS IT
       01  WS-INST-DATE              PIC X(08).
       01  WS-INST-DATE-NUM REDEFINES WS-INST-DATE.
           05  WS-INST-YEAR          PIC 9(04).
           05  WS-INST-MONTH         PIC 9(02).
           05  WS-INST-DAY           PIC 9(02).

       01  WS-INVOICE-OK             PIC X     VALUE 'N'.
       01  WS-ENTRY-DONE             PIC X     VALUE 'N'.
       01  WS-INVOICE-BALANCE        PIC 9(07).
       01  WS-ARRANGE-TOTAL          PIC 9(07) VALUE 0.
       01  WS-INST-EVEN-AMOUNT       PIC 9(07).
       01  WS-INST-REMAINDER         PIC 9(07).
       01  WS-OPEN-COUNT             PIC 9(04) VALUE 0.
       01  WS-LISTED-COUNT           PIC 9(04) VALUE 0.
       01  WS-STATUS-TEXT            PIC X(08).

       01  WS-AMOUNT-EDIT            PIC ZZ,ZZZ,ZZ9.
       01  WS-PAID-EDIT              PIC ZZ,ZZZ,ZZ9.

      ******************************************************************
       PROCEDURE DIVISION.
      ******************************************************************

       MAIN-LOGIC.

           PERFORM OPERATOR-SIGNON
           IF WS-SIGNON-OK NOT = 'Y'
               DISPLAY "SIGN-ON FAILED - SESSION ENDED"
               STOP RUN
           END-IF

           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY

           OPEN EXTEND CHANGE-LOG-FILE

           PERFORM LOAD-DUNNING-STATUS
           PERFORM LOAD-ARRANGEMENTS

           PERFORM UNTIL WS-MENU-CHOICE = 'X'
               DISPLAY " "
               DISPLAY "INSTALMENT ARRANGEMENTS - OPERATOR "
                   WS-OPERATOR-ID
               DISPLAY "  N = NEW ARRANGEMENT"
               DISPLAY "  L = LIST AN OWNER'S ARRANGEMENTS"
               DISPLAY "  X = EXIT"
               DISPLAY "CHOOSE ACTION: "
               ACCEPT WS-MENU-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-MENU-CHOICE)
                 TO WS-MENU-CHOICE
               IF WS-MENU-CHOICE = 'N'
                   PERFORM NEW-ARRANGEMENT
               END-IF
               IF WS-MENU-CHOICE = 'L'
                   PERFORM LIST-ARRANGEMENTS
               END-IF
           END-PERFORM

           IF WS-ARRANGE-CHANGED = 'Y'
               PERFORM REWRITE-ARRANGEMENTS
           END-IF

           CLOSE CHANGE-LOG-FILE

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

       LOAD-DUNNING-STATUS.

           MOVE 0 TO DUNNING-STATUS-COUNT

           OPEN INPUT DUNNING-STATUS-FILE
           IF WS-DUNSTAT-FILE-STATUS = "00"
               MOVE 'N' TO WS-DUNSTAT-EOF
               PERFORM UNTIL WS-DUNSTAT-EOF = 'Y'
                   READ DUNNING-STATUS-FILE
                       AT END
                           MOVE 'Y' TO WS-DUNSTAT-EOF
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
           END-IF
           CLOSE DUNNING-STATUS-FILE.

      *    ARRANGEMENT ROWS ARE NEVER REMOVED, SO THE NEXT NUMBER IS
      *    SIMPLY ONE PAST THE HIGHEST ALREADY ON FILE
       LOAD-ARRANGEMENTS.

           MOVE 0 TO ARRANGEMENT-COUNT
           MOVE 1 TO WS-NEXT-ARRANGEMENT-NO

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
                                   "ABORTING"
                               STOP RUN
                           END-IF
                           ADD 1 TO ARRANGEMENT-COUNT
                           MOVE ARRANGEMENT-REC
                             TO ARRANGEMENT-ENTRY(ARRANGEMENT-COUNT)
                           IF ARR-ARRANGEMENT-NO >=
                              WS-NEXT-ARRANGEMENT-NO
                               COMPUTE WS-NEXT-ARRANGEMENT-NO =
                                   ARR-ARRANGEMENT-NO + 1
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           CLOSE ARRANGEMENT-FILE.

      *    A FLEET DEPOT'S INVOICES ARE RAISED ON ITS PARENT, SO THE
      *    ARRANGEMENT HAS TO BE MADE WITH THE PARENT ACCOUNT
       NEW-ARRANGEMENT.

           IF ARRANGEMENT-COUNT >= 500
               DISPLAY "ARRANGEMENT TABLE FULL - NO MORE ARRANGEMENTS "
                   "CAN BE SET UP"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER OWNER ID: "
           ACCEPT WS-OWNER-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-OWNER-ENTRY) TO WS-OWNER-ENTRY

           OPEN INPUT OWNER-MASTER-FILE
           MOVE WS-OWNER-ENTRY TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               INVALID KEY
                   DISPLAY "OWNER NOT ON FILE - " WS-OWNER-ENTRY
                   CLOSE OWNER-MASTER-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE OWNER-MASTER-FILE

           IF OWN-PARENT-ID NOT = SPACES
               DISPLAY "FLEET DEPOT - INVOICES ARE ON PARENT ACCOUNT "
                   OWN-PARENT-ID " - SET THE ARRANGEMENT UP THERE"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "OWNER " OWN-OWNER-ID " " OWN-NAME

           PERFORM LIST-OPEN-INVOICES
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO OPEN INVOICES - NOTHING TO ARRANGE"
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-NEW-ENTRY = ARRANGEMENT-COUNT + 1
           INITIALIZE ARRANGEMENT-ENTRY(WS-NEW-ENTRY)
           MOVE WS-OWNER-ENTRY TO AT-OWNER-ID(WS-NEW-ENTRY)
           MOVE 0 TO WS-ARRANGE-TOTAL

           OPEN INPUT INVOICE-FILE
           MOVE 'N' TO WS-ENTRY-DONE
           PERFORM UNTIL WS-ENTRY-DONE = 'Y'
               DISPLAY "ENTER INVOICE TO COVER (8 DIGITS, "
                   "BLANK WHEN DONE): "
               MOVE SPACES TO WS-INVOICE-ENTRY
               ACCEPT WS-INVOICE-ENTRY
               IF WS-INVOICE-ENTRY = SPACES
                   MOVE 'Y' TO WS-ENTRY-DONE
               ELSE
                   PERFORM ADD-COVERED-INVOICE
                   IF AT-INVOICE-COUNT(WS-NEW-ENTRY) >= 10
                       DISPLAY "TEN INVOICES IS THE MOST ONE "
                           "ARRANGEMENT CAN COVER"
                       MOVE 'Y' TO WS-ENTRY-DONE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE INVOICE-FILE

           IF AT-INVOICE-COUNT(WS-NEW-ENTRY) = 0
               DISPLAY "NO INVOICES CHOSEN - ARRANGEMENT ABANDONED"
               EXIT PARAGRAPH
           END-IF

           PERFORM ENTER-SCHEDULE
           IF AT-INSTALMENT-COUNT(WS-NEW-ENTRY) = 0
               DISPLAY "ARRANGEMENT ABANDONED"
               EXIT PARAGRAPH
           END-IF

           PERFORM SHOW-NEW-SCHEDULE
           DISPLAY "SET UP THIS ARRANGEMENT (Y/N): "
           ACCEPT WS-CONFIRM
           MOVE FUNCTION UPPER-CASE(WS-CONFIRM) TO WS-CONFIRM
           IF WS-CONFIRM NOT = 'Y'
               DISPLAY "ARRANGEMENT ABANDONED"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-NEXT-ARRANGEMENT-NO
             TO AT-ARRANGEMENT-NO(WS-NEW-ENTRY)
           MOVE 'A'            TO AT-STATUS(WS-NEW-ENTRY)
           MOVE WS-TODAY       TO AT-SET-UP-DATE(WS-NEW-ENTRY)
           MOVE WS-OPERATOR-ID TO AT-SET-UP-BY(WS-NEW-ENTRY)
           MOVE SPACES         TO AT-CLOSED-DATE(WS-NEW-ENTRY)
           ADD 1 TO ARRANGEMENT-COUNT
           ADD 1 TO WS-NEXT-ARRANGEMENT-NO
           MOVE 'Y' TO WS-ARRANGE-CHANGED

           MOVE "ARRANGE" TO WS-LOG-MASTER
           MOVE "CREATE"  TO WS-LOG-ACTION
           MOVE SPACES    TO WS-LOG-KEY
           STRING AT-ARRANGEMENT-NO(WS-NEW-ENTRY) " "
               AT-OWNER-ID(WS-NEW-ENTRY)
               DELIMITED BY SIZE INTO WS-LOG-KEY
           PERFORM WRITE-CHANGE-LOG

           DISPLAY "ARRANGEMENT " AT-ARRANGEMENT-NO(WS-NEW-ENTRY)
               " SET UP FOR OWNER " AT-OWNER-ID(WS-NEW-ENTRY).

      *    SHOW THE OPERATOR WHAT IS OPEN BEFORE THEY PICK - BALANCE,
      *    DUE DATE AND HOW FAR DUNNING HAS GOT WITH EACH
       LIST-OPEN-INVOICES.

           MOVE 0 TO WS-OPEN-COUNT

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
               IF INV-OWNER-ID = WS-OWNER-ENTRY
                  AND INV-STATUS = 'O'
                   ADD 1 TO WS-OPEN-COUNT
                   COMPUTE WS-INVOICE-BALANCE =
                       INV-AMOUNT - INV-PAID-AMOUNT
                   MOVE WS-INVOICE-BALANCE TO WS-AMOUNT-EDIT
                   PERFORM FIND-DUNNING-STAGE
                   PERFORM FIND-COVERING-ARRANGEMENT
                   IF WS-COVERING-NO NOT = 0
                       DISPLAY "  " INV-INVOICE-NO " PERIOD "
                           INV-PERIOD " DUE " INV-DUE-DATE
                           " OWING " WS-AMOUNT-EDIT
                           " ON ARRANGEMENT " WS-COVERING-NO
                   ELSE
                       DISPLAY "  " INV-INVOICE-NO " PERIOD "
                           INV-PERIOD " DUE " INV-DUE-DATE
                           " OWING " WS-AMOUNT-EDIT
                           " DUNNING STAGE " WS-DUNNING-STAGE
                   END-IF
               END-IF
               READ INVOICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO WS-INVOICE-EOF
               END-READ
           END-PERFORM

           CLOSE INVOICE-FILE.

      *    AN INVOICE GOES ON THE ARRANGEMENT ONLY IF IT IS THE
      *    OWNER'S, STILL OPEN, NOT ALREADY WITH THE COLLECTIONS
      *    AGENCY AND NOT ON ANOTHER ACTIVE ARRANGEMENT. THE STAGE IT
      *    HAD REACHED IS RECORDED WITH IT.
       ADD-COVERED-INVOICE.

           IF WS-INVOICE-ENTRY IS NOT NUMERIC
               DISPLAY "INVALID INVOICE NUMBER"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INVOICE-ENTRY TO WS-INVOICE-NUM

           PERFORM VARYING VIDX FROM 1 BY 1
                   UNTIL VIDX > AT-INVOICE-COUNT(WS-NEW-ENTRY)
               IF AT-INVOICE-NO(WS-NEW-ENTRY, VIDX) = WS-INVOICE-NUM
                   DISPLAY "INVOICE ALREADY ENTERED"
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM

           MOVE WS-INVOICE-NUM TO INV-INVOICE-NO
           READ INVOICE-FILE
               INVALID KEY
                   DISPLAY "INVOICE NOT ON FILE"
                   EXIT PARAGRAPH
           END-READ

           IF INV-OWNER-ID NOT = WS-OWNER-ENTRY
               DISPLAY "INVOICE BELONGS TO OWNER " INV-OWNER-ID
               EXIT PARAGRAPH
           END-IF
           IF INV-STATUS NOT = 'O'
               DISPLAY "INVOICE IS ALREADY PAID"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-DUNNING-STAGE
           IF WS-DUNNING-STAGE = 3
               DISPLAY "INVOICE ALREADY HANDED TO COLLECTIONS - "
                   "CANNOT BE ARRANGED"
               EXIT PARAGRAPH
           END-IF

           PERFORM FIND-COVERING-ARRANGEMENT
           IF WS-COVERING-NO NOT = 0
               DISPLAY "INVOICE ALREADY ON ACTIVE ARRANGEMENT "
                   WS-COVERING-NO
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-INVOICE-BALANCE = INV-AMOUNT - INV-PAID-AMOUNT
           ADD WS-INVOICE-BALANCE TO WS-ARRANGE-TOTAL

           ADD 1 TO AT-INVOICE-COUNT(WS-NEW-ENTRY)
           MOVE AT-INVOICE-COUNT(WS-NEW-ENTRY) TO VIDX
           MOVE INV-INVOICE-NO   TO AT-INVOICE-NO(WS-NEW-ENTRY, VIDX)
           MOVE WS-DUNNING-STAGE TO AT-PRIOR-STAGE(WS-NEW-ENTRY, VIDX)

           MOVE WS-INVOICE-BALANCE TO WS-AMOUNT-EDIT
           DISPLAY "  INVOICE " INV-INVOICE-NO " ADDED - OWING "
               WS-AMOUNT-EDIT.

      *    AN INVOICE WITH NO DUNNING-STATUS ROW HAS NOT BEEN DUNNED
       FIND-DUNNING-STAGE.

           MOVE 0 TO WS-DUNNING-STAGE

           PERFORM VARYING DIDX FROM 1 BY 1
                   UNTIL DIDX > DUNNING-STATUS-COUNT
               IF DT-INVOICE-NO(DIDX) = INV-INVOICE-NO
                   MOVE DT-STAGE(DIDX) TO WS-DUNNING-STAGE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *    LEAVES WS-COVERING-NO ON THE ACTIVE ARRANGEMENT ALREADY
      *    COVERING INV-INVOICE-NO, ZERO IF NONE
       FIND-COVERING-ARRANGEMENT.

           MOVE 0 TO WS-COVERING-NO

           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
                      OR WS-COVERING-NO NOT = 0
               IF AT-STATUS(AIDX) = 'A'
                   PERFORM VARYING VIDX FROM 1 BY 1
                           UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
                       IF AT-INVOICE-NO(AIDX, VIDX) = INV-INVOICE-NO
                           MOVE AT-ARRANGEMENT-NO(AIDX)
                             TO WS-COVERING-NO
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

      *    THE BALANCE OWING IS SPLIT EVENLY OVER THE INSTALMENTS,
      *    THE ODD KRONOR ON THE LAST ONE, ONE INSTALMENT A MONTH
      *    FROM THE FIRST DUE DATE. LEAVES THE INSTALMENT COUNT ZERO
      *    WHEN THE OPERATOR'S ENTRY WILL NOT DO.
       ENTER-SCHEDULE.

           MOVE WS-ARRANGE-TOTAL TO WS-AMOUNT-EDIT
           DISPLAY "TOTAL OWING ON THE ARRANGEMENT: " WS-AMOUNT-EDIT

           DISPLAY "ENTER NUMBER OF MONTHLY INSTALMENTS (01-12): "
           ACCEPT WS-COUNT-ENTRY
           IF WS-COUNT-ENTRY IS NOT NUMERIC
               DISPLAY "INVALID NUMBER OF INSTALMENTS"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COUNT-ENTRY TO WS-INSTALMENT-NUM
           IF WS-INSTALMENT-NUM < 1 OR WS-INSTALMENT-NUM > 12
               DISPLAY "BETWEEN 1 AND 12 INSTALMENTS"
               EXIT PARAGRAPH
           END-IF

           DISPLAY "ENTER FIRST DUE DATE (YYYYMMDD, DAY 01-28): "
           ACCEPT WS-DATE-ENTRY
           IF WS-DATE-ENTRY IS NOT NUMERIC
               DISPLAY "INVALID DATE"
               EXIT PARAGRAPH
           END-IF
           IF WS-ENTRY-MONTH < 1 OR WS-ENTRY-MONTH > 12
              OR WS-ENTRY-DAY < 1 OR WS-ENTRY-DAY > 28
               DISPLAY "INVALID DATE - MONTH 01-12, DAY 01-28"
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-ENTRY < WS-TODAY
               DISPLAY "FIRST INSTALMENT CANNOT FALL DUE BEFORE TODAY"
               EXIT PARAGRAPH
           END-IF

           DIVIDE WS-ARRANGE-TOTAL BY WS-INSTALMENT-NUM
               GIVING WS-INST-EVEN-AMOUNT
               REMAINDER WS-INST-REMAINDER

           MOVE WS-DATE-ENTRY TO WS-INST-DATE
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > WS-INSTALMENT-NUM
               MOVE WS-INST-DATE
                 TO AT-INST-DUE-DATE(WS-NEW-ENTRY, NIDX)
               MOVE WS-INST-EVEN-AMOUNT
                 TO AT-INST-AMOUNT(WS-NEW-ENTRY, NIDX)
               MOVE 0      TO AT-INST-PAID(WS-NEW-ENTRY, NIDX)
               MOVE SPACES TO AT-INST-PAID-DATE(WS-NEW-ENTRY, NIDX)
               ADD 1 TO WS-INST-MONTH
               IF WS-INST-MONTH > 12
                   MOVE 1 TO WS-INST-MONTH
                   ADD 1 TO WS-INST-YEAR
               END-IF
           END-PERFORM
           ADD WS-INST-REMAINDER
             TO AT-INST-AMOUNT(WS-NEW-ENTRY, WS-INSTALMENT-NUM)

           MOVE WS-INSTALMENT-NUM TO AT-INSTALMENT-COUNT(WS-NEW-ENTRY).

       SHOW-NEW-SCHEDULE.

           DISPLAY "INVOICES COVERED:"
           PERFORM VARYING VIDX FROM 1 BY 1
                   UNTIL VIDX > AT-INVOICE-COUNT(WS-NEW-ENTRY)
               DISPLAY "  " AT-INVOICE-NO(WS-NEW-ENTRY, VIDX)
                   " DUNNING STAGE "
                   AT-PRIOR-STAGE(WS-NEW-ENTRY, VIDX)
           END-PERFORM
           DISPLAY "INSTALMENTS:"
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(WS-NEW-ENTRY)
               MOVE AT-INST-AMOUNT(WS-NEW-ENTRY, NIDX)
                 TO WS-AMOUNT-EDIT
               DISPLAY "  " NIDX " DUE "
                   AT-INST-DUE-DATE(WS-NEW-ENTRY, NIDX)
                   " AMOUNT " WS-AMOUNT-EDIT
           END-PERFORM.

      *    READ-ONLY - EVERY ARRANGEMENT THE OWNER HAS EVER HAD, WITH
      *    EACH INSTALMENT AND WHAT HAS BEEN MATCHED TO IT
       LIST-ARRANGEMENTS.

           DISPLAY "ENTER OWNER ID: "
           ACCEPT WS-OWNER-ENTRY
           MOVE FUNCTION UPPER-CASE(WS-OWNER-ENTRY) TO WS-OWNER-ENTRY

           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
               IF AT-OWNER-ID(AIDX) = WS-OWNER-ENTRY
                   ADD 1 TO WS-LISTED-COUNT
                   PERFORM SHOW-ONE-ARRANGEMENT
               END-IF
           END-PERFORM

           IF WS-LISTED-COUNT = 0
               DISPLAY "NO ARRANGEMENTS FOR OWNER " WS-OWNER-ENTRY
           END-IF.

       SHOW-ONE-ARRANGEMENT.

           EVALUATE AT-STATUS(AIDX)
               WHEN 'A'   MOVE "ACTIVE"   TO WS-STATUS-TEXT
               WHEN 'K'   MOVE "KEPT"     TO WS-STATUS-TEXT
               WHEN 'B'   MOVE "BROKEN"   TO WS-STATUS-TEXT
               WHEN OTHER MOVE "UNKNOWN"  TO WS-STATUS-TEXT
           END-EVALUATE

           DISPLAY " "
           DISPLAY "ARRANGEMENT " AT-ARRANGEMENT-NO(AIDX) " "
               WS-STATUS-TEXT " SET UP " AT-SET-UP-DATE(AIDX)
               " BY " AT-SET-UP-BY(AIDX)
               " CLOSED " AT-CLOSED-DATE(AIDX)
           PERFORM VARYING VIDX FROM 1 BY 1
                   UNTIL VIDX > AT-INVOICE-COUNT(AIDX)
               DISPLAY "  INVOICE " AT-INVOICE-NO(AIDX, VIDX)
                   " DUNNING STAGE WHEN ARRANGED "
                   AT-PRIOR-STAGE(AIDX, VIDX)
           END-PERFORM
           PERFORM VARYING NIDX FROM 1 BY 1
                   UNTIL NIDX > AT-INSTALMENT-COUNT(AIDX)
               MOVE AT-INST-AMOUNT(AIDX, NIDX) TO WS-AMOUNT-EDIT
               MOVE AT-INST-PAID(AIDX, NIDX)   TO WS-PAID-EDIT
               DISPLAY "  " NIDX " DUE " AT-INST-DUE-DATE(AIDX, NIDX)
                   " AMOUNT " WS-AMOUNT-EDIT
                   " PAID " WS-PAID-EDIT " "
                   AT-INST-PAID-DATE(AIDX, NIDX)
           END-PERFORM.

       REWRITE-ARRANGEMENTS.

           OPEN OUTPUT ARRANGEMENT-FILE
           PERFORM VARYING AIDX FROM 1 BY 1
                   UNTIL AIDX > ARRANGEMENT-COUNT
               MOVE ARRANGEMENT-ENTRY(AIDX) TO ARRANGEMENT-REC
               WRITE ARRANGEMENT-REC
           END-PERFORM
           CLOSE ARRANGEMENT-FILE.

      *    ONE LINE PER CHANGE - TIMESTAMP, OPERATOR, FILE, ACTION
      *    AND KEY - SO WHO AGREED WHICH ARRANGEMENT AND WHEN IS ON
      *    FILE
       WRITE-CHANGE-LOG.

           MOVE FUNCTION CURRENT-DATE TO WS-LOG-TIMESTAMP

           MOVE SPACES TO CHANGE-LOG-LINE
           STRING WS-LOG-TIMESTAMP " " WS-OPERATOR-ID " "
               WS-LOG-MASTER " " WS-LOG-ACTION " " WS-LOG-KEY
               DELIMITED BY SIZE INTO CHANGE-LOG-LINE
           WRITE CHANGE-LOG-LINE.
