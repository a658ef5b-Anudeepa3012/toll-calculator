      *                FILE THE ADJUSTMENT RUN WRITES) AND THE TOLL
      *                RESULT IS MARKED DISPUTED-REVERSED SO THE
      *                RECONCILIATION REPORT STOPS COUNTING IT.
      *                A CREDIT ON AN INVOICE ALREADY PAID LEAVES THE
      *                OWNER IN CREDIT - THE EXCESS GOES TO THE
      *                OWNER-CREDIT-FILE TO BE CARRIED FORWARD OR
      *                REFUNDED. A FLEET DEPOT'S CHARGE IS CREDITED
      *                ON ITS PARENT'S CONSOLIDATED INVOICE.
      *                RUNS IN ONE OF THREE MODES:
      *              * O = OPEN A NEW CASE
      *              * U = UPDATE A CASE'S STATUS
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
               FILE STATUS IS WS-PREPAID-FILE-STATUS.

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

       FD  PREPAID-BALANCE-FILE.
       COPY "PREPAYREC.cpy".

       FD  OWNER-CREDIT-FILE.
       COPY "OWNCREDREC.cpy".

       WORKING-STORAGE SECTION.

       01  WS-RUN-MODE               PIC X VALUE 'O'.
       01  WS-DCTL-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-RESULT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-VEHREG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-OWNER-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-INVOICE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CNOTE-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-NCTL-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-AGING-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-PREPAID-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-OCRD-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-PREPAID-EOF            PIC X     VALUE 'N'.

      *    THE PREPAID LEDGER, HELD IN FULL FOR A REFUND PASS AND
       01  WS-CHARGE-BILLED          PIC X     VALUE 'N'.

       01  WS-OWNER-ID               PIC X(06).
       01  WS-BILL-OWNER-ID          PIC X(06).
       01  WS-FOUND-INVOICE-NO       PIC 9(08) VALUE 0.
       01  WS-CREDIT-AMOUNT          PIC 9(03).
       01  WS-OVERPAID-AMOUNT        PIC 9(07).

       01  WS-DAYS-OPEN              PIC S9(05).
       01  WS-OPEN-DATE              PIC X(08).

           CLOSE TOLL-RESULT-FILE.

      *    THE PLATE'S OWNER (WHOSE PREPAID LEDGER SETTLED THE
      *    CHARGE, IF ANY) AND THE ACCOUNT ITS CHARGES ARE INVOICED
      *    TO - THE SAME OWNER, OR ITS FLEET PARENT FOR A DEPOT
       RESOLVE-CASE-OWNER.

           MOVE SPACES TO WS-OWNER-ID
           MOVE SPACES TO WS-BILL-OWNER-ID

           OPEN INPUT VEHICLE-REGISTRY-FILE
           MOVE CT-VEHICLE-ID(WS-CASE-ENTRY) TO VREG-PLATE
               NOT INVALID KEY
                   MOVE VREG-OWNER-ID TO WS-OWNER-ID
           END-READ
           CLOSE VEHICLE-REGISTRY-FILE

           IF WS-OWNER-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-OWNER-ID TO WS-BILL-OWNER-ID
           OPEN INPUT OWNER-MASTER-FILE
           MOVE WS-OWNER-ID TO OWN-OWNER-ID
           READ OWNER-MASTER-FILE
               NOT INVALID KEY
                   IF OWN-PARENT-ID NOT = SPACES
                       MOVE OWN-PARENT-ID TO WS-BILL-OWNER-ID
                   END-IF
           END-READ
           CLOSE OWNER-MASTER-FILE.

      *    FIND THE OWNER'S INVOICE FOR THE CHARGE'S BILLING PERIOD -
      *    THE INVOICE THE CHARGE WAS ROLLED ONTO
           END-READ

           PERFORM UNTIL WS-INVOICE-EOF = 'Y'
               IF INV-OWNER-ID = WS-BILL-OWNER-ID
                  AND INV-PERIOD = CT-DATE(WS-CASE-ENTRY)(1:6)
                  AND WS-FOUND-INVOICE-NO = 0
                   MOVE INV-INVOICE-NO TO WS-FOUND-INVOICE-NO
           IF INV-PAID-AMOUNT >= INV-AMOUNT
               MOVE 'P' TO INV-STATUS
           END-IF
      *    CREDITING AN INVOICE THE OWNER HAS ALREADY PAID LEAVES
      *    THEM OVERPAID - THE EXCESS BECOMES OWNER CREDIT
           IF INV-PAID-AMOUNT > INV-AMOUNT
               COMPUTE WS-OVERPAID-AMOUNT =
                   INV-PAID-AMOUNT - INV-AMOUNT
               MOVE INV-AMOUNT TO INV-PAID-AMOUNT
               OPEN EXTEND OWNER-CREDIT-FILE
               MOVE INV-OWNER-ID       TO OCRD-OWNER-ID
               MOVE WS-TODAY           TO OCRD-DATE
               MOVE 'C'                TO OCRD-TYPE
               MOVE WS-OVERPAID-AMOUNT TO OCRD-AMOUNT
               MOVE INV-INVOICE-NO     TO OCRD-INVOICE-NO
               MOVE SPACES             TO OCRD-REFERENCE
               STRING "DC" CT-CASE-NO(WS-CASE-ENTRY)
                   DELIMITED BY SIZE INTO OCRD-REFERENCE
               WRITE OWNER-CREDIT-REC
               CLOSE OWNER-CREDIT-FILE
               DISPLAY "INVOICE ALREADY PAID - " WS-OVERPAID-AMOUNT
                   " SEK TO OWNER CREDIT BALANCE"
           END-IF
           REWRITE INVOICE-REC
           CLOSE INVOICE-FILE

           MOVE WS-NEXT-NOTE-NO       TO CNOTE-NOTE-NO
           MOVE 'C'                   TO CNOTE-TYPE
           MOVE WS-FOUND-INVOICE-NO   TO CNOTE-INVOICE-NO
           MOVE WS-BILL-OWNER-ID      TO CNOTE-OWNER-ID
           MOVE CT-VEHICLE-ID(WS-CASE-ENTRY) TO CNOTE-VEHICLE-ID
           MOVE CT-DATE(WS-CASE-ENTRY)       TO CNOTE-DATE
           MOVE CT-ZONE-CODE(WS-CASE-ENTRY)  TO CNOTE-ZONE-CODE
