      ******************************************************************
      *    CLONE-HOLD-REC - ONE VEHICLE/DAY/ZONE CHARGE HELD ON THE
      *    CLONE-HOLD-FILE BECAUSE ITS PLATE/DAY IS ON THE SUSPECT-
      *    CLONE REGISTER. THE BATCH TOLL RUN PRICES THE GROUP AS
      *    USUAL AND PARKS THE CHARGE HERE INSTEAD OF ON TOLL-RESULT-
      *    FILE, REFRESHING THE FEE IF THE DAY IS REPROCESSED. THE
      *    CLONE REVIEW SESSION DECIDES EACH HELD CHARGE: A RELEASE
      *    POSTS IT FOR BILLING, A VOID DROPS IT FOR GOOD AND WRITES
      *    THE REGISTERED OWNER'S LETTER.
      *    STATUS: H = HELD, R = RELEASED, V = VOIDED.
      ******************************************************************
       01  CLONE-HOLD-REC.
           05  CHLD-PLATE              PIC X(10).
           05  CHLD-DATE               PIC X(08).
           05  CHLD-ZONE-CODE          PIC X(04).
           05  CHLD-VEHICLE-TYPE       PIC X(10).
           05  CHLD-TOTAL-FEE          PIC 9(03).
           05  CHLD-STATUS             PIC X(01).
           05  CHLD-DECIDED-DATE       PIC X(08).
           05  CHLD-DECIDED-BY         PIC X(10).
