      ******************************************************************
      *    PENDING-CHANGE-REC - ONE QUEUED CHANGE TO A MONEY-BEARING
      *    MASTER (ZONE RATE BANDS, ZONE CAPS, COMBINED CAPS, VEHICLE-
      *    CLASS TARIFFS) ON THE PENDING-CHANGE-FILE. THE FIRST
      *    OPERATOR'S ADD/UPDATE/DELETE LANDS HERE INSTEAD OF ON THE
      *    LIVE MASTER, AND A DIFFERENT OPERATOR MUST REVIEW AND
      *    APPLY IT BEFORE THE BATCH TOLL RUN EVER PRICES WITH IT.
      *    THE OLD-* FIELDS IDENTIFY THE LIVE ENTRY AN UPDATE OR
      *    DELETE IS AIMED AT, SO THE TARGET IS FOUND BY ITS OWN KEY
      *    EVEN IF THE TABLE HAS BEEN REORDERED SINCE THE CHANGE WAS
      *    QUEUED.
      *    MASTER: ZONERATE, ZONECAP, COMBCAP OR TARIFCLS.
      *    A TARIFCLS ROW CARRIES ITS KEY IN ZONE-CODE/VEHICLE-TYPE
      *    (THE TYPE IS NOT CHANGEABLE - A NEW TYPE IS A NEW CLASS),
      *    ITS FIXED FEE IN FEE, AND ITS METHOD, MULTIPLIER AND OWN
      *    DAILY CAP IN THE TRAILING FIELDS, WHICH ARE BLANK/ZERO ON
      *    EVERY OTHER MASTER'S ROWS.
      *    ACTION: ADD, UPDATE OR DELETE.
      ******************************************************************
       01  PENDING-CHANGE-REC.
           05  PCHG-OLD-END-HOUR       PIC 9(02).
           05  PCHG-OLD-END-MIN        PIC 9(02).
           05  PCHG-OLD-EFF-FROM       PIC X(08).
           05  PCHG-VEHICLE-TYPE       PIC X(10).
           05  PCHG-METHOD             PIC X(01).
           05  PCHG-MULTIPLIER         PIC 9(01)V9(02).
           05  PCHG-MAX-DAILY-FEE      PIC 9(03).
