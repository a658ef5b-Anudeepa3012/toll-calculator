      ******************************************************************
      *    SUSPECT-CLONE-REC - ONE PLATE/DAY ON THE SUSPECT-CLONE
      *    REGISTER, FLAGGED BY THE NIGHTLY DETECTION RUN BECAUSE THE
      *    PLATE'S READS THAT DAY CANNOT ALL BE ONE VEHICLE. WHILE A
      *    PLATE/DAY IS ON THE REGISTER THE BATCH TOLL RUN HOLDS ITS
      *    CHARGES ON THE CLONE-HOLD-FILE INSTEAD OF POSTING THEM TO
      *    TOLL-RESULT-FILE. ROWS ARE NEVER REMOVED - THE REGISTER IS
      *    THE INVESTIGATORS' RECORD OF WHAT WAS FLAGGED AND WHY.
      *    REASON: J = IMPOSSIBLE JOURNEY BETWEEN TWO ZONES,
      *            T = READ DOES NOT MATCH THE REGISTERED VEHICLE
      *                TYPE (RESTRICTED CAMERA OR DECLARED TYPE),
      *            B = BOTH.
      *    DETAIL CARRIES THE FIRST EVIDENCE FOUND, E.G. THE TWO
      *    READS AND THE MINIMUM TRAVEL TIME BETWEEN THEM.
      ******************************************************************
       01  SUSPECT-CLONE-REC.
           05  SCLN-PLATE              PIC X(10).
           05  SCLN-DATE               PIC X(08).
           05  SCLN-REASON             PIC X(01).
           05  SCLN-DETAIL             PIC X(50).
           05  SCLN-FLAGGED-DATE       PIC X(08).
