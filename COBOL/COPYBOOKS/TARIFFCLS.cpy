      ******************************************************************
      *    TARIFF-CLASS-REC - ONE VEHICLE-CLASS TARIFF FROM THE
      *    TARIFF-CLASS-FILE, KEYED BY ZONE AND VEHICLE TYPE. WHILE A
      *    CLASS IS IN FORCE ON PASSAGE-DATE THE ZONE'S BAND FEE FOR
      *    THAT VEHICLE TYPE IS EITHER SCALED BY THE MULTIPLIER
      *    (METHOD M, 1.50 HELD AS 150) OR REPLACED BY THE FIXED FEE
      *    (METHOD F), AND THE CLASS'S OWN MAXIMUM DAILY FEE REPLACES
      *    THE ZONE CAP (ZERO MEANS THE ZONE CAP STILL APPLIES).
      *    PASSAGES OUTSIDE EVERY CHARGING BAND STAY FREE UNDER
      *    EITHER METHOD. A TYPE WITH NO CLASS IN FORCE PAYS THE
      *    PLAIN BAND FEE. SPACES IN EFF-TO MEANS STILL IN FORCE.
      ******************************************************************
       01  TARIFF-CLASS-REC.
           05  TCLS-ZONE-CODE          PIC X(04).
           05  TCLS-VEHICLE-TYPE       PIC X(10).
           05  TCLS-METHOD             PIC X(01).
           05  TCLS-MULTIPLIER         PIC 9(01)V9(02).
           05  TCLS-FIXED-FEE          PIC 9(03).
           05  TCLS-MAX-DAILY-FEE      PIC 9(03).
           05  TCLS-EFF-FROM           PIC X(08).
           05  TCLS-EFF-TO             PIC X(08).
