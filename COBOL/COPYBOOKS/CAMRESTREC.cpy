      ******************************************************************
      *    CAMERA-RESTRICT-REC - ONE ANPR CAMERA THAT ONLY EVER SEES
      *    ONE CLASS OF VEHICLE (A HEAVY-GOODS LANE, A BUS GATE), WITH
      *    THE REGISTRY VEHICLE TYPE EXPECTED PAST IT. A REGISTERED
      *    PLATE OF ANY OTHER TYPE READ BY THE CAMERA IS ON THE
      *    WRONG VEHICLE. CAMERAS NOT ON THE FILE SEE ALL TRAFFIC.
      ******************************************************************
       01  CAMERA-RESTRICT-REC.
           05  CRST-CAMERA-ID          PIC X(06).
           05  CRST-ZONE-CODE          PIC X(04).
           05  CRST-VEHICLE-TYPE       PIC X(10).
           05  CRST-DESCRIPTION        PIC X(20).
