      ******************************************************************
      *    ZONE-TRAVEL-REC - THE SHORTEST TIME, IN MINUTES, A VEHICLE
      *    CAN POSSIBLY DRIVE BETWEEN TWO TOLL ZONES. ONE ROW SERVES
      *    BOTH DIRECTIONS. TWO READS OF THE SAME PLATE IN THE TWO
      *    ZONES CLOSER TOGETHER THAN THIS MEAN TWO VEHICLES ARE
      *    CARRYING THE PLATE. A ZONE PAIR NOT ON THE FILE IS NEVER
      *    JUDGED - THERE IS NO DISTANCE TO JUDGE IT BY.
      ******************************************************************
       01  ZONE-TRAVEL-REC.
           05  ZTRV-FROM-ZONE          PIC X(04).
           05  ZTRV-TO-ZONE            PIC X(04).
           05  ZTRV-MIN-MINUTES        PIC 9(04).
