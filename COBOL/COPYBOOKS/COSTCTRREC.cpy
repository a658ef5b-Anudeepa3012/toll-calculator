      ******************************************************************
      *    COST-CENTRE-REC - ONE PLATE ON THE COST-CENTRE-FILE, THE
      *    FLEET-SUPPLIED MASTER OF WHICH INTERNAL COST CENTRE EACH
      *    FLEET VEHICLE IS CHARGED TO. INVOICING SUBTOTALS A FLEET
      *    PARENT'S LINE DETAIL BY THIS CODE SO THE FLEET CAN
      *    RECHARGE ITS DEPOTS WITHOUT RE-KEYING THE INVOICE. A
      *    FLEET PLATE WITH NO ROW HERE IS LISTED UNDER AN
      *    UNASSIGNED COST CENTRE. THE OWNER ID IS THE FLEET PARENT
      *    THE CODE BELONGS TO - A ROW FILED BY ONE FLEET IS IGNORED
      *    WHEN THE PLATE IS BILLED TO ANOTHER.
      ******************************************************************
       01  COST-CENTRE-REC.
           05  CCTR-PLATE              PIC X(10).
           05  CCTR-OWNER-ID           PIC X(06).
           05  CCTR-COST-CENTRE        PIC X(08).
