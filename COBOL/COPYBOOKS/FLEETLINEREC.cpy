      ******************************************************************
      *    FLEET-LINE-REC - ONE VEHICLE/DAY/ZONE CHARGE ROLLED ONTO A
      *    FLEET PARENT'S CONSOLIDATED INVOICE, WRITTEN BY THE
      *    INVOICING RUN AS IT MARKS THE RESULT ROW BILLED AND SORTED
      *    BY INVOICE / COST CENTRE / PLATE / DATE / ZONE TO PRINT THE
      *    INVOICE'S LINE DETAIL WITH COST-CENTRE SUBTOTALS.
      *    DEPOT IS THE CHILD OWNER THE PLATE IS REGISTERED TO (THE
      *    PARENT ITSELF FOR THE PARENT'S OWN PLATES).
      ******************************************************************
       01  FLEET-LINE-REC.
           05  FLIN-INVOICE-NO         PIC 9(08).
           05  FLIN-PARENT-ID          PIC X(06).
           05  FLIN-COST-CENTRE        PIC X(08).
           05  FLIN-PLATE              PIC X(10).
           05  FLIN-DATE               PIC X(08).
           05  FLIN-ZONE-CODE          PIC X(04).
           05  FLIN-DEPOT-ID           PIC X(06).
           05  FLIN-VEHICLE-TYPE       PIC X(10).
           05  FLIN-FEE                PIC 9(03).
