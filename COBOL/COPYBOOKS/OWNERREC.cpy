      *    PLATE-TO-OWNER LINK IS VREG-OWNER-ID ON THE VEHICLE
      *    REGISTRY, SO INVOICING ROLLS ALL OF AN OWNER'S VEHICLES UP
      *    ONTO ONE INVOICE.
      *    A FLEET (A HAULAGE OR LEASING COMPANY RUNNING SEVERAL
      *    DEPOT ACCOUNTS) IS ONE PARENT OWNER WITH ITS DEPOTS AS
      *    CHILD OWNERS - OWN-PARENT-ID ON A DEPOT NAMES THE PARENT
      *    ACCOUNT, AND INVOICING ROLLS THE DEPOT'S CHARGES ONTO THE
      *    PARENT'S CONSOLIDATED INVOICE, SO PAYMENT, DIRECT DEBIT,
      *    DUNNING AND AGING ALL RUN AGAINST THE PARENT. ONE LEVEL
      *    ONLY - A PARENT'S OWN PARENT-ID IS IGNORED. SPACES MEANS
      *    THE ACCOUNT IS BILLED IN ITS OWN RIGHT.
      ******************************************************************
       01  OWNER-REC.
           05  OWN-OWNER-ID            PIC X(06).
           05  OWN-NAME                PIC X(30).
           05  OWN-ADDRESS             PIC X(30).
           05  OWN-PARENT-ID           PIC X(06).
