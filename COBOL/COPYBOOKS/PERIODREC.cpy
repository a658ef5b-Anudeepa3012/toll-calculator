      ******************************************************************
      *    PERIOD-CONTROL-REC - ONE BILLING MONTH ON THE PERIOD-CONTROL
      *    FILE, RECORDING HOW FAR THE MONTH HAS BEEN CLOSED DOWN. THE
      *    PERIOD CLOSE SESSION MOVES A MONTH FROM OPEN TO BILLING-
      *    CLOSED ONCE EVERY CHARGE IN IT HAS BEEN INVOICED, AND FROM
      *    BILLING-CLOSED TO LOCKED ONCE ITS ADJUSTMENTS HAVE BEEN
      *    ISSUED, ITS DISPUTES DECIDED AND THE MONTH SETTLED WITH THE
      *    CITY OPERATORS SINCE THE BILLING CLOSE. THE SETTLEMENT RUN
      *    STAMPS THE SETTLED DATE. ONCE LOCKED, THE BATCH TOLL RUN,
      *    THE ADJUSTMENT RUN, REGISTRY RELEASES AND MASTER
      *    MAINTENANCE EFFECTIVE DATES ALL REFUSE DATES IN THE MONTH
      *    UNTIL A SUPERVISOR REOPENS IT.
      *    A MONTH WITH NO ROW ON FILE IS OPEN. ROWS ARE NEVER
      *    REMOVED - A REOPENED MONTH KEEPS ITS ROW AND ITS HISTORY.
      *    STATUS: O = OPEN,
      *            C = BILLING-CLOSED,
      *            L = LOCKED.
      ******************************************************************
       01  PERIOD-CONTROL-REC.
           05  PCTL-PERIOD             PIC X(06).
           05  PCTL-STATUS             PIC X(01).
           05  PCTL-CLOSED-DATE        PIC X(08).
           05  PCTL-CLOSED-BY          PIC X(10).
           05  PCTL-SETTLED-DATE       PIC X(08).
           05  PCTL-LOCKED-DATE        PIC X(08).
           05  PCTL-LOCKED-BY          PIC X(10).
           05  PCTL-REOPENED-DATE      PIC X(08).
           05  PCTL-REOPENED-BY        PIC X(10).
           05  PCTL-REOPEN-COUNT       PIC 9(02).
