      ******************************************************************
      *    GL-TOLL-REG-REC - WHAT THE GL EXTRACT HAS JOURNALLED FOR ONE
      *    TOLL RESULT ROW, KEYED THE SAME WAY AS THE RESULT STORE
      *    (PLATE, DATE, ZONE).
      *    STATE: U = JOURNALLED AS UNBILLED RECEIVABLE, STILL
      *               FOLLOWED FOR REPRICING AND REVERSAL
      *           P = JOURNALLED AS A PREPAID DRAW-DOWN, STILL
      *               FOLLOWED FOR REPRICING AND REVERSAL
      *           B = ROLLED ONTO AN INVOICE - ANY LATER CHANGE
      *               REACHES THE LEDGER AS A CREDIT NOTE OR
      *               SUPPLEMENTARY DEBIT, NOT FROM THE ROW ITSELF
      *    A FOLLOWED ROW WHOSE RESULT HAS BEEN WITHDRAWN IS REVERSED
      *    TO A FEE OF ZERO AND STAYS FOLLOWED, SO A CHARGE RELEASED
      *    LATER IS JOURNALLED AGAIN AS A REPRICING. THE RETENTION RUN
      *    DROPS THE ROW OF A RESULT IT ARCHIVES AND MOVES THE ROW OF
      *    A RESULT IT ANONYMISES TO THE TOKEN KEY AS STATE B.
      ******************************************************************
       01  GL-TOLL-REG-REC.
           05  GLTR-KEY                PIC X(22).
           05  GLTR-FEE                PIC 9(03).
           05  GLTR-STATE              PIC X(01).
           05  GLTR-POST-DATE          PIC X(08).
