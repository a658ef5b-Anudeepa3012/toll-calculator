      ******************************************************************
      *    RETENTION-REC - HOW LONG ONE FILE CARRYING PLATES AND
      *    PASSAGE DATES IS KEPT BEFORE THE RETENTION RUN DEALS WITH
      *    IT, AND WHAT IS DONE WITH ITS EXPIRED RECORDS. A RECORD
      *    EXPIRES WHEN ITS MONTH IS MORE THAN RETN-MONTHS WHOLE
      *    MONTHS BEFORE THE MONTH OF THE RUN. A FILE WITH NO ROW
      *    HERE IS NEVER TOUCHED.
      *    FILE ID: TOLLRESULTS, AUDIT, STATEMENTS, ANPRFEED,
      *             QUARANTINE, DISPUTEPACK.
      *    ACTION:  A = ARCHIVE - MOVED OFF THE LIVE FILE TO THE
      *                 RUN'S DATED ARCHIVE FILE,
      *             S = STATISTICS ONLY - KEPT ON THE LIVE FILE WITH
      *                 THE PLATE REPLACED BY AN IRREVERSIBLE TOKEN.
      *    STATEMENTS AND DISPUTE PACKS ARE CUSTOMER DOCUMENTS AND ARE
      *    ALWAYS ARCHIVED WHATEVER THE ACTION SAYS.
      ******************************************************************
       01  RETENTION-REC.
           05  RETN-FILE-ID            PIC X(12).
           05  RETN-MONTHS             PIC 9(03).
           05  RETN-ACTION             PIC X(01).
