      * DELETE, CARRYING THE BEFORE AND AFTER CLIENTREC IMAGES SO A
      * DAY'S MAINTENANCE CAN BE EXPLAINED OR REPLAYED AGAINST A
      * RESTORED MASTER. WRITTEN BY CLIENT-MAINT, CLIENT-BATCH,
      * CLIENT-PURGE, EXCP-REWORK, BRANCH-XFER AND CLIENT-DSR; READ BY
      * CLIENT-REPLAY, OPS-RECON AND OPER-RPT. EVERY ENTRY NAMES
      * WHO MADE IT - THE OPERATOR ID KEYED AT THE START OF AN ONLINE
      * PROGRAM, OR THE JOB NAME OF A BATCH RUN (SEE OPER-ID); ENTRIES
      * WRITTEN BEFORE THE FIELD EXISTED READ BACK AS SPACES.
      * OPS-RECON'S DAILY BALANCE COUNTS ADDS AND DELETES
      * OFF THIS JOURNAL, SO ANY NEW PROGRAM THAT ADDS TO OR DELETES
      * FROM CLIENTMST MUST JOURNAL HERE OR THE MASTER WILL SHOW
      * OUT-OF-BALANCE.
               88 JRNL-ADD                 VALUE 'A'.
               88 JRNL-CHANGE              VALUE 'C'.
               88 JRNL-DELETE              VALUE 'D'.
           05 JRNL-BEFORE-IMAGE        PIC X(98).
           05 JRNL-AFTER-IMAGE         PIC X(98).
           05 JRNL-OPERATOR            PIC X(12).
