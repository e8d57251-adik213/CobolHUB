      *-----------------------
      * OPERATOR IDENTITY REQUEST AREA - PASSED TO OPER-ID AT THE
      * START OF EVERY PROGRAM THAT WRITES A JOURNAL, AUDIT OR
      * EXCEPTION ENTRY. THE CALLER SETS THE MODE AND ITS OWN PROGRAM
      * NAME. AN ONLINE RUN ('I') HAS THE OPERATOR KEY THEIR ID; A
      * BATCH RUN ('B') IS KNOWN BY ITS JOB NAME - THE STEP NAME
      * JOB-STREAM EXPORTS AS JOBNAME, OR THE PROGRAM NAME WHEN RUN BY
      * HAND. AN ID ALREADY IN OPR-ID (FROM AN OPERATOR= PARAMETER) IS
      * KEPT. OPR-UNKNOWN COMES BACK ONLY WHEN NO ID WAS KEYED, AND
      * THE CALLER THEN REFUSES TO RUN.
      *-----------------------
       01 OPERATOR-ID.
           05 OPR-MODE                 PIC X(1).
               88 OPR-INTERACTIVE          VALUE 'I'.
               88 OPR-BATCH                VALUE 'B'.
           05 OPR-PROGRAM              PIC X(16).
           05 OPR-ID                   PIC X(12).
           05 OPR-RESULT               PIC X(1).
               88 OPR-KNOWN                VALUE 'Y'.
               88 OPR-UNKNOWN              VALUE 'N'.
