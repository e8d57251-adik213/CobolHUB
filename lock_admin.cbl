       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOCK-ADMIN.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLOG-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD OPERLOG-FILE.
             COPY OPERLOG.

       WORKING-STORAGE SECTION.
       01 WS-OLOG-STATUS PIC X(2).
       01 WS-DONE PIC A(1).
       01 WS-ACTION PIC A(1).
       01 WS-CONFIRM PIC A(1).
       01 WS-CDT-DATE PIC 9(8).
       01 WS-CDT-TIME.
           05 WS-CDT-HHMMSS PIC 9(6).
           05 WS-CDT-HSEC PIC 9(2).
       COPY MSTLOCK.
       COPY OPERID.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    SUPERVISOR TOOL FOR THE CLIENTMST INTERLOCK: SHOW WHO
      *    HOLDS THE MASTER, AND CLEAR A LOCK LEFT BEHIND BY A
      *    CRASHED RUN - NEVER ONE BELONGING TO A RUN STILL GOING.
      *    AN OVERRIDE IS LOGGED AGAINST THE SUPERVISOR WHO MADE IT,
      *    SO THE TOOL IS NOT OPENED UNTIL THEY HAVE SAID WHO THEY ARE.
            SET OPR-INTERACTIVE TO TRUE.
            MOVE "LOCK-ADMIN" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
            IF OPR-UNKNOWN
               DISPLAY "No operator ID given - run refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            SET WS-DONE TO 'N'.
            PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "(D)isplay lock holder, (O)verride lock, "
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
               IF WS-CONFIRM = 'Y' OR 'y'
                  PERFORM LOG-OVERRIDE
                  SET LOCK-OVERRIDE TO TRUE
                  MOVE "LOCK-ADMIN" TO LOCK-PROGRAM
                  MOVE OPR-ID TO LOCK-OPERATOR
                  CALL "MST-LOCK" USING LOCK-REQUEST
                  DISPLAY "Lock cleared."
               ELSE
                  DISPLAY "Override cancelled."
               END-IF
            END-IF.
      *-----------------------
       LOG-OVERRIDE.
      *    THE ENTRY NAMES THE RUN WHOSE LOCK WAS CLEARED, TAKEN FROM
      *    THE HOLDER JUST DISPLAYED, BEFORE THE LOCK GOES.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-DATE TO OLOG-DATE.
            MOVE WS-CDT-HHMMSS TO OLOG-TIME.
            MOVE OPR-ID TO OLOG-OPERATOR.
            MOVE "LOCK-ADMIN" TO OLOG-PROGRAM.
            SET OLOG-LOCK-OVERRIDE TO TRUE.
            MOVE SPACES TO OLOG-DETAIL.
            STRING LOCK-HOLDER-PROGRAM DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LOCK-HOLDER-OPERATOR DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   LOCK-HOLDER-DATE DELIMITED BY SIZE
                   LOCK-HOLDER-TIME DELIMITED BY SIZE
              INTO OLOG-DETAIL
            END-STRING.
            OPEN EXTEND OPERLOG-FILE.
            IF WS-OLOG-STATUS NOT = "00"
               OPEN OUTPUT OPERLOG-FILE
            END-IF.
            WRITE OLOG-RECORD.
            CLOSE OPERLOG-FILE.
       END PROGRAM LOCK-ADMIN.
