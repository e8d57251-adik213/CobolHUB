      *      *TRAILER RECORD WITH THE COUNT-AND-CHECKSUM TOTALS.
      *      NO PERSONID CAN START WITH AN ASTERISK, SO THE TAG
      *      CANNOT COLLIDE WITH DATA.
             01 WS-BKUP-LINE PIC X(98).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).
       01 WS-RUN-MODE PIC A(1).
       01 WS-CONFIRM PIC A(1).
       01 WS-RECORD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-CHECKSUM PIC 9(18) VALUE ZERO.
       01 WS-ERROR-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PREV-KEY PIC 9(9) VALUE ZERO.
       01 WS-FIRST-RECORD PIC A(1).
       01 WS-TRAILER-SEEN PIC A(1).
       01 WS-TRAILER-RECORD.
           05 WS-TRL-TAG PIC X(8).
           05 WS-TRL-COUNT PIC 9(7).
           05 WS-TRL-CHECKSUM PIC 9(18).
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       COPY MSTLOCK.
      *-----------------------
      *-----------------------
       RELOAD-ONE-LINE.
            IF WS-BKUP-LINE(1:8) = "*TRAILER"
               MOVE WS-BKUP-LINE(1:33) TO WS-TRAILER-RECORD
               SET WS-TRAILER-SEEN TO 'Y'
            ELSE
               MOVE WS-BKUP-LINE TO CLIENT-RECORD
