      * LOCK (RESULT 'N' AND THE HOLDER FIELDS COME BACK IF ANOTHER
      * UPDATER HOLDS IT), 'R' RELEASES IT, 'Q' QUERIES THE CURRENT
      * HOLDER, 'O' IS THE SUPERVISED OVERRIDE FOR A LOCK LEFT
      * BEHIND BY A CRASHED RUN. THE CALLER NAMES ITSELF IN
      * LOCK-PROGRAM AND ITS OPERATOR ID OR JOB NAME IN LOCK-OPERATOR;
      * LEFT BLANK, THE LOGIN NAME IS RECORDED INSTEAD.
      *-----------------------
       01 LOCK-REQUEST.
           05 LOCK-FUNCTION            PIC X(1).
               88 LOCK-QUERY               VALUE 'Q'.
               88 LOCK-OVERRIDE            VALUE 'O'.
           05 LOCK-PROGRAM             PIC X(16).
           05 LOCK-OPERATOR            PIC X(12).
           05 LOCK-RESULT              PIC X(1).
               88 LOCK-GRANTED             VALUE 'Y'.
               88 LOCK-REFUSED             VALUE 'N'.
