       DATA DIVISION.
         FILE SECTION.
           FD RANGE-FILE-IN.
      *      ONE LINE PER BRANCH: THE NUMBER RANGE THE BRANCH OWNS,
      *      THE NEXT PERSONID NOT YET HANDED OUT AND THE RANGE
      *      STATUS - 'C' ONCE BRANCH-XFER HAS CLOSED THE BRANCH,
      *      BLANK (AS ON EVERY OLDER LINE) WHILE IT IS OPEN.
             01 WS-RANGE-IN-RECORD.
               05 RNG-IN-BRANCH PIC X(3).
               05 RNG-IN-START PIC 9(9).
               05 RNG-IN-END PIC 9(9).
               05 RNG-IN-NEXT PIC 9(9).
               05 RNG-IN-STATUS PIC X(1).

           FD RANGE-FILE-OUT.
             01 WS-RANGE-OUT-RECORD.
               05 RNG-OUT-BRANCH PIC X(3).
               05 RNG-OUT-START PIC 9(9).
               05 RNG-OUT-END PIC 9(9).
               05 RNG-OUT-NEXT PIC 9(9).
               05 RNG-OUT-STATUS PIC X(1).

           FD RANGE-WORK-FILE.
      *      BRANCH LINES BEYOND THE TABLE LIMIT ARE PARKED HERE
      *      DURING THE CALL AND COPIED BACK UNTOUCHED AT REWRITE,
      *      SO AN OVERSIZE CONTROL FILE NEVER LOSES A RANGE.
             01 WS-WORK-RECORD PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-RANGE-IN-STATUS PIC X(2).
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 200 TIMES.
             10 WS-RT-BRANCH PIC X(3).
             10 WS-RT-START PIC 9(9).
             10 WS-RT-END PIC 9(9).
             10 WS-RT-NEXT PIC 9(9).
             10 WS-RT-STATUS PIC X(1).
       01 WS-IDX PIC 9(3).
       01 WS-FOUND-IDX PIC 9(3).
       01 WS-OVERFLOW PIC A(1).
                       TO WS-RT-END(WS-RANGE-COUNT)
                     MOVE RNG-IN-NEXT
                       TO WS-RT-NEXT(WS-RANGE-COUNT)
                     MOVE RNG-IN-STATUS
                       TO WS-RT-STATUS(WS-RANGE-COUNT)
                  END-IF
                 END-READ
               END-PERFORM
            END-PERFORM.
      *-----------------------
       ASSIGN-NEXT-NUMBER.
      *    A CLOSED BRANCH KEEPS ITS LINE SO THE NUMBERS IT ISSUED
      *    STAY ACCOUNTED FOR, BUT NOTHING NEW IS HANDED OUT FROM IT.
            IF WS-RT-STATUS(WS-FOUND-IDX) = 'C'
               SET ISS-RANGE-CLOSED TO TRUE
            ELSE
               IF WS-RT-NEXT(WS-FOUND-IDX) > WS-RT-END(WS-FOUND-IDX)
                  OR WS-RT-NEXT(WS-FOUND-IDX) = ZERO
                  SET ISS-EXHAUSTED TO TRUE
               ELSE
                  MOVE WS-RT-NEXT(WS-FOUND-IDX) TO ISS-PERSONID
      *           REMAINING IS COUNTED OFF THE ASSIGNED NUMBER FIRST -
      *           HANDING OUT 999999999 WOULD WRAP THE NEXT-NUMBER
      *           FIELD TO ZERO, WHICH THE EXHAUSTION TEST ABOVE THEN
      *           CATCHES ON THE FOLLOWING CALL.
                  COMPUTE ISS-REMAINING =
                    WS-RT-END(WS-FOUND-IDX) - ISS-PERSONID
                  ADD 1 TO WS-RT-NEXT(WS-FOUND-IDX)
                  IF ISS-REMAINING < WS-LOW-WATER-MARK
                     SET ISS-RANGE-LOW TO TRUE
                  END-IF
                  SET ISS-ASSIGNED TO TRUE
                  PERFORM REWRITE-RANGE-FILE
               END-IF
            END-IF.
      *-----------------------
       REWRITE-RANGE-FILE.
              MOVE WS-RT-START(WS-IDX) TO RNG-OUT-START
              MOVE WS-RT-END(WS-IDX) TO RNG-OUT-END
              MOVE WS-RT-NEXT(WS-IDX) TO RNG-OUT-NEXT
              MOVE WS-RT-STATUS(WS-IDX) TO RNG-OUT-STATUS
              WRITE WS-RANGE-OUT-RECORD
            END-PERFORM.
            IF WS-OVERFLOW = 'Y'
