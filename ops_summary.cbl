       01 WS-ACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-COUNT PIC 9(5) VALUE ZERO.
      *    MASTER COUNTS BY BRANCH, KEPT IN BRANCH-CODE ORDER AS THE
      *    MASTER IS READ SO THE SECTION PRINTS WITHOUT A SORT.
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-LIMIT PIC 9(3) VALUE 200.
       01 WS-BRANCH-TABLE.
           05 WS-BRANCH-ENTRY OCCURS 200 TIMES.
             10 WS-BT-BRANCH PIC X(3).
             10 WS-BT-ACTIVE PIC 9(5).
             10 WS-BT-INACTIVE PIC 9(5).
       01 WS-BX PIC 9(3).
       01 WS-BX-FOUND PIC A(1).
       01 WS-BX-SHIFT PIC 9(3).
       01 WS-BRANCH-OVERFLOW PIC A(1) VALUE 'N'.
       COPY BRCHECK.
       01 WS-LOAD-RUNS PIC 9(3) VALUE ZERO.
       01 WS-FEEDS-TOTAL PIC 9(5) VALUE ZERO.
       01 WS-LOADED-TOTAL PIC 9(7) VALUE ZERO.
           05 WS-RPT-ZERO-MATCH PIC ZZZZ9.
       01 WS-NO-SEARCH-LINE.
           05 FILLER PIC X(30) VALUE "  NO SEARCHES FOR THIS DATE.".
       01 WS-BRANCH-HEAD-LINE.
           05 FILLER PIC X(18) VALUE "CLIENTS BY BRANCH:".
       01 WS-BRANCH-COL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "BRANCH".
           05 FILLER PIC X(29) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "  ACTIVE".
           05 FILLER PIC X(10) VALUE "  INACTIVE".
       01 WS-BRANCH-DETAIL-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BD-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 BD-NAME PIC X(30).
           05 FILLER PIC X(4) VALUE SPACES.
           05 BD-ACTIVE PIC ZZZZ9.
           05 FILLER PIC X(5) VALUE SPACES.
           05 BD-INACTIVE PIC ZZZZ9.
       01 WS-BRANCH-OVERFLOW-LINE.
           05 FILLER PIC X(45)
              VALUE "  MORE BRANCHES THAN TABLE - LIST INCOMPLETE.".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                  ELSE
                     ADD 1 TO WS-INACTIVE-COUNT
                  END-IF
                  PERFORM COUNT-ONE-BRANCH
                 END-READ
               END-PERFORM
               CLOSE CLIENTMST
            END-IF.
      *-----------------------
       COUNT-ONE-BRANCH.
      *    FIND THE BRANCH IN THE TABLE, OR OPEN A SLOT FOR IT AT ITS
      *    PLACE IN CODE ORDER BY SHIFTING THE HIGHER CODES DOWN ONE.
            SET WS-BX-FOUND TO 'N'.
            MOVE 1 TO WS-BX.
            PERFORM UNTIL WS-BX > WS-BRANCH-COUNT
                       OR WS-BX-FOUND = 'Y'
                       OR WS-BT-BRANCH(WS-BX) > BRANCH-CODE
              IF WS-BT-BRANCH(WS-BX) = BRANCH-CODE
                 SET WS-BX-FOUND TO 'Y'
              ELSE
                 ADD 1 TO WS-BX
              END-IF
            END-PERFORM.
            IF WS-BX-FOUND NOT = 'Y'
               IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                  SET WS-BRANCH-OVERFLOW TO 'Y'
               ELSE
                  MOVE WS-BRANCH-COUNT TO WS-BX-SHIFT
                  PERFORM UNTIL WS-BX-SHIFT < WS-BX
                    MOVE WS-BRANCH-ENTRY(WS-BX-SHIFT)
                      TO WS-BRANCH-ENTRY(WS-BX-SHIFT + 1)
                    SUBTRACT 1 FROM WS-BX-SHIFT
                  END-PERFORM
                  ADD 1 TO WS-BRANCH-COUNT
                  MOVE BRANCH-CODE TO WS-BT-BRANCH(WS-BX)
                  MOVE ZERO TO WS-BT-ACTIVE(WS-BX)
                  MOVE ZERO TO WS-BT-INACTIVE(WS-BX)
                  SET WS-BX-FOUND TO 'Y'
               END-IF
            END-IF.
            IF WS-BX-FOUND = 'Y'
               IF CLIENT-ACTIVE
                  ADD 1 TO WS-BT-ACTIVE(WS-BX)
               ELSE
                  ADD 1 TO WS-BT-INACTIVE(WS-BX)
               END-IF
            END-IF.
      *-----------------------
       TOTAL-LOAD-LOG.
            OPEN INPUT RUN-CONTROL-LOG.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.

            IF WS-BRANCH-COUNT > ZERO
               WRITE WS-REPORT-LINE FROM WS-BRANCH-HEAD-LINE
               WRITE WS-REPORT-LINE FROM WS-BRANCH-COL-LINE
               MOVE 1 TO WS-BX
               PERFORM UNTIL WS-BX > WS-BRANCH-COUNT
                 PERFORM WRITE-ONE-BRANCH-LINE
                 ADD 1 TO WS-BX
               END-PERFORM
               IF WS-BRANCH-OVERFLOW = 'Y'
                  WRITE WS-REPORT-LINE FROM WS-BRANCH-OVERFLOW-LINE
               END-IF
               WRITE WS-REPORT-LINE FROM SPACES
            END-IF.

            WRITE WS-REPORT-LINE FROM WS-LOAD-HEAD-LINE.
            IF WS-LOAD-RUNS = ZERO
               WRITE WS-REPORT-LINE FROM WS-NO-LOADS-LINE
               WRITE WS-REPORT-LINE FROM WS-ZERO-MATCH-LINE
            END-IF.
            CLOSE REPORT-FILE.
      *-----------------------
       WRITE-ONE-BRANCH-LINE.
      *    A CODE NOT ON BRANCHMST IS PRINTED AS SUCH, SO A PHANTOM
      *    BRANCH ON THE MASTER STANDS OUT AT THE OPS MEETING.
            MOVE WS-BT-BRANCH(WS-BX) TO BRC-CODE.
            CALL "BRANCH-CHK" USING BRANCH-CHECK.
            MOVE WS-BT-BRANCH(WS-BX) TO BD-BRANCH.
            EVALUATE TRUE
              WHEN BRC-UNKNOWN
                MOVE "*** NOT ON BRANCHMST ***" TO BD-NAME
              WHEN BRC-CLOSED
                MOVE SPACES TO BD-NAME
                STRING BRC-NAME DELIMITED BY "  "
                        " (CLOSED)" DELIMITED BY SIZE
                   INTO BD-NAME
                END-STRING
              WHEN OTHER
                MOVE BRC-NAME TO BD-NAME
            END-EVALUATE.
            MOVE WS-BT-ACTIVE(WS-BX) TO BD-ACTIVE.
            MOVE WS-BT-INACTIVE(WS-BX) TO BD-INACTIVE.
            WRITE WS-REPORT-LINE FROM WS-BRANCH-DETAIL-LINE.
       END PROGRAM OPS-SUMMARY.
