       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-CHK.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT BRANCHMST ASSIGN TO "BRANCHMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BR-CODE OF BRANCH-RECORD
            FILE STATUS IS WS-BRANCHMST-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD BRANCHMST.
             COPY BRANCHREC.

       WORKING-STORAGE SECTION.
       01 WS-BRANCHMST-STATUS PIC X(2).
       LINKAGE SECTION.
       COPY BRCHECK.
      *-----------------------
       PROCEDURE DIVISION USING BRANCH-CHECK.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    ONE PLACE DECIDES WHETHER A BRANCH CODE MAY BE STAMPED ON
      *    A CLIENT, SO A MISTYPED OR CLOSED CODE IS TURNED AWAY THE
      *    SAME WAY BY THE FEED LOAD, ONLINE MAINTENANCE, THE BATCH
      *    TRANSACTIONS AND REJECT REWORK. A MISSING OR UNREADABLE
      *    BRANCHMST ANSWERS 'UNKNOWN' - NOTHING IS ACCEPTED ON A
      *    GUESS.
            SET BRC-UNKNOWN TO TRUE.
            MOVE SPACES TO BRC-NAME.
            MOVE SPACES TO BRC-REGION.
            IF BRC-CODE NOT = SPACES
               OPEN INPUT BRANCHMST
               IF WS-BRANCHMST-STATUS = "00"
                  MOVE BRC-CODE TO BR-CODE
                  READ BRANCHMST
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      MOVE BR-NAME TO BRC-NAME
                      MOVE BR-REGION TO BRC-REGION
                      IF BR-CLOSED
                         SET BRC-CLOSED TO TRUE
                      ELSE
                         SET BRC-VALID TO TRUE
                      END-IF
                  END-READ
                  CLOSE BRANCHMST
               ELSE
                  DISPLAY "BRANCHMST open failed - status ",
                          WS-BRANCHMST-STATUS,
                          " - branch ",BRC-CODE," not verified."
               END-IF
            END-IF.
            GOBACK.
       END PROGRAM BRANCH-CHK.
