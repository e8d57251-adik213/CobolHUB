       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-MAINT.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT BRANCHMST ASSIGN TO "BRANCHMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS BR-CODE OF BRANCH-RECORD
            FILE STATUS IS WS-BRANCHMST-STATUS.
            SELECT CLIENTMST ASSIGN TO "CLIENTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PERSONID OF CLIENT-RECORD
            ALTERNATE RECORD KEY IS LASTNAME OF CLIENT-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-CLIENTMST-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD BRANCHMST.
             COPY BRANCHREC.

           FD CLIENTMST.
             COPY CLIENTREC.

       WORKING-STORAGE SECTION.
       01 WS-BRANCHMST-STATUS PIC X(2).
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-DONE PIC A(1).
       01 WS-EOF PIC A(1).
       01 WS-ACTION PIC A(1).
       01 WS-CONFIRM PIC A(1).
       01 WS-CDT-DATE PIC 9(8).
       01 WS-ON-BRANCH PIC 9(7) VALUE ZERO.
       01 WS-COUNT-OK PIC A(1) VALUE 'N'.
       01 WS-LISTED PIC 9(5) VALUE ZERO.
       COPY BRANCHREC
         REPLACING ==BRANCH-RECORD==  BY ==WS-BRANCH-RECORD==,
                   ==BR-CODE==        BY ==WS-BR-CODE==,
                   ==BR-NAME==        BY ==WS-BR-NAME==,
                   ==BR-REGION==      BY ==WS-BR-REGION==,
                   ==BR-MANAGER==     BY ==WS-BR-MANAGER==,
                   ==BR-STATUS-DATE== BY ==WS-BR-STATUS-DATE==,
                   ==BR-STATUS==      BY ==WS-BR-STATUS==,
                   ==BR-OPEN==        BY ==WS-BR-OPEN==,
                   ==BR-CLOSED==      BY ==WS-BR-CLOSED==.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    UPKEEP OF THE BRANCH REFERENCE FILE. BRANCHES ARE NEVER
      *    DELETED - A BRANCH THAT SHUTS IS CLOSED, SO ITS CODE STILL
      *    RESOLVES TO A NAME ON HISTORY BUT CAN NO LONGER BE STAMPED
      *    ON A CLIENT.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            PERFORM OPEN-BRANCHMST.
            SET WS-DONE TO 'N'.
            PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "(A)dd, (C)hange, c(L)ose, (R)eopen, "
                      "(S)how all, e(X)it:"
              ACCEPT WS-ACTION
              INSPECT WS-ACTION
                REPLACING ALL X'0A' BY SPACE
                          ALL X'0D' BY SPACE
              EVALUATE WS-ACTION
                WHEN 'A' WHEN 'a' PERFORM ADD-BRANCH
                WHEN 'C' WHEN 'c' PERFORM CHANGE-BRANCH
                WHEN 'L' WHEN 'l' PERFORM CLOSE-BRANCH
                WHEN 'R' WHEN 'r' PERFORM REOPEN-BRANCH
                WHEN 'S' WHEN 's' PERFORM SHOW-ALL-BRANCHES
                WHEN 'X' WHEN 'x' MOVE 'Y' TO WS-DONE
                WHEN OTHER DISPLAY "Invalid selection."
              END-EVALUATE
            END-PERFORM.
            CLOSE BRANCHMST.
            STOP RUN.
      *-----------------------
       OPEN-BRANCHMST.
      *    CREATE BRANCHMST ONLY WHEN IT TRULY DOES NOT EXIST
      *    (STATUS 35), THEN OPEN I-O. ANY OTHER FAILURE MUST NEVER
      *    BE ANSWERED WITH OPEN OUTPUT, WHICH WOULD TRUNCATE THE
      *    LIVE FILE.
            OPEN I-O BRANCHMST.
            IF WS-BRANCHMST-STATUS = "35"
               OPEN OUTPUT BRANCHMST
               CLOSE BRANCHMST
               OPEN I-O BRANCHMST
            END-IF.
            IF WS-BRANCHMST-STATUS NOT = "00"
               DISPLAY "BRANCHMST open failed - status ",
                       WS-BRANCHMST-STATUS,
                       " - file untouched, run abandoned."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
      *-----------------------
       ACCEPT-BRANCH-CODE.
            DISPLAY "Branch code:".
            ACCEPT WS-BR-CODE.
            INSPECT WS-BR-CODE
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            MOVE WS-BR-CODE TO BR-CODE.
      *-----------------------
       ADD-BRANCH.
            PERFORM ACCEPT-BRANCH-CODE.
            IF WS-BR-CODE = SPACES
               DISPLAY "Branch code required, add cancelled."
            ELSE
               MOVE SPACES TO WS-BR-NAME
               MOVE SPACES TO WS-BR-REGION
               MOVE SPACES TO WS-BR-MANAGER
               PERFORM ACCEPT-BRANCH-FIELDS
               IF WS-BR-NAME = SPACES
                  DISPLAY "Branch name required, add cancelled."
               ELSE
                  MOVE WS-BR-CODE TO BR-CODE
                  MOVE WS-BR-NAME TO BR-NAME
                  MOVE WS-BR-REGION TO BR-REGION
                  MOVE WS-BR-MANAGER TO BR-MANAGER
                  SET BR-OPEN TO TRUE
                  MOVE WS-CDT-DATE TO BR-STATUS-DATE
                  WRITE BRANCH-RECORD
                    INVALID KEY
                      DISPLAY "Branch already on file:",WS-BR-CODE
                    NOT INVALID KEY
                      DISPLAY "Added branch:",WS-BR-CODE
                  END-WRITE
               END-IF
            END-IF.
      *-----------------------
       CHANGE-BRANCH.
      *    A BLANK ANSWER KEEPS THE FIELD AS IT IS, SO A NEW MANAGER
      *    CAN BE RECORDED WITHOUT RETYPING THE NAME AND REGION.
            PERFORM ACCEPT-BRANCH-CODE.
            READ BRANCHMST
              INVALID KEY
                DISPLAY "Branch not on file:",WS-BR-CODE
              NOT INVALID KEY
                PERFORM DISPLAY-ONE-BRANCH
                MOVE SPACES TO WS-BR-NAME
                MOVE SPACES TO WS-BR-REGION
                MOVE SPACES TO WS-BR-MANAGER
                PERFORM ACCEPT-BRANCH-FIELDS
                IF WS-BR-NAME NOT = SPACES
                   MOVE WS-BR-NAME TO BR-NAME
                END-IF
                IF WS-BR-REGION NOT = SPACES
                   MOVE WS-BR-REGION TO BR-REGION
                END-IF
                IF WS-BR-MANAGER NOT = SPACES
                   MOVE WS-BR-MANAGER TO BR-MANAGER
                END-IF
                REWRITE BRANCH-RECORD
                  INVALID KEY
                    DISPLAY "Change rejected for branch:",WS-BR-CODE
                  NOT INVALID KEY
                    DISPLAY "Changed branch:",WS-BR-CODE
                END-REWRITE
            END-READ.
      *-----------------------
       CLOSE-BRANCH.
      *    A BRANCH IS ONLY CLOSED ONCE NO CLIENT ON THE MASTER STILL
      *    CARRIES ITS CODE - OTHERWISE THOSE CLIENTS COULD NEVER BE
      *    CHANGED AGAIN. BRANCH-XFER MOVES THEM FIRST.
            PERFORM ACCEPT-BRANCH-CODE.
            READ BRANCHMST
              INVALID KEY
                DISPLAY "Branch not on file:",WS-BR-CODE
              NOT INVALID KEY
                IF BR-CLOSED
                   DISPLAY "Branch ",WS-BR-CODE," is already closed."
                ELSE
                   PERFORM COUNT-CLIENTS-ON-BRANCH
                   IF WS-COUNT-OK NOT = 'Y'
                      DISPLAY "Clients on branch ",WS-BR-CODE,
                              " could not be counted - close refused."
                   ELSE
                      IF WS-ON-BRANCH > ZERO
                         DISPLAY WS-ON-BRANCH,
                                 " clients still on branch ",
                                 WS-BR-CODE," - transfer them with "
                                 "BRANCH-XFER first, close refused."
                      ELSE
                         PERFORM DISPLAY-ONE-BRANCH
                         DISPLAY "Confirm close (Y/N):"
                         ACCEPT WS-CONFIRM
                         INSPECT WS-CONFIRM
                           REPLACING ALL X'0A' BY SPACE
                                     ALL X'0D' BY SPACE
                         IF WS-CONFIRM = 'Y' OR 'y'
                            SET BR-CLOSED TO TRUE
                            MOVE WS-CDT-DATE TO BR-STATUS-DATE
                            REWRITE BRANCH-RECORD
                              INVALID KEY
                                DISPLAY "Close rejected for branch:",
                                        WS-BR-CODE
                              NOT INVALID KEY
                                DISPLAY "Closed branch:",WS-BR-CODE
                            END-REWRITE
                         ELSE
                            DISPLAY "Close cancelled."
                         END-IF
                      END-IF
                   END-IF
                END-IF
            END-READ.
      *-----------------------
       REOPEN-BRANCH.
            PERFORM ACCEPT-BRANCH-CODE.
            READ BRANCHMST
              INVALID KEY
                DISPLAY "Branch not on file:",WS-BR-CODE
              NOT INVALID KEY
                IF NOT BR-CLOSED
                   DISPLAY "Branch ",WS-BR-CODE," is already open."
                ELSE
                   SET BR-OPEN TO TRUE
                   MOVE WS-CDT-DATE TO BR-STATUS-DATE
                   REWRITE BRANCH-RECORD
                     INVALID KEY
                       DISPLAY "Reopen rejected for branch:",
                               WS-BR-CODE
                     NOT INVALID KEY
                       DISPLAY "Reopened branch:",WS-BR-CODE
                   END-REWRITE
                END-IF
            END-READ.
      *-----------------------
       COUNT-CLIENTS-ON-BRANCH.
      *    NO MASTER AT ALL MEANS NO CLIENTS; A MASTER THAT IS THERE
      *    BUT CANNOT BE READ PROVES NOTHING, SO THE CLOSE WAITS.
            MOVE ZERO TO WS-ON-BRANCH.
            SET WS-COUNT-OK TO 'Y'.
            OPEN INPUT CLIENTMST.
            IF WS-CLIENTMST-STATUS NOT = "00"
               AND WS-CLIENTMST-STATUS NOT = "35"
               SET WS-COUNT-OK TO 'N'
               DISPLAY "CLIENTMST open failed - status ",
                       WS-CLIENTMST-STATUS
            END-IF.
            IF WS-CLIENTMST-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTMST NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF BRANCH-CODE OF CLIENT-RECORD = WS-BR-CODE
                     ADD 1 TO WS-ON-BRANCH
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE CLIENTMST
            END-IF.
      *-----------------------
       SHOW-ALL-BRANCHES.
            MOVE ZERO TO WS-LISTED.
            MOVE LOW-VALUES TO BR-CODE.
            START BRANCHMST KEY IS NOT LESS THAN BR-CODE
              INVALID KEY
                MOVE 'Y' TO WS-EOF
              NOT INVALID KEY
                MOVE 'N' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
              READ BRANCHMST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               ADD 1 TO WS-LISTED
               PERFORM DISPLAY-ONE-BRANCH
              END-READ
            END-PERFORM.
            DISPLAY "Branches on file:",WS-LISTED.
      *-----------------------
       DISPLAY-ONE-BRANCH.
            IF BR-CLOSED
               DISPLAY BR-CODE," ",BR-NAME," ",BR-REGION,
                       " MGR:",BR-MANAGER," CLOSED ",BR-STATUS-DATE
            ELSE
               DISPLAY BR-CODE," ",BR-NAME," ",BR-REGION,
                       " MGR:",BR-MANAGER," OPEN"
            END-IF.
      *-----------------------
       ACCEPT-BRANCH-FIELDS.
            DISPLAY "Branch name:".
            ACCEPT WS-BR-NAME.
            INSPECT WS-BR-NAME
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            DISPLAY "Region:".
            ACCEPT WS-BR-REGION.
            INSPECT WS-BR-REGION
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            DISPLAY "Branch manager:".
            ACCEPT WS-BR-MANAGER.
            INSPECT WS-BR-MANAGER
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
       END PROGRAM BRANCH-MAINT.
