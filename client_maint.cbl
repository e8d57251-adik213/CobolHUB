       01 WS-DONE PIC A(1).
       01 WS-TRANS-CODE PIC A(1).
       01 WS-CONFIRM PIC A(1).
       01 WS-BEFORE-IMAGE PIC X(98).
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
                   ==BRANCH-CODE==     BY ==WS-BRANCH-CODE==.
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       COPY MSTLOCK.
       COPY OPERID.
       COPY IDISSUE.
       COPY BRCHECK.
       01 WS-BRANCH-OK PIC A(1) VALUE 'N'.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            PERFORM IDENTIFY-OPERATOR.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
            CLOSE JOURNAL-FILE.
            PERFORM RELEASE-MASTER-LOCK.
            STOP RUN.
      *-----------------------
       IDENTIFY-OPERATOR.
      *    EVERY JOURNAL ENTRY NAMES WHO MADE IT, SO NO ONE MAY
      *    MAINTAIN THE MASTER WITHOUT FIRST SAYING WHO THEY ARE.
            SET OPR-INTERACTIVE TO TRUE.
            MOVE "CLIENT-MAINT" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
            IF OPR-UNKNOWN
               DISPLAY "No operator ID given - run refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    ONLY ONE PROGRAM MAY UPDATE CLIENTMST AT A TIME - THE
      *    REFUSED, SO THE OPERATOR KNOWS WHO TO WAIT FOR.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "CLIENT-MAINT" TO LOCK-PROGRAM.
            MOVE OPR-ID TO LOCK-OPERATOR.
            CALL "MST-LOCK" USING LOCK-REQUEST.
            IF LOCK-GRANTED
               SET WS-LOCK-OK TO 'Y'
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-DATE TO JRNL-DATE.
            MOVE WS-CDT-TIME TO JRNL-TIME.
            MOVE OPR-ID TO JRNL-OPERATOR.
            WRITE JRNL-RECORD.
      *-----------------------
       ADD-CLIENT.

      *    ZERO MEANS "ISSUE ME ONE" - THE BRANCH'S NEXT NUMBER
      *    COMES OFF THE IDRANGES CONTROL FILE INSTEAD OF THE
      *    OPERATOR GUESSING A FREE ONE. NO NUMBER IS ISSUED FOR A
      *    BRANCH THAT HAS JUST BEEN TURNED AWAY.
            IF WS-PERSONID = ZERO AND WS-BRANCH-OK = 'Y'
               PERFORM ISSUE-NEXT-PERSONID
            END-IF.
            IF WS-BRANCH-OK NOT = 'Y'
               DISPLAY "Add cancelled."
            ELSE
               IF WS-PERSONID = ZERO
                  DISPLAY "No PERSONID available, add cancelled."
               ELSE
                  IF WS-FIRSTNAME = SPACES OR WS-LASTNAME = SPACES
                     DISPLAY "First and last name required, cancelled."
                  ELSE
                     MOVE WS-PERSONID    TO PERSONID OF CLIENT-RECORD
                     MOVE WS-FIRSTNAME   TO FIRSTNAME OF CLIENT-RECORD
                     MOVE WS-LASTNAME    TO LASTNAME OF CLIENT-RECORD
                     MOVE WS-ADDRESS     TO
                          CLIENT-ADDRESS OF CLIENT-RECORD
                     MOVE WS-PHONE       TO PHONE OF CLIENT-RECORD
                     MOVE WS-STATUS-CODE TO STATUS-CODE OF CLIENT-RECORD
                     MOVE WS-BRANCH-CODE TO BRANCH-CODE OF CLIENT-RECORD
                     WRITE CLIENT-RECORD
                       INVALID KEY
                         DISPLAY "PERSONID already on file:",WS-PERSONID
                       NOT INVALID KEY
                         DISPLAY "Added PERSONID:",WS-PERSONID
                         MOVE 'A' TO JRNL-TRANS-CODE
                         MOVE SPACES TO JRNL-BEFORE-IMAGE
                         MOVE CLIENT-RECORD TO JRNL-AFTER-IMAGE
                         PERFORM WRITE-JOURNAL
                     END-WRITE
                  END-IF
               END-IF
            END-IF.
      *-----------------------
              WHEN ISS-EXHAUSTED
                DISPLAY "Branch ",ISS-BRANCH,
                        " number range is exhausted."
              WHEN ISS-RANGE-CLOSED
                DISPLAY "Branch ",ISS-BRANCH,
                        " number range is closed."
              WHEN OTHER
                DISPLAY "No number range on IDRANGES for branch ",
                        ISS-BRANCH,"."
              NOT INVALID KEY
                MOVE CLIENT-RECORD TO WS-BEFORE-IMAGE
                PERFORM ACCEPT-CLIENT-FIELDS
                IF WS-BRANCH-OK NOT = 'Y'
                   DISPLAY "Change cancelled."
                ELSE
                   IF WS-FIRSTNAME = SPACES OR WS-LASTNAME = SPACES
                      DISPLAY "First and last name required, cancelled."
                   ELSE
                      MOVE WS-FIRSTNAME   TO FIRSTNAME OF CLIENT-RECORD
                      MOVE WS-LASTNAME    TO LASTNAME OF CLIENT-RECORD
                      MOVE WS-ADDRESS     TO
                           CLIENT-ADDRESS OF CLIENT-RECORD
                      MOVE WS-PHONE       TO PHONE OF CLIENT-RECORD
                      MOVE WS-STATUS-CODE TO
                           STATUS-CODE OF CLIENT-RECORD
                      MOVE WS-BRANCH-CODE TO
                           BRANCH-CODE OF CLIENT-RECORD
                      REWRITE CLIENT-RECORD
                        INVALID KEY
                          DISPLAY "Change rejected for ID:",WS-PERSONID
                        NOT INVALID KEY
                          DISPLAY "Changed PERSONID:",WS-PERSONID
                          MOVE 'C' TO JRNL-TRANS-CODE
                          MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
                          MOVE CLIENT-RECORD TO JRNL-AFTER-IMAGE
                          PERFORM WRITE-JOURNAL
                      END-REWRITE
                   END-IF
                END-IF
            END-READ.
      *-----------------------
            INSPECT WS-BRANCH-CODE
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            PERFORM CHECK-BRANCH-CODE.
      *-----------------------
       CHECK-BRANCH-CODE.
      *    ONLY AN OPEN BRANCH ON BRANCHMST MAY BE STAMPED ON A
      *    CLIENT - A TYPO NO LONGER INVENTS A PHANTOM BRANCH.
            MOVE WS-BRANCH-CODE TO BRC-CODE.
            CALL "BRANCH-CHK" USING BRANCH-CHECK.
            EVALUATE TRUE
              WHEN BRC-VALID
                SET WS-BRANCH-OK TO 'Y'
                DISPLAY "Branch ",WS-BRANCH-CODE," ",BRC-NAME
              WHEN BRC-CLOSED
                SET WS-BRANCH-OK TO 'N'
                DISPLAY "Branch ",WS-BRANCH-CODE," ",BRC-NAME,
                        " is closed."
              WHEN OTHER
                SET WS-BRANCH-OK TO 'N'
                DISPLAY "Branch ",WS-BRANCH-CODE,
                        " is not on BRANCHMST."
            END-EVALUATE.
       END PROGRAM CLIENT-MAINT.
