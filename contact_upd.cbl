            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CONT-KEY OF CONTACT-RECORD
            FILE STATUS IS WS-CONTACT-STATUS.
            SELECT CLIENTMST ASSIGN TO "CLIENTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PERSONID OF CLIENT-RECORD
            ALTERNATE RECORD KEY IS LASTNAME OF CLIENT-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-CLIENTMST-STATUS.
            SELECT HOLD-FILE ASSIGN TO "ADDRHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-PERSONID OF HOLD-RECORD
            FILE STATUS IS WS-HOLD-STATUS.
            SELECT RETURNS-FILE ASSIGN TO "MAILRTN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RTN-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT REPORT-FILE ASSIGN TO "RTNRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT WORKLIST-FILE ASSIGN TO "ADDRWORK"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
            SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLOG-STATUS.
            SELECT PARAM-FILE ASSIGN TO "CONTPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD CONTACT-FILE.
             COPY CONTHIST.

           FD CLIENTMST.
             COPY CLIENTREC.

           FD HOLD-FILE.
             COPY ADDRHOLD.

           FD RETURNS-FILE.
      *      THE MAILING HOUSE'S RETURNS - ONE OUTCOME PER LINE: THE
      *      PERSONID PRINTED ON THE PIECE, THE CONTACT DATE IT WAS
      *      MAILED UNDER, AND R, U OR N. PIECES MAILED BEFORE
      *      PERSONIDS WERE WIDENED COME BACK WITH FIVE DIGITS, WHICH
      *      LEAVES THE LINE FOUR CHARACTERS SHORT.
             01 RTN-RECORD.
               05 RTN-PERSONID PIC X(9).
               05 RTN-CONTACT-DATE PIC X(8).
               05 RTN-OUTCOME PIC X(1).
               05 FILLER PIC X(62).
             01 RTN-OLD-RECORD.
               05 RTN-OLD-PERSONID PIC X(5).
               05 RTN-OLD-CONTACT-DATE PIC X(8).
               05 RTN-OLD-OUTCOME PIC X(1).
               05 RTN-OLD-UNUSED PIC X(4).
               05 FILLER PIC X(62).

           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(100).

           FD WORKLIST-FILE.
             01 WS-WORKLIST-LINE PIC X(100).

           SD SORT-WORK-FILE.
      *      THE ACTIVE HOLDS, PUT INTO OWNING-BRANCH AND NAME ORDER SO
      *      EACH BRANCH GETS ITS OWN PAGES OF THE WORKLIST.
             01 SORT-HOLD.
               05 SRT-BRANCH PIC X(3).
               05 SRT-LASTNAME PIC X(20).
               05 SRT-FIRSTNAME PIC X(20).
               05 SRT-PERSONID PIC 9(9).
               05 SRT-ADDRESS PIC X(30).
               05 SRT-DATE PIC 9(8).

           FD OPERLOG-FILE.
             COPY OPERLOG.

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-RTN-STATUS PIC X(2).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-OLOG-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-RUN-MODE PIC A(1) VALUE SPACE.
       01 WS-MST-OPEN PIC A(1) VALUE 'N'.
       01 WS-DONE PIC A(1).
       01 WS-EOF PIC A(1).
       01 WS-OUTCOME-CODE PIC A(1).
       01 WS-UPD-PERSONID PIC 9(9).
       01 WS-OLD-RETURN.
           05 WS-ORT-PERSONID PIC X(5).
           05 WS-ORT-PERSONID-9 REDEFINES WS-ORT-PERSONID PIC 9(5).
           05 WS-ORT-CONTACT-DATE PIC X(8).
           05 WS-ORT-OUTCOME PIC X(1).
       01 WS-RTN-PERSONID-9 PIC 9(9).
       01 WS-UPD-DATE PIC X(8).
       01 WS-UPDATED PIC 9(5) VALUE ZERO.
       01 WS-FLAGGED PIC 9(5) VALUE ZERO.
       01 WS-UNMATCHED-REASON PIC X(40).
       01 WS-RTN-READ PIC 9(7) VALUE ZERO.
       01 WS-RTN-RESPONDED PIC 9(7) VALUE ZERO.
       01 WS-RTN-UNDELIV PIC 9(7) VALUE ZERO.
       01 WS-RTN-DNC PIC 9(7) VALUE ZERO.
       01 WS-RTN-UNMATCHED PIC 9(7) VALUE ZERO.
       01 WS-HOLDS-PLACED PIC 9(7) VALUE ZERO.
       01 WS-HOLDS-RELEASED PIC 9(7) VALUE ZERO.
       01 WS-HOLDS-STALE PIC 9(7) VALUE ZERO.
       01 WS-HOLD-STALE PIC A(1).
       01 WS-HOLD-ID-X PIC X(9).
       01 WS-JRNL-EOF PIC A(1).
       01 WS-WORKLIST-COUNT PIC 9(7) VALUE ZERO.
      *    JOURNAL IMAGES ARE CLIENTREC LAYOUT; ONLY THE KEY AND THE
      *    ADDRESS MATTER TO THE HOLD RELEASE.
       01 WS-JRNL-BEFORE.
           05 WS-JB-PERSONID PIC X(9).
           05 FILLER PIC X(40).
           05 WS-JB-ADDRESS PIC X(30).
           05 FILLER PIC X(19).
       01 WS-JRNL-AFTER.
           05 WS-JA-PERSONID PIC X(9).
           05 FILLER PIC X(40).
           05 WS-JA-ADDRESS PIC X(30).
           05 FILLER PIC X(19).
       01 WS-WL-BRANCH PIC X(3).
       01 WS-WL-BRANCH-NAME PIC X(30).
       01 WS-WL-BRANCH-OPEN PIC A(1) VALUE 'N'.
       01 WS-WL-BRANCH-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WL-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-WL-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-MIN PIC 9(2).
           05 WS-CDT-SEC PIC 9(2).
           05 WS-CDT-HSEC PIC 9(2).
       01 WS-RUN-DATE-LINE.
           05 FILLER PIC X(5) VALUE "DATE:".
           05 WS-RD-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-YYYY PIC 9(4).
       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(25) VALUE "RETURN MAIL LOAD REGISTER".
           05 FILLER PIC X(35) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(8) VALUE "PERSONID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "CONTACT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(3) VALUE "OUT".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(14) VALUE "NOT MATCHED - ".
           05 FILLER PIC X(6) VALUE "REASON".
       01 WS-DETAIL-LINE.
           05 DL-PERSONID PIC X(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-CONTACT-DATE PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-OUTCOME PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-REASON PIC X(40).
       01 WS-TOTAL-READ-LINE.
           05 FILLER PIC X(24) VALUE "RETURNS READ:".
           05 WS-TOTAL-READ PIC ZZZZZZ9.
       01 WS-TOTAL-RESPONDED-LINE.
           05 FILLER PIC X(24) VALUE "RESPONSES RECORDED:".
           05 WS-TOTAL-RESPONDED PIC ZZZZZZ9.
       01 WS-TOTAL-UNDELIV-LINE.
           05 FILLER PIC X(24) VALUE "UNDELIVERABLE RECORDED:".
           05 WS-TOTAL-UNDELIV PIC ZZZZZZ9.
       01 WS-TOTAL-DNC-LINE.
           05 FILLER PIC X(24) VALUE "DO-NOT-CONTACT RECORDED:".
           05 WS-TOTAL-DNC PIC ZZZZZZ9.
       01 WS-TOTAL-UNMATCHED-LINE.
           05 FILLER PIC X(24) VALUE "RETURNS NOT MATCHED:".
           05 WS-TOTAL-UNMATCHED PIC ZZZZZZ9.
       01 WS-TOTAL-PLACED-LINE.
           05 FILLER PIC X(24) VALUE "ADDRESS HOLDS PLACED:".
           05 WS-TOTAL-PLACED PIC ZZZZZZ9.
       01 WS-TOTAL-RELEASED-LINE.
           05 FILLER PIC X(24) VALUE "ADDRESS HOLDS RELEASED:".
           05 WS-TOTAL-RELEASED PIC ZZZZZZ9.
       01 WS-TOTAL-STALE-LINE.
           05 FILLER PIC X(24) VALUE "STALE RETURNS NOT HELD:".
           05 WS-TOTAL-STALE PIC ZZZZZZ9.
       01 WS-TOTAL-WORKLIST-LINE.
           05 FILLER PIC X(24) VALUE "CLIENTS ON WORKLIST:".
           05 WS-TOTAL-WORKLIST PIC ZZZZZZ9.
       01 WS-WL-HEADER-LINE-1.
           05 FILLER PIC X(20) VALUE "BAD ADDRESS WORKLIST".
           05 FILLER PIC X(40) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-WL-HDR-PAGE PIC ZZZ9.
       01 WS-WL-BRANCH-LINE.
           05 FILLER PIC X(8) VALUE "BRANCH: ".
           05 WB-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WB-NAME PIC X(30).
       01 WS-WL-HEADER-LINE-2.
           05 FILLER PIC X(8) VALUE "PERSONID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LAST NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "FIRST NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "ADDRESS RETURNED FROM".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "MAILED".
       01 WS-WL-DETAIL-LINE.
           05 WD-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 WD-LASTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-FIRSTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-ADDRESS PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WD-DATE PIC 9(8).
       01 WS-WL-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(9) VALUE "  BRANCH ".
           05 WT-BRANCH PIC X(3).
           05 FILLER PIC X(24) VALUE " ADDRESSES TO CHASE:".
           05 WT-COUNT PIC ZZZZ9.
       01 WS-WL-NONE-LINE.
           05 FILLER PIC X(30) VALUE "NO ADDRESSES ON HOLD.".
       01 WS-LOG-TIME.
           05 WS-LOG-HHMMSS PIC 9(6).
           05 WS-LOG-HSEC PIC 9(2).
       COPY BRCHECK.
       COPY OPERID.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    PIECES RETURNED UNDELIVERABLE, AND "STOP MAILING ME"
      *    REQUESTS. EACH ONE IS RECORDED AGAINST THE CONTACT
      *    HISTORY SO CLIENT-MAIL CAN SUPPRESS CORRECTLY NEXT RUN.
      *    SINGLE OUTCOMES ARE KEYED HERE; A MAILING HOUSE'S RETURNS
      *    FILE IS LOADED IN ONE PASS BY THE (L)OAD OPTION, OR BY
      *    MODE=L ON CONTPARM WHEN THE RUN IS SCHEDULED.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            MOVE SPACES TO OPR-ID.
            PERFORM READ-PARAMETER-FILE.
            PERFORM IDENTIFY-OPERATOR.
            PERFORM OPEN-OPERLOG.
            PERFORM OPEN-CONTACT-FILE.
            PERFORM OPEN-HOLD-FILE.
            PERFORM OPEN-CLIENTMST.
            IF WS-PARM-MODE = 'Y'
               IF WS-RUN-MODE = 'L' OR WS-RUN-MODE = 'l'
                  PERFORM LOAD-RETURNS-FILE
               ELSE
                  DISPLAY "CONTPARM MODE must be L - nothing run."
                  MOVE 8 TO RETURN-CODE
               END-IF
            ELSE
               PERFORM KEY-OUTCOMES
            END-IF.

            CLOSE CONTACT-FILE.
            CLOSE HOLD-FILE.
            CLOSE OPERLOG-FILE.
            IF WS-MST-OPEN = 'Y'
               CLOSE CLIENTMST
            END-IF.
            DISPLAY "Outcomes recorded:",WS-UPDATED.
            DISPLAY "Do-not-contact markers added:",WS-FLAGGED.
            DISPLAY "Address holds placed:",WS-HOLDS-PLACED.
            DISPLAY "Address holds released:",WS-HOLDS-RELEASED.
            DISPLAY "Stale returns not held:",WS-HOLDS-STALE.
            IF WS-RTN-UNMATCHED > ZERO AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
            END-IF.
            STOP RUN.
      *-----------------------
       KEY-OUTCOMES.
            SET WS-DONE TO 'N'.
            PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "(R)esponded, (U)ndeliverable, "
                      "(N)o-contact request, (L)oad returns file, "
                      "e(X)it:"
              ACCEPT WS-OUTCOME-CODE
              INSPECT WS-OUTCOME-CODE
                REPLACING ALL X'0A' BY SPACE
                WHEN 'N' WHEN 'n'
                  MOVE 'N' TO WS-OUTCOME-CODE
                  PERFORM RECORD-ONE-OUTCOME
                WHEN 'L' WHEN 'l'
                  PERFORM LOAD-RETURNS-FILE
                WHEN 'X' WHEN 'x' MOVE 'Y' TO WS-DONE
                WHEN OTHER DISPLAY "Invalid selection."
              END-EVALUATE
            END-PERFORM.
      *-----------------------
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THE CONSOLE ANSWERS ON CONTPARM,
      *    ONE KEYWORD=VALUE PER LINE (MODE=L LOADS THE RETURNS
      *    FILE, OPERATOR= NAMES WHO THE RUN IS FOR); WITHOUT THE FILE
      *    THE OUTCOME MENU BEHAVES AS IT ALWAYS HAS.
            OPEN INPUT PARAM-FILE.
            IF WS-PARM-STATUS = "00"
               SET WS-PARM-MODE TO 'Y'
               SET WS-PARM-EOF TO 'N'
               PERFORM UNTIL WS-PARM-EOF = 'Y'
                 READ PARAM-FILE
                  AT END MOVE 'Y' TO WS-PARM-EOF
                 NOT AT END
                  PERFORM APPLY-ONE-PARAMETER
                 END-READ
               END-PERFORM
               CLOSE PARAM-FILE
            END-IF.
      *-----------------------
       APPLY-ONE-PARAMETER.
            MOVE SPACES TO WS-PARM-KEYWORD.
            MOVE SPACES TO WS-PARM-VALUE.
            UNSTRING WS-PARM-LINE DELIMITED BY "="
              INTO WS-PARM-KEYWORD WS-PARM-VALUE
            END-UNSTRING.
            EVALUATE WS-PARM-KEYWORD
              WHEN "MODE"
                MOVE WS-PARM-VALUE(1:1) TO WS-RUN-MODE
              WHEN "OPERATOR"
                MOVE WS-PARM-VALUE TO OPR-ID
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown CONTPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       IDENTIFY-OPERATOR.
      *    EVERY OUTCOME IS LOGGED AGAINST WHOEVER RECORDED IT: THE
      *    OPERATOR AT THE MENU, OR THE JOB NAME OF A SCHEDULED LOAD.
            IF WS-PARM-MODE = 'Y'
               SET OPR-BATCH TO TRUE
            ELSE
               SET OPR-INTERACTIVE TO TRUE
            END-IF.
            MOVE "CONTACT-UPD" TO OPR-PROGRAM.
            CALL "OPER-ID" USING OPERATOR-ID.
            IF OPR-UNKNOWN
               DISPLAY "No operator ID given - run refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
      *-----------------------
       OPEN-OPERLOG.
            OPEN EXTEND OPERLOG-FILE.
            IF WS-OLOG-STATUS NOT = "00"
               OPEN OUTPUT OPERLOG-FILE
            END-IF.
      *-----------------------
       LOG-OUTCOME.
      *    ONE OPERLOG LINE PER OUTCOME RECORDED, GIVING THE CLIENT,
      *    THE OUTCOME, THE CONTACT DATE AND CAMPAIGN IT WAS RECORDED
      *    AGAINST.
            ACCEPT WS-LOG-TIME FROM TIME.
            MOVE WS-CDT-DATE TO OLOG-DATE.
            MOVE WS-LOG-HHMMSS TO OLOG-TIME.
            MOVE OPR-ID TO OLOG-OPERATOR.
            MOVE "CONTACT-UPD" TO OLOG-PROGRAM.
            SET OLOG-OUTCOME TO TRUE.
            MOVE SPACES TO OLOG-DETAIL.
            STRING "ID=" DELIMITED BY SIZE
                   CONT-PERSONID DELIMITED BY SIZE
                   " O=" DELIMITED BY SIZE
                   CONT-OUTCOME DELIMITED BY SIZE
                   " D=" DELIMITED BY SIZE
                   CONT-DATE DELIMITED BY SIZE
                   " C=" DELIMITED BY SIZE
                   CONT-CAMPAIGN DELIMITED BY SPACE
              INTO OLOG-DETAIL
            END-STRING.
            WRITE OLOG-RECORD.
      *-----------------------
       OPEN-CONTACT-FILE.
      *    CREATE CONTHIST ONLY WHEN IT TRULY DOES NOT EXIST
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
      *-----------------------
       OPEN-HOLD-FILE.
      *    SAME RULE AS CONTHIST: CREATE ONLY ON STATUS 35, NEVER
      *    ANSWER ANY OTHER FAILURE WITH OPEN OUTPUT - THAT WOULD
      *    LIFT EVERY HOLD AND SEND MAIL BACK TO KNOWN BAD ADDRESSES.
            OPEN I-O HOLD-FILE.
            IF WS-HOLD-STATUS = "35"
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
            END-IF.
            IF WS-HOLD-STATUS NOT = "00"
               DISPLAY "ADDRHOLD open failed - status ",
                       WS-HOLD-STATUS,
                       " - holds untouched, run abandoned."
               CLOSE CONTACT-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
      *-----------------------
       OPEN-CLIENTMST.
      *    THE MASTER IS ONLY READ - FOR THE ADDRESS AND BRANCH OF A
      *    HELD CLIENT - SO NO INTERLOCK IS TAKEN. WITHOUT IT THE
      *    OUTCOMES STILL GO ON, BUT NO ADDRESS HOLD CAN BE PLACED.
            OPEN INPUT CLIENTMST.
            IF WS-CLIENTMST-STATUS = "00"
               SET WS-MST-OPEN TO 'Y'
            ELSE
               SET WS-MST-OPEN TO 'N'
               DISPLAY "CLIENTMST not available - status ",
                       WS-CLIENTMST-STATUS,
                       " - no address holds can be placed."
            END-IF.
      *-----------------------
       RECORD-ONE-OUTCOME.
            DISPLAY "Enter PERSONID:".
            IF WS-UPD-DATE IS NOT NUMERIC
               DISPLAY "Invalid date, nothing recorded."
            ELSE
               PERFORM APPLY-ONE-OUTCOME
            END-IF.
      *-----------------------
       APPLY-ONE-OUTCOME.
      *    SHARED BY THE KEYED ENTRY AND THE RETURNS LOAD. ANYTHING
      *    THAT CANNOT BE RECORDED COMES BACK WITH A REASON SO THE
      *    LOAD CAN LIST IT.
            MOVE SPACES TO WS-UNMATCHED-REASON.
            MOVE WS-UPD-PERSONID TO CONT-PERSONID.
            MOVE WS-UPD-DATE TO CONT-DATE.
            READ CONTACT-FILE
              INVALID KEY
                PERFORM HANDLE-MISSING-CONTACT
              NOT INVALID KEY
                MOVE WS-OUTCOME-CODE TO CONT-OUTCOME
                REWRITE CONTACT-RECORD
                  INVALID KEY
                    DISPLAY "Update rejected for PERSONID:",
                            WS-UPD-PERSONID
                    MOVE "CONTACT UPDATE REJECTED"
                      TO WS-UNMATCHED-REASON
                  NOT INVALID KEY
                    ADD 1 TO WS-UPDATED
                    PERFORM COUNT-ONE-OUTCOME
                    PERFORM LOG-OUTCOME
                    DISPLAY "Outcome recorded for PERSONID:",
                            WS-UPD-PERSONID
                    IF WS-OUTCOME-CODE = 'U'
                       PERFORM PLACE-ADDRESS-HOLD
                    END-IF
                END-REWRITE
            END-READ.
      *-----------------------
       COUNT-ONE-OUTCOME.
            EVALUATE WS-OUTCOME-CODE
              WHEN 'R' ADD 1 TO WS-RTN-RESPONDED
              WHEN 'U' ADD 1 TO WS-RTN-UNDELIV
              WHEN 'N' ADD 1 TO WS-RTN-DNC
            END-EVALUATE.
      *-----------------------
       HANDLE-MISSING-CONTACT.
      *    A "STOP CONTACTING ME" REQUEST MUST STICK EVEN IF NO
                 INVALID KEY
                   DISPLAY "Marker rejected for PERSONID:",
                           WS-UPD-PERSONID
                   MOVE "DO-NOT-CONTACT MARKER REJECTED"
                     TO WS-UNMATCHED-REASON
                 NOT INVALID KEY
                   ADD 1 TO WS-FLAGGED
                   ADD 1 TO WS-RTN-DNC
                   PERFORM LOG-OUTCOME
                   DISPLAY "Do-not-contact recorded for PERSONID:",
                           WS-UPD-PERSONID
               END-WRITE
            ELSE
               DISPLAY "No contact on file for that date."
               MOVE "NO CONTACT ENTRY FOR THAT DATE"
                 TO WS-UNMATCHED-REASON
            END-IF.
      *-----------------------
       PLACE-ADDRESS-HOLD.
      *    THE PIECE CAME BACK FROM THE ADDRESS NOW ON THE MASTER, SO
      *    THAT ADDRESS IS HELD OUT OF THE MAILING UNTIL IT CHANGES.
      *    A LATER RETURN REPLACES AN EARLIER ONE; AN OLDER RETURN
      *    ARRIVING LATE DOES NOT WIND BACK A NEWER HOLD. NOR DOES A
      *    RETURN FROM BEFORE THE ADDRESS WAS PUT RIGHT - IT CAME BACK
      *    FROM THE OLD ADDRESS, AND HOLDING THE CORRECTED ONE WOULD
      *    KEEP THE CLIENT OFF EVERY MAILING FROM THEN ON.
            IF WS-MST-OPEN NOT = 'Y'
               DISPLAY "No address hold placed for PERSONID:",
                       WS-UPD-PERSONID
            ELSE
               MOVE WS-UPD-PERSONID TO PERSONID OF CLIENT-RECORD
               READ CLIENTMST
                 INVALID KEY
                   DISPLAY "Not on master, no address hold for "
                           "PERSONID:",WS-UPD-PERSONID
                 NOT INVALID KEY
                   PERFORM WRITE-ADDRESS-HOLD
               END-READ
            END-IF.
      *-----------------------
       WRITE-ADDRESS-HOLD.
            MOVE WS-UPD-PERSONID TO HOLD-PERSONID.
            READ HOLD-FILE
              INVALID KEY
                PERFORM CHECK-ADDRESS-CHANGED
                IF WS-HOLD-STALE = 'Y'
                   ADD 1 TO WS-HOLDS-STALE
                ELSE
                   PERFORM FILL-HOLD-RECORD
                   WRITE HOLD-RECORD
                     INVALID KEY
                       DISPLAY "Address hold rejected for PERSONID:",
                               WS-UPD-PERSONID
                     NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-PLACED
                   END-WRITE
                END-IF
              NOT INVALID KEY
                IF HOLD-ACTIVE AND HOLD-DATE > CONT-DATE
                   CONTINUE
                ELSE
                   IF HOLD-RELEASED
                      AND HOLD-RELEASE-DATE NOT < CONT-DATE
                      ADD 1 TO WS-HOLDS-STALE
                   ELSE
                      PERFORM FILL-HOLD-RECORD
                      REWRITE HOLD-RECORD
                        INVALID KEY
                          DISPLAY "Address hold rejected for PERSONID:",
                                  WS-UPD-PERSONID
                        NOT INVALID KEY
                          ADD 1 TO WS-HOLDS-PLACED
                      END-REWRITE
                   END-IF
                END-IF
            END-READ.
      *-----------------------
       CHECK-ADDRESS-CHANGED.
      *    WITH NO HOLD ON FILE THERE IS NO RELEASE DATE TO GO BY, SO
      *    THE JOURNAL IS ASKED INSTEAD: AN ADDRESS CHANGE FOR THE
      *    CLIENT DATED ON OR AFTER THE CONTACT DATE MEANS THE PIECE
      *    CAME BACK FROM THE OLD ADDRESS.
            SET WS-HOLD-STALE TO 'N'.
            MOVE WS-UPD-PERSONID TO WS-HOLD-ID-X.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS = "00"
               SET WS-JRNL-EOF TO 'N'
               PERFORM UNTIL WS-JRNL-EOF = 'Y' OR WS-HOLD-STALE = 'Y'
                 READ JOURNAL-FILE
                  AT END MOVE 'Y' TO WS-JRNL-EOF
                 NOT AT END
                  IF JRNL-CHANGE AND JRNL-DATE NOT < CONT-DATE
                     MOVE JRNL-BEFORE-IMAGE TO WS-JRNL-BEFORE
                     MOVE JRNL-AFTER-IMAGE TO WS-JRNL-AFTER
                     IF WS-JA-PERSONID = WS-HOLD-ID-X
                        AND WS-JA-ADDRESS NOT = WS-JB-ADDRESS
                        SET WS-HOLD-STALE TO 'Y'
                     END-IF
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.
      *-----------------------
       FILL-HOLD-RECORD.
            SET HOLD-ACTIVE TO TRUE.
            MOVE CONT-DATE TO HOLD-DATE.
            MOVE CONT-CAMPAIGN TO HOLD-CAMPAIGN.
            MOVE BRANCH-CODE OF CLIENT-RECORD TO HOLD-BRANCH.
            MOVE CLIENT-ADDRESS OF CLIENT-RECORD TO HOLD-ADDRESS.
            MOVE ZERO TO HOLD-RELEASE-DATE.
      *-----------------------
       LOAD-RETURNS-FILE.
      *    THE MAILING HOUSE'S RETURNS ARE APPLIED IN ONE PASS AND
      *    ANY LINE THAT DOES NOT MATCH A CONTACT ENTRY IS LISTED ON
      *    RTNRPT. THE HOLDS ARE THEN BROUGHT UP TO DATE FROM THE
      *    MAINTENANCE JOURNAL AND THE BRANCHES' BAD-ADDRESS
      *    WORKLIST IS PRINTED FRESH ON ADDRWORK - EVEN ON A DAY WITH
      *    NO RETURNS FILE, SO CORRECTED ADDRESSES DROP OFF IT.
            MOVE ZERO TO WS-PAGE-COUNT.
            OPEN OUTPUT REPORT-FILE.
            PERFORM WRITE-PAGE-HEADER.
            OPEN INPUT RETURNS-FILE.
            IF WS-RTN-STATUS NOT = "00"
               DISPLAY "MAILRTN not found - no returns to load."
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ RETURNS-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF RTN-RECORD NOT = SPACES
                     PERFORM PROCESS-ONE-RETURN
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE RETURNS-FILE
            END-IF.
            PERFORM RELEASE-CORRECTED-HOLDS.
            PERFORM WRITE-ADDRESS-WORKLIST.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE REPORT-FILE.
            DISPLAY "Returns read:",WS-RTN-READ.
            DISPLAY "Returns not matched:",WS-RTN-UNMATCHED.
            DISPLAY "Clients on bad-address worklist:",
                    WS-WORKLIST-COUNT.
      *-----------------------
       PROCESS-ONE-RETURN.
            ADD 1 TO WS-RTN-READ.
            MOVE SPACES TO WS-UNMATCHED-REASON.
            IF RTN-OLD-UNUSED = SPACES
               PERFORM WIDEN-OLD-RETURN
            END-IF.
            EVALUATE TRUE
              WHEN RTN-PERSONID IS NOT NUMERIC
                MOVE "INVALID PERSONID" TO WS-UNMATCHED-REASON
              WHEN RTN-CONTACT-DATE IS NOT NUMERIC
                MOVE "INVALID CONTACT DATE" TO WS-UNMATCHED-REASON
              WHEN RTN-OUTCOME NOT = 'R'
               AND RTN-OUTCOME NOT = 'U'
               AND RTN-OUTCOME NOT = 'N'
                MOVE "INVALID OUTCOME CODE" TO WS-UNMATCHED-REASON
              WHEN OTHER
                MOVE RTN-PERSONID TO WS-UPD-PERSONID
                MOVE RTN-CONTACT-DATE TO WS-UPD-DATE
                MOVE RTN-OUTCOME TO WS-OUTCOME-CODE
                PERFORM APPLY-ONE-OUTCOME
            END-EVALUATE.
            IF WS-UNMATCHED-REASON NOT = SPACES
               ADD 1 TO WS-RTN-UNMATCHED
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                  PERFORM WRITE-PAGE-HEADER
               END-IF
               MOVE RTN-PERSONID TO DL-PERSONID
               MOVE RTN-CONTACT-DATE TO DL-CONTACT-DATE
               MOVE RTN-OUTCOME TO DL-OUTCOME
               MOVE WS-UNMATCHED-REASON TO DL-REASON
               WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF.
      *-----------------------
       WIDEN-OLD-RETURN.
      *    A FIVE-DIGIT PERSONID THAT IS NOT NUMERIC IS LEFT AS SENT,
      *    SO IT STILL FAILS AND PRINTS AS THE MAILING HOUSE KEYED IT.
            MOVE RTN-OLD-PERSONID TO WS-ORT-PERSONID.
            MOVE RTN-OLD-CONTACT-DATE TO WS-ORT-CONTACT-DATE.
            MOVE RTN-OLD-OUTCOME TO WS-ORT-OUTCOME.
            MOVE SPACES TO RTN-RECORD.
            IF WS-ORT-PERSONID IS NUMERIC
               MOVE WS-ORT-PERSONID-9 TO WS-RTN-PERSONID-9
               MOVE WS-RTN-PERSONID-9 TO RTN-PERSONID
            ELSE
               MOVE WS-ORT-PERSONID TO RTN-PERSONID
            END-IF.
            MOVE WS-ORT-CONTACT-DATE TO RTN-CONTACT-DATE.
            MOVE WS-ORT-OUTCOME TO RTN-OUTCOME.
      *-----------------------
       RELEASE-CORRECTED-HOLDS.
      *    A MAINTJRNL CHANGE ENTRY WHOSE AFTER IMAGE CARRIES A
      *    DIFFERENT ADDRESS FROM ITS BEFORE IMAGE, DATED ON OR AFTER
      *    THE CONTACT DATE OF THE RETURNED PIECE, MEANS THE ADDRESS
      *    HAS BEEN PUT RIGHT SINCE - THE HOLD IS RELEASED AS OF THE
      *    JOURNAL DATE.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "MAINTJRNL not found - no holds released."
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ JOURNAL-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF JRNL-CHANGE
                     MOVE JRNL-BEFORE-IMAGE TO WS-JRNL-BEFORE
                     MOVE JRNL-AFTER-IMAGE TO WS-JRNL-AFTER
                     IF WS-JA-PERSONID IS NUMERIC
                        AND WS-JA-ADDRESS NOT = WS-JB-ADDRESS
                        PERFORM RELEASE-ONE-HOLD
                     END-IF
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.
      *-----------------------
       RELEASE-ONE-HOLD.
            MOVE WS-JA-PERSONID TO HOLD-PERSONID.
            READ HOLD-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF HOLD-ACTIVE AND JRNL-DATE >= HOLD-DATE
                   SET HOLD-RELEASED TO TRUE
                   MOVE JRNL-DATE TO HOLD-RELEASE-DATE
                   REWRITE HOLD-RECORD
                     INVALID KEY
                       DISPLAY "Hold release rejected for PERSONID:",
                               HOLD-PERSONID
                     NOT INVALID KEY
                       ADD 1 TO WS-HOLDS-RELEASED
                   END-REWRITE
                END-IF
            END-READ.
      *-----------------------
       WRITE-ADDRESS-WORKLIST.
      *    ONE SECTION PER OWNING BRANCH, EACH STARTING ON A NEW PAGE
      *    SO IT CAN GO STRAIGHT TO THAT BRANCH. THE OWNER IS TAKEN
      *    FROM THE MASTER, NOT THE HOLD, SO A CLIENT TRANSFERRED
      *    SINCE THE RETURN IS CHASED BY THEIR NEW BRANCH.
            MOVE ZERO TO WS-WL-PAGE-COUNT.
            SET WS-WL-BRANCH-OPEN TO 'N'.
            OPEN OUTPUT WORKLIST-FILE.
            IF WS-MST-OPEN NOT = 'Y'
               PERFORM WRITE-WORKLIST-HEADER
               WRITE WS-WORKLIST-LINE FROM WS-WL-NONE-LINE
            ELSE
               SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-BRANCH
                                  SRT-LASTNAME
                                  SRT-PERSONID
                 INPUT PROCEDURE IS LOAD-HOLD-SORT
                 OUTPUT PROCEDURE IS PRINT-WORKLIST
            END-IF.
            CLOSE WORKLIST-FILE.
      *-----------------------
       LOAD-HOLD-SORT.
      *    A FEED LOAD CAN CHANGE AN ADDRESS WITHOUT A JOURNAL ENTRY,
      *    SO A HOLD WHOSE ADDRESS NO LONGER MATCHES THE MASTER IS
      *    RELEASED HERE AS OF TODAY RATHER THAN LEFT ON THE LIST.
      *    A CLIENT NO LONGER ON THE MASTER HAS NOTHING TO CHASE.
            MOVE ZERO TO HOLD-PERSONID.
            SET WS-EOF TO 'N'.
            START HOLD-FILE
              KEY NOT LESS THAN HOLD-PERSONID
              INVALID KEY MOVE 'Y' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
              READ HOLD-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF HOLD-ACTIVE
                  MOVE HOLD-PERSONID TO PERSONID OF CLIENT-RECORD
                  READ CLIENTMST
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      PERFORM SORT-ONE-HOLD
                  END-READ
               END-IF
              END-READ
            END-PERFORM.
      *-----------------------
       SORT-ONE-HOLD.
            IF CLIENT-ADDRESS OF CLIENT-RECORD NOT = HOLD-ADDRESS
               SET HOLD-RELEASED TO TRUE
               MOVE WS-CDT-DATE TO HOLD-RELEASE-DATE
               REWRITE HOLD-RECORD
                 INVALID KEY
                   DISPLAY "Hold release rejected for PERSONID:",
                           HOLD-PERSONID
                 NOT INVALID KEY
                   ADD 1 TO WS-HOLDS-RELEASED
               END-REWRITE
            ELSE
               MOVE BRANCH-CODE OF CLIENT-RECORD TO SRT-BRANCH
               MOVE LASTNAME OF CLIENT-RECORD TO SRT-LASTNAME
               MOVE FIRSTNAME OF CLIENT-RECORD TO SRT-FIRSTNAME
               MOVE HOLD-PERSONID TO SRT-PERSONID
               MOVE HOLD-ADDRESS TO SRT-ADDRESS
               MOVE HOLD-DATE TO SRT-DATE
               RELEASE SORT-HOLD
            END-IF.
      *-----------------------
       PRINT-WORKLIST.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF WS-WL-BRANCH-OPEN NOT = 'Y'
                  OR SRT-BRANCH NOT = WS-WL-BRANCH
                  PERFORM START-WORKLIST-BRANCH
               END-IF
               IF WS-WL-LINE-COUNT >= WS-LINES-PER-PAGE
                  PERFORM WRITE-WORKLIST-HEADER
               END-IF
               MOVE SRT-PERSONID TO WD-PERSONID
               MOVE SRT-LASTNAME TO WD-LASTNAME
               MOVE SRT-FIRSTNAME TO WD-FIRSTNAME
               MOVE SRT-ADDRESS TO WD-ADDRESS
               MOVE SRT-DATE TO WD-DATE
               WRITE WS-WORKLIST-LINE FROM WS-WL-DETAIL-LINE
               ADD 1 TO WS-WL-LINE-COUNT
               ADD 1 TO WS-WL-BRANCH-COUNT
               ADD 1 TO WS-WORKLIST-COUNT
              END-RETURN
            END-PERFORM.
            IF WS-WL-BRANCH-OPEN = 'Y'
               PERFORM WRITE-WORKLIST-BRANCH-TOTAL
            ELSE
               PERFORM WRITE-WORKLIST-HEADER
               WRITE WS-WORKLIST-LINE FROM WS-WL-NONE-LINE
            END-IF.
      *-----------------------
       START-WORKLIST-BRANCH.
            IF WS-WL-BRANCH-OPEN = 'Y'
               PERFORM WRITE-WORKLIST-BRANCH-TOTAL
            END-IF.
            MOVE SRT-BRANCH TO WS-WL-BRANCH.
            MOVE WS-WL-BRANCH TO BRC-CODE.
            CALL "BRANCH-CHK" USING BRANCH-CHECK.
            IF BRC-UNKNOWN
               MOVE "*** NOT ON BRANCHMST ***" TO WS-WL-BRANCH-NAME
            ELSE
               MOVE BRC-NAME TO WS-WL-BRANCH-NAME
            END-IF.
            SET WS-WL-BRANCH-OPEN TO 'Y'.
            MOVE ZERO TO WS-WL-BRANCH-COUNT.
            PERFORM WRITE-WORKLIST-HEADER.
      *-----------------------
       WRITE-WORKLIST-BRANCH-TOTAL.
            WRITE WS-WORKLIST-LINE FROM SPACES.
            MOVE WS-WL-BRANCH TO WT-BRANCH.
            MOVE WS-WL-BRANCH-COUNT TO WT-COUNT.
            WRITE WS-WORKLIST-LINE FROM WS-WL-BRANCH-TOTAL-LINE.
      *-----------------------
       WRITE-WORKLIST-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE HEADER LINES - THE
      *    BRANCH LINE REPEATS ON EVERY PAGE OF ITS SECTION.
            IF WS-WL-PAGE-COUNT > ZERO
               WRITE WS-WORKLIST-LINE FROM SPACES
                 BEFORE ADVANCING PAGE
            END-IF.
            ADD 1 TO WS-WL-PAGE-COUNT.
            MOVE WS-WL-PAGE-COUNT TO WS-WL-HDR-PAGE.
            WRITE WS-WORKLIST-LINE FROM WS-WL-HEADER-LINE-1.
            WRITE WS-WORKLIST-LINE FROM WS-RUN-DATE-LINE.
            WRITE WS-WORKLIST-LINE FROM SPACES.
            IF WS-WL-BRANCH-OPEN = 'Y'
               MOVE WS-WL-BRANCH TO WB-BRANCH
               MOVE WS-WL-BRANCH-NAME TO WB-NAME
               WRITE WS-WORKLIST-LINE FROM WS-WL-BRANCH-LINE
               WRITE WS-WORKLIST-LINE FROM SPACES
            END-IF.
            WRITE WS-WORKLIST-LINE FROM WS-WL-HEADER-LINE-2.
            WRITE WS-WORKLIST-LINE FROM SPACES.
            MOVE ZERO TO WS-WL-LINE-COUNT.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE TWO HEADER LINES.
            IF WS-PAGE-COUNT > ZERO
               WRITE WS-REPORT-LINE FROM SPACES
                 BEFORE ADVANCING PAGE
            END-IF.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-1.
            WRITE WS-REPORT-LINE FROM WS-RUN-DATE-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-2.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE ZERO TO WS-LINE-COUNT.
      *-----------------------
       WRITE-REPORT-TOTALS.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE WS-RTN-READ TO WS-TOTAL-READ.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-READ-LINE.
            MOVE WS-RTN-RESPONDED TO WS-TOTAL-RESPONDED.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-RESPONDED-LINE.
            MOVE WS-RTN-UNDELIV TO WS-TOTAL-UNDELIV.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-UNDELIV-LINE.
            MOVE WS-RTN-DNC TO WS-TOTAL-DNC.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-DNC-LINE.
            MOVE WS-RTN-UNMATCHED TO WS-TOTAL-UNMATCHED.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-UNMATCHED-LINE.
            MOVE WS-HOLDS-PLACED TO WS-TOTAL-PLACED.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-PLACED-LINE.
            MOVE WS-HOLDS-RELEASED TO WS-TOTAL-RELEASED.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-RELEASED-LINE.
            MOVE WS-HOLDS-STALE TO WS-TOTAL-STALE.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-STALE-LINE.
            MOVE WS-WORKLIST-COUNT TO WS-TOTAL-WORKLIST.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-WORKLIST-LINE.
       END PROGRAM CONTACT-UPD.
