            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLOG-STATUS.
            SELECT PARAM-FILE ASSIGN TO "REWKPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD EXCEPTION-FILE.
      *      HELD REJECTS BEYOND THE TABLE LIMIT ARE PARKED HERE
      *      DURING THE RUN AND COPIED BACK UNTOUCHED AT REWRITE,
      *      SO AN OVERSIZE BATCH NEVER LOSES RECORDS.
             01 WS-WORK-RECORD PIC X(165).

           FD CLIENTMST.
             COPY CLIENTREC.
           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD OPERLOG-FILE.
             COPY OPERLOG.

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-OLOG-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
      *    W WORKS THE HELD ENTRIES AT THE CONSOLE; C IS THE
      *    UNATTENDED CARRY-FORWARD THE OVERNIGHT STREAM RUNS.
       01 WS-RUN-MODE PIC A(1) VALUE 'W'.
       01 WS-EOF PIC A(1).
       01 WS-DONE PIC A(1).
       01 WS-ENTRY-DONE PIC A(1).
       01 WS-HELD-LIMIT PIC 9(3) VALUE 500.
       01 WS-HELD-TABLE.
           05 WS-HELD-ENTRY OCCURS 500 TIMES.
             10 WS-HELD-IMAGE PIC X(98).
             10 WS-HELD-REASON PIC X(40).
             10 WS-HELD-DISP PIC X(1).
             10 WS-HELD-OPERATOR PIC X(12).
             10 WS-HELD-SET-DATE PIC 9(8).
             10 WS-HELD-SET-TIME PIC 9(6).
       01 WS-IDX PIC 9(3).
       01 WS-OVERFLOW PIC A(1) VALUE 'N'.
       01 WS-CARRIED PIC 9(5) VALUE ZERO.
           05 WS-CDT-HHMMSS PIC 9(6).
           05 WS-CDT-HSEC PIC 9(2).
       COPY MSTLOCK.
       COPY BRCHECK.
       COPY OPERID.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
            MOVE SPACES TO OPR-ID.
            PERFORM READ-PARAMETER-FILE.
            PERFORM IDENTIFY-OPERATOR.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXCP-STATUS NOT = "00"
               DISPLAY "LOADEXCP not found - nothing held for rework."
            ELSE
               PERFORM LOAD-HELD-TABLE
               CLOSE EXCEPTION-FILE
               EVALUATE TRUE
                 WHEN WS-HELD-COUNT = ZERO
                  DISPLAY "No held rejects to rework."
                 WHEN WS-RUN-MODE = 'C'
      *             FILE-LOAD AND A CLIENT-DSR ERASURE BOTH REWRITE THE
      *             HELD FILE UNDER THE INTERLOCK, SO THE CARRY-FORWARD
      *             TAKES IT TOO RATHER THAN WRITE BACK A STALE TABLE.
                  PERFORM ACQUIRE-MASTER-LOCK
                  IF WS-LOCK-OK = 'Y'
                     PERFORM CARRY-FORWARD-ENTRIES
                     PERFORM REWRITE-EXCEPTION-FILE
                     PERFORM RELEASE-MASTER-LOCK
                  ELSE
                     MOVE 8 TO RETURN-CODE
                  END-IF
                 WHEN OTHER
                  PERFORM ACQUIRE-MASTER-LOCK
                  IF WS-LOCK-OK = 'Y'
                     ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD
                     PERFORM OPEN-CLIENTMST
                     PERFORM OPEN-JOURNAL
                     PERFORM OPEN-OPERLOG
                     PERFORM WORK-HELD-ENTRIES
                     CLOSE CLIENTMST
                     CLOSE JOURNAL-FILE
                     CLOSE OPERLOG-FILE
                     PERFORM REWRITE-EXCEPTION-FILE
                     PERFORM RELEASE-MASTER-LOCK
                  ELSE
      *             WAS WORKED, SO NOTHING IS REWRITTEN.
                     MOVE 8 TO RETURN-CODE
                  END-IF
               END-EVALUATE
            END-IF.

            DISPLAY "Resubmitted:",WS-RESUBMITTED.
            DISPLAY "Closed:",WS-CLOSED.
            DISPLAY "Still held:",WS-STILL-OPEN.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THEIR SETTINGS ON REWKPARM, ONE
      *    KEYWORD=VALUE PER LINE: MODE=C CARRIES EVERY OPEN ENTRY
      *    FORWARD WITHOUT A CONSOLE, MODE=W (THE DEFAULT) WORKS THE
      *    ENTRIES AT THE CONSOLE AS IT ALWAYS HAS. OPERATOR= NAMES
      *    WHO THE RUN IS FOR; WITHOUT IT A CARRY-FORWARD IS STAMPED
      *    WITH ITS JOB NAME.
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
            IF WS-RUN-MODE = 'c'
               MOVE 'C' TO WS-RUN-MODE
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
                DISPLAY "Unknown REWKPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       LOAD-HELD-TABLE.
            SET WS-EOF TO 'N'.
                    TO WS-HELD-IMAGE(WS-HELD-COUNT)
                  MOVE EXCP-REASON TO WS-HELD-REASON(WS-HELD-COUNT)
                  MOVE EXCP-DISPOSITION TO WS-HELD-DISP(WS-HELD-COUNT)
                  MOVE EXCP-OPERATOR
                    TO WS-HELD-OPERATOR(WS-HELD-COUNT)
                  MOVE EXCP-SET-DATE
                    TO WS-HELD-SET-DATE(WS-HELD-COUNT)
                  MOVE EXCP-SET-TIME
                    TO WS-HELD-SET-TIME(WS-HELD-COUNT)
               END-IF
              END-READ
            END-PERFORM.
            MOVE EXCP-RECORD TO WS-WORK-RECORD.
            WRITE WS-WORK-RECORD.
            ADD 1 TO WS-CARRIED.
      *-----------------------
       IDENTIFY-OPERATOR.
      *    A CONSOLE RUN ASKS WHO IS WORKING THE HELD FILE AND WILL
      *    NOT START WITHOUT AN ANSWER; THE CARRY-FORWARD RUNS UNDER
      *    ITS JOB NAME.
            IF WS-RUN-MODE = 'C'
               SET OPR-BATCH TO TRUE
            ELSE
               SET OPR-INTERACTIVE TO TRUE
            END-IF.
            MOVE "EXCP-REWORK" TO OPR-PROGRAM.
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
            MOVE "EXCP-REWORK" TO LOCK-PROGRAM.
            MOVE OPR-ID TO LOCK-OPERATOR.
            CALL "MST-LOCK" USING LOCK-REQUEST.
            IF LOCK-GRANTED
               SET WS-LOCK-OK TO 'Y'
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-DATE TO JRNL-DATE.
            MOVE WS-CDT-HHMMSS TO JRNL-TIME.
            MOVE OPR-ID TO JRNL-OPERATOR.
            WRITE JRNL-RECORD.
      *-----------------------
       OPEN-OPERLOG.
      *    RESUBMITS AND CLOSES ARE ALSO LOGGED TO OPERLOG, WHICH
      *    KEEPS THEM AFTER THE CARRY-FORWARD HAS CLEARED THE HELD
      *    FILE.
            OPEN EXTEND OPERLOG-FILE.
            IF WS-OLOG-STATUS NOT = "00"
               OPEN OUTPUT OPERLOG-FILE
            END-IF.
      *-----------------------
       STAMP-HELD-ENTRY.
      *    EVERY CHANGE THE OPERATOR MAKES TO A HELD ENTRY - A FIX, A
      *    FAILED OR GOOD RESUBMIT, A CLOSE - STAMPS IT WITH THEIR ID
      *    AND THE TIME, SO THE HELD FILE ALWAYS SAYS WHO LAST WORKED
      *    EACH REJECT.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE OPR-ID TO WS-HELD-OPERATOR(WS-IDX).
            MOVE WS-CDT-DATE TO WS-HELD-SET-DATE(WS-IDX).
            MOVE WS-CDT-HHMMSS TO WS-HELD-SET-TIME(WS-IDX).
      *-----------------------
       WRITE-OPERLOG.
      *    THE CALLER SETS THE ACTION; THE DETAIL IS THE PERSONID OF
      *    THE HELD IMAGE FOLLOWED BY AS MUCH OF THE REJECT REASON AS
      *    FITS - A CLOSE LEAVES NO JOURNAL ENTRY, SO THIS LINE IS THE
      *    ONLY RECORD OF WHICH REJECT IT WAS.
            MOVE WS-HELD-SET-DATE(WS-IDX) TO OLOG-DATE.
            MOVE WS-HELD-SET-TIME(WS-IDX) TO OLOG-TIME.
            MOVE OPR-ID TO OLOG-OPERATOR.
            MOVE "EXCP-REWORK" TO OLOG-PROGRAM.
            MOVE SPACES TO OLOG-DETAIL.
            STRING "ID=" DELIMITED BY SIZE
                   WS-HELD-IMAGE(WS-IDX)(1:9) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-HELD-REASON(WS-IDX) DELIMITED BY SIZE
              INTO OLOG-DETAIL
            END-STRING.
            WRITE OLOG-RECORD.
      *-----------------------
       WORK-HELD-ENTRIES.
            SET WS-DONE TO 'N'.
                 PERFORM WORK-ONE-ENTRY
              END-IF
            END-PERFORM.
      *-----------------------
       CARRY-FORWARD-ENTRIES.
      *    NOTHING IS RESUBMITTED WITHOUT AN OPERATOR, SO THE MASTER
      *    IS NOT OPENED. THE PASS ONLY DROPS ENTRIES ALREADY
      *    RESUBMITTED OR CLOSED AND MARKS THE REST OPEN, SO THE HELD
      *    FILE GOES INTO THE NEXT DAY CLEAN.
            MOVE ZERO TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-HELD-COUNT
              ADD 1 TO WS-IDX
              IF WS-HELD-DISP(WS-IDX) NOT = 'R'
                 AND WS-HELD-DISP(WS-IDX) NOT = 'C'
                 MOVE 'O' TO WS-HELD-DISP(WS-IDX)
              END-IF
            END-PERFORM.
      *-----------------------
       WORK-ONE-ENTRY.
            MOVE WS-HELD-IMAGE(WS-IDX) TO WS-CLIENT-RECORD.
                WHEN 'F' WHEN 'f' PERFORM FIX-ONE-FIELD
                WHEN 'C' WHEN 'c'
                  MOVE 'C' TO WS-HELD-DISP(WS-IDX)
                  PERFORM STAMP-HELD-ENTRY
                  SET OLOG-CLOSE TO TRUE
                  PERFORM WRITE-OPERLOG
                  ADD 1 TO WS-CLOSED
                  DISPLAY "Closed."
                  MOVE 'Y' TO WS-ENTRY-DONE
              WHEN OTHER DISPLAY "Invalid selection."
            END-EVALUATE.
            MOVE WS-CLIENT-RECORD TO WS-HELD-IMAGE(WS-IDX).
            PERFORM STAMP-HELD-ENTRY.
            PERFORM DISPLAY-HELD-ENTRY.
      *-----------------------
       RESUBMIT-ENTRY.
               MOVE CLIENT-RECORD TO JRNL-AFTER-IMAGE
               PERFORM WRITE-JOURNAL
               MOVE 'R' TO WS-HELD-DISP(WS-IDX)
               PERFORM STAMP-HELD-ENTRY
               SET OLOG-RESUBMIT TO TRUE
               PERFORM WRITE-OPERLOG
               ADD 1 TO WS-RESUBMITTED
               DISPLAY "Resubmitted PERSONID:",WS-PERSONID
               MOVE 'Y' TO WS-ENTRY-DONE
            ELSE
               MOVE WS-REJECT-REASON TO WS-HELD-REASON(WS-IDX)
               PERFORM STAMP-HELD-ENTRY
               DISPLAY "Still rejected - ",WS-REJECT-REASON
            END-IF.
      *-----------------------
            IF WS-REJECT-REASON = SPACES AND WS-LASTNAME = SPACES
               MOVE "BLANK LAST NAME" TO WS-REJECT-REASON
            END-IF.
      *    A FIXED BRANCH CODE MUST NAME AN OPEN BRANCH ON BRANCHMST
      *    BEFORE THE RECORD GOES ONTO THE MASTER.
            IF WS-REJECT-REASON = SPACES
               MOVE WS-BRANCH-CODE TO BRC-CODE
               CALL "BRANCH-CHK" USING BRANCH-CHECK
               EVALUATE TRUE
                 WHEN BRC-VALID
                   CONTINUE
                 WHEN BRC-CLOSED
                   MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
                 WHEN OTHER
                   MOVE "UNKNOWN BRANCH CODE" TO WS-REJECT-REASON
               END-EVALUATE
            END-IF.
      *-----------------------
       REWRITE-EXCEPTION-FILE.
      *    A CONSOLE RUN WRITES BACK EVERY ENTRY, SO A RESUBMIT OR
      *    CLOSE STAYS ON THE HELD FILE FOR THE DAY STAMPED WITH WHO
      *    DID IT. THE CARRY-FORWARD WRITES BACK ONLY THE STILL-OPEN
      *    ENTRIES; RESUBMITTED AND CLOSED ONES DROP OFF THERE SO THE
      *    HELD FILE NEVER GROWS FOREVER.
      *    ANYTHING NOT MARKED RESUBMITTED OR CLOSED COUNTS AS OPEN -
      *    THE SAME TEST THE WALK USES - SO AN ENTRY THE OPERATOR
      *    NEVER REACHED IS KEPT EVEN IF ITS DISPOSITION BYTE IS
              IF WS-HELD-DISP(WS-IDX) NOT = 'R'
                 AND WS-HELD-DISP(WS-IDX) NOT = 'C'
                 ADD 1 TO WS-STILL-OPEN
                 PERFORM WRITE-HELD-ENTRY
              ELSE
                 IF WS-RUN-MODE NOT = 'C'
                    PERFORM WRITE-HELD-ENTRY
                 END-IF
              END-IF
            END-PERFORM.
            IF WS-OVERFLOW = 'Y'
               PERFORM COPY-CARRIED-FORWARD
            END-IF.
            CLOSE EXCEPTION-FILE.
      *-----------------------
       WRITE-HELD-ENTRY.
            MOVE WS-HELD-IMAGE(WS-IDX) TO EXCP-CLIENT-IMAGE.
            MOVE WS-HELD-REASON(WS-IDX) TO EXCP-REASON.
            MOVE WS-HELD-DISP(WS-IDX) TO EXCP-DISPOSITION.
            MOVE WS-HELD-OPERATOR(WS-IDX) TO EXCP-OPERATOR.
            MOVE WS-HELD-SET-DATE(WS-IDX) TO EXCP-SET-DATE.
            MOVE WS-HELD-SET-TIME(WS-IDX) TO EXCP-SET-TIME.
            WRITE EXCP-RECORD.
      *-----------------------
       COPY-CARRIED-FORWARD.
      *    APPEND THE PARKED OVERFLOW ENTRIES BACK BEHIND THE
      *    REWRITTEN BATCH, BYTE FOR BYTE AS THEY ARRIVED. A PARKED
      *    ENTRY ALREADY RESUBMITTED OR CLOSED BY AN EARLIER CONSOLE
      *    RUN GETS THE SAME TEST AS THE TABLED ONES, SO THE
      *    CARRY-FORWARD DROPS IT AND IT IS NOT COUNTED AS HELD.
            OPEN INPUT EXCP-WORK-FILE.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               MOVE WS-WORK-RECORD TO EXCP-RECORD
               IF EXCP-DISPOSITION NOT = 'R'
                  AND EXCP-DISPOSITION NOT = 'C'
                  ADD 1 TO WS-STILL-OPEN
                  WRITE EXCP-RECORD
               ELSE
                  IF WS-RUN-MODE NOT = 'C'
                     WRITE EXCP-RECORD
                  END-IF
               END-IF
              END-READ
            END-PERFORM.
            CLOSE EXCP-WORK-FILE.
