       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRANCH-XFER.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT CLIENTMST ASSIGN TO "CLIENTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS PERSONID OF CLIENT-RECORD
            ALTERNATE RECORD KEY IS LASTNAME OF CLIENT-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-CLIENTMST-STATUS.
            SELECT CLIENTARC ASSIGN TO "CLIENTARC"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ARCH-PERSONID OF ARCH-RECORD
            FILE STATUS IS WS-CLIENTARC-STATUS.
            SELECT PENDING-IN ASSIGN TO "CLIENTPND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-IN-STATUS.
            SELECT PENDING-OUT ASSIGN TO "CLIENTPND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-OUT-STATUS.
            SELECT PEND-WORK-FILE ASSIGN TO "XFERPNDW"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT RANGE-FILE-IN ASSIGN TO "IDRANGES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RANGE-IN-STATUS.
            SELECT RANGE-FILE-OUT ASSIGN TO "IDRANGES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RANGE-OUT-STATUS.
            SELECT RANGE-WORK-FILE ASSIGN TO "XFERRNGW"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT LIST-FILE ASSIGN TO "XFERLIST"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-LIST-STATUS.
            SELECT REPORT-FILE ASSIGN TO "XFERRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PARAM-FILE ASSIGN TO "XFERPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT BRANCHMST ASSIGN TO "BRANCHMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS BR-CODE OF BRANCH-RECORD
            FILE STATUS IS WS-BRANCHMST-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD CLIENTMST.
             COPY CLIENTREC.

           FD CLIENTARC.
             COPY ARCHREC.

           FD PENDING-IN.
             01 PEND-IN-RECORD.
               05 PEND-IN-CODE PIC X(1).
               05 PEND-IN-EFF-DATE PIC X(8).
               05 PEND-IN-CLIENT-IMAGE PIC X(98).

           FD PENDING-OUT.
             01 PEND-OUT-RECORD.
               05 PEND-OUT-CODE PIC X(1).
               05 PEND-OUT-EFF-DATE PIC X(8).
               05 PEND-OUT-CLIENT-IMAGE PIC X(98).

           FD PEND-WORK-FILE.
      *      THE RESTAMPED PENDING FILE IS BUILT HERE FIRST AND ONLY
      *      COPIED BACK OVER CLIENTPND ONCE IT IS COMPLETE.
             01 WS-PEND-WORK-RECORD PIC X(107).

           FD RANGE-FILE-IN.
             01 WS-RANGE-IN-RECORD.
               05 RNG-IN-BRANCH PIC X(3).
               05 RNG-IN-START PIC 9(9).
               05 RNG-IN-END PIC 9(9).
               05 RNG-IN-NEXT PIC 9(9).
               05 RNG-IN-STATUS PIC X(1).

           FD RANGE-FILE-OUT.
             01 WS-RANGE-OUT-RECORD PIC X(31).

           FD RANGE-WORK-FILE.
             01 WS-RANGE-WORK-RECORD PIC X(31).

           FD LIST-FILE.
      *      PARTIAL TRANSFER - ONE PERSONID PER LINE, STARTING IN
      *      COLUMN 1. LEADING ZEROS ARE OPTIONAL, SO A LIST KEYED
      *      WITH FIVE-DIGIT NUMBERS STILL READS CORRECTLY.
             01 WS-LIST-LINE.
               05 LIST-PERSONID PIC X(9).
               05 FILLER PIC X(71).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(100).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD BRANCHMST.
             COPY BRANCHREC.

       WORKING-STORAGE SECTION.
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-CLIENTARC-STATUS PIC X(2).
       01 WS-PEND-IN-STATUS PIC X(2).
       01 WS-PEND-OUT-STATUS PIC X(2).
       01 WS-RANGE-IN-STATUS PIC X(2).
       01 WS-RANGE-OUT-STATUS PIC X(2).
       01 WS-LIST-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-BRANCHMST-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-ARC-OPEN PIC A(1) VALUE 'N'.
       01 WS-FROM-BRANCH PIC X(3) VALUE SPACES.
       01 WS-TO-BRANCH PIC X(3) VALUE SPACES.
      *    'F' MOVES EVERY CLIENT OF THE FROM-BRANCH AND CLOSES ITS
      *    NUMBER RANGE; 'P' MOVES ONLY THE PERSONIDS ON XFERLIST AND
      *    LEAVES THE RANGE OPEN, BECAUSE THE BRANCH CARRIES ON.
       01 WS-XFER-SCOPE PIC A(1) VALUE SPACE.
       01 WS-BEFORE-IMAGE PIC X(98).
       COPY CLIENTREC
         REPLACING ==CLIENT-RECORD==   BY ==WS-CLIENT-RECORD==,
                   ==PERSONID==        BY ==WS-PERSONID==,
                   ==FIRSTNAME==       BY ==WS-FIRSTNAME==,
                   ==LASTNAME==        BY ==WS-LASTNAME==,
                   ==CLIENT-ADDRESS==  BY ==WS-ADDRESS==,
                   ==PHONE==           BY ==WS-PHONE==,
                   ==STATUS-CODE==     BY ==WS-STATUS-CODE==,
                   ==CLIENT-ACTIVE==   BY ==WS-CLIENT-ACTIVE==,
                   ==CLIENT-INACTIVE== BY ==WS-CLIENT-INACTIVE==,
                   ==BRANCH-CODE==     BY ==WS-BRANCH-CODE==.
      *    THE PARTIAL-TRANSFER LIST IS TABLED UP FRONT SO THE
      *    PENDING FILE CAN BE MATCHED AGAINST IT IN ONE PASS. EACH
      *    ENTRY REMEMBERS WHETHER THE CLIENT ACTUALLY MOVED, SO ONLY
      *    THEIR PARKED TRANSACTIONS FOLLOW THEM.
       01 WS-LIST-COUNT PIC 9(5) VALUE ZERO.
       01 WS-LIST-LIMIT PIC 9(5) VALUE 2000.
       01 WS-LIST-TABLE.
           05 WS-LIST-ENTRY OCCURS 2000 TIMES.
               10 WS-LIST-ID PIC 9(9).
               10 WS-LIST-MOVED PIC A(1).
       01 WS-CLIENT-MOVED PIC A(1).
       01 WS-PEND-LISTED PIC A(1).
       01 WS-IDX PIC 9(5).
       01 WS-IN-LIST PIC A(1).
       01 WS-LIST-ONE-ID PIC 9(9).
       01 WS-LIST-ID-LEN PIC 9(2).
       01 WS-LIST-FOUND PIC A(1).
       01 WS-MST-MOVED PIC 9(7) VALUE ZERO.
       01 WS-ARC-MOVED PIC 9(7) VALUE ZERO.
       01 WS-PEND-MOVED PIC 9(7) VALUE ZERO.
       01 WS-LIST-REJECTED PIC 9(7) VALUE ZERO.
       01 WS-RANGE-RESULT PIC X(30) VALUE SPACES.
       01 WS-BRANCH-RESULT PIC X(30) VALUE SPACES.
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       COPY MSTLOCK.
       COPY OPERID.
       COPY BRCHECK.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-DD PIC 9(2).
       01 WS-CDT-TIME.
           05 WS-CDT-HH PIC 9(2).
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
           05 FILLER PIC X(24) VALUE "BRANCH TRANSFER REGISTER".
           05 FILLER PIC X(36) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-XFER-LINE.
           05 FILLER PIC X(13) VALUE "FROM BRANCH: ".
           05 XL-FROM-BRANCH PIC X(3).
           05 FILLER PIC X(15) VALUE "   TO BRANCH: ".
           05 XL-TO-BRANCH PIC X(3).
           05 FILLER PIC X(10) VALUE "   SCOPE: ".
           05 XL-SCOPE PIC X(30).
       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(8) VALUE "FILE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "PERSONID".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LAST NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "FIRST NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RESULT".
       01 WS-DETAIL-LINE.
           05 DL-FILE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LASTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FIRSTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(30).
       01 WS-TOTAL-MST-LINE.
           05 FILLER PIC X(24) VALUE "MASTER CLIENTS MOVED:".
           05 WS-TOTAL-MST PIC ZZZZZZ9.
       01 WS-TOTAL-ARC-LINE.
           05 FILLER PIC X(24) VALUE "ARCHIVED CLIENTS MOVED:".
           05 WS-TOTAL-ARC PIC ZZZZZZ9.
       01 WS-TOTAL-PEND-LINE.
           05 FILLER PIC X(24) VALUE "PENDING TRANS RESTAMPED:".
           05 WS-TOTAL-PEND PIC ZZZZZZ9.
       01 WS-TOTAL-REJ-LINE.
           05 FILLER PIC X(24) VALUE "LIST ENTRIES REJECTED:".
           05 WS-TOTAL-REJ PIC ZZZZZZ9.
       01 WS-RANGE-LINE.
           05 FILLER PIC X(24) VALUE "FROM-BRANCH ID RANGE:".
           05 RL-RESULT PIC X(30).
       01 WS-BRANCH-STATUS-LINE.
           05 FILLER PIC X(24) VALUE "FROM-BRANCH ON BRANCHMST".
           05 BSL-RESULT PIC X(30).
       01 WS-SIGN-LINE.
           05 SL-ROLE PIC X(10).
           05 FILLER PIC X(8) VALUE " BRANCH ".
           05 SL-BRANCH PIC X(3).
           05 FILLER PIC X(10) VALUE " MANAGER: ".
           05 FILLER PIC X(25) VALUE ALL "_".
           05 FILLER PIC X(8) VALUE "  DATE: ".
           05 FILLER PIC X(10) VALUE ALL "_".
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    BRANCH CONSOLIDATION: EVERY CLIENT OF A CLOSING BRANCH -
      *    OR A LISTED SUBSET FOR A PARTIAL TRANSFER - IS RESTAMPED
      *    TO THE RECEIVING BRANCH ON THE MASTER, THE ARCHIVE AND THE
      *    PARKED PENDING TRANSACTIONS IN ONE SUPERVISED RUN, SO NO
      *    CLIENT IS LEFT BEHIND ON A BRANCH THAT NO LONGER EXISTS.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            PERFORM IDENTIFY-JOB.

            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               PERFORM PROMPT-FOR-TRANSFER
            END-IF.
            PERFORM VALIDATE-TRANSFER.
            IF WS-RUN-FAILED = 'N'
               AND (WS-XFER-SCOPE = 'P' OR WS-XFER-SCOPE = 'p')
               PERFORM LOAD-TRANSFER-LIST
            END-IF.
            IF WS-RUN-FAILED = 'N'
               PERFORM ACQUIRE-MASTER-LOCK
            END-IF.
            IF WS-LOCK-OK = 'Y'
               PERFORM OPEN-ALL-FILES
               IF WS-XFER-SCOPE = 'F' OR WS-XFER-SCOPE = 'f'
                  PERFORM TRANSFER-WHOLE-BRANCH
               ELSE
                  PERFORM TRANSFER-LISTED-CLIENTS
               END-IF
               PERFORM RESTAMP-PENDING-FILE
      *        A BRANCH WITH CLIENTS STILL ON IT AFTER A FAILED
      *        REWRITE MUST STAY OPEN UNTIL THE TRANSFER IS RERUN.
               IF WS-XFER-SCOPE = 'F' OR WS-XFER-SCOPE = 'f'
                  IF WS-RUN-FAILED = 'N'
                     PERFORM CLOSE-FROM-RANGE
                     PERFORM CLOSE-FROM-BRANCH
                  ELSE
                     MOVE "LEFT OPEN - TRANSFER FAILED"
                       TO WS-RANGE-RESULT
                     MOVE "LEFT OPEN - TRANSFER FAILED"
                       TO WS-BRANCH-RESULT
                  END-IF
               ELSE
                  MOVE "LEFT OPEN - PARTIAL TRANSFER"
                    TO WS-RANGE-RESULT
                  MOVE "LEFT OPEN - PARTIAL TRANSFER"
                    TO WS-BRANCH-RESULT
               END-IF
               PERFORM CLOSE-ALL-FILES
               PERFORM RELEASE-MASTER-LOCK
            END-IF.

            DISPLAY "Master clients moved:",WS-MST-MOVED.
            DISPLAY "Archived clients moved:",WS-ARC-MOVED.
            DISPLAY "Pending transactions restamped:",WS-PEND-MOVED.
            DISPLAY "List entries rejected:",WS-LIST-REJECTED.
            IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-LIST-REJECTED > ZERO
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THE CONSOLE ANSWERS ON XFERPARM,
      *    ONE KEYWORD=VALUE PER LINE (FROM=BBB, TO=BBB, SCOPE=F/P);
      *    WITHOUT THE FILE THE PROMPTS ASK FOR THEM.
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
              WHEN "FROM"
                MOVE WS-PARM-VALUE(1:3) TO WS-FROM-BRANCH
              WHEN "TO"
                MOVE WS-PARM-VALUE(1:3) TO WS-TO-BRANCH
              WHEN "SCOPE"
                MOVE WS-PARM-VALUE(1:1) TO WS-XFER-SCOPE
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown XFERPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       PROMPT-FOR-TRANSFER.
            DISPLAY "Transfer clients FROM branch:".
            ACCEPT WS-FROM-BRANCH.
            INSPECT WS-FROM-BRANCH
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            DISPLAY "Transfer clients TO branch:".
            ACCEPT WS-TO-BRANCH.
            INSPECT WS-TO-BRANCH
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            DISPLAY "(F)ull branch transfer or (P)artial from "
                    "XFERLIST:".
            ACCEPT WS-XFER-SCOPE.
            INSPECT WS-XFER-SCOPE
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
      *-----------------------
       VALIDATE-TRANSFER.
            IF WS-FROM-BRANCH = SPACES OR WS-TO-BRANCH = SPACES
               DISPLAY "Both a from-branch and a to-branch are "
                       "required - run refused."
               SET WS-RUN-FAILED TO 'Y'
            END-IF.
            IF WS-RUN-FAILED = 'N' AND WS-FROM-BRANCH = WS-TO-BRANCH
               DISPLAY "From-branch and to-branch are the same - "
                       "run refused."
               SET WS-RUN-FAILED TO 'Y'
            END-IF.
            IF WS-RUN-FAILED = 'N'
               EVALUATE WS-XFER-SCOPE
                 WHEN 'F' WHEN 'f'
                   MOVE "FULL BRANCH - RANGE CLOSED" TO XL-SCOPE
                 WHEN 'P' WHEN 'p'
                   MOVE "PARTIAL - PERSONIDS ON XFERLIST" TO XL-SCOPE
                 WHEN OTHER
                   DISPLAY "Scope must be F (full) or P (partial) - "
                           "run refused."
                   SET WS-RUN-FAILED TO 'Y'
               END-EVALUATE
            END-IF.
      *    THE RECEIVING BRANCH MUST BE OPEN ON BRANCHMST, OR THE
      *    CLIENTS WOULD LAND ON A TYPO OR ON ANOTHER CLOSED BRANCH.
      *    THE RELEASING BRANCH NEED ONLY BE KNOWN - IT MAY ALREADY
      *    HAVE BEEN CLOSED AND THIS RUN IS SWEEPING UP AFTER IT.
            IF WS-RUN-FAILED = 'N'
               MOVE WS-TO-BRANCH TO BRC-CODE
               CALL "BRANCH-CHK" USING BRANCH-CHECK
               IF NOT BRC-VALID
                  DISPLAY "To-branch ",WS-TO-BRANCH," is not an open "
                          "branch on BRANCHMST - run refused."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
            IF WS-RUN-FAILED = 'N'
               MOVE WS-FROM-BRANCH TO BRC-CODE
               CALL "BRANCH-CHK" USING BRANCH-CHECK
               IF BRC-UNKNOWN
                  DISPLAY "From-branch ",WS-FROM-BRANCH," is not on "
                          "BRANCHMST - run refused."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
            MOVE WS-FROM-BRANCH TO XL-FROM-BRANCH.
            MOVE WS-TO-BRANCH TO XL-TO-BRANCH.
      *-----------------------
       LOAD-TRANSFER-LIST.
      *    A LIST THAT WILL NOT FIT IS REFUSED OUTRIGHT RATHER THAN
      *    HALF-APPLIED - THE BRANCHES SPLIT IT INTO SEVERAL RUNS.
            OPEN INPUT LIST-FILE.
            IF WS-LIST-STATUS NOT = "00"
               DISPLAY "XFERLIST not found - partial transfer "
                       "refused."
               SET WS-RUN-FAILED TO 'Y'
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ LIST-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF WS-LIST-LINE NOT = SPACES
                     IF WS-LIST-COUNT >= WS-LIST-LIMIT
                        SET WS-RUN-FAILED TO 'Y'
                        MOVE 'Y' TO WS-EOF
                     ELSE
                        ADD 1 TO WS-LIST-COUNT
                        MOVE 'N' TO WS-LIST-MOVED(WS-LIST-COUNT)
                        MOVE ZERO TO WS-LIST-ID-LEN
                        INSPECT LIST-PERSONID TALLYING WS-LIST-ID-LEN
                          FOR CHARACTERS BEFORE INITIAL SPACE
                        IF WS-LIST-ID-LEN > ZERO
                           AND LIST-PERSONID(1:WS-LIST-ID-LEN)
                               IS NUMERIC
                           MOVE LIST-PERSONID(1:WS-LIST-ID-LEN)
                             TO WS-LIST-ID(WS-LIST-COUNT)
                        ELSE
                           MOVE ZERO TO WS-LIST-ID(WS-LIST-COUNT)
                        END-IF
                     END-IF
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE LIST-FILE
               IF WS-RUN-FAILED = 'Y'
                  DISPLAY "XFERLIST holds more than ",WS-LIST-LIMIT,
                          " PERSONIDs - split the list, run refused."
               END-IF
               IF WS-RUN-FAILED = 'N' AND WS-LIST-COUNT = ZERO
                  DISPLAY "XFERLIST is empty - nothing to transfer."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       IDENTIFY-JOB.
      *    A BATCH RUN'S JOURNAL AND LOCK ENTRIES CARRY THE JOB NAME
      *    IT WAS STARTED UNDER INSTEAD OF A PERSON'S ID.
            SET OPR-BATCH TO TRUE.
            MOVE "BRANCH-XFER" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    ONLY ONE PROGRAM MAY UPDATE CLIENTMST AT A TIME - THE
      *    INTERLOCK NAMES THE CURRENT HOLDER WHEN THE RUN IS
      *    REFUSED, SO THE OPERATOR KNOWS WHO TO WAIT FOR.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "BRANCH-XFER" TO LOCK-PROGRAM.
            MOVE OPR-ID TO LOCK-OPERATOR.
            CALL "MST-LOCK" USING LOCK-REQUEST.
            IF LOCK-GRANTED
               SET WS-LOCK-OK TO 'Y'
            ELSE
               SET WS-LOCK-OK TO 'N'
               SET WS-RUN-FAILED TO 'Y'
               DISPLAY "CLIENTMST is locked by ",LOCK-HOLDER-PROGRAM,
                       " (operator ",LOCK-HOLDER-OPERATOR,
                       ") since ",LOCK-HOLDER-DATE," ",
                       LOCK-HOLDER-TIME," - run refused."
            END-IF.
      *-----------------------
       RELEASE-MASTER-LOCK.
            IF WS-LOCK-OK = 'Y'
               SET LOCK-RELEASE TO TRUE
               CALL "MST-LOCK" USING LOCK-REQUEST
               SET WS-LOCK-OK TO 'N'
            END-IF.
      *-----------------------
       OPEN-ALL-FILES.
      *    THE MASTER MUST OPEN CLEANLY OR NOTHING IS TOUCHED. A
      *    MISSING ARCHIVE (STATUS 35) JUST MEANS NO CLIENT HAS EVER
      *    BEEN PURGED, SO THAT PASS IS SKIPPED; ANY OTHER ARCHIVE
      *    FAILURE ABANDONS THE RUN BEFORE THE FIRST RESTAMP.
            OPEN I-O CLIENTMST.
            IF WS-CLIENTMST-STATUS NOT = "00"
               DISPLAY "CLIENTMST open failed - status ",
                       WS-CLIENTMST-STATUS,
                       " - master untouched, run abandoned."
               PERFORM RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN I-O CLIENTARC.
            IF WS-CLIENTARC-STATUS = "00"
               SET WS-ARC-OPEN TO 'Y'
            ELSE
               IF WS-CLIENTARC-STATUS NOT = "35"
                  DISPLAY "CLIENTARC open failed - status ",
                          WS-CLIENTARC-STATUS,
                          " - master untouched, run abandoned."
                  CLOSE CLIENTMST
                  PERFORM RELEASE-MASTER-LOCK
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            PERFORM WRITE-PAGE-HEADER.
            PERFORM OPEN-JOURNAL.
      *-----------------------
       CLOSE-ALL-FILES.
            PERFORM WRITE-REPORT-TOTALS.
            CLOSE REPORT-FILE.
            CLOSE JOURNAL-FILE.
            IF WS-ARC-OPEN = 'Y'
               CLOSE CLIENTARC
            END-IF.
            CLOSE CLIENTMST.
      *-----------------------
       OPEN-JOURNAL.
      *    EVERY RESTAMP GOES ON THE SAME JOURNAL CLIENT-MAINT USES,
      *    AS A CHANGE WITH BEFORE AND AFTER IMAGES, SO CLIENT-REPLAY
      *    CAN RECOVER THE TRANSFER AGAINST A RESTORED MASTER.
            OPEN EXTEND JOURNAL-FILE.
            IF WS-JRNL-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
            END-IF.
      *-----------------------
       WRITE-JOURNAL.
      *    TIMESTAMP EACH ENTRY AT THE MOMENT IT IS WRITTEN; THE
      *    CALLER SETS JRNL-TRANS-CODE AND THE TWO IMAGES.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-DATE TO JRNL-DATE.
            MOVE WS-CDT-TIME TO JRNL-TIME.
            MOVE OPR-ID TO JRNL-OPERATOR.
            WRITE JRNL-RECORD.
      *-----------------------
       TRANSFER-WHOLE-BRANCH.
      *    SWEEP THE MASTER AND THE ARCHIVE END TO END AND MOVE
      *    EVERY CLIENT STILL CARRYING THE FROM-BRANCH.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              READ CLIENTMST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF BRANCH-CODE OF CLIENT-RECORD = WS-FROM-BRANCH
                  PERFORM RESTAMP-MASTER-CLIENT
               END-IF
              END-READ
            END-PERFORM.
            IF WS-ARC-OPEN = 'Y'
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTARC NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF ARCH-BRANCH-CODE = WS-FROM-BRANCH
                     PERFORM RESTAMP-ARCHIVE-CLIENT
                  END-IF
                 END-READ
               END-PERFORM
            END-IF.
      *-----------------------
       TRANSFER-LISTED-CLIENTS.
      *    EACH LISTED PERSONID IS LOOKED UP ON THE MASTER AND THE
      *    ARCHIVE. ONLY A CLIENT THAT IS ACTUALLY ON THE FROM-BRANCH
      *    MOVES; ANYTHING ELSE IS REPORTED BACK SO THE BRANCHES CAN
      *    CORRECT THEIR LIST.
            MOVE ZERO TO WS-IDX.
            PERFORM UNTIL WS-IDX >= WS-LIST-COUNT
              ADD 1 TO WS-IDX
              MOVE WS-LIST-ID(WS-IDX) TO WS-LIST-ONE-ID
              SET WS-CLIENT-MOVED TO 'N'
              PERFORM TRANSFER-ONE-LISTED-CLIENT
              MOVE WS-CLIENT-MOVED TO WS-LIST-MOVED(WS-IDX)
            END-PERFORM.
      *-----------------------
       TRANSFER-ONE-LISTED-CLIENT.
            SET WS-LIST-FOUND TO 'N'.
            IF WS-LIST-ONE-ID = ZERO
               MOVE SPACES TO WS-CLIENT-RECORD
               MOVE ZERO TO WS-PERSONID
               PERFORM REJECT-LIST-ENTRY
               MOVE "INVALID PERSONID ON XFERLIST" TO DL-RESULT
               PERFORM WRITE-REPORT-DETAIL
            ELSE
               MOVE WS-LIST-ONE-ID TO PERSONID OF CLIENT-RECORD
               READ CLIENTMST
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET WS-LIST-FOUND TO 'Y'
                   IF BRANCH-CODE OF CLIENT-RECORD = WS-FROM-BRANCH
                      PERFORM RESTAMP-MASTER-CLIENT
                   ELSE
                      MOVE CLIENT-RECORD TO WS-CLIENT-RECORD
                      PERFORM REJECT-LIST-ENTRY
                      MOVE "MASTER" TO DL-FILE
                      MOVE "NOT ON FROM-BRANCH" TO DL-RESULT
                      PERFORM WRITE-REPORT-DETAIL
                   END-IF
               END-READ
               IF WS-ARC-OPEN = 'Y'
                  MOVE WS-LIST-ONE-ID TO ARCH-PERSONID
                  READ CLIENTARC
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      SET WS-LIST-FOUND TO 'Y'
                      IF ARCH-BRANCH-CODE = WS-FROM-BRANCH
                         PERFORM RESTAMP-ARCHIVE-CLIENT
                      END-IF
                  END-READ
               END-IF
               IF WS-LIST-FOUND = 'N'
                  MOVE SPACES TO WS-CLIENT-RECORD
                  MOVE WS-LIST-ONE-ID TO WS-PERSONID
                  PERFORM REJECT-LIST-ENTRY
                  MOVE "NOT ON MASTER OR ARCHIVE" TO DL-RESULT
                  PERFORM WRITE-REPORT-DETAIL
               END-IF
            END-IF.
      *-----------------------
       REJECT-LIST-ENTRY.
            ADD 1 TO WS-LIST-REJECTED.
            MOVE "LIST" TO DL-FILE.
            MOVE WS-PERSONID TO DL-PERSONID.
            MOVE WS-LASTNAME TO DL-LASTNAME.
            MOVE WS-FIRSTNAME TO DL-FIRSTNAME.
      *-----------------------
       RESTAMP-MASTER-CLIENT.
            MOVE CLIENT-RECORD TO WS-BEFORE-IMAGE.
            MOVE WS-TO-BRANCH TO BRANCH-CODE OF CLIENT-RECORD.
            MOVE "MASTER" TO DL-FILE.
            MOVE PERSONID OF CLIENT-RECORD TO DL-PERSONID.
            MOVE LASTNAME OF CLIENT-RECORD TO DL-LASTNAME.
            MOVE FIRSTNAME OF CLIENT-RECORD TO DL-FIRSTNAME.
            REWRITE CLIENT-RECORD
              INVALID KEY
                MOVE "REWRITE REJECTED - NOT MOVED" TO DL-RESULT
                SET WS-RUN-FAILED TO 'Y'
              NOT INVALID KEY
                ADD 1 TO WS-MST-MOVED
                SET WS-CLIENT-MOVED TO 'Y'
                MOVE "MOVED" TO DL-RESULT
                MOVE 'C' TO JRNL-TRANS-CODE
                MOVE WS-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE
                MOVE CLIENT-RECORD TO JRNL-AFTER-IMAGE
                PERFORM WRITE-JOURNAL
            END-REWRITE.
            PERFORM WRITE-REPORT-DETAIL.
      *-----------------------
       RESTAMP-ARCHIVE-CLIENT.
      *    ARCHIVED CLIENTS MOVE TOO, SO A LATER RESTORE BRINGS THEM
      *    BACK UNDER A BRANCH THAT STILL EXISTS.
            MOVE WS-TO-BRANCH TO ARCH-BRANCH-CODE.
            MOVE "ARCHIVE" TO DL-FILE.
            MOVE ARCH-PERSONID TO DL-PERSONID.
            MOVE ARCH-LASTNAME TO DL-LASTNAME.
            MOVE ARCH-FIRSTNAME TO DL-FIRSTNAME.
            REWRITE ARCH-RECORD
              INVALID KEY
                MOVE "REWRITE REJECTED - NOT MOVED" TO DL-RESULT
                SET WS-RUN-FAILED TO 'Y'
              NOT INVALID KEY
                ADD 1 TO WS-ARC-MOVED
                SET WS-CLIENT-MOVED TO 'Y'
                MOVE "MOVED" TO DL-RESULT
            END-REWRITE.
            PERFORM WRITE-REPORT-DETAIL.
      *-----------------------
       RESTAMP-PENDING-FILE.
      *    PARKED FUTURE-DATED TRANSACTIONS FOR THE MOVED CLIENTS ARE
      *    RESTAMPED SO THEY APPLY UNDER THE RECEIVING BRANCH WHEN
      *    THEY COME DUE. A CLIENT WHO DID NOT MOVE - TURNED AWAY
      *    FROM THE LIST, OR WHOSE REWRITE FAILED - KEEPS THEIRS AS
      *    THEY ARE, OR THE TRANSACTION WOULD MOVE THEM WHEN IT FELL
      *    DUE. THE NEW FILE IS BUILT ON XFERPNDW AND ONLY
      *    THEN COPIED BACK, SO A FAILURE PART WAY LEAVES CLIENTPND
      *    AS IT WAS.
            OPEN INPUT PENDING-IN.
            IF WS-PEND-IN-STATUS = "00"
               OPEN OUTPUT PEND-WORK-FILE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ PENDING-IN
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM RESTAMP-ONE-PENDING
                  MOVE PEND-IN-RECORD TO WS-PEND-WORK-RECORD
                  WRITE WS-PEND-WORK-RECORD
                 END-READ
               END-PERFORM
               CLOSE PENDING-IN
               CLOSE PEND-WORK-FILE
               OPEN INPUT PEND-WORK-FILE
               OPEN OUTPUT PENDING-OUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ PEND-WORK-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE WS-PEND-WORK-RECORD TO PEND-OUT-RECORD
                  WRITE PEND-OUT-RECORD
                 END-READ
               END-PERFORM
               CLOSE PEND-WORK-FILE
               CLOSE PENDING-OUT
            END-IF.
      *-----------------------
       RESTAMP-ONE-PENDING.
            MOVE PEND-IN-CLIENT-IMAGE TO WS-CLIENT-RECORD.
            IF WS-BRANCH-CODE = WS-FROM-BRANCH
               IF WS-XFER-SCOPE = 'F' OR WS-XFER-SCOPE = 'f'
                  PERFORM CHECK-PENDING-LEFT-BEHIND
               ELSE
                  PERFORM CHECK-PENDING-IN-LIST
               END-IF
               IF WS-IN-LIST = 'Y'
                  MOVE WS-TO-BRANCH TO WS-BRANCH-CODE
                  MOVE WS-CLIENT-RECORD TO PEND-IN-CLIENT-IMAGE
                  ADD 1 TO WS-PEND-MOVED
                  MOVE "PENDING" TO DL-FILE
                  MOVE WS-LASTNAME TO DL-LASTNAME
                  MOVE WS-FIRSTNAME TO DL-FIRSTNAME
                  MOVE SPACES TO DL-RESULT
                  STRING "RESTAMPED " DELIMITED BY SIZE
                          PEND-IN-CODE DELIMITED BY SIZE
                          " EFFECTIVE " DELIMITED BY SIZE
                          PEND-IN-EFF-DATE DELIMITED BY SIZE
                     INTO DL-RESULT
                  END-STRING
                  IF WS-PERSONID IS NUMERIC
                     MOVE WS-PERSONID TO DL-PERSONID
                  ELSE
                     MOVE ZERO TO DL-PERSONID
                  END-IF
                  PERFORM WRITE-REPORT-DETAIL
               ELSE
      *           ONLY A CLIENT THE RUN WAS ASKED TO MOVE IS WORTH A
      *           LINE - THE REST OF A PARTIAL BRANCH STAYS BY DESIGN.
                  IF WS-PEND-LISTED = 'Y'
                     MOVE "PENDING" TO DL-FILE
                     MOVE WS-LASTNAME TO DL-LASTNAME
                     MOVE WS-FIRSTNAME TO DL-FIRSTNAME
                     MOVE "NOT RESTAMPED - NOT MOVED"
                       TO DL-RESULT
                     IF WS-PERSONID IS NUMERIC
                        MOVE WS-PERSONID TO DL-PERSONID
                     ELSE
                        MOVE ZERO TO DL-PERSONID
                     END-IF
                     PERFORM WRITE-REPORT-DETAIL
                  END-IF
               END-IF
            END-IF.
      *-----------------------
       CHECK-PENDING-IN-LIST.
      *    A PERSONID LISTED TWICE MOVES ON ITS FIRST ENTRY AND IS
      *    TURNED AWAY ON THE SECOND, SO ANY MOVED ENTRY COUNTS.
            SET WS-IN-LIST TO 'N'.
            SET WS-PEND-LISTED TO 'N'.
            IF WS-PERSONID IS NUMERIC AND WS-PERSONID > ZERO
               MOVE ZERO TO WS-IDX
               PERFORM UNTIL WS-IDX >= WS-LIST-COUNT
                 OR WS-IN-LIST = 'Y'
                 ADD 1 TO WS-IDX
                 IF WS-LIST-ID(WS-IDX) = WS-PERSONID
                    SET WS-PEND-LISTED TO 'Y'
                    IF WS-LIST-MOVED(WS-IDX) = 'Y'
                       SET WS-IN-LIST TO 'Y'
                    END-IF
                 END-IF
               END-PERFORM
            END-IF.
      *-----------------------
       CHECK-PENDING-LEFT-BEHIND.
      *    A FULL TRANSFER MOVES EVERY CLIENT OF THE BRANCH, SO A
      *    MASTER OR ARCHIVE RECORD STILL ON THE FROM-BRANCH IS ONE
      *    WHOSE REWRITE FAILED. A TRANSACTION FOR A CLIENT ON NEITHER
      *    FILE (A PARKED ADD) FOLLOWS THE BRANCH.
            SET WS-IN-LIST TO 'Y'.
            SET WS-PEND-LISTED TO 'Y'.
            IF WS-PERSONID IS NUMERIC
               MOVE WS-PERSONID TO PERSONID OF CLIENT-RECORD
               READ CLIENTMST
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF BRANCH-CODE OF CLIENT-RECORD = WS-FROM-BRANCH
                      SET WS-IN-LIST TO 'N'
                   END-IF
               END-READ
               IF WS-ARC-OPEN = 'Y'
                  MOVE WS-PERSONID TO ARCH-PERSONID
                  READ CLIENTARC
                    INVALID KEY
                      CONTINUE
                    NOT INVALID KEY
                      IF ARCH-BRANCH-CODE = WS-FROM-BRANCH
                         SET WS-IN-LIST TO 'N'
                      END-IF
                  END-READ
               END-IF
            END-IF.
      *-----------------------
       CLOSE-FROM-RANGE.
      *    A FULL TRANSFER RETIRES THE FROM-BRANCH, SO ITS IDRANGES
      *    LINE IS MARKED CLOSED AND ID-ISSUE STOPS HANDING OUT ITS
      *    NUMBERS. THE LINE ITSELF STAYS, SO THE NUMBERS IT ALREADY
      *    ISSUED REMAIN ACCOUNTED FOR. THE REWRITE GOES THROUGH
      *    XFERRNGW THE SAME WAY AS THE PENDING FILE.
            MOVE "NO IDRANGES LINE FOUND" TO WS-RANGE-RESULT.
            OPEN INPUT RANGE-FILE-IN.
            IF WS-RANGE-IN-STATUS NOT = "00"
               MOVE "IDRANGES NOT FOUND" TO WS-RANGE-RESULT
            ELSE
               OPEN OUTPUT RANGE-WORK-FILE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ RANGE-FILE-IN
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF RNG-IN-BRANCH = WS-FROM-BRANCH
                     IF RNG-IN-STATUS = 'C'
                        MOVE "ALREADY CLOSED" TO WS-RANGE-RESULT
                     ELSE
                        MOVE 'C' TO RNG-IN-STATUS
                        MOVE "CLOSED" TO WS-RANGE-RESULT
                     END-IF
                  END-IF
                  MOVE WS-RANGE-IN-RECORD TO WS-RANGE-WORK-RECORD
                  WRITE WS-RANGE-WORK-RECORD
                 END-READ
               END-PERFORM
               CLOSE RANGE-FILE-IN
               CLOSE RANGE-WORK-FILE
               OPEN INPUT RANGE-WORK-FILE
               OPEN OUTPUT RANGE-FILE-OUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ RANGE-WORK-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE WS-RANGE-WORK-RECORD TO WS-RANGE-OUT-RECORD
                  WRITE WS-RANGE-OUT-RECORD
                 END-READ
               END-PERFORM
               CLOSE RANGE-WORK-FILE
               CLOSE RANGE-FILE-OUT
            END-IF.
      *-----------------------
       CLOSE-FROM-BRANCH.
      *    WITH ITS CLIENTS GONE AND ITS RANGE CLOSED, THE RELEASING
      *    BRANCH IS MARKED CLOSED ON BRANCHMST SO NO PROGRAM CAN
      *    STAMP IT ON A CLIENT AGAIN. THE RECORD STAYS FOR HISTORY.
            MOVE "NOT FOUND" TO WS-BRANCH-RESULT.
            OPEN I-O BRANCHMST.
            IF WS-BRANCHMST-STATUS NOT = "00"
               MOVE "BRANCHMST NOT AVAILABLE" TO WS-BRANCH-RESULT
            ELSE
               MOVE WS-FROM-BRANCH TO BR-CODE
               READ BRANCHMST
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF BR-CLOSED
                      MOVE "ALREADY CLOSED" TO WS-BRANCH-RESULT
                   ELSE
                      SET BR-CLOSED TO TRUE
                      MOVE WS-CDT-DATE TO BR-STATUS-DATE
                      REWRITE BRANCH-RECORD
                        INVALID KEY
                          MOVE "CLOSE REJECTED" TO WS-BRANCH-RESULT
                        NOT INVALID KEY
                          MOVE "CLOSED" TO WS-BRANCH-RESULT
                      END-REWRITE
                   END-IF
               END-READ
               CLOSE BRANCHMST
            END-IF.
      *-----------------------
       WRITE-REPORT-DETAIL.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE HEADER LINES - THE
      *    FROM/TO LINE REPEATS ON EVERY PAGE SO A LOOSE PAGE STILL
      *    SAYS WHICH TRANSFER IT BELONGS TO.
            IF WS-PAGE-COUNT > ZERO
               WRITE WS-REPORT-LINE FROM SPACES
                 BEFORE ADVANCING PAGE
            END-IF.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-1.
            WRITE WS-REPORT-LINE FROM WS-RUN-DATE-LINE.
            WRITE WS-REPORT-LINE FROM WS-XFER-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-2.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE ZERO TO WS-LINE-COUNT.
      *-----------------------
       WRITE-REPORT-TOTALS.
      *    THE COUNTS AND THE TWO SIGNATURE LINES ARE WHAT THE
      *    RELEASING AND RECEIVING MANAGERS SIGN OFF AGAINST.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE WS-MST-MOVED TO WS-TOTAL-MST.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-MST-LINE.
            MOVE WS-ARC-MOVED TO WS-TOTAL-ARC.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-ARC-LINE.
            MOVE WS-PEND-MOVED TO WS-TOTAL-PEND.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-PEND-LINE.
            MOVE WS-LIST-REJECTED TO WS-TOTAL-REJ.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-REJ-LINE.
            MOVE WS-RANGE-RESULT TO RL-RESULT.
            WRITE WS-REPORT-LINE FROM WS-RANGE-LINE.
            MOVE WS-BRANCH-RESULT TO BSL-RESULT.
            WRITE WS-REPORT-LINE FROM WS-BRANCH-STATUS-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE "RELEASING" TO SL-ROLE.
            MOVE WS-FROM-BRANCH TO SL-BRANCH.
            WRITE WS-REPORT-LINE FROM WS-SIGN-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE "RECEIVING" TO SL-ROLE.
            MOVE WS-TO-BRANCH TO SL-BRANCH.
            WRITE WS-REPORT-LINE FROM WS-SIGN-LINE.
       END PROGRAM BRANCH-XFER.
