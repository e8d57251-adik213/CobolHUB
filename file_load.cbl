            FILE STATUS IS WS-LOG-STATUS.
            SELECT DELTA-FILE ASSIGN TO "LOADDLTA"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT SEEN-FILE ASSIGN TO "LOADSEEN"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SEEN-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
       DATA DIVISION.
         FILE SECTION.
           FD LOAD-CONTROL-FILE.
           FD CHECKPOINT-FILE.
             01 WS-CKPT-RECORD.
               05 CKPT-FEED-INDEX PIC 9(3).
               05 CKPT-PERSONID PIC 9(9).
      *        A CHECKPOINT LEFT BY A RUN BEFORE PERSONIDS WERE WIDENED
      *        CARRIES A FIVE-DIGIT PERSONID.
               05 CKPT-OLD-ID REDEFINES CKPT-PERSONID.
                 10 CKPT-OLD-PERSONID PIC 9(5).
                 10 CKPT-OLD-FILLER PIC X(4).

           FD RUN-CONTROL-LOG.
             01 WS-LOG-LINE PIC X(100).
           FD DELTA-FILE.
             01 WS-DELTA-LINE PIC X(130).

           FD SEEN-FILE.
             01 SEEN-RECORD.
               05 SEEN-PERSONID PIC 9(9).

           SD SORT-WORK-FILE.
             01 SORT-SEEN.
               05 SORT-PERSONID PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-FEED-FILE-PATH PIC X(100).
       01 WS-CTL-EOF PIC A(1).
      *    DATE) AND A *FEEDTRL LINE (RECORD COUNT AND PERSONID HASH
      *    TOTAL) WRITTEN BY THE SENDING BRANCH; NO PERSONID CAN
      *    START WITH AN ASTERISK, SO THE TAGS CANNOT COLLIDE WITH
      *    DATA. THE HEADER ALSO GIVES THE PERSONID WIDTH THE FEED WAS
      *    CUT WITH - "09" FOR NINE DIGITS; BLANK OR "05" IS A BRANCH
      *    STILL SENDING THE OLD FIVE-DIGIT LAYOUT, WHOSE LINES ARE
      *    WIDENED AS THEY ARE READ.
       01 WS-FEED-HEADER.
           05 WS-FHDR-TAG PIC X(8).
           05 WS-FHDR-BRANCH PIC X(3).
           05 WS-FHDR-BUSDATE PIC X(8).
           05 WS-FHDR-IDLEN PIC X(2).
             88 WS-FHDR-IDLEN-NEW VALUE "09".
             88 WS-FHDR-IDLEN-OLD VALUE "05" SPACES.
       01 WS-OLD-LAYOUT PIC A(1) VALUE 'N'.
       01 WS-FEED-TRAILER.
           05 WS-FTRL-TAG PIC X(8).
           05 WS-FTRL-COUNT PIC 9(7).
           05 WS-FTRL-HASH PIC 9(18).
       01 WS-OLD-FEED-TRAILER.
           05 WS-OFTRL-TAG PIC X(8).
           05 WS-OFTRL-COUNT PIC 9(7).
           05 WS-OFTRL-HASH PIC 9(10).
       01 WS-OLD-FEED-LINE.
           05 WS-OLD-PERSONID PIC 9(5).
           05 WS-OLD-PERSONID-X REDEFINES WS-OLD-PERSONID PIC X(5).
           05 WS-OLD-REST PIC X(89).
           05 FILLER PIC X(4).
       01 WS-FEED-COUNT PIC 9(7) VALUE ZERO.
       01 WS-FEED-HASH PIC 9(18) VALUE ZERO.
       01 WS-OLD-HASH PIC 9(10) VALUE ZERO.
       01 WS-FHDR-SEEN PIC A(1).
       01 WS-FTRL-SEEN PIC A(1).
       01 WS-FEED-OK PIC A(1).
       01 WS-CKPT-STATUS PIC X(2).
       01 WS-RESTART-MODE PIC A(1).
       01 WS-SKIPPING PIC A(1) VALUE 'N'.
       01 WS-CKPT-PERSONID PIC 9(9) VALUE ZERO.
       01 WS-CKPT-FEED-INDEX PIC 9(3) VALUE ZERO.
       01 WS-CHECKPOINT-INTERVAL PIC 9(4) VALUE 50.
       01 WS-RECORDS-SINCE-CKPT PIC 9(4) VALUE ZERO.
       01 WS-SYNC-DROPS PIC 9(7) VALUE ZERO.
       01 WS-SYNC-UNCHANGED PIC 9(7) VALUE ZERO.
       01 WS-DELTA-ACTION PIC X(6).
      *    EVERY PERSONID THE SNAPSHOT NAMES IS WRITTEN TO LOADSEEN AS
      *    IT IS APPLIED; THE SWEEP AFTERWARDS SORTS THAT LIST AND RUNS
      *    IT AGAINST THE MASTER IN KEY ORDER TO SPOT RECORDS THE FEED
      *    NO LONGER CARRIES. A FLAG PER POSSIBLE PERSONID WILL NOT FIT
      *    AT NINE DIGITS.
       01 WS-SEEN-STATUS PIC X(2).
       01 WS-SEEN-EOF PIC A(1).
       01 WS-SEEN-KEY PIC 9(9) VALUE ZERO.
       01 WS-SEEN-MATCH PIC A(1).
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-MIN PIC 9(2).
           05 WS-CDT-SEC PIC 9(2).
           05 WS-CDT-HSEC PIC 9(2).
       01 WS-EXCP-TIME.
           05 WS-EXCP-HHMMSS PIC 9(6).
           05 WS-EXCP-HSEC PIC 9(2).
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       COPY MSTLOCK.
       COPY OPERID.
       COPY BRCHECK.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            DISPLAY "Loading file...".
            PERFORM IDENTIFY-JOB.
            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               DISPLAY "Synchronize full snapshot? (Y/N):"
      *    A SYNCHRONIZE RUN COMPARES THE WHOLE SNAPSHOT AGAINST THE
      *    MASTER AND RE-APPLIES IT FROM THE TOP, SO THE CHECKPOINT
      *    RESTART ONLY APPLIES TO A NORMAL LOAD.
            IF WS-SYNC-MODE NOT = 'Y'
               IF WS-PARM-MODE NOT = 'Y'
                  DISPLAY "Restart from last checkpoint? (Y/N):"
                  ACCEPT WS-RESTART-MODE
            END-IF.
            IF WS-SYNC-MODE = 'Y'
               OPEN OUTPUT DELTA-FILE
               OPEN OUTPUT SEEN-FILE
            END-IF.
            PERFORM OPEN-CLIENTMST.
            PERFORM PROCESS-ALL-FEEDS.
            IF WS-SYNC-MODE = 'Y'
               CLOSE SEEN-FILE
      *        A QUARANTINED OR MISSING FEED MEANS THE SEEN LIST IS
      *        INCOMPLETE - SWEEPING ON IT WOULD FLAG EVERY CLIENT OF
      *        THAT FEED AS DROPPED, SO THE SWEEP IS SKIPPED.
               IF WS-FEEDS-QUARANTINED = ZERO AND WS-FEED-MISSING = 'N'
                  SORT SORT-WORK-FILE
                    ON ASCENDING KEY SORT-PERSONID
                    INPUT PROCEDURE IS LOAD-SEEN-SORT
                    OUTPUT PROCEDURE IS FLAG-MISSING-CLIENTS
               ELSE
                  DISPLAY "Drop sweep skipped - a feed was missing "
                          "or quarantined this run."
            PERFORM RELEASE-MASTER-LOCK.
            PERFORM SET-RETURN-CODE.
            STOP RUN.
      *-----------------------
       IDENTIFY-JOB.
      *    A BATCH RUN'S JOURNAL AND LOCK ENTRIES CARRY THE JOB NAME
      *    IT WAS STARTED UNDER INSTEAD OF A PERSON'S ID.
            SET OPR-BATCH TO TRUE.
            MOVE "FILE-LOAD" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    ONLY ONE PROGRAM MAY UPDATE CLIENTMST AT A TIME - THE
      *    REFUSED, SO THE OPERATOR KNOWS WHO TO WAIT FOR.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "FILE-LOAD" TO LOCK-PROGRAM.
            MOVE OPR-ID TO LOCK-OPERATOR.
            CALL "MST-LOCK" USING LOCK-REQUEST.
            IF LOCK-GRANTED
               SET WS-LOCK-OK TO 'Y'
            MOVE ZERO TO WS-FEED-COUNT.
            MOVE ZERO TO WS-FEED-HASH.
            MOVE SPACES TO WS-QUAR-REASON.
            SET WS-OLD-LAYOUT TO 'N'.
            OPEN INPUT INFILE.
            IF WS-INFILE-STATUS NOT = "00"
               SET WS-FEED-MISSING TO 'Y'
                 END-READ
               END-PERFORM
               CLOSE INFILE
      *        THE OLD TRAILER'S HASH HELD TEN DIGITS, SO THE SENDER'S
      *        TOTAL IS COMPARED ON ITS LOW-ORDER TEN.
               IF WS-OLD-LAYOUT = 'Y'
                  MOVE WS-FEED-HASH TO WS-OLD-HASH
                  MOVE WS-OLD-HASH TO WS-FEED-HASH
               END-IF
               EVALUATE TRUE
                 WHEN WS-FHDR-SEEN NOT = 'Y'
                   MOVE "NO-HEADER" TO WS-QUAR-REASON
                 WHEN NOT WS-FHDR-IDLEN-NEW AND NOT WS-FHDR-IDLEN-OLD
                   MOVE "UNKNOWN-ID-LAYOUT" TO WS-QUAR-REASON
                 WHEN WS-FTRL-SEEN NOT = 'Y'
                   MOVE "NO-TRAILER" TO WS-QUAR-REASON
                 WHEN WS-FEED-COUNT NOT = WS-FTRL-COUNT
                 WHEN WS-FEED-HASH NOT = WS-FTRL-HASH
                   MOVE "HASH-TOTAL-MISMATCH" TO WS-QUAR-REASON
                 WHEN OTHER
                   PERFORM CHECK-HEADER-BRANCH
               END-EVALUATE
               IF WS-FEED-OK NOT = 'Y'
                  PERFORM QUARANTINE-FEED
               END-IF
            END-IF.
      *-----------------------
       CHECK-HEADER-BRANCH.
      *    THE HEADER BRANCH IS STAMPED ON EVERY RECORD IN THE FEED,
      *    SO A MISTYPED OR CLOSED BRANCH WOULD SPREAD TO THE WHOLE
      *    FILE - THE FEED IS QUARANTINED UNTIL THE SENDER FIXES IT.
            MOVE WS-FHDR-BRANCH TO BRC-CODE.
            CALL "BRANCH-CHK" USING BRANCH-CHECK.
            EVALUATE TRUE
              WHEN BRC-VALID
                SET WS-FEED-OK TO 'Y'
              WHEN BRC-CLOSED
                MOVE "CLOSED-BRANCH" TO WS-QUAR-REASON
              WHEN OTHER
                MOVE "UNKNOWN-BRANCH" TO WS-QUAR-REASON
            END-EVALUATE.
      *-----------------------
       TALLY-ONE-FEED-LINE.
            EVALUATE TRUE
              WHEN WS-CLIENTDATA(1:7) = "*HEADER"
                SET WS-FHDR-SEEN TO 'Y'
                MOVE WS-CLIENTDATA(1:21) TO WS-FEED-HEADER
                IF WS-FHDR-IDLEN-OLD
                   SET WS-OLD-LAYOUT TO 'Y'
                END-IF
              WHEN WS-CLIENTDATA(1:8) = "*FEEDTRL"
                SET WS-FTRL-SEEN TO 'Y'
                IF WS-OLD-LAYOUT = 'Y'
                   MOVE WS-CLIENTDATA(1:25) TO WS-OLD-FEED-TRAILER
                   MOVE WS-OFTRL-TAG TO WS-FTRL-TAG
                   MOVE WS-OFTRL-COUNT TO WS-FTRL-COUNT
                   MOVE WS-OFTRL-HASH TO WS-FTRL-HASH
                ELSE
                   MOVE WS-CLIENTDATA(1:33) TO WS-FEED-TRAILER
                END-IF
              WHEN OTHER
      *         THE HASH TOTAL COVERS EVERY DATA LINE AS SENT, GOOD
      *         OR NOT - THE SENDER COMPUTED IT THE SAME WAY BEFORE
      *         TRANSMISSION.
                IF WS-OLD-LAYOUT = 'Y'
                   PERFORM WIDEN-OLD-FEED-LINE
                END-IF
                ADD 1 TO WS-FEED-COUNT
                IF WS-PERSONID IS NUMERIC
                   ADD WS-PERSONID TO WS-FEED-HASH
                END-IF
            END-EVALUATE.
      *-----------------------
       WIDEN-OLD-FEED-LINE.
      *    SHIFT THE NAME, ADDRESS AND THE REST ALONG TO THE NINE-DIGIT
      *    LAYOUT. A PERSONID THAT IS NOT NUMERIC IS CARRIED ACROSS AS
      *    SENT, SO IT STILL REJECTS AND IS HELD AS THE BRANCH KEYED IT.
            MOVE WS-CLIENTDATA TO WS-OLD-FEED-LINE.
            MOVE SPACES TO WS-CLIENTDATA.
            MOVE WS-OLD-REST TO WS-CLIENTDATA(10:89).
            IF WS-OLD-PERSONID IS NUMERIC
               MOVE WS-OLD-PERSONID TO WS-PERSONID
            ELSE
               MOVE WS-OLD-PERSONID-X TO WS-CLIENTDATA(1:5)
            END-IF.
      *-----------------------
       QUARANTINE-FEED.
            ADD 1 TO WS-FEEDS-QUARANTINED.
               IF WS-CLIENTDATA(1:1) = '*'
                  CONTINUE
               ELSE
                  IF WS-OLD-LAYOUT = 'Y'
                     PERFORM WIDEN-OLD-FEED-LINE
                  END-IF
                  IF WS-SKIPPING = 'Y'
                     PERFORM CHECK-SKIP-RECORD
                  ELSE
            IF WS-CKPT-STATUS = "00"
               READ CHECKPOINT-FILE
               MOVE CKPT-FEED-INDEX TO WS-CKPT-FEED-INDEX
               IF CKPT-PERSONID IS NUMERIC
                  MOVE CKPT-PERSONID TO WS-CKPT-PERSONID
               ELSE
                  MOVE CKPT-OLD-PERSONID TO WS-CKPT-PERSONID
               END-IF
               CLOSE CHECKPOINT-FILE
               IF WS-CKPT-PERSONID NOT = ZERO
                  SET WS-SKIPPING TO 'Y'
               IF WS-SYNC-MODE = 'Y'
                  AND WS-PERSONID IS NUMERIC
                  AND WS-PERSONID > ZERO
                  MOVE WS-PERSONID TO SEEN-PERSONID
                  WRITE SEEN-RECORD
               END-IF
            ELSE
               IF WS-STATUS-CODE NOT = 'A' AND WS-STATUS-CODE NOT = 'I'
                END-IF
            END-READ.
            IF WS-PERSONID > ZERO
               MOVE WS-PERSONID TO SEEN-PERSONID
               WRITE SEEN-RECORD
            END-IF.
      *-----------------------
       LOAD-SEEN-SORT.
            OPEN INPUT SEEN-FILE.
            IF WS-SEEN-STATUS = "00"
               SET WS-SEEN-EOF TO 'N'
               PERFORM UNTIL WS-SEEN-EOF = 'Y'
                 READ SEEN-FILE
                  AT END MOVE 'Y' TO WS-SEEN-EOF
                 NOT AT END
                  MOVE SEEN-PERSONID TO SORT-PERSONID
                  RELEASE SORT-SEEN
                 END-READ
               END-PERFORM
               CLOSE SEEN-FILE
            END-IF.
      *-----------------------
       FLAG-MISSING-CLIENTS.
      *    SWEEP THE MASTER AFTER THE WHOLE SNAPSHOT HAS BEEN APPLIED
      *    AND FLAG ACTIVE RECORDS THE FEED NEVER MENTIONED AS
      *    INACTIVE - THEY HAVE DROPPED OFF THE UPSTREAM LIST. THE
      *    SORTED SEEN LIST AND THE MASTER ARE BOTH IN PERSONID ORDER,
      *    SO ONE PASS OF EACH MATCHES THEM UP.
            SET WS-SEEN-EOF TO 'N'.
            PERFORM RETURN-SEEN-KEY.
            MOVE ZERO TO PERSONID OF CLIENT-RECORD.
            SET WS-EOF TO 'N'.
            START CLIENTMST
              READ CLIENTMST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               SET WS-SEEN-MATCH TO 'N'
      *        A MASTER KEY WRITTEN BEFORE PERSONIDS WERE CHECKED FOR
      *        NUMERIC CONTENT CANNOT BE COMPARED WITH THE SEEN LIST,
      *        SO THE CLASS TEST COMES FIRST.
               IF PERSONID OF CLIENT-RECORD IS NUMERIC
                  PERFORM UNTIL WS-SEEN-EOF = 'Y'
                     OR WS-SEEN-KEY NOT < PERSONID OF CLIENT-RECORD
                    PERFORM RETURN-SEEN-KEY
                  END-PERFORM
                  IF WS-SEEN-EOF NOT = 'Y'
                     AND WS-SEEN-KEY = PERSONID OF CLIENT-RECORD
                     SET WS-SEEN-MATCH TO 'Y'
                  END-IF
               END-IF
               IF PERSONID OF CLIENT-RECORD IS NUMERIC
                  AND PERSONID OF CLIENT-RECORD > ZERO
                  AND WS-SEEN-MATCH NOT = 'Y'
                  AND CLIENT-ACTIVE OF CLIENT-RECORD
                  MOVE 'I' TO STATUS-CODE OF CLIENT-RECORD
                  REWRITE CLIENT-RECORD
               END-IF
              END-READ
            END-PERFORM.
      *-----------------------
       RETURN-SEEN-KEY.
            RETURN SORT-WORK-FILE
              AT END MOVE 'Y' TO WS-SEEN-EOF
              NOT AT END MOVE SORT-PERSONID TO WS-SEEN-KEY
            END-RETURN.
      *-----------------------
       WRITE-DELTA-LINE.
            MOVE SPACES TO WS-DELTA-LINE.
      *-----------------------
       WRITE-EXCEPTION.
      *    HOLD THE WHOLE FEED RECORD AS IT ARRIVED, PLUS THE REASON,
      *    SO EXCP-REWORK CAN CORRECT AND RESUBMIT IT LATER. THE ENTRY
      *    IS STAMPED WITH THE LOAD'S JOB NAME AND THE TIME IT WAS HELD.
            ADD 1 TO WS-RECORDS-REJECTED.
            MOVE WS-CLIENTDATA TO EXCP-CLIENT-IMAGE.
            MOVE WS-REJECT-REASON TO EXCP-REASON.
            SET EXCP-OPEN TO TRUE.
            ACCEPT WS-EXCP-TIME FROM TIME.
            MOVE OPR-ID TO EXCP-OPERATOR.
            MOVE WS-CDT-DATE TO EXCP-SET-DATE.
            MOVE WS-EXCP-HHMMSS TO EXCP-SET-TIME.
            WRITE EXCP-RECORD.
            DISPLAY "Rejected PERSONID:",WS-PERSONID," - ",
                    WS-REJECT-REASON.
