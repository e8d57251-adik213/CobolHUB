           FD TRANS-FILE.
      *      ONE MAINTENANCE TRANSACTION PER LINE: THE TRANSACTION
      *      CODE IN COLUMN 1, THE EFFECTIVE DATE (YYYYMMDD, BLANK OR
      *      ZERO FOR IMMEDIATE), THEN THE CLIENTREC IMAGE. A FILE CUT
      *      WITH NINE-DIGIT PERSONIDS STARTS WITH A *HEADER LINE
      *      CARRYING "09" IN COLUMNS 20-21, AS ON A LOAD FEED; WITHOUT
      *      ONE THE LINES ARE THE OLD FIVE-DIGIT LAYOUT AND ARE
      *      WIDENED AS THEY ARE READ.
             01 TRANS-RECORD.
               05 TRANS-CODE PIC X(1).
               05 TRANS-EFF-DATE PIC X(8).
               05 TRANS-CLIENT-IMAGE PIC X(98).

           FD CLIENTMST.
             COPY CLIENTREC.
               05 SORT-EFF-DATE PIC X(8).
               05 SORT-ORIGIN PIC X(1).
               05 SORT-TRANS-CODE PIC X(1).
               05 SORT-CLIENT-IMAGE PIC X(98).

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

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(100).
       01 WS-EFF-DATE PIC X(8).
       01 WS-ORIGIN PIC X(1).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-BEFORE-IMAGE PIC X(98).
       01 WS-TRN-OLD-LAYOUT PIC A(1) VALUE 'Y'.
       01 WS-TRN-HEADER.
           05 WS-THDR-TAG PIC X(8).
           05 WS-THDR-BRANCH PIC X(3).
           05 WS-THDR-BUSDATE PIC X(8).
           05 WS-THDR-IDLEN PIC X(2).
             88 WS-THDR-IDLEN-NEW VALUE "09".
       01 WS-OLD-TRANS.
           05 WS-OTR-CODE PIC X(1).
           05 WS-OTR-EFF-DATE PIC X(8).
           05 WS-OTR-PERSONID PIC 9(5).
           05 WS-OTR-PERSONID-X REDEFINES WS-OTR-PERSONID PIC X(5).
           05 WS-OTR-REST PIC X(89).
           05 FILLER PIC X(4).
       COPY CLIENTREC
         REPLACING ==CLIENT-RECORD==   BY ==WS-CLIENT-RECORD==,
                   ==PERSONID==        BY ==WS-PERSONID==,
                   ==BRANCH-CODE==     BY ==WS-BRANCH-CODE==.
       01 WS-REJECT-REASON PIC X(40).
       01 WS-CURR-BRANCH PIC X(3).
       01 WS-CURR-BRANCH-NAME PIC X(30).
       01 WS-CURR-BRANCH-RESULT PIC X(1).
       01 WS-BRANCH-OPEN PIC A(1) VALUE 'N'.
       01 WS-BR-APPLIED PIC 9(5) VALUE ZERO.
       01 WS-BR-REJECTED PIC 9(5) VALUE ZERO.
       01 WS-DETAIL-LINE.
           05 DL-TRANS-CODE PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LASTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(8).
       01 WS-BRANCH-HEAD-LINE.
           05 FILLER PIC X(8) VALUE "BRANCH: ".
           05 BH-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-NAME PIC X(30).
       01 WS-BRANCH-TOTAL-LINE.
           05 FILLER PIC X(9) VALUE "  BRANCH ".
           05 BT-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BT-NAME PIC X(30).
           05 FILLER PIC X(9) VALUE " APPLIED:".
           05 BT-APPLIED PIC ZZZZ9.
           05 FILLER PIC X(10) VALUE " REJECTED:".
           05 WS-TOTAL-PENDING PIC ZZZZZZ9.
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       COPY MSTLOCK.
       COPY OPERID.
       COPY IDISSUE.
       01 WS-ASSIGNED-NOTE PIC X(40).
       COPY BRCHECK.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            PERFORM IDENTIFY-JOB.

            DISPLAY "Applying branch transactions...".
            PERFORM ACQUIRE-MASTER-LOCK.
            DISPLAY "Still pending:",WS-TRANS-PENDING.
            PERFORM RELEASE-MASTER-LOCK.
            STOP RUN.
      *-----------------------
       IDENTIFY-JOB.
      *    A BATCH RUN'S JOURNAL AND LOCK ENTRIES CARRY THE JOB NAME
      *    IT WAS STARTED UNDER INSTEAD OF A PERSON'S ID.
            SET OPR-BATCH TO TRUE.
            MOVE "CLIENT-BATCH" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    ONLY ONE PROGRAM MAY UPDATE CLIENTMST AT A TIME - THE
      *    REFUSED, SO THE OPERATOR KNOWS WHO TO WAIT FOR.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "CLIENT-BATCH" TO LOCK-PROGRAM.
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
       LOAD-TRANS-SORT.
                 READ TRANS-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF TRANS-RECORD(1:7) = "*HEADER"
                     MOVE TRANS-RECORD(1:21) TO WS-TRN-HEADER
                     IF WS-THDR-IDLEN-NEW
                        SET WS-TRN-OLD-LAYOUT TO 'N'
                     END-IF
                  ELSE
                     IF WS-TRN-OLD-LAYOUT = 'Y'
                        PERFORM WIDEN-OLD-TRANSACTION
                     END-IF
                     MOVE TRANS-CLIENT-IMAGE TO WS-CLIENT-RECORD
                     MOVE WS-BRANCH-CODE TO SORT-BRANCH
                     MOVE TRANS-EFF-DATE TO SORT-EFF-DATE
                     MOVE 'T' TO SORT-ORIGIN
                     MOVE TRANS-CODE TO SORT-TRANS-CODE
                     MOVE TRANS-CLIENT-IMAGE TO SORT-CLIENT-IMAGE
                     RELEASE SORT-TRANS
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE TRANS-FILE
               END-PERFORM
               CLOSE PENDING-IN
            END-IF.
      *-----------------------
       WIDEN-OLD-TRANSACTION.
      *    A PERSONID THAT IS NOT NUMERIC IS CARRIED ACROSS AS SENT,
      *    SO THE TRANSACTION STILL REJECTS (OR TAKES THE NEXT NUMBER
      *    FOR AN ADD) EXACTLY AS IT WOULD HAVE.
            MOVE TRANS-RECORD TO WS-OLD-TRANS.
            MOVE SPACES TO TRANS-RECORD.
            MOVE WS-OTR-CODE TO TRANS-CODE.
            MOVE WS-OTR-EFF-DATE TO TRANS-EFF-DATE.
            MOVE WS-OTR-REST TO TRANS-CLIENT-IMAGE(10:89).
            IF WS-OTR-PERSONID IS NUMERIC
               MOVE WS-OTR-PERSONID TO WS-PERSONID
               MOVE WS-PERSONID TO TRANS-CLIENT-IMAGE(1:9)
            ELSE
               MOVE WS-OTR-PERSONID-X TO TRANS-CLIENT-IMAGE(1:5)
            END-IF.
      *-----------------------
       APPLY-SORTED-TRANS.
      *    THE PENDING FILE IS REWRITTEN EVERY RUN: WHATEVER IS STILL
               PERFORM WRITE-BRANCH-TOTALS
            END-IF.
            MOVE SORT-BRANCH TO WS-CURR-BRANCH.
      *    THE INPUT IS IN BRANCH ORDER, SO THE BRANCH IS LOOKED UP
      *    ON BRANCHMST ONCE PER GROUP: ITS NAME HEADS THE GROUP AND
      *    ITS STATUS DECIDES EVERY ADD AND CHANGE IN IT.
            MOVE WS-CURR-BRANCH TO BRC-CODE.
            CALL "BRANCH-CHK" USING BRANCH-CHECK.
            MOVE BRC-RESULT TO WS-CURR-BRANCH-RESULT.
            IF BRC-UNKNOWN
               MOVE "*** NOT ON BRANCHMST ***" TO WS-CURR-BRANCH-NAME
            ELSE
               MOVE BRC-NAME TO WS-CURR-BRANCH-NAME
            END-IF.
            SET WS-BRANCH-OPEN TO 'Y'.
            MOVE ZERO TO WS-BR-APPLIED.
            MOVE ZERO TO WS-BR-REJECTED.
            MOVE ZERO TO WS-BR-PENDING.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE WS-CURR-BRANCH TO BH-BRANCH.
            MOVE WS-CURR-BRANCH-NAME TO BH-NAME.
            WRITE WS-REPORT-LINE FROM WS-BRANCH-HEAD-LINE.
            ADD 2 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-BRANCH-TOTALS.
            MOVE WS-CURR-BRANCH TO BT-BRANCH.
            MOVE WS-CURR-BRANCH-NAME TO BT-NAME.
            MOVE WS-BR-APPLIED TO BT-APPLIED.
            MOVE WS-BR-REJECTED TO BT-REJECTED.
            MOVE WS-BR-PENDING TO BT-PENDING.
            IF WS-EFF-DATE IS NUMERIC AND WS-EFF-DATE > WS-CDT-DATE
               PERFORM PARK-PENDING-TRANS
            ELSE
      *        AN ADD OR CHANGE STAMPS THE BRANCH OF RECORD, SO THE
      *        BRANCH MUST BE OPEN ON BRANCHMST BEFORE ANYTHING ELSE.
               IF WS-TRANS-CODE = 'A' OR WS-TRANS-CODE = 'C'
                  PERFORM CHECK-BRANCH-CODE
               END-IF
      *        AN ADD MAY ARRIVE WITHOUT A PERSONID - THE BRANCH'S
      *        NEXT NUMBER IS ISSUED AND REPORTED BACK ON BATCHRPT
      *        SO THE BRANCH CAN RECORD WHAT THE CLIENT WAS GIVEN.
               IF WS-TRANS-CODE = 'A'
                  AND WS-REJECT-REASON = SPACES
                  AND (WS-PERSONID IS NOT NUMERIC
                       OR WS-PERSONID = ZERO)
                  PERFORM ASSIGN-NEW-PERSONID
               END-IF
               IF WS-REJECT-REASON = SPACES
                  IF WS-PERSONID IS NOT NUMERIC OR WS-PERSONID = ZERO
                     MOVE "ZERO/BLANK PERSONID" TO WS-REJECT-REASON
                  ELSE
                     EVALUATE WS-TRANS-CODE
                       WHEN 'A' PERFORM APPLY-ADD
                       WHEN 'C' PERFORM APPLY-CHANGE
                       WHEN 'D' PERFORM APPLY-DELETE
                       WHEN OTHER
                         MOVE "INVALID TRANSACTION CODE"
                           TO WS-REJECT-REASON
                     END-EVALUATE
                  END-IF
               END-IF
               IF WS-REJECT-REASON = SPACES
                  ADD 1 TO WS-TRANS-APPLIED
               END-IF
               PERFORM WRITE-REPORT-DETAIL
            END-IF.
      *-----------------------
       CHECK-BRANCH-CODE.
            EVALUATE WS-CURR-BRANCH-RESULT
              WHEN 'Y'
                CONTINUE
              WHEN 'C'
                MOVE "BRANCH CLOSED" TO WS-REJECT-REASON
              WHEN OTHER
                MOVE "UNKNOWN BRANCH CODE" TO WS-REJECT-REASON
            END-EVALUATE.
      *-----------------------
       ASSIGN-NEW-PERSONID.
            MOVE WS-BRANCH-CODE TO ISS-BRANCH.
              WHEN ISS-EXHAUSTED
                MOVE "ID RANGE EXHAUSTED FOR BRANCH"
                  TO WS-REJECT-REASON
              WHEN ISS-RANGE-CLOSED
                MOVE "ID RANGE CLOSED FOR BRANCH" TO WS-REJECT-REASON
              WHEN OTHER
                MOVE "NO ID RANGE FOR BRANCH" TO WS-REJECT-REASON
            END-EVALUATE.
