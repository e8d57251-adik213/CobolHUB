       01 WS-EOF PIC A(1).
       01 WS-DONE PIC A(1).
       01 WS-RUN-MODE PIC A(1).
       01 WS-RESTORE-ID PIC 9(9).
       01 WS-PURGED PIC 9(5) VALUE ZERO.
       01 WS-RESTORED PIC 9(5) VALUE ZERO.
       01 WS-DESTROYED PIC 9(5) VALUE ZERO.
       01 WS-DR-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       COPY MSTLOCK.
       COPY OPERID.
       COPY BRCHECK.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-DETAIL-LINE.
           05 DL-ACTION PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-LASTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-FIRSTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(4) VALUE "RULE".
       01 WS-DEST-DETAIL-LINE.
           05 DD-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DD-LASTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DD-ARCH-DATE PIC 9(8).
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.

            MOVE WS-CDT-DATE TO WS-TODAY-9.
            PERFORM IDENTIFY-JOB.
            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               DISPLAY "(P)urge inactive clients, (R)estore from "
               MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
      *-----------------------
       IDENTIFY-JOB.
      *    A BATCH RUN'S JOURNAL AND LOCK ENTRIES CARRY THE JOB NAME
      *    IT WAS STARTED UNDER INSTEAD OF A PERSON'S ID.
            SET OPR-BATCH TO TRUE.
            MOVE "CLIENT-PURGE" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    ONLY ONE PROGRAM MAY UPDATE CLIENTMST AT A TIME - THE
      *    REFUSED, SO THE OPERATOR KNOWS WHO TO WAIT FOR.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "CLIENT-PURGE" TO LOCK-PROGRAM.
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
       PURGE-INACTIVE-CLIENTS.
              INVALID KEY
                DISPLAY "Not in archive, ID:",WS-RESTORE-ID
              NOT INVALID KEY
                PERFORM RESTORE-IF-BRANCH-OPEN
            END-READ.
      *-----------------------
       RESTORE-IF-BRANCH-OPEN.
      *    A CLIENT ARCHIVED UNDER A BRANCH THAT HAS SINCE CLOSED
      *    STAYS IN THE ARCHIVE UNTIL BRANCH-XFER MOVES THEM - THE
      *    RESTORE MAY NOT PUT A CLOSED BRANCH BACK ON THE MASTER.
            MOVE ARCH-BRANCH-CODE TO BRC-CODE.
            CALL "BRANCH-CHK" USING BRANCH-CHECK.
            IF NOT BRC-VALID
               DISPLAY "Archived branch ",ARCH-BRANCH-CODE,
                       " is not open - restore refused, ID:",
                       WS-RESTORE-ID
            ELSE
               MOVE ARCH-PERSONID TO PERSONID OF CLIENT-RECORD
               MOVE ARCH-FIRSTNAME TO FIRSTNAME OF CLIENT-RECORD
               MOVE ARCH-LASTNAME TO LASTNAME OF CLIENT-RECORD
               MOVE ARCH-ADDRESS TO CLIENT-ADDRESS OF CLIENT-RECORD
               MOVE ARCH-PHONE TO PHONE OF CLIENT-RECORD
               MOVE ARCH-BRANCH-CODE TO BRANCH-CODE OF CLIENT-RECORD
               MOVE 'A' TO STATUS-CODE OF CLIENT-RECORD
               WRITE CLIENT-RECORD
                 INVALID KEY
                   DISPLAY "Already on master, ID:",WS-RESTORE-ID
                 NOT INVALID KEY
                   DELETE CLIENTARC
                     INVALID KEY
                       DISPLAY "Archive delete rejected, ID:",
                               WS-RESTORE-ID
                   END-DELETE
                   ADD 1 TO WS-RESTORED
                   MOVE "RESTORED" TO DL-ACTION
                   MOVE PERSONID OF CLIENT-RECORD TO DL-PERSONID
                   MOVE LASTNAME OF CLIENT-RECORD TO DL-LASTNAME
                   MOVE FIRSTNAME OF CLIENT-RECORD TO DL-FIRSTNAME
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE 'A' TO JRNL-TRANS-CODE
                   MOVE SPACES TO JRNL-BEFORE-IMAGE
                   MOVE CLIENT-RECORD TO JRNL-AFTER-IMAGE
                   PERFORM WRITE-JOURNAL
                   DISPLAY "Restored PERSONID:",WS-RESTORE-ID
               END-WRITE
            END-IF.
      *-----------------------
       RETENTION-SWEEP.
      *    THE AUDITORS' QUESTION EVERY YEAR: PROVE PERSONAL DATA
