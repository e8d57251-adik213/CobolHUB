       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       01 WS-RECORD-COUNT PIC 9(5) VALUE ZERO.
      *    THE ROSTER RUNS IN NAME ORDER, SO BRANCHES ARRIVE MIXED -
      *    THE LAST BRANCH LOOKED UP IS KEPT TO SAVE A BRANCHMST READ
      *    WHEN NEIGHBOURING CLIENTS SHARE ONE.
       01 WS-LAST-BRANCH PIC X(3) VALUE HIGH-VALUES.
       01 WS-LAST-BRANCH-NAME PIC X(30).
       COPY BRCHECK.
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 FILLER PIC X(20) VALUE "FIRST NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(20) VALUE "LAST NAME".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "BRANCH".
       01 WS-DETAIL-LINE.
           05 DL-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-FIRSTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LASTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-BRANCH PIC X(3).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-BRANCH-NAME PIC X(30).
       01 WS-FINAL-LINE.
           05 FILLER PIC X(24) VALUE "TOTAL RECORDS LISTED:".
           05 WS-FINAL-COUNT PIC ZZZZ9.
                  MOVE PERSONID OF CLIENT-RECORD  TO DL-PERSONID
                  MOVE FIRSTNAME OF CLIENT-RECORD TO DL-FIRSTNAME
                  MOVE LASTNAME OF CLIENT-RECORD  TO DL-LASTNAME
                  MOVE BRANCH-CODE OF CLIENT-RECORD TO DL-BRANCH
                  PERFORM LOOKUP-BRANCH-NAME
                  MOVE WS-LAST-BRANCH-NAME TO DL-BRANCH-NAME
                  WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE
                  ADD 1 TO WS-LINE-COUNT
                  ADD 1 TO WS-RECORD-COUNT
            MOVE WS-RECORD-COUNT TO WS-FINAL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-FINAL-LINE.
            CLOSE REPORT-FILE.
      *-----------------------
       LOOKUP-BRANCH-NAME.
            IF BRANCH-CODE OF CLIENT-RECORD NOT = WS-LAST-BRANCH
               MOVE BRANCH-CODE OF CLIENT-RECORD TO WS-LAST-BRANCH
               MOVE WS-LAST-BRANCH TO BRC-CODE
               CALL "BRANCH-CHK" USING BRANCH-CHECK
               IF BRC-UNKNOWN
                  MOVE "*** NOT ON BRANCHMST ***"
                    TO WS-LAST-BRANCH-NAME
               ELSE
                  MOVE BRC-NAME TO WS-LAST-BRANCH-NAME
               END-IF
            END-IF.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE TWO HEADER LINES.
