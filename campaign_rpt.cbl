       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAMPAIGN-RPT.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT CONTACT-FILE ASSIGN TO "CONTHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CONT-KEY OF CONTACT-RECORD
            FILE STATUS IS WS-CONTACT-STATUS.
            SELECT CLIENTMST ASSIGN TO "CLIENTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS PERSONID OF CLIENT-RECORD
            ALTERNATE RECORD KEY IS LASTNAME OF CLIENT-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-CLIENTMST-STATUS.
            SELECT CLIENTARC ASSIGN TO "CLIENTARC"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS ARCH-PERSONID OF ARCH-RECORD
            FILE STATUS IS WS-CLIENTARC-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
            SELECT REPORT-FILE ASSIGN TO "CAMPRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PARAM-FILE ASSIGN TO "CAMPPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD CONTACT-FILE.
             COPY CONTHIST.

           FD CLIENTMST.
             COPY CLIENTREC.

           FD CLIENTARC.
             COPY ARCHREC.

           SD SORT-WORK-FILE.
      *      ONE ENTRY PER CAMPAIGN PIECE IN THE DATE RANGE, CARRYING
      *      THE BRANCH THE CLIENT BELONGS TO, SORTED SO THE REPORT
      *      BREAKS ON CAMPAIGN, THEN BRANCH, THEN CHANNEL.
             01 SORT-CONTACT.
               05 SRT-CAMPAIGN PIC X(8).
               05 SRT-BRANCH PIC X(3).
               05 SRT-CHANNEL-IX PIC 9(1).
               05 SRT-DATE PIC 9(8).
               05 SRT-OUTCOME PIC X(1).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(100).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-CLIENTARC-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-MST-OPEN PIC A(1) VALUE 'N'.
       01 WS-ARC-OPEN PIC A(1) VALUE 'N'.
       01 WS-EOF PIC A(1).
       01 WS-SEL-CAMPAIGN PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE-X PIC X(8) VALUE SPACES.
       01 WS-TO-DATE-X PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE 99999999.
      *    CONTHIST IS IN PERSONID ORDER, SO ONE CLIENT'S ENTRIES
      *    ARRIVE TOGETHER AND THE BRANCH IS LOOKED UP ONCE FOR THEM.
       01 WS-LAST-PERSONID PIC 9(9) VALUE ZERO.
       01 WS-LAST-BRANCH PIC X(3) VALUE SPACES.
       01 WS-NO-BRANCH PIC X(3) VALUE "???".
       01 WS-CONTACTS-READ PIC 9(7) VALUE ZERO.
       01 WS-CONTACTS-USED PIC 9(7) VALUE ZERO.
      *    ONE CONTACT'S CONTRIBUTION - A 1 IN SENT AND A 1 IN THE
      *    OUTCOME IT ENDED WITH - ADDED CORRESPONDING INTO EVERY
      *    LEVEL OF TOTALS IT BELONGS TO.
       01 WS-ONE-CONTACT.
           05 CNT-SENT PIC 9(1).
           05 CNT-RESPONDED PIC 9(1).
           05 CNT-UNDELIV PIC 9(1).
           05 CNT-DNC PIC 9(1).
           05 CNT-NO-OUTCOME PIC 9(1).
       01 WS-CHAN-TOTALS.
           05 CNT-SENT PIC 9(7).
           05 CNT-RESPONDED PIC 9(7).
           05 CNT-UNDELIV PIC 9(7).
           05 CNT-DNC PIC 9(7).
           05 CNT-NO-OUTCOME PIC 9(7).
       01 WS-BRANCH-TOTALS.
           05 CNT-SENT PIC 9(7).
           05 CNT-RESPONDED PIC 9(7).
           05 CNT-UNDELIV PIC 9(7).
           05 CNT-DNC PIC 9(7).
           05 CNT-NO-OUTCOME PIC 9(7).
       01 WS-CAMP-TOTALS.
           05 CNT-SENT PIC 9(7).
           05 CNT-RESPONDED PIC 9(7).
           05 CNT-UNDELIV PIC 9(7).
           05 CNT-DNC PIC 9(7).
           05 CNT-NO-OUTCOME PIC 9(7).
       01 WS-GRAND-TOTALS.
           05 CNT-SENT PIC 9(7).
           05 CNT-RESPONDED PIC 9(7).
           05 CNT-UNDELIV PIC 9(7).
           05 CNT-DNC PIC 9(7).
           05 CNT-NO-OUTCOME PIC 9(7).
       01 WS-PRINT-COUNTS.
           05 CNT-SENT PIC 9(7).
           05 CNT-RESPONDED PIC 9(7).
           05 CNT-UNDELIV PIC 9(7).
           05 CNT-DNC PIC 9(7).
           05 CNT-NO-OUTCOME PIC 9(7).
      *    CHANNEL SLOTS: 1 MAIL, 2 PHONE, 3 BOTH, 4 ANYTHING ELSE.
       01 WS-CHANNEL-NAMES.
           05 FILLER PIC X(5) VALUE "MAIL".
           05 FILLER PIC X(5) VALUE "PHONE".
           05 FILLER PIC X(5) VALUE "BOTH".
           05 FILLER PIC X(5) VALUE "OTHER".
       01 WS-CHANNEL-NAME-TABLE REDEFINES WS-CHANNEL-NAMES.
           05 WS-CHANNEL-NAME PIC X(5) OCCURS 4 TIMES.
       01 WS-CAMP-CHAN-TABLE.
           05 WS-CC-ENTRY OCCURS 4 TIMES.
             10 CNT-SENT PIC 9(7).
             10 CNT-RESPONDED PIC 9(7).
             10 CNT-UNDELIV PIC 9(7).
             10 CNT-DNC PIC 9(7).
             10 CNT-NO-OUTCOME PIC 9(7).
       01 WS-ALL-CHAN-TABLE.
           05 WS-AC-ENTRY OCCURS 4 TIMES.
             10 CNT-SENT PIC 9(7).
             10 CNT-RESPONDED PIC 9(7).
             10 CNT-UNDELIV PIC 9(7).
             10 CNT-DNC PIC 9(7).
             10 CNT-NO-OUTCOME PIC 9(7).
      *    THE COMPARISON PAGE: EVERY CAMPAIGN IN THE RANGE, IN
      *    CAMPAIGN ORDER AS THE SORT DELIVERS THEM, AND EVERY BRANCH
      *    ACROSS ALL OF THEM, KEPT IN BRANCH-CODE ORDER.
       01 WS-CAMP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAMP-LIMIT PIC 9(3) VALUE 200.
       01 WS-CAMP-OVERFLOW PIC A(1) VALUE 'N'.
       01 WS-CAMP-TABLE.
           05 WS-CT-ENTRY OCCURS 200 TIMES.
             10 WS-CT-CAMPAIGN PIC X(8).
             10 WS-CT-FIRST-DATE PIC 9(8).
             10 WS-CT-LAST-DATE PIC 9(8).
             10 WS-CT-COUNTS.
               15 CNT-SENT PIC 9(7).
               15 CNT-RESPONDED PIC 9(7).
               15 CNT-UNDELIV PIC 9(7).
               15 CNT-DNC PIC 9(7).
               15 CNT-NO-OUTCOME PIC 9(7).
       01 WS-BRANCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-BRANCH-LIMIT PIC 9(3) VALUE 200.
       01 WS-BRANCH-OVERFLOW PIC A(1) VALUE 'N'.
       01 WS-BRANCH-TABLE.
           05 WS-BT-ENTRY OCCURS 200 TIMES.
             10 WS-BT-BRANCH PIC X(3).
             10 WS-BT-COUNTS.
               15 CNT-SENT PIC 9(7).
               15 CNT-RESPONDED PIC 9(7).
               15 CNT-UNDELIV PIC 9(7).
               15 CNT-DNC PIC 9(7).
               15 CNT-NO-OUTCOME PIC 9(7).
       01 WS-CX PIC 9(3).
       01 WS-BX PIC 9(3).
       01 WS-BX-FOUND PIC A(1).
       01 WS-BX-SHIFT PIC 9(3).
       01 WS-CH-IX PIC 9(1).
       01 WS-CAMP-OPEN PIC A(1) VALUE 'N'.
       01 WS-BRANCH-OPEN PIC A(1) VALUE 'N'.
       01 WS-CHAN-OPEN PIC A(1) VALUE 'N'.
       01 WS-PRINT-DETAIL PIC A(1) VALUE 'N'.
       01 WS-FIRST-BRANCH-LINE PIC A(1).
       01 WS-CURR-CAMPAIGN PIC X(8).
       01 WS-CURR-BRANCH PIC X(3).
       01 WS-CURR-BRANCH-NAME PIC X(30).
       01 WS-CURR-CHANNEL-IX PIC 9(1).
       01 WS-RATE PIC 9(3)V9.
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
           05 HL-TITLE PIC X(30).
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-RANGE-LINE.
           05 FILLER PIC X(15) VALUE "CONTACT DATES: ".
           05 RL-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RL-TO PIC 9(8).
       01 WS-CAMPAIGN-LINE.
           05 FILLER PIC X(10) VALUE "CAMPAIGN: ".
           05 CPL-CAMPAIGN PIC X(8).
       01 WS-SECTION-LINE.
           05 SCL-TITLE PIC X(40).
       01 WS-HEADER-LINE-2.
           05 HL-LABEL PIC X(24).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "CHAN".
           05 FILLER PIC X(8) VALUE "    SENT".
           05 FILLER PIC X(8) VALUE "    RESP".
           05 FILLER PIC X(8) VALUE "   UNDLV".
           05 FILLER PIC X(8) VALUE "     DNC".
           05 FILLER PIC X(8) VALUE "  NO-OUT".
           05 FILLER PIC X(8) VALUE "  RESP %".
           05 FILLER PIC X(8) VALUE "  UNDL %".
       01 WS-COUNT-LINE.
           05 CL-CODE PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-NAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-CHANNEL PIC X(5).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-SENT PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-RESPONDED PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-UNDELIV PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-DNC PIC ZZZZZZ9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CL-NO-OUTCOME PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-RESP-RATE PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
           05 FILLER PIC X(2) VALUE SPACES.
           05 CL-UNDLV-RATE PIC ZZ9.9.
           05 FILLER PIC X(1) VALUE "%".
       01 WS-CAMP-DATES-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(8) VALUE "MAILED: ".
           05 CDL-FIRST PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 CDL-LAST PIC 9(8).
       01 WS-NONE-LINE.
           05 FILLER PIC X(40)
              VALUE "NO CAMPAIGN CONTACTS IN THIS DATE RANGE.".
       01 WS-OVERFLOW-LINE.
           05 OVL-TEXT PIC X(50).
       COPY BRCHECK.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    CAMPAIGN RESULTS OUT OF THE CONTACT HISTORY: FOR EACH
      *    CAMPAIGN, PIECES SENT BY CHANNEL AND HOW THEY ENDED, BROKEN
      *    DOWN BY THE CLIENT'S BRANCH, THEN ONE COMPARISON PAGE
      *    ACROSS EVERY CAMPAIGN IN THE DATE RANGE SHOWING WHICH
      *    CAMPAIGNS, BRANCHES AND CHANNELS ACTUALLY PAY. THE
      *    DO-NOT-CONTACT MARKERS CONTACT-UPD WRITES ARE NOT PIECES
      *    SENT AND ARE LEFT OUT.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.

            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               DISPLAY "Campaign code (blank for all):"
               ACCEPT WS-SEL-CAMPAIGN
               INSPECT WS-SEL-CAMPAIGN
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
               DISPLAY "From contact date (YYYYMMDD, blank for "
                       "earliest):"
               ACCEPT WS-FROM-DATE-X
               INSPECT WS-FROM-DATE-X
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
               DISPLAY "To contact date (YYYYMMDD, blank for "
                       "latest):"
               ACCEPT WS-TO-DATE-X
               INSPECT WS-TO-DATE-X
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
            END-IF.
            PERFORM EDIT-DATE-RANGE.

            IF WS-RUN-FAILED = 'N'
               PERFORM OPEN-CLIENT-FILES
               OPEN OUTPUT REPORT-FILE
               OPEN INPUT CONTACT-FILE
               IF WS-CONTACT-STATUS NOT = "00"
                  DISPLAY "CONTHIST not found - no campaigns to "
                          "report."
               ELSE
                  SORT SORT-WORK-FILE
                    ON ASCENDING KEY SRT-CAMPAIGN
                                     SRT-BRANCH
                                     SRT-CHANNEL-IX
                    INPUT PROCEDURE IS LOAD-CONTACT-SORT
                    OUTPUT PROCEDURE IS PRINT-CAMPAIGN-RESULTS
                  CLOSE CONTACT-FILE
               END-IF
               PERFORM WRITE-COMPARISON-PAGE
               CLOSE REPORT-FILE
               IF WS-MST-OPEN = 'Y'
                  CLOSE CLIENTMST
               END-IF
               IF WS-ARC-OPEN = 'Y'
                  CLOSE CLIENTARC
               END-IF
            END-IF.

            DISPLAY "Contact entries read:",WS-CONTACTS-READ.
            DISPLAY "Campaign pieces reported:",WS-CONTACTS-USED.
            DISPLAY "Campaigns compared:",WS-CAMP-COUNT.
            IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THE CONSOLE ANSWERS ON CAMPPARM,
      *    ONE KEYWORD=VALUE PER LINE: CAMPAIGN=XXXXXXXX (DETAIL
      *    PAGES FOR ONE CAMPAIGN ONLY, LEFT OUT FOR ALL), FROM= AND
      *    TO= (CONTACT DATES YYYYMMDD, LEFT OUT FOR NO LIMIT).
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
              WHEN "CAMPAIGN"
                MOVE WS-PARM-VALUE(1:8) TO WS-SEL-CAMPAIGN
              WHEN "FROM"
                MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE-X
              WHEN "TO"
                MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE-X
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown CAMPPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       EDIT-DATE-RANGE.
            IF WS-FROM-DATE-X NOT = SPACES
               IF WS-FROM-DATE-X IS NUMERIC
                  MOVE WS-FROM-DATE-X TO WS-FROM-DATE
               ELSE
                  DISPLAY "From date must be YYYYMMDD - run refused."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
            IF WS-TO-DATE-X NOT = SPACES
               IF WS-TO-DATE-X IS NUMERIC
                  MOVE WS-TO-DATE-X TO WS-TO-DATE
               ELSE
                  DISPLAY "To date must be YYYYMMDD - run refused."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
            IF WS-RUN-FAILED = 'N' AND WS-FROM-DATE > WS-TO-DATE
               DISPLAY "From date is after to date - run refused."
               SET WS-RUN-FAILED TO 'Y'
            END-IF.
      *-----------------------
       OPEN-CLIENT-FILES.
      *    THE BRANCH COMES FROM THE MASTER; A CLIENT PURGED SINCE THE
      *    CAMPAIGN IS FOUND ON THE ARCHIVE INSTEAD. A MISSING ARCHIVE
      *    (STATUS 35) ONLY MEANS NOBODY HAS BEEN PURGED YET.
            OPEN INPUT CLIENTMST.
            IF WS-CLIENTMST-STATUS = "00"
               SET WS-MST-OPEN TO 'Y'
            ELSE
               DISPLAY "CLIENTMST not found - branches will show as "
                       WS-NO-BRANCH "."
               SET WS-RUN-FAILED TO 'Y'
            END-IF.
            OPEN INPUT CLIENTARC.
            IF WS-CLIENTARC-STATUS = "00"
               SET WS-ARC-OPEN TO 'Y'
            END-IF.
      *-----------------------
       LOAD-CONTACT-SORT.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              READ CONTACT-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               ADD 1 TO WS-CONTACTS-READ
               IF CONT-CAMPAIGN NOT = "*DNC*"
                  AND CONT-DATE NOT < WS-FROM-DATE
                  AND CONT-DATE NOT > WS-TO-DATE
                  PERFORM RELEASE-ONE-CONTACT
               END-IF
              END-READ
            END-PERFORM.
      *-----------------------
       RELEASE-ONE-CONTACT.
            IF CONT-PERSONID NOT = WS-LAST-PERSONID
               MOVE CONT-PERSONID TO WS-LAST-PERSONID
               PERFORM FIND-CLIENT-BRANCH
            END-IF.
            MOVE CONT-CAMPAIGN TO SRT-CAMPAIGN.
            MOVE WS-LAST-BRANCH TO SRT-BRANCH.
            EVALUATE TRUE
              WHEN CONT-BY-MAIL  MOVE 1 TO SRT-CHANNEL-IX
              WHEN CONT-BY-PHONE MOVE 2 TO SRT-CHANNEL-IX
              WHEN CONT-BY-BOTH  MOVE 3 TO SRT-CHANNEL-IX
              WHEN OTHER         MOVE 4 TO SRT-CHANNEL-IX
            END-EVALUATE.
            MOVE CONT-DATE TO SRT-DATE.
            MOVE CONT-OUTCOME TO SRT-OUTCOME.
            RELEASE SORT-CONTACT.
            ADD 1 TO WS-CONTACTS-USED.
      *-----------------------
       FIND-CLIENT-BRANCH.
            MOVE WS-NO-BRANCH TO WS-LAST-BRANCH.
            IF WS-MST-OPEN = 'Y'
               MOVE CONT-PERSONID TO PERSONID OF CLIENT-RECORD
               READ CLIENTMST
                 INVALID KEY
                   PERFORM FIND-ARCHIVED-BRANCH
                 NOT INVALID KEY
                   MOVE BRANCH-CODE OF CLIENT-RECORD TO WS-LAST-BRANCH
               END-READ
            ELSE
               PERFORM FIND-ARCHIVED-BRANCH
            END-IF.
      *-----------------------
       FIND-ARCHIVED-BRANCH.
            IF WS-ARC-OPEN = 'Y'
               MOVE CONT-PERSONID TO ARCH-PERSONID
               READ CLIENTARC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ARCH-BRANCH-CODE TO WS-LAST-BRANCH
               END-READ
            END-IF.
      *-----------------------
       PRINT-CAMPAIGN-RESULTS.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF WS-CAMP-OPEN NOT = 'Y'
                  OR SRT-CAMPAIGN NOT = WS-CURR-CAMPAIGN
                  PERFORM START-CAMPAIGN
               ELSE
                  IF SRT-BRANCH NOT = WS-CURR-BRANCH
                     PERFORM START-BRANCH
                  ELSE
                     IF SRT-CHANNEL-IX NOT = WS-CURR-CHANNEL-IX
                        PERFORM START-CHANNEL
                     END-IF
                  END-IF
               END-IF
               PERFORM COUNT-ONE-CONTACT
              END-RETURN
            END-PERFORM.
            IF WS-CAMP-OPEN = 'Y'
               PERFORM END-CAMPAIGN
            END-IF.
      *-----------------------
       COUNT-ONE-CONTACT.
            MOVE 1 TO CNT-SENT OF WS-ONE-CONTACT.
            MOVE ZERO TO CNT-RESPONDED OF WS-ONE-CONTACT.
            MOVE ZERO TO CNT-UNDELIV OF WS-ONE-CONTACT.
            MOVE ZERO TO CNT-DNC OF WS-ONE-CONTACT.
            MOVE ZERO TO CNT-NO-OUTCOME OF WS-ONE-CONTACT.
            EVALUATE SRT-OUTCOME
              WHEN 'R' MOVE 1 TO CNT-RESPONDED OF WS-ONE-CONTACT
              WHEN 'U' MOVE 1 TO CNT-UNDELIV OF WS-ONE-CONTACT
              WHEN 'N' MOVE 1 TO CNT-DNC OF WS-ONE-CONTACT
              WHEN OTHER MOVE 1 TO CNT-NO-OUTCOME OF WS-ONE-CONTACT
            END-EVALUATE.
            MOVE SRT-CHANNEL-IX TO WS-CH-IX.
            ADD CORRESPONDING WS-ONE-CONTACT TO WS-CHAN-TOTALS.
            ADD CORRESPONDING WS-ONE-CONTACT TO WS-BRANCH-TOTALS.
            ADD CORRESPONDING WS-ONE-CONTACT TO WS-CAMP-TOTALS.
            ADD CORRESPONDING WS-ONE-CONTACT TO WS-CC-ENTRY(WS-CH-IX).
            ADD CORRESPONDING WS-ONE-CONTACT TO WS-AC-ENTRY(WS-CH-IX).
            ADD CORRESPONDING WS-ONE-CONTACT TO WS-GRAND-TOTALS.
            IF WS-CX > ZERO
               ADD CORRESPONDING WS-ONE-CONTACT
                 TO WS-CT-COUNTS(WS-CX)
               IF SRT-DATE < WS-CT-FIRST-DATE(WS-CX)
                  MOVE SRT-DATE TO WS-CT-FIRST-DATE(WS-CX)
               END-IF
               IF SRT-DATE > WS-CT-LAST-DATE(WS-CX)
                  MOVE SRT-DATE TO WS-CT-LAST-DATE(WS-CX)
               END-IF
            END-IF.
            IF WS-BX > ZERO
               ADD CORRESPONDING WS-ONE-CONTACT
                 TO WS-BT-COUNTS(WS-BX)
            END-IF.
      *-----------------------
       START-CAMPAIGN.
      *    EACH CAMPAIGN OPENS ON A NEW PAGE. A CAMPAIGN LEFT OUT BY
      *    THE CAMPAIGN SELECTION IS STILL COUNTED FOR THE COMPARISON
      *    PAGE, JUST NOT PRINTED IN DETAIL.
            IF WS-CAMP-OPEN = 'Y'
               PERFORM END-CAMPAIGN
            END-IF.
            MOVE SRT-CAMPAIGN TO WS-CURR-CAMPAIGN.
            SET WS-CAMP-OPEN TO 'Y'.
            INITIALIZE WS-CAMP-TOTALS.
            INITIALIZE WS-CAMP-CHAN-TABLE.
            IF WS-SEL-CAMPAIGN = SPACES
               OR WS-SEL-CAMPAIGN = WS-CURR-CAMPAIGN
               SET WS-PRINT-DETAIL TO 'Y'
            ELSE
               SET WS-PRINT-DETAIL TO 'N'
            END-IF.
            IF WS-CAMP-COUNT >= WS-CAMP-LIMIT
               SET WS-CAMP-OVERFLOW TO 'Y'
               MOVE ZERO TO WS-CX
            ELSE
               ADD 1 TO WS-CAMP-COUNT
               MOVE WS-CAMP-COUNT TO WS-CX
               MOVE WS-CURR-CAMPAIGN TO WS-CT-CAMPAIGN(WS-CX)
               MOVE SRT-DATE TO WS-CT-FIRST-DATE(WS-CX)
               MOVE SRT-DATE TO WS-CT-LAST-DATE(WS-CX)
               INITIALIZE WS-CT-COUNTS(WS-CX)
            END-IF.
            IF WS-PRINT-DETAIL = 'Y'
               MOVE "CAMPAIGN RESULTS BY BRANCH" TO HL-TITLE
               MOVE "BRANCH" TO HL-LABEL
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            PERFORM START-BRANCH.
      *-----------------------
       START-BRANCH.
            IF WS-BRANCH-OPEN = 'Y'
               PERFORM END-BRANCH
            END-IF.
            MOVE SRT-BRANCH TO WS-CURR-BRANCH.
            SET WS-BRANCH-OPEN TO 'Y'.
            SET WS-FIRST-BRANCH-LINE TO 'Y'.
            INITIALIZE WS-BRANCH-TOTALS.
            MOVE WS-CURR-BRANCH TO BRC-CODE.
            PERFORM LOOKUP-BRANCH-NAME.
            MOVE BRC-NAME TO WS-CURR-BRANCH-NAME.
            PERFORM FIND-BRANCH-SLOT.
            PERFORM START-CHANNEL.
      *-----------------------
       START-CHANNEL.
            IF WS-CHAN-OPEN = 'Y'
               PERFORM END-CHANNEL
            END-IF.
            MOVE SRT-CHANNEL-IX TO WS-CURR-CHANNEL-IX.
            SET WS-CHAN-OPEN TO 'Y'.
            INITIALIZE WS-CHAN-TOTALS.
      *-----------------------
       END-CHANNEL.
            SET WS-CHAN-OPEN TO 'N'.
            IF WS-PRINT-DETAIL = 'Y'
               MOVE WS-CHAN-TOTALS TO WS-PRINT-COUNTS
               IF WS-FIRST-BRANCH-LINE = 'Y'
                  MOVE WS-CURR-BRANCH TO CL-CODE
                  MOVE WS-CURR-BRANCH-NAME TO CL-NAME
                  SET WS-FIRST-BRANCH-LINE TO 'N'
               ELSE
                  MOVE SPACES TO CL-CODE
                  MOVE SPACES TO CL-NAME
               END-IF
               MOVE WS-CHANNEL-NAME(WS-CURR-CHANNEL-IX) TO CL-CHANNEL
               PERFORM WRITE-COUNT-LINE
            END-IF.
      *-----------------------
       END-BRANCH.
            IF WS-CHAN-OPEN = 'Y'
               PERFORM END-CHANNEL
            END-IF.
            SET WS-BRANCH-OPEN TO 'N'.
            IF WS-PRINT-DETAIL = 'Y'
               MOVE WS-BRANCH-TOTALS TO WS-PRINT-COUNTS
               MOVE SPACES TO CL-CODE
               MOVE "  BRANCH TOTAL" TO CL-NAME
               MOVE "ALL" TO CL-CHANNEL
               PERFORM WRITE-COUNT-LINE
               WRITE WS-REPORT-LINE FROM SPACES
               ADD 1 TO WS-LINE-COUNT
            END-IF.
      *-----------------------
       END-CAMPAIGN.
      *    THE CAMPAIGN CLOSES WITH ITS TOTALS BY CHANNEL ACROSS ALL
      *    BRANCHES, THEN THE CAMPAIGN TOTAL.
            IF WS-BRANCH-OPEN = 'Y'
               PERFORM END-BRANCH
            END-IF.
            IF WS-PRINT-DETAIL = 'Y'
               MOVE SPACES TO CL-CODE
               MOVE "CAMPAIGN TOTAL" TO CL-NAME
               MOVE 1 TO WS-CH-IX
               PERFORM UNTIL WS-CH-IX > 4
                 IF CNT-SENT OF WS-CC-ENTRY(WS-CH-IX) > ZERO
                    MOVE WS-CC-ENTRY(WS-CH-IX) TO WS-PRINT-COUNTS
                    MOVE WS-CHANNEL-NAME(WS-CH-IX) TO CL-CHANNEL
                    PERFORM WRITE-COUNT-LINE
                    MOVE SPACES TO CL-NAME
                 END-IF
                 ADD 1 TO WS-CH-IX
               END-PERFORM
               MOVE WS-CAMP-TOTALS TO WS-PRINT-COUNTS
               MOVE "ALL" TO CL-CHANNEL
               PERFORM WRITE-COUNT-LINE
               IF WS-CX > ZERO
                  MOVE WS-CT-FIRST-DATE(WS-CX) TO CDL-FIRST
                  MOVE WS-CT-LAST-DATE(WS-CX) TO CDL-LAST
                  WRITE WS-REPORT-LINE FROM WS-CAMP-DATES-LINE
                  ADD 1 TO WS-LINE-COUNT
               END-IF
            END-IF.
            SET WS-CAMP-OPEN TO 'N'.
      *-----------------------
       FIND-BRANCH-SLOT.
      *    FIND THE BRANCH IN THE COMPARISON TABLE, OR OPEN A SLOT
      *    FOR IT AT ITS PLACE IN CODE ORDER BY SHIFTING THE HIGHER
      *    CODES DOWN ONE.
            SET WS-BX-FOUND TO 'N'.
            MOVE 1 TO WS-BX.
            PERFORM UNTIL WS-BX > WS-BRANCH-COUNT
                       OR WS-BX-FOUND = 'Y'
                       OR WS-BT-BRANCH(WS-BX) > WS-CURR-BRANCH
              IF WS-BT-BRANCH(WS-BX) = WS-CURR-BRANCH
                 SET WS-BX-FOUND TO 'Y'
              ELSE
                 ADD 1 TO WS-BX
              END-IF
            END-PERFORM.
            IF WS-BX-FOUND NOT = 'Y'
               IF WS-BRANCH-COUNT >= WS-BRANCH-LIMIT
                  SET WS-BRANCH-OVERFLOW TO 'Y'
                  MOVE ZERO TO WS-BX
               ELSE
                  MOVE WS-BRANCH-COUNT TO WS-BX-SHIFT
                  PERFORM UNTIL WS-BX-SHIFT < WS-BX
                    MOVE WS-BT-ENTRY(WS-BX-SHIFT)
                      TO WS-BT-ENTRY(WS-BX-SHIFT + 1)
                    SUBTRACT 1 FROM WS-BX-SHIFT
                  END-PERFORM
                  ADD 1 TO WS-BRANCH-COUNT
                  MOVE WS-CURR-BRANCH TO WS-BT-BRANCH(WS-BX)
                  INITIALIZE WS-BT-COUNTS(WS-BX)
               END-IF
            END-IF.
      *-----------------------
       LOOKUP-BRANCH-NAME.
      *    BRC-CODE IS SET BY THE CALLER; BRC-NAME COMES BACK READY
      *    TO PRINT.
            IF BRC-CODE = WS-NO-BRANCH
               MOVE "CLIENT NOT ON FILE" TO BRC-NAME
            ELSE
               CALL "BRANCH-CHK" USING BRANCH-CHECK
               IF BRC-UNKNOWN
                  MOVE "*** NOT ON BRANCHMST ***" TO BRC-NAME
               END-IF
            END-IF.
      *-----------------------
       WRITE-COMPARISON-PAGE.
      *    ONE LINE PER CAMPAIGN, THEN EVERY BRANCH AND EVERY CHANNEL
      *    ACROSS ALL CAMPAIGNS IN THE RANGE, SO THE RATES CAN BE READ
      *    SIDE BY SIDE.
            MOVE "CAMPAIGN COMPARISON" TO HL-TITLE.
            MOVE "CAMPAIGN" TO HL-LABEL.
            PERFORM WRITE-PAGE-HEADER.
            IF WS-CAMP-COUNT = ZERO
               WRITE WS-REPORT-LINE FROM WS-NONE-LINE
            ELSE
               MOVE 1 TO WS-CX
               PERFORM UNTIL WS-CX > WS-CAMP-COUNT
                 MOVE WS-CT-COUNTS(WS-CX) TO WS-PRINT-COUNTS
                 MOVE SPACES TO CL-CODE
                 MOVE WS-CT-CAMPAIGN(WS-CX) TO CL-NAME
                 MOVE "ALL" TO CL-CHANNEL
                 PERFORM WRITE-COUNT-LINE
                 ADD 1 TO WS-CX
               END-PERFORM
               IF WS-CAMP-OVERFLOW = 'Y'
                  MOVE "MORE CAMPAIGNS THAN TABLE - LIST INCOMPLETE."
                    TO OVL-TEXT
                  WRITE WS-REPORT-LINE FROM WS-OVERFLOW-LINE
                  ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE "ALL CAMPAIGNS BY BRANCH" TO SCL-TITLE
               PERFORM WRITE-SECTION-HEADER
               MOVE 1 TO WS-BX
               PERFORM UNTIL WS-BX > WS-BRANCH-COUNT
                 MOVE WS-BT-COUNTS(WS-BX) TO WS-PRINT-COUNTS
                 MOVE WS-BT-BRANCH(WS-BX) TO CL-CODE
                 MOVE WS-BT-BRANCH(WS-BX) TO BRC-CODE
                 PERFORM LOOKUP-BRANCH-NAME
                 MOVE BRC-NAME TO CL-NAME
                 MOVE "ALL" TO CL-CHANNEL
                 PERFORM WRITE-COUNT-LINE
                 ADD 1 TO WS-BX
               END-PERFORM
               IF WS-BRANCH-OVERFLOW = 'Y'
                  MOVE "MORE BRANCHES THAN TABLE - LIST INCOMPLETE."
                    TO OVL-TEXT
                  WRITE WS-REPORT-LINE FROM WS-OVERFLOW-LINE
                  ADD 1 TO WS-LINE-COUNT
               END-IF
               MOVE "ALL CAMPAIGNS BY CHANNEL" TO SCL-TITLE
               PERFORM WRITE-SECTION-HEADER
               MOVE SPACES TO CL-CODE
               MOVE SPACES TO CL-NAME
               MOVE 1 TO WS-CH-IX
               PERFORM UNTIL WS-CH-IX > 4
                 IF CNT-SENT OF WS-AC-ENTRY(WS-CH-IX) > ZERO
                    MOVE WS-AC-ENTRY(WS-CH-IX) TO WS-PRINT-COUNTS
                    MOVE WS-CHANNEL-NAME(WS-CH-IX) TO CL-CHANNEL
                    PERFORM WRITE-COUNT-LINE
                 END-IF
                 ADD 1 TO WS-CH-IX
               END-PERFORM
               WRITE WS-REPORT-LINE FROM SPACES
               ADD 1 TO WS-LINE-COUNT
               MOVE WS-GRAND-TOTALS TO WS-PRINT-COUNTS
               MOVE "ALL CAMPAIGNS" TO CL-NAME
               MOVE "ALL" TO CL-CHANNEL
               PERFORM WRITE-COUNT-LINE
            END-IF.
      *-----------------------
       WRITE-SECTION-HEADER.
            IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-SECTION-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            ADD 3 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-COUNT-LINE.
      *    RATES ARE OVER PIECES SENT; A ZERO LINE PRINTS ZERO RATES
      *    RATHER THAN DIVIDING BY NOTHING.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            MOVE CNT-SENT OF WS-PRINT-COUNTS TO CL-SENT.
            MOVE CNT-RESPONDED OF WS-PRINT-COUNTS TO CL-RESPONDED.
            MOVE CNT-UNDELIV OF WS-PRINT-COUNTS TO CL-UNDELIV.
            MOVE CNT-DNC OF WS-PRINT-COUNTS TO CL-DNC.
            MOVE CNT-NO-OUTCOME OF WS-PRINT-COUNTS TO CL-NO-OUTCOME.
            IF CNT-SENT OF WS-PRINT-COUNTS > ZERO
               COMPUTE WS-RATE ROUNDED =
                 CNT-RESPONDED OF WS-PRINT-COUNTS * 100
                 / CNT-SENT OF WS-PRINT-COUNTS
               MOVE WS-RATE TO CL-RESP-RATE
               COMPUTE WS-RATE ROUNDED =
                 CNT-UNDELIV OF WS-PRINT-COUNTS * 100
                 / CNT-SENT OF WS-PRINT-COUNTS
               MOVE WS-RATE TO CL-UNDLV-RATE
            ELSE
               MOVE ZERO TO CL-RESP-RATE
               MOVE ZERO TO CL-UNDLV-RATE
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-COUNT-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE HEADER LINES - THE DATE
      *    RANGE, AND ON A DETAIL PAGE THE CAMPAIGN, REPEAT ON EVERY
      *    PAGE SO A LOOSE PAGE STILL SAYS WHAT IT COVERS.
            IF WS-PAGE-COUNT > ZERO
               WRITE WS-REPORT-LINE FROM SPACES
                 BEFORE ADVANCING PAGE
            END-IF.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-1.
            WRITE WS-REPORT-LINE FROM WS-RUN-DATE-LINE.
            MOVE WS-FROM-DATE TO RL-FROM.
            MOVE WS-TO-DATE TO RL-TO.
            WRITE WS-REPORT-LINE FROM WS-RANGE-LINE.
            MOVE 3 TO WS-LINE-COUNT.
            IF WS-CAMP-OPEN = 'Y'
               MOVE WS-CURR-CAMPAIGN TO CPL-CAMPAIGN
               WRITE WS-REPORT-LINE FROM WS-CAMPAIGN-LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-2.
            WRITE WS-REPORT-LINE FROM SPACES.
            ADD 3 TO WS-LINE-COUNT.
       END PROGRAM CAMPAIGN-RPT.
