       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-RPT.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "SEARCHLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
            SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLOG-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
            SELECT REPORT-FILE ASSIGN TO "OPERRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PARAM-FILE ASSIGN TO "OPERPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD AUDIT-FILE.
             01 WS-AUDIT-LINE PIC X(100).

           FD OPERLOG-FILE.
             COPY OPERLOG.

           SD SORT-WORK-FILE.
      *      ONE ENTRY PER ACTION TAKEN OUTSIDE BUSINESS HOURS, SORTED
      *      SO THE DETAIL SECTION READS OPERATOR BY OPERATOR IN TIME
      *      ORDER.
             01 SORT-EVENT.
               05 SRT-OPERATOR PIC X(12).
               05 SRT-DATE PIC 9(8).
               05 SRT-TIME PIC 9(6).
               05 SRT-KIND PIC 9(1).
               05 SRT-REASON PIC X(1).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(110).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-OLOG-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-EOF PIC A(1).
       01 WS-FROM-DATE-X PIC X(8) VALUE SPACES.
       01 WS-TO-DATE-X PIC X(8) VALUE SPACES.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-TO-DATE PIC 9(8) VALUE 99999999.
      *    BUSINESS HOURS, MONDAY TO FRIDAY. ANYTHING DONE BEFORE THE
      *    START, AT OR AFTER THE END, OR AT A WEEKEND IS AFTER HOURS.
       01 WS-HOURS-X PIC X(9) VALUE "0700-1900".
       01 WS-HOURS REDEFINES WS-HOURS-X.
           05 WS-DAY-START PIC 9(4).
           05 WS-HOURS-DASH PIC X(1).
           05 WS-DAY-END PIC 9(4).
      *    MORE LOOKUPS THAN THIS BY ONE OPERATOR ON ONE DAY IS
      *    FLAGGED - BROWSING, NOT SERVING A CLIENT.
       01 WS-LOOKUP-LIMIT PIC 9(5) VALUE 50.
       01 WS-LOOKUP-X PIC X(5).
       01 WS-LOOKUP-LEN PIC 9(2).
      *    IDENTITIES THAT ARE BATCH JOBS, NOT PEOPLE. THEIR ACTIONS
      *    ARE COUNTED LIKE ANYONE'S BUT THE OVERNIGHT RUN IS NEVER
      *    AFTER-HOURS ACTIVITY. THE PROGRAMS THAT STAMP THEIR OWN
      *    NAME WHEN RUN UNATTENDED ARE ALWAYS HERE; OPERPARM BATCH=
      *    ADDS THE JOB-STREAM STEP NAMES THE SITE RUNS THEM UNDER.
       01 WS-BATCH-COUNT PIC 9(2) VALUE 8.
       01 WS-BATCH-LIMIT PIC 9(2) VALUE 40.
       01 WS-BATCH-VALUES.
           05 FILLER PIC X(12) VALUE "BRANCH-XFER".
           05 FILLER PIC X(12) VALUE "CLIENT-BATCH".
           05 FILLER PIC X(12) VALUE "CLIENT-DSR".
           05 FILLER PIC X(12) VALUE "CLIENT-PURGE".
           05 FILLER PIC X(12) VALUE "CONTACT-UPD".
           05 FILLER PIC X(12) VALUE "EXCP-REWORK".
           05 FILLER PIC X(12) VALUE "FILE-LOAD".
           05 FILLER PIC X(12) VALUE "ID-CONVERT".
           05 FILLER PIC X(384) VALUE SPACES.
       01 WS-BATCH-TABLE REDEFINES WS-BATCH-VALUES.
           05 WS-BATCH-NAME PIC X(12) OCCURS 40 TIMES.
       01 WS-BX PIC 9(2).
       01 WS-EV-BATCH PIC A(1).
       01 WS-SEARCH-LINE.
           05 SL-YYYY PIC X(4).
           05 FILLER PIC X(1).
           05 SL-MM PIC X(2).
           05 FILLER PIC X(1).
           05 SL-DD PIC X(2).
           05 FILLER PIC X(1).
           05 SL-HH PIC X(2).
           05 FILLER PIC X(1).
           05 SL-MIN PIC X(2).
           05 FILLER PIC X(1).
           05 SL-SS PIC X(2).
           05 FILLER PIC X(81).
       01 WS-SL-JUNK PIC X(100).
       01 WS-SL-OPERATOR PIC X(12).
      *    THE ACTION BEING COUNTED, WHICHEVER FILE IT CAME FROM.
       01 WS-EVENT.
           05 WS-EV-DATE PIC 9(8).
           05 WS-EV-DATE-X REDEFINES WS-EV-DATE.
               10 WS-EV-YYYY PIC X(4).
               10 WS-EV-MM PIC X(2).
               10 WS-EV-DD PIC X(2).
           05 WS-EV-TIME PIC 9(6).
           05 WS-EV-TIME-X REDEFINES WS-EV-TIME.
               10 WS-EV-HH PIC X(2).
               10 WS-EV-MIN PIC X(2).
               10 WS-EV-SS PIC X(2).
           05 WS-EV-CLOCK REDEFINES WS-EV-TIME.
               10 WS-EV-HHMM PIC 9(4).
               10 FILLER PIC 9(2).
           05 WS-EV-OPERATOR PIC X(12).
           05 WS-EV-KIND PIC 9(1).
           05 WS-EV-REASON PIC X(1).
       01 WS-AFTER-HOURS PIC A(1).
       01 WS-DAY-NUMBER PIC 9(7).
       01 WS-WEEK-NUMBER PIC 9(7).
       01 WS-WEEKDAY PIC 9(1).
      *    THE KINDS OF ACTION COUNTED, IN REPORT COLUMN ORDER.
       01 WS-KIND-COUNT PIC 9(1) VALUE 8.
       01 WS-KIND-VALUES.
           05 FILLER PIC X(14) VALUE "ADD".
           05 FILLER PIC X(14) VALUE "CHANGE".
           05 FILLER PIC X(14) VALUE "DELETE".
           05 FILLER PIC X(14) VALUE "SEARCH".
           05 FILLER PIC X(14) VALUE "RESUBMIT".
           05 FILLER PIC X(14) VALUE "CLOSE REJECT".
           05 FILLER PIC X(14) VALUE "LOCK OVERRIDE".
           05 FILLER PIC X(14) VALUE "OUTCOME".
       01 WS-KIND-TABLE REDEFINES WS-KIND-VALUES.
           05 WS-KIND-NAME PIC X(14) OCCURS 8 TIMES.
       01 WS-KX PIC 9(1).
      *    ONE ENTRY PER OPERATOR OR JOB NAME SEEN, KEPT IN NAME ORDER
      *    AS THE FILES ARE READ SO THE SUMMARY PRINTS WITHOUT A SORT.
      *    ENTRIES WRITTEN BEFORE OPERATORS WERE RECORDED COME UNDER A
      *    BLANK NAME.
       01 WS-OPER-COUNT PIC 9(3) VALUE ZERO.
       01 WS-OPER-LIMIT PIC 9(3) VALUE 100.
       01 WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 100 TIMES.
             10 OT-OPERATOR PIC X(12).
             10 OT-COUNT PIC 9(5) OCCURS 8 TIMES.
             10 OT-AFTER-HOURS PIC 9(5).
             10 OT-DAY-DATE PIC 9(8).
             10 OT-DAY-SEARCHES PIC 9(5).
             10 OT-PEAK-SEARCHES PIC 9(5).
             10 OT-PEAK-DATE PIC 9(8).
       01 WS-OX PIC 9(3).
       01 WS-OX-FOUND PIC A(1).
       01 WS-OX-SHIFT PIC 9(3).
       01 WS-OPER-OVERFLOW PIC A(1) VALUE 'N'.
       01 WS-TOTALS.
           05 WS-TOTAL-COUNT PIC 9(7) OCCURS 8 TIMES.
       01 WS-TOTAL-AFTER-HOURS PIC 9(7) VALUE ZERO.
       01 WS-JRNL-READ PIC 9(7) VALUE ZERO.
       01 WS-SEARCH-READ PIC 9(7) VALUE ZERO.
       01 WS-OLOG-READ PIC 9(7) VALUE ZERO.
       01 WS-FLAGGED PIC 9(3) VALUE ZERO.
       01 WS-DETAIL-PRINTED PIC 9(7) VALUE ZERO.
      *    S WHILE THE SUMMARY PRINTS, D FOR THE AFTER-HOURS DETAIL -
      *    DECIDES WHICH COLUMN HEADINGS A NEW PAGE CARRIES.
       01 WS-PAGE-MODE PIC A(1) VALUE 'S'.
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
           05 FILLER PIC X(30) VALUE "OPERATOR ACTIVITY REPORT".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-RANGE-LINE.
           05 FILLER PIC X(16) VALUE "ACTIVITY DATES: ".
           05 RL-FROM PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 RL-TO PIC 9(8).
       01 WS-RULES-LINE.
           05 FILLER PIC X(16) VALUE "BUSINESS HOURS: ".
           05 RUL-HOURS PIC X(9).
           05 FILLER PIC X(20) VALUE " MON-FRI".
           05 FILLER PIC X(14) VALUE "LOOKUP LIMIT: ".
           05 RUL-LOOKUPS PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " PER DAY".
       01 WS-SECTION-LINE.
           05 SCL-TITLE PIC X(40).
       01 WS-SUMMARY-HEAD-LINE.
           05 FILLER PIC X(14) VALUE "OPERATOR".
           05 FILLER PIC X(7) VALUE "   ADDS".
           05 FILLER PIC X(7) VALUE "  CHNGS".
           05 FILLER PIC X(7) VALUE "   DELS".
           05 FILLER PIC X(7) VALUE "  SRCHS".
           05 FILLER PIC X(7) VALUE " RESUBS".
           05 FILLER PIC X(7) VALUE " CLOSES".
           05 FILLER PIC X(7) VALUE "  OVRDS".
           05 FILLER PIC X(7) VALUE " OUTCMS".
           05 FILLER PIC X(7) VALUE " AFTHRS".
           05 FILLER PIC X(7) VALUE " PK/DAY".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "FLAGS".
       01 WS-SUMMARY-LINE.
           05 SML-OPERATOR PIC X(14).
           05 SML-COUNTS OCCURS 8 TIMES.
               10 FILLER PIC X(1).
               10 SML-COUNT PIC ZZZZZ9.
           05 FILLER PIC X(1).
           05 SML-AFTER-HOURS PIC ZZZZZ9.
           05 FILLER PIC X(1).
           05 SML-PEAK PIC ZZZZZ9.
           05 FILLER PIC X(2).
           05 SML-FLAGS PIC X(24).
       01 WS-TOTAL-LINE.
           05 SML-TOTAL-LABEL PIC X(14).
           05 SML-TOTALS OCCURS 8 TIMES.
               10 FILLER PIC X(1).
               10 SML-TOTAL PIC ZZZZZ9.
           05 FILLER PIC X(1).
           05 SML-TOTAL-AFTER-HOURS PIC ZZZZZ9.
       01 WS-DETAIL-HEAD-LINE.
           05 FILLER PIC X(16) VALUE "OPERATOR".
           05 FILLER PIC X(10) VALUE "DATE".
           05 FILLER PIC X(10) VALUE "TIME".
           05 FILLER PIC X(16) VALUE "ACTION".
           05 FILLER PIC X(12) VALUE "WHY".
       01 WS-DETAIL-LINE.
           05 DL-OPERATOR PIC X(16).
           05 DL-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 DL-MIN PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 DL-SS PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ACTION PIC X(16).
           05 DL-REASON PIC X(12).
       01 WS-DL-TIME PIC 9(6).
       01 WS-DL-CLOCK REDEFINES WS-DL-TIME.
           05 WS-DL-HH PIC 9(2).
           05 WS-DL-MIN PIC 9(2).
           05 WS-DL-SS PIC 9(2).
       01 WS-NONE-LINE.
           05 FILLER PIC X(40)
              VALUE "NO OPERATOR ACTIVITY IN THIS DATE RANGE.".
       01 WS-NO-AFTER-HOURS-LINE.
           05 FILLER PIC X(40)
              VALUE "NO AFTER-HOURS ACTIVITY.".
       01 WS-OVERFLOW-LINE.
           05 FILLER PIC X(45)
              VALUE "MORE OPERATORS THAN TABLE - LIST INCOMPLETE.".
       01 WS-FLAGGED-LINE.
           05 FILLER PIC X(24) VALUE "OPERATORS FLAGGED:".
           05 FLL-FLAGGED PIC ZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    WHO DID WHAT TO THE CLIENT FILES OVER A DATE RANGE: PER
      *    OPERATOR (OR BATCH JOB), THEIR ADDS, CHANGES AND DELETES
      *    OFF MAINTJRNL, THEIR LOOKUPS OFF SEARCHLOG, AND THEIR
      *    RESUBMITS, CLOSED REJECTS, LOCK OVERRIDES AND CONTACT
      *    OUTCOMES OFF OPERLOG. AN OPERATOR WITH ANY ACTIVITY OUTSIDE
      *    BUSINESS HOURS, OR WITH MORE LOOKUPS IN A DAY THAN THE
      *    LIMIT, IS FLAGGED, AND THE AFTER-HOURS ACTIONS ARE LISTED
      *    ONE BY ONE. ANY FLAG ENDS THE RUN WITH RC 4. BATCH RUNS
      *    ARE STAMPED WITH THEIR JOB OR PROGRAM NAME (SEE OPER-ID) AND
      *    WORK OVERNIGHT BY DESIGN, SO A NAME ON THE BATCH LIST - THE
      *    UNATTENDED PROGRAMS' OWN NAMES PLUS ANY OPERPARM BATCH=
      *    STEP NAMES - IS COUNTED BUT NEVER FLAGGED AFTER HOURS.
      *    OPER-ID IDS CARRY NO MARKER OF THEIR OWN, SO A STEP LEFT OFF
      *    THE LIST IS REPORTED LIKE A PERSON.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            INITIALIZE WS-TOTALS.

            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               DISPLAY "From activity date (YYYYMMDD, blank for "
                       "earliest):"
               ACCEPT WS-FROM-DATE-X
               INSPECT WS-FROM-DATE-X
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
               DISPLAY "To activity date (YYYYMMDD, blank for "
                       "latest):"
               ACCEPT WS-TO-DATE-X
               INSPECT WS-TO-DATE-X
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
            END-IF.
            PERFORM EDIT-PARAMETERS.

            IF WS-RUN-FAILED = 'N'
               OPEN OUTPUT REPORT-FILE
               SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-OPERATOR
                                  SRT-DATE
                                  SRT-TIME
                 INPUT PROCEDURE IS COLLECT-ACTIVITY
                 OUTPUT PROCEDURE IS PRINT-ACTIVITY-REPORT
               CLOSE REPORT-FILE
            END-IF.

            DISPLAY "Journal entries read:",WS-JRNL-READ.
            DISPLAY "Search log lines read:",WS-SEARCH-READ.
            DISPLAY "Operator log entries read:",WS-OLOG-READ.
            DISPLAY "Operators reported:",WS-OPER-COUNT.
            DISPLAY "Operators flagged:",WS-FLAGGED.
            IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-FLAGGED > ZERO OR WS-OPER-OVERFLOW = 'Y'
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THE CONSOLE ANSWERS ON OPERPARM,
      *    ONE KEYWORD=VALUE PER LINE: FROM= AND TO= (ACTIVITY DATES
      *    YYYYMMDD, LEFT OUT FOR NO LIMIT), HOURS=HHMM-HHMM (THE
      *    WORKING DAY, 0700-1900 IF LEFT OUT) AND LOOKUPS=N (THE
      *    DAILY LOOKUP LIMIT, 50 IF LEFT OUT). BATCH=NAME, AS MANY
      *    LINES AS NEEDED, NAMES A JOB-STREAM STEP WHOSE RUNS ARE
      *    NOT FLAGGED AFTER HOURS. WITHOUT THE FILE THE PROMPTS ASK
      *    FOR THE DATES AND THE DEFAULTS APPLY.
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
                MOVE WS-PARM-VALUE(1:8) TO WS-FROM-DATE-X
              WHEN "TO"
                MOVE WS-PARM-VALUE(1:8) TO WS-TO-DATE-X
              WHEN "HOURS"
                MOVE WS-PARM-VALUE(1:9) TO WS-HOURS-X
              WHEN "LOOKUPS"
                PERFORM TAKE-LOOKUP-LIMIT
              WHEN "BATCH"
                PERFORM TAKE-BATCH-NAME
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown OPERPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       TAKE-LOOKUP-LIMIT.
            MOVE WS-PARM-VALUE(1:5) TO WS-LOOKUP-X.
            MOVE ZERO TO WS-LOOKUP-LEN.
            INSPECT WS-LOOKUP-X TALLYING WS-LOOKUP-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-LOOKUP-LEN > ZERO
               AND WS-LOOKUP-X(1:WS-LOOKUP-LEN) IS NUMERIC
               MOVE WS-LOOKUP-X(1:WS-LOOKUP-LEN) TO WS-LOOKUP-LIMIT
            ELSE
               DISPLAY "OPERPARM LOOKUPS must be a number - "
                       "run refused."
               SET WS-RUN-FAILED TO 'Y'
            END-IF.
      *-----------------------
       TAKE-BATCH-NAME.
      *    A STEP NAME IS AT MOST 12 CHARACTERS - ALL OPER-ID STAMPS.
            IF WS-PARM-VALUE = SPACES
               OR WS-PARM-VALUE(13:) NOT = SPACES
               DISPLAY "OPERPARM BATCH must be a name of 1 to 12 "
                       "characters - run refused."
               SET WS-RUN-FAILED TO 'Y'
            ELSE
               IF WS-BATCH-COUNT >= WS-BATCH-LIMIT
                  DISPLAY "OPERPARM has more than ",WS-BATCH-LIMIT,
                          " BATCH names - run refused."
                  SET WS-RUN-FAILED TO 'Y'
               ELSE
                  ADD 1 TO WS-BATCH-COUNT
                  MOVE FUNCTION UPPER-CASE(WS-PARM-VALUE(1:12))
                    TO WS-BATCH-NAME(WS-BATCH-COUNT)
               END-IF
            END-IF.
      *-----------------------
       EDIT-PARAMETERS.
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
            IF WS-DAY-START IS NOT NUMERIC
               OR WS-DAY-END IS NOT NUMERIC
               OR WS-HOURS-DASH NOT = "-"
               DISPLAY "Business hours must be HHMM-HHMM - "
                       "run refused."
               SET WS-RUN-FAILED TO 'Y'
            ELSE
               IF WS-DAY-START >= WS-DAY-END OR WS-DAY-END > 2400
                  DISPLAY "Business hours must start before they "
                          "end - run refused."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       COLLECT-ACTIVITY.
      *    A MISSING LOG ONLY MEANS NOTHING OF THAT KIND HAS BEEN
      *    DONE YET; THE REST OF THE REPORT STILL STANDS.
            PERFORM COUNT-JOURNAL.
            PERFORM COUNT-SEARCH-LOG.
            PERFORM COUNT-OPERATOR-LOG.
      *-----------------------
       COUNT-JOURNAL.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS NOT = "00"
               DISPLAY "MAINTJRNL not found - no maintenance counted."
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ JOURNAL-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-JRNL-READ
                  MOVE JRNL-DATE TO WS-EV-DATE
                  MOVE JRNL-TIME TO WS-EV-TIME
                  MOVE JRNL-OPERATOR TO WS-EV-OPERATOR
                  EVALUATE TRUE
                    WHEN JRNL-ADD MOVE 1 TO WS-EV-KIND
                    WHEN JRNL-CHANGE MOVE 2 TO WS-EV-KIND
                    WHEN JRNL-DELETE MOVE 3 TO WS-EV-KIND
                    WHEN OTHER MOVE ZERO TO WS-EV-KIND
                  END-EVALUATE
                  PERFORM RECORD-EVENT
                 END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.
      *-----------------------
       COUNT-SEARCH-LOG.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
               DISPLAY "SEARCHLOG not found - no lookups counted."
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE INTO WS-SEARCH-LINE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-SEARCH-READ
                  PERFORM TAKE-SEARCH-LINE
                 END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
            END-IF.
      *-----------------------
       TAKE-SEARCH-LINE.
      *    THE LINE OPENS WITH ITS TIMESTAMP (YYYY-MM-DD HH:MM:SS) AND
      *    ENDS WITH THE OPER= TAG; A LINE FROM BEFORE THE TAG WAS
      *    ADDED COUNTS UNDER A BLANK OPERATOR.
            MOVE SL-YYYY TO WS-EV-YYYY.
            MOVE SL-MM TO WS-EV-MM.
            MOVE SL-DD TO WS-EV-DD.
            MOVE SL-HH TO WS-EV-HH.
            MOVE SL-MIN TO WS-EV-MIN.
            MOVE SL-SS TO WS-EV-SS.
            MOVE SPACES TO WS-SL-JUNK.
            MOVE SPACES TO WS-SL-OPERATOR.
            UNSTRING WS-AUDIT-LINE DELIMITED BY " OPER="
              INTO WS-SL-JUNK WS-SL-OPERATOR
            END-UNSTRING.
            MOVE WS-SL-OPERATOR TO WS-EV-OPERATOR.
            MOVE 4 TO WS-EV-KIND.
            PERFORM RECORD-EVENT.
      *-----------------------
       COUNT-OPERATOR-LOG.
            OPEN INPUT OPERLOG-FILE.
            IF WS-OLOG-STATUS NOT = "00"
               DISPLAY "OPERLOG not found - no resubmits, overrides "
                       "or outcomes counted."
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OPERLOG-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-OLOG-READ
                  MOVE OLOG-DATE TO WS-EV-DATE
                  MOVE OLOG-TIME TO WS-EV-TIME
                  MOVE OLOG-OPERATOR TO WS-EV-OPERATOR
                  EVALUATE TRUE
                    WHEN OLOG-RESUBMIT MOVE 5 TO WS-EV-KIND
                    WHEN OLOG-CLOSE MOVE 6 TO WS-EV-KIND
                    WHEN OLOG-LOCK-OVERRIDE MOVE 7 TO WS-EV-KIND
                    WHEN OLOG-OUTCOME MOVE 8 TO WS-EV-KIND
                    WHEN OTHER MOVE ZERO TO WS-EV-KIND
                  END-EVALUATE
                  PERFORM RECORD-EVENT
                 END-READ
               END-PERFORM
               CLOSE OPERLOG-FILE
            END-IF.
      *-----------------------
       RECORD-EVENT.
      *    AN ENTRY WITH A DAMAGED TIMESTAMP OR AN UNKNOWN ACTION IS
      *    PASSED OVER RATHER THAN COUNTED AGAINST THE WRONG DAY.
            IF WS-EV-KIND > ZERO
               AND WS-EV-DATE IS NUMERIC
               AND WS-EV-TIME IS NUMERIC
               AND WS-EV-DATE >= WS-FROM-DATE
               AND WS-EV-DATE <= WS-TO-DATE
               ADD 1 TO WS-TOTAL-COUNT(WS-EV-KIND)
               PERFORM FIND-OPERATOR
               IF WS-OX-FOUND = 'Y'
                  ADD 1 TO OT-COUNT(WS-OX, WS-EV-KIND)
                  IF WS-EV-KIND = 4
                     PERFORM COUNT-DAILY-LOOKUP
                  END-IF
               END-IF
               PERFORM CHECK-BATCH-IDENTITY
               IF WS-EV-BATCH = 'Y'
                  SET WS-AFTER-HOURS TO 'N'
               ELSE
                  PERFORM CHECK-AFTER-HOURS
               END-IF
               IF WS-AFTER-HOURS = 'Y'
                  ADD 1 TO WS-TOTAL-AFTER-HOURS
                  IF WS-OX-FOUND = 'Y'
                     ADD 1 TO OT-AFTER-HOURS(WS-OX)
                  END-IF
                  MOVE WS-EV-OPERATOR TO SRT-OPERATOR
                  MOVE WS-EV-DATE TO SRT-DATE
                  MOVE WS-EV-TIME TO SRT-TIME
                  MOVE WS-EV-KIND TO SRT-KIND
                  MOVE WS-EV-REASON TO SRT-REASON
                  RELEASE SORT-EVENT
               END-IF
            END-IF.
      *-----------------------
       FIND-OPERATOR.
      *    FIND THE OPERATOR IN THE TABLE, OR OPEN A SLOT FOR THEM AT
      *    THEIR PLACE IN NAME ORDER BY SHIFTING THE LATER NAMES DOWN.
            SET WS-OX-FOUND TO 'N'.
            MOVE 1 TO WS-OX.
            PERFORM UNTIL WS-OX > WS-OPER-COUNT
                       OR WS-OX-FOUND = 'Y'
                       OR OT-OPERATOR(WS-OX) > WS-EV-OPERATOR
              IF OT-OPERATOR(WS-OX) = WS-EV-OPERATOR
                 SET WS-OX-FOUND TO 'Y'
              ELSE
                 ADD 1 TO WS-OX
              END-IF
            END-PERFORM.
            IF WS-OX-FOUND NOT = 'Y'
               IF WS-OPER-COUNT >= WS-OPER-LIMIT
                  SET WS-OPER-OVERFLOW TO 'Y'
               ELSE
                  MOVE WS-OPER-COUNT TO WS-OX-SHIFT
                  PERFORM UNTIL WS-OX-SHIFT < WS-OX
                    MOVE WS-OPER-ENTRY(WS-OX-SHIFT)
                      TO WS-OPER-ENTRY(WS-OX-SHIFT + 1)
                    SUBTRACT 1 FROM WS-OX-SHIFT
                  END-PERFORM
                  ADD 1 TO WS-OPER-COUNT
                  INITIALIZE WS-OPER-ENTRY(WS-OX)
                  MOVE WS-EV-OPERATOR TO OT-OPERATOR(WS-OX)
                  SET WS-OX-FOUND TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       COUNT-DAILY-LOOKUP.
      *    SEARCHLOG IS WRITTEN IN TIME ORDER, SO AN OPERATOR'S
      *    LOOKUPS FOR ONE DAY ARRIVE TOGETHER; THE BUSIEST DAY IS
      *    KEPT FOR THE HIGH-LOOKUP FLAG.
            IF OT-DAY-DATE(WS-OX) NOT = WS-EV-DATE
               MOVE WS-EV-DATE TO OT-DAY-DATE(WS-OX)
               MOVE ZERO TO OT-DAY-SEARCHES(WS-OX)
            END-IF.
            ADD 1 TO OT-DAY-SEARCHES(WS-OX).
            IF OT-DAY-SEARCHES(WS-OX) > OT-PEAK-SEARCHES(WS-OX)
               MOVE OT-DAY-SEARCHES(WS-OX) TO OT-PEAK-SEARCHES(WS-OX)
               MOVE WS-EV-DATE TO OT-PEAK-DATE(WS-OX)
            END-IF.
      *-----------------------
       CHECK-BATCH-IDENTITY.
            SET WS-EV-BATCH TO 'N'.
            MOVE 1 TO WS-BX.
            PERFORM UNTIL WS-BX > WS-BATCH-COUNT OR WS-EV-BATCH = 'Y'
              IF WS-BATCH-NAME(WS-BX) = WS-EV-OPERATOR
                 SET WS-EV-BATCH TO 'Y'
              END-IF
              ADD 1 TO WS-BX
            END-PERFORM.
      *-----------------------
       CHECK-AFTER-HOURS.
      *    OUTSIDE THE WORKING DAY (REASON H), OR ON A SATURDAY OR
      *    SUNDAY (REASON W). DAY 1 OF INTEGER-OF-DATE, 1 JANUARY
      *    1601, WAS A MONDAY, SO THE DAY NUMBER MOD 7 IS 6 ON A
      *    SATURDAY AND 0 ON A SUNDAY.
            SET WS-AFTER-HOURS TO 'N'.
            MOVE SPACE TO WS-EV-REASON.
            IF WS-EV-HHMM < WS-DAY-START OR WS-EV-HHMM >= WS-DAY-END
               SET WS-AFTER-HOURS TO 'Y'
               MOVE 'H' TO WS-EV-REASON
            ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-EV-DATE) = ZERO
                  COMPUTE WS-DAY-NUMBER =
                    FUNCTION INTEGER-OF-DATE(WS-EV-DATE)
                  DIVIDE WS-DAY-NUMBER BY 7
                    GIVING WS-WEEK-NUMBER REMAINDER WS-WEEKDAY
                  IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
                     SET WS-AFTER-HOURS TO 'Y'
                     MOVE 'W' TO WS-EV-REASON
                  END-IF
               END-IF
            END-IF.
      *-----------------------
       PRINT-ACTIVITY-REPORT.
            MOVE 'S' TO WS-PAGE-MODE.
            PERFORM WRITE-PAGE-HEADER.
            IF WS-OPER-COUNT = ZERO
               WRITE WS-REPORT-LINE FROM WS-NONE-LINE
               ADD 1 TO WS-LINE-COUNT
            ELSE
               MOVE 1 TO WS-OX
               PERFORM UNTIL WS-OX > WS-OPER-COUNT
                 PERFORM WRITE-OPERATOR-LINE
                 ADD 1 TO WS-OX
               END-PERFORM
               PERFORM WRITE-TOTAL-LINES
            END-IF.

            MOVE 'D' TO WS-PAGE-MODE.
            MOVE "AFTER-HOURS ACTIVITY" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               PERFORM WRITE-DETAIL-LINE
              END-RETURN
            END-PERFORM.
            IF WS-DETAIL-PRINTED = ZERO
               WRITE WS-REPORT-LINE FROM WS-NO-AFTER-HOURS-LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF.
      *-----------------------
       WRITE-OPERATOR-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            MOVE SPACES TO WS-SUMMARY-LINE.
            IF OT-OPERATOR(WS-OX) = SPACES
               MOVE "(NOT RECORDED)" TO SML-OPERATOR
            ELSE
               MOVE OT-OPERATOR(WS-OX) TO SML-OPERATOR
            END-IF.
            MOVE 1 TO WS-KX.
            PERFORM UNTIL WS-KX > WS-KIND-COUNT
              MOVE OT-COUNT(WS-OX, WS-KX) TO SML-COUNT(WS-KX)
              ADD 1 TO WS-KX
            END-PERFORM.
            MOVE OT-AFTER-HOURS(WS-OX) TO SML-AFTER-HOURS.
            MOVE OT-PEAK-SEARCHES(WS-OX) TO SML-PEAK.
            IF OT-AFTER-HOURS(WS-OX) > ZERO
               MOVE "AFTER-HOURS" TO SML-FLAGS
            END-IF.
            IF OT-PEAK-SEARCHES(WS-OX) > WS-LOOKUP-LIMIT
               IF SML-FLAGS = SPACES
                  MOVE "HIGH-LOOKUP" TO SML-FLAGS
               ELSE
                  MOVE "AFTER-HOURS HIGH-LOOKUP" TO SML-FLAGS
               END-IF
            END-IF.
            IF SML-FLAGS NOT = SPACES
               ADD 1 TO WS-FLAGGED
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-SUMMARY-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-TOTAL-LINES.
            IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            MOVE SPACES TO WS-TOTAL-LINE.
            MOVE "TOTAL" TO SML-TOTAL-LABEL.
            MOVE 1 TO WS-KX.
            PERFORM UNTIL WS-KX > WS-KIND-COUNT
              MOVE WS-TOTAL-COUNT(WS-KX) TO SML-TOTAL(WS-KX)
              ADD 1 TO WS-KX
            END-PERFORM.
            MOVE WS-TOTAL-AFTER-HOURS TO SML-TOTAL-AFTER-HOURS.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE WS-FLAGGED TO FLL-FLAGGED.
            WRITE WS-REPORT-LINE FROM WS-FLAGGED-LINE.
            ADD 3 TO WS-LINE-COUNT.
            IF WS-OPER-OVERFLOW = 'Y'
               WRITE WS-REPORT-LINE FROM WS-OVERFLOW-LINE
               ADD 1 TO WS-LINE-COUNT
            END-IF.
      *-----------------------
       WRITE-DETAIL-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            IF SRT-OPERATOR = SPACES
               MOVE "(NOT RECORDED)" TO DL-OPERATOR
            ELSE
               MOVE SRT-OPERATOR TO DL-OPERATOR
            END-IF.
            MOVE SRT-DATE TO DL-DATE.
            MOVE SRT-TIME TO WS-DL-TIME.
            MOVE WS-DL-HH TO DL-HH.
            MOVE WS-DL-MIN TO DL-MIN.
            MOVE WS-DL-SS TO DL-SS.
            MOVE WS-KIND-NAME(SRT-KIND) TO DL-ACTION.
            IF SRT-REASON = 'W'
               MOVE "WEEKEND" TO DL-REASON
            ELSE
               MOVE "OUT OF HOURS" TO DL-REASON
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            ADD 1 TO WS-DETAIL-PRINTED.
      *-----------------------
       WRITE-SECTION-HEADER.
            IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            ELSE
               WRITE WS-REPORT-LINE FROM SPACES
               WRITE WS-REPORT-LINE FROM WS-SECTION-LINE
               WRITE WS-REPORT-LINE FROM SPACES
               WRITE WS-REPORT-LINE FROM WS-DETAIL-HEAD-LINE
               ADD 4 TO WS-LINE-COUNT
            END-IF.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE HEADER LINES - THE DATE
      *    RANGE AND THE RULES THE FLAGS WERE JUDGED BY REPEAT ON
      *    EVERY PAGE SO A LOOSE PAGE STILL SAYS WHAT IT COVERS.
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
            MOVE WS-HOURS-X TO RUL-HOURS.
            MOVE WS-LOOKUP-LIMIT TO RUL-LOOKUPS.
            WRITE WS-REPORT-LINE FROM WS-RULES-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE 5 TO WS-LINE-COUNT.
            IF WS-PAGE-MODE = 'D'
               WRITE WS-REPORT-LINE FROM WS-SECTION-LINE
               WRITE WS-REPORT-LINE FROM SPACES
               WRITE WS-REPORT-LINE FROM WS-DETAIL-HEAD-LINE
            ELSE
               MOVE "ACTIVITY BY OPERATOR" TO SCL-TITLE
               WRITE WS-REPORT-LINE FROM WS-SECTION-LINE
               WRITE WS-REPORT-LINE FROM SPACES
               WRITE WS-REPORT-LINE FROM WS-SUMMARY-HEAD-LINE
            END-IF.
            ADD 3 TO WS-LINE-COUNT.
       END PROGRAM OPER-RPT.
