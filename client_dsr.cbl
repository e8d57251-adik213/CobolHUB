       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-DSR.
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
            SELECT CONTACT-FILE ASSIGN TO "CONTHIST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CONT-KEY OF CONTACT-RECORD
            FILE STATUS IS WS-CONTACT-STATUS.
            SELECT HOLD-FILE ASSIGN TO "ADDRHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-PERSONID OF HOLD-RECORD
            FILE STATUS IS WS-HOLD-STATUS.
            SELECT HOUSE-FILE ASSIGN TO "HOUSEHLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HSE-PERSONID OF HSE-RECORD
            ALTERNATE RECORD KEY IS HSE-HOUSEHOLD-ID OF HSE-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-HOUSE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT EXCEPTION-FILE ASSIGN TO "LOADEXCP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCP-STATUS.
            SELECT PENDING-FILE ASSIGN TO "CLIENTPND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.
            SELECT AUDIT-FILE ASSIGN TO "SEARCHLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-AUDIT-STATUS.
            SELECT OPERLOG-FILE ASSIGN TO "OPERLOG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLOG-STATUS.
            SELECT WORK-FILE ASSIGN TO "DSRWORK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
            SELECT REPORT-FILE ASSIGN TO "DSRRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT REGISTER-FILE ASSIGN TO "DSRREG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REG-STATUS.
            SELECT PARAM-FILE ASSIGN TO "DSRPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD CLIENTMST.
             COPY CLIENTREC.

           FD CLIENTARC.
             COPY ARCHREC.

           FD CONTACT-FILE.
             COPY CONTHIST.

           FD HOLD-FILE.
             COPY ADDRHOLD.

           FD HOUSE-FILE.
             COPY HOUSEREC.

           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD EXCEPTION-FILE.
             COPY LOADEXCP.

           FD PENDING-FILE.
             01 PEND-RECORD.
               05 PEND-CODE PIC X(1).
               05 PEND-EFF-DATE PIC X(8).
               05 PEND-CLIENT-IMAGE PIC X(98).

           FD AUDIT-FILE.
             01 WS-AUDIT-LINE PIC X(100).

           FD OPERLOG-FILE.
             COPY OPERLOG.

           FD WORK-FILE.
      *      EACH SEQUENTIAL FILE IS REBUILT HERE WITHOUT (OR WITH
      *      BLANKED) ENTRIES FOR THE CLIENT, THEN COPIED BACK OVER
      *      THE ORIGINAL, SO A FAILED RUN NEVER LEAVES HALF A FILE.
             01 WS-WORK-RECORD PIC X(223).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(110).

           FD REGISTER-FILE.
             01 WS-REG-LINE PIC X(160).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-CLIENTARC-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-HOUSE-STATUS PIC X(2).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-PEND-STATUS PIC X(2).
       01 WS-AUDIT-STATUS PIC X(2).
       01 WS-OLOG-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-WORK-FAIL-STATUS PIC X(2).
       01 WS-WORK-OK PIC A(1) VALUE 'N'.
       01 WS-WORK-OPEN PIC A(1) VALUE 'N'.
       01 WS-WORK-FILE-NAME PIC X(10).
       01 WS-REG-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-EOF PIC A(1).
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       01 WS-MST-OPEN PIC A(1) VALUE 'N'.
       01 WS-ARC-OPEN PIC A(1) VALUE 'N'.
      *    D PRINTS EVERYTHING HELD; E PRINTS IT AND THEN ERASES IT.
       01 WS-RUN-MODE PIC A(1).
       01 WS-CONFIRM PIC A(1) VALUE 'N'.
       01 WS-ERASED PIC A(1) VALUE 'N'.
       01 WS-OPERATOR PIC X(12).
       01 WS-REQ-PERSONID PIC X(9) VALUE SPACES.
       01 WS-REQ-ID-LEN PIC 9(2).
       01 WS-REQ-ID-9 PIC 9(9).
       01 WS-REQ-FIRSTNAME PIC X(20) VALUE SPACES.
       01 WS-REQ-LASTNAME PIC X(20) VALUE SPACES.
       01 WS-REQ-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-REQ-RECEIVED PIC X(8) VALUE SPACES.
      *    THE PERSON THE REQUEST IS ABOUT: EVERY PERSONID THEY HOLD
      *    (A DUPLICATE CLIENT CAN HAVE TWO) AND, WHERE KNOWN, THEIR
      *    NAME AND ADDRESS IN UPPER CASE, WHICH ALSO CATCHES HELD
      *    REJECTS AND PARKED TRANSACTIONS WHOSE PERSONID WAS BAD.
       01 WS-SUBJ-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SUBJ-LIMIT PIC 9(2) VALUE 20.
       01 WS-SUBJ-TABLE.
           05 WS-SUBJ-ID PIC 9(9) OCCURS 20 TIMES.
       01 WS-SUBJ-FIRST PIC X(20) VALUE SPACES.
       01 WS-SUBJ-LAST PIC X(20) VALUE SPACES.
       01 WS-SUBJ-ADDRESS PIC X(30) VALUE SPACES.
       01 WS-NAME-KEY-SET PIC A(1) VALUE 'N'.
       01 WS-SX PIC 9(2).
       01 WS-CHECK-ID PIC 9(9).
       01 WS-ID-MATCH PIC A(1).
       01 WS-IMAGE-MATCH PIC A(1).
       01 WS-BEFORE-MATCH PIC A(1).
       01 WS-AFTER-MATCH PIC A(1).
       01 WS-LINE-MATCH PIC A(1).
       01 WS-MORE PIC A(1).
       01 WS-UC-FIRST PIC X(20).
       01 WS-UC-LAST PIC X(20).
       01 WS-UC-ADDRESS PIC X(30).
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
      *    SEARCHLOG LINES ARE PICKED APART AT THEIR QUERY= AND
      *    MATCHES= TAGS, THE SAME WAY OPS-SUMMARY READS THEM.
       01 WS-SL-HEAD PIC X(100).
       01 WS-SL-TAIL PIC X(100).
       01 WS-SL-QUERY PIC X(100).
       01 WS-SL-REST PIC X(100).
       01 WS-SL-QUERY-UC PIC X(20).
       01 WS-SL-HEAD-LEN PIC 9(3).
       01 WS-SL-TAIL-LEN PIC 9(3).
       01 WS-SL-QUERY-LEN PIC 9(3).
       01 WS-SL-REST-LEN PIC 9(3).
       01 WS-SL-FIELDS PIC 9(2).
       01 WS-SL-ID-TALLY PIC 9(2).
      *    WHAT WAS FOUND ON EACH FILE, THEN WHAT WAS ERASED FROM IT.
       01 WS-FOUND-MST PIC 9(5) VALUE ZERO.
       01 WS-FOUND-ARC PIC 9(5) VALUE ZERO.
       01 WS-FOUND-CONT PIC 9(5) VALUE ZERO.
       01 WS-FOUND-HOLD PIC 9(5) VALUE ZERO.
       01 WS-FOUND-HSE PIC 9(5) VALUE ZERO.
       01 WS-FOUND-JRNL PIC 9(5) VALUE ZERO.
       01 WS-FOUND-EXCP PIC 9(5) VALUE ZERO.
       01 WS-FOUND-PEND PIC 9(5) VALUE ZERO.
       01 WS-FOUND-SRCH PIC 9(5) VALUE ZERO.
       01 WS-FOUND-OLOG PIC 9(5) VALUE ZERO.
       01 WS-FOUND-TOTAL PIC 9(7) VALUE ZERO.
       01 WS-GONE-MST PIC 9(5) VALUE ZERO.
       01 WS-GONE-ARC PIC 9(5) VALUE ZERO.
       01 WS-GONE-CONT PIC 9(5) VALUE ZERO.
       01 WS-GONE-HOLD PIC 9(5) VALUE ZERO.
       01 WS-GONE-HSE PIC 9(5) VALUE ZERO.
       01 WS-GONE-JRNL PIC 9(5) VALUE ZERO.
       01 WS-GONE-EXCP PIC 9(5) VALUE ZERO.
       01 WS-GONE-PEND PIC 9(5) VALUE ZERO.
       01 WS-GONE-SRCH PIC 9(5) VALUE ZERO.
       01 WS-GONE-OLOG PIC 9(5) VALUE ZERO.
       01 WS-SECTION-COUNT PIC 9(5).
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       COPY MSTLOCK.
       COPY OPERID.
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-DD PIC 9(2).
       01 WS-CDT-TIME.
           05 WS-CDT-HHMMSS PIC 9(6).
           05 WS-CDT-HSEC PIC 9(2).
       01 WS-TODAY-9 PIC 9(8).
       01 WS-RUN-DATE-LINE.
           05 FILLER PIC X(5) VALUE "DATE:".
           05 WS-RD-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-YYYY PIC 9(4).
       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(27) VALUE "CLIENT DATA SUBJECT REQUEST".
           05 FILLER PIC X(33) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-IMAGE-HEAD-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ID".
           05 FILLER PIC X(21) VALUE "FIRST NAME".
           05 FILLER PIC X(21) VALUE "LAST NAME".
           05 FILLER PIC X(31) VALUE "ADDRESS".
           05 FILLER PIC X(16) VALUE "PHONE".
           05 FILLER PIC X(2) VALUE "S".
           05 FILLER PIC X(3) VALUE "BR".
       01 WS-REQUEST-LINE.
           05 RQL-LABEL PIC X(16).
           05 RQL-VALUE PIC X(90).
       01 WS-SECTION-LINE.
           05 SCL-FILE PIC X(10).
           05 FILLER PIC X(3) VALUE " - ".
           05 SCL-TITLE PIC X(50).
       01 WS-IMAGE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 IL-PERSONID PIC X(9).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IL-FIRSTNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IL-LASTNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IL-ADDRESS PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IL-PHONE PIC X(15).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IL-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 IL-BRANCH PIC X(3).
       01 WS-NOTE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 NL-TEXT PIC X(100).
       01 WS-COUNT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CTL-LABEL PIC X(24).
           05 CTL-COUNT PIC ZZZZ9.
       01 WS-TOTAL-LINE.
           05 TL-FILE PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TL-FOUND PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TL-ERASED PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 TL-ACTION PIC X(30).
       01 WS-TOTAL-HEAD-LINE.
           05 FILLER PIC X(10) VALUE "FILE".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "HELD".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ERASED".
           05 FILLER PIC X(3) VALUE SPACES.
           05 FILLER PIC X(30) VALUE "HOW".
      *    ONE LINE PER REQUEST ON THE REGISTER - THE IDENTIFIER AND
      *    THE COUNTS ONLY, NEVER THE NAME OR ADDRESS THAT WAS ERASED.
       01 WS-REGISTER-RECORD.
           05 REG-RECEIVED PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REG-COMPLETED PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REG-TYPE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 REG-PERSONID PIC 9(9).
           05 FILLER PIC X(4) VALUE " ID=".
           05 REG-ID-COUNT PIC 9(2).
           05 FILLER PIC X(5) VALUE " MST=".
           05 REG-MST PIC 9(3).
           05 FILLER PIC X(5) VALUE " ARC=".
           05 REG-ARC PIC 9(3).
           05 FILLER PIC X(6) VALUE " CONT=".
           05 REG-CONT PIC 9(5).
           05 FILLER PIC X(6) VALUE " HOLD=".
           05 REG-HOLD PIC 9(3).
           05 FILLER PIC X(6) VALUE " HHLD=".
           05 REG-HSE PIC 9(3).
           05 FILLER PIC X(6) VALUE " JRNL=".
           05 REG-JRNL PIC 9(5).
           05 FILLER PIC X(6) VALUE " EXCP=".
           05 REG-EXCP PIC 9(3).
           05 FILLER PIC X(6) VALUE " PEND=".
           05 REG-PEND PIC 9(3).
           05 FILLER PIC X(6) VALUE " SRCH=".
           05 REG-SRCH PIC 9(5).
           05 FILLER PIC X(6) VALUE " OLOG=".
           05 REG-OLOG PIC 9(5).
           05 FILLER PIC X(4) VALUE " BY=".
           05 REG-OPERATOR PIC X(12).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    ONE PLACE TO ANSWER A CLIENT WHO ASKS WHAT WE HOLD ON
      *    THEM, OR ASKS TO BE FORGOTTEN. THE DISCLOSURE LISTS EVERY
      *    ENTRY ON CLIENTMST, CLIENTARC, CONTHIST, ADDRHOLD, HOUSEHLD,
      *    MAINTJRNL, LOADEXCP, CLIENTPND, SEARCHLOG AND OPERLOG.
      *    ERASURE THEN DELETES THE MASTER AND ARCHIVE RECORDS,
      *    CONTACT HISTORY, ADDRESS HOLDS, HOUSEHOLD ENTRIES, HELD
      *    REJECTS AND PARKED TRANSACTIONS, BLANKS THE NAME, ADDRESS
      *    AND PHONE IN THE JOURNAL IMAGES AND THE SEARCH TEXT IN
      *    SEARCHLOG, AND MASKS THE PERSONID ON OPERLOG. THE
      *    JOURNAL KEEPS EVERY ENTRY AND THE MASTER DELETE IS ITSELF
      *    JOURNALED, SO OPS-RECON STILL BALANCES. PRINTED REPORTS
      *    AND BACKUPS ARE NOT REWRITTEN - THEY AGE OUT UNDER THEIR
      *    OWN RETENTION.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            MOVE WS-CDT-DATE TO WS-TODAY-9.

            MOVE SPACES TO OPR-ID.
            PERFORM READ-PARAMETER-FILE.
            PERFORM IDENTIFY-OPERATOR.
            IF WS-PARM-MODE NOT = 'Y'
               PERFORM PROMPT-FOR-REQUEST
            END-IF.
            PERFORM EDIT-REQUEST.

            IF WS-RUN-FAILED = 'N' AND WS-RUN-MODE = 'E'
               PERFORM ACQUIRE-MASTER-LOCK
            END-IF.
            IF WS-RUN-FAILED = 'N'
               PERFORM OPEN-CLIENT-FILES
            END-IF.
            IF WS-RUN-FAILED = 'N'
               PERFORM IDENTIFY-SUBJECT
               OPEN OUTPUT REPORT-FILE
               PERFORM WRITE-PAGE-HEADER
               PERFORM WRITE-REQUEST-LINES
               PERFORM DISCLOSE-ALL-FILES
               IF WS-RUN-MODE = 'E'
                  PERFORM CONFIRM-AND-ERASE
               END-IF
               PERFORM WRITE-REQUEST-TOTALS
               CLOSE REPORT-FILE
               IF WS-MST-OPEN = 'Y'
                  CLOSE CLIENTMST
               END-IF
               IF WS-ARC-OPEN = 'Y'
                  CLOSE CLIENTARC
               END-IF
               IF WS-RUN-MODE = 'D' OR WS-ERASED = 'Y'
                  PERFORM WRITE-REGISTER
               END-IF
            END-IF.
            PERFORM RELEASE-MASTER-LOCK.

            DISPLAY "PERSONIDs identified:",WS-SUBJ-COUNT.
            DISPLAY "Entries held:",WS-FOUND-TOTAL.
            IF WS-ERASED = 'Y'
               DISPLAY "Erasure complete - see DSRRPT."
            END-IF.
            IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
            END-IF.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THE CONSOLE ANSWERS ON DSRPARM, ONE
      *    KEYWORD=VALUE PER LINE: MODE=D OR E, PERSONID=N... (UP
      *    TO NINE DIGITS) OR FIRST=, LAST= AND ADDRESS=,
      *    RECEIVED=YYYYMMDD (THE DATE THE CLIENT ASKED, FOR THE
      *    REGISTER) AND CONFIRM=Y, WHICH AN ERASURE WILL NOT RUN
      *    WITHOUT. OPERATOR= NAMES WHO
      *    HANDLED THE REQUEST; WITHOUT IT THE JOB NAME IS RECORDED.
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
              WHEN "PERSONID"
                MOVE WS-PARM-VALUE(1:9) TO WS-REQ-PERSONID
              WHEN "FIRST"
                MOVE WS-PARM-VALUE(1:20) TO WS-REQ-FIRSTNAME
              WHEN "LAST"
                MOVE WS-PARM-VALUE(1:20) TO WS-REQ-LASTNAME
              WHEN "ADDRESS"
                MOVE WS-PARM-VALUE(1:30) TO WS-REQ-ADDRESS
              WHEN "RECEIVED"
                MOVE WS-PARM-VALUE(1:8) TO WS-REQ-RECEIVED
              WHEN "CONFIRM"
                MOVE WS-PARM-VALUE(1:1) TO WS-CONFIRM
              WHEN "OPERATOR"
                MOVE WS-PARM-VALUE TO OPR-ID
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown DSRPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       IDENTIFY-OPERATOR.
      *    THE REGISTER, THE REPORT AND THE JOURNAL ENTRY FOR EACH
      *    ERASED MASTER RECORD ALL NAME WHO HANDLED THE REQUEST.
            IF WS-PARM-MODE = 'Y'
               SET OPR-BATCH TO TRUE
            ELSE
               SET OPR-INTERACTIVE TO TRUE
            END-IF.
            MOVE "CLIENT-DSR" TO OPR-PROGRAM.
            CALL "OPER-ID" USING OPERATOR-ID.
            IF OPR-UNKNOWN
               DISPLAY "No operator ID given - run refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            MOVE OPR-ID TO WS-OPERATOR.
      *-----------------------
       PROMPT-FOR-REQUEST.
            DISPLAY "(D)isclose what is held, or (E)rase it:".
            ACCEPT WS-RUN-MODE.
            INSPECT WS-RUN-MODE
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            DISPLAY "PERSONID (blank to identify by name and "
                    "address):".
            ACCEPT WS-REQ-PERSONID.
            INSPECT WS-REQ-PERSONID
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            IF WS-REQ-PERSONID = SPACES
               DISPLAY "First name:"
               ACCEPT WS-REQ-FIRSTNAME
               INSPECT WS-REQ-FIRSTNAME
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
               DISPLAY "Last name:"
               ACCEPT WS-REQ-LASTNAME
               INSPECT WS-REQ-LASTNAME
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
               DISPLAY "Address:"
               ACCEPT WS-REQ-ADDRESS
               INSPECT WS-REQ-ADDRESS
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
            END-IF.
            DISPLAY "Date the client asked (YYYYMMDD, blank for "
                    "today):".
            ACCEPT WS-REQ-RECEIVED.
            INSPECT WS-REQ-RECEIVED
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
      *-----------------------
       EDIT-REQUEST.
            EVALUATE WS-RUN-MODE
              WHEN 'D' WHEN 'd' MOVE 'D' TO WS-RUN-MODE
              WHEN 'E' WHEN 'e' MOVE 'E' TO WS-RUN-MODE
              WHEN OTHER
                DISPLAY "Invalid selection."
                SET WS-RUN-FAILED TO 'Y'
            END-EVALUATE.
            IF WS-REQ-RECEIVED = SPACES
               MOVE WS-CDT-DATE TO WS-REQ-RECEIVED
            END-IF.
            IF WS-REQ-RECEIVED IS NOT NUMERIC
               DISPLAY "Date received must be YYYYMMDD."
               SET WS-RUN-FAILED TO 'Y'
            END-IF.
      *    A NAME AND ADDRESS MUST BE GIVEN IN FULL - A SURNAME ALONE
      *    WOULD SWEEP UP EVERY NAMESAKE ON THE FILE.
      *    A PERSONID MAY BE KEYED WITHOUT ITS LEADING ZEROS.
            IF WS-REQ-PERSONID NOT = SPACES
               MOVE ZERO TO WS-REQ-ID-LEN
               INSPECT WS-REQ-PERSONID TALLYING WS-REQ-ID-LEN
                 FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-REQ-ID-LEN > ZERO
                  AND WS-REQ-PERSONID(1:WS-REQ-ID-LEN) IS NUMERIC
                  MOVE WS-REQ-PERSONID(1:WS-REQ-ID-LEN) TO WS-REQ-ID-9
                  MOVE WS-REQ-ID-9 TO WS-REQ-PERSONID
               END-IF
               IF WS-REQ-PERSONID IS NOT NUMERIC
                  OR WS-REQ-PERSONID = ZERO
                  DISPLAY "PERSONID must be a number."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            ELSE
               IF WS-REQ-FIRSTNAME = SPACES
                  OR WS-REQ-LASTNAME = SPACES
                  OR WS-REQ-ADDRESS = SPACES
                  DISPLAY "Give a PERSONID, or first name, last name "
                          "and address."
                  SET WS-RUN-FAILED TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    ONLY ONE PROGRAM MAY UPDATE CLIENTMST AT A TIME - THE
      *    INTERLOCK NAMES THE CURRENT HOLDER WHEN THE RUN IS
      *    REFUSED, SO THE OPERATOR KNOWS WHO TO WAIT FOR.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "CLIENT-DSR" TO LOCK-PROGRAM.
            MOVE WS-OPERATOR TO LOCK-OPERATOR.
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
       OPEN-CLIENT-FILES.
      *    A MISSING MASTER OR ARCHIVE (STATUS 35) SIMPLY HOLDS
      *    NOTHING AND IS NEVER CREATED HERE. ANY OTHER FAILURE STOPS
      *    THE RUN BEFORE ANYTHING IS READ OR CHANGED.
            IF WS-RUN-MODE = 'E'
               OPEN I-O CLIENTMST
            ELSE
               OPEN INPUT CLIENTMST
            END-IF.
            EVALUATE WS-CLIENTMST-STATUS
              WHEN "00"
                SET WS-MST-OPEN TO 'Y'
              WHEN "35"
                CONTINUE
              WHEN OTHER
                DISPLAY "CLIENTMST open failed - status ",
                        WS-CLIENTMST-STATUS," - run abandoned."
                SET WS-RUN-FAILED TO 'Y'
            END-EVALUATE.
            IF WS-RUN-MODE = 'E'
               OPEN I-O CLIENTARC
            ELSE
               OPEN INPUT CLIENTARC
            END-IF.
            EVALUATE WS-CLIENTARC-STATUS
              WHEN "00"
                SET WS-ARC-OPEN TO 'Y'
              WHEN "35"
                CONTINUE
              WHEN OTHER
                DISPLAY "CLIENTARC open failed - status ",
                        WS-CLIENTARC-STATUS," - run abandoned."
                SET WS-RUN-FAILED TO 'Y'
            END-EVALUATE.
            IF WS-RUN-FAILED = 'Y'
               IF WS-MST-OPEN = 'Y'
                  CLOSE CLIENTMST
                  SET WS-MST-OPEN TO 'N'
               END-IF
               IF WS-ARC-OPEN = 'Y'
                  CLOSE CLIENTARC
                  SET WS-ARC-OPEN TO 'N'
               END-IF
            END-IF.
      *-----------------------
       IDENTIFY-SUBJECT.
      *    A PERSONID IDENTIFIES THE CLIENT DIRECTLY, AND THEIR NAME
      *    AND ADDRESS ARE TAKEN FROM THE MASTER OR ARCHIVE. A NAME
      *    AND ADDRESS ARE LOOKED FOR ON BOTH FILES, IGNORING CASE,
      *    AND EVERY PERSONID CARRYING THEM BELONGS TO THE REQUEST.
            IF WS-REQ-PERSONID NOT = SPACES
               MOVE WS-REQ-PERSONID TO WS-CHECK-ID
               PERFORM ADD-SUBJECT-ID
               PERFORM TAKE-NAME-FROM-FILES
            ELSE
               MOVE FUNCTION UPPER-CASE(WS-REQ-FIRSTNAME)
                 TO WS-SUBJ-FIRST
               MOVE FUNCTION UPPER-CASE(WS-REQ-LASTNAME)
                 TO WS-SUBJ-LAST
               MOVE FUNCTION UPPER-CASE(WS-REQ-ADDRESS)
                 TO WS-SUBJ-ADDRESS
               SET WS-NAME-KEY-SET TO 'Y'
               PERFORM SCAN-MASTER-FOR-NAME
               PERFORM SCAN-ARCHIVE-FOR-NAME
            END-IF.
      *-----------------------
       ADD-SUBJECT-ID.
            PERFORM CHECK-ID-MATCH.
            IF WS-ID-MATCH = 'N'
               IF WS-SUBJ-COUNT >= WS-SUBJ-LIMIT
                  DISPLAY "More than ",WS-SUBJ-LIMIT," PERSONIDs carry "
                          "this name and address - PERSONID ",
                          WS-CHECK-ID," not included."
               ELSE
                  ADD 1 TO WS-SUBJ-COUNT
                  MOVE WS-CHECK-ID TO WS-SUBJ-ID(WS-SUBJ-COUNT)
               END-IF
            END-IF.
      *-----------------------
       CHECK-ID-MATCH.
            SET WS-ID-MATCH TO 'N'.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > WS-SUBJ-COUNT OR WS-ID-MATCH = 'Y'
              IF WS-SUBJ-ID(WS-SX) = WS-CHECK-ID
                 SET WS-ID-MATCH TO 'Y'
              END-IF
              ADD 1 TO WS-SX
            END-PERFORM.
      *-----------------------
       TAKE-NAME-FROM-FILES.
            SET WS-ID-MATCH TO 'N'.
            IF WS-MST-OPEN = 'Y'
               MOVE WS-CHECK-ID TO PERSONID OF CLIENT-RECORD
               READ CLIENTMST
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENT-RECORD TO WS-CLIENT-RECORD
                   SET WS-ID-MATCH TO 'Y'
               END-READ
            END-IF.
            IF WS-ID-MATCH = 'N' AND WS-ARC-OPEN = 'Y'
               MOVE WS-CHECK-ID TO ARCH-PERSONID
               READ CLIENTARC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE ARCH-RECORD(1:98) TO WS-CLIENT-RECORD
                   SET WS-ID-MATCH TO 'Y'
               END-READ
            END-IF.
            IF WS-ID-MATCH = 'Y'
               AND WS-FIRSTNAME NOT = SPACES
               AND WS-LASTNAME NOT = SPACES
               AND WS-ADDRESS NOT = SPACES
               MOVE FUNCTION UPPER-CASE(WS-FIRSTNAME) TO WS-SUBJ-FIRST
               MOVE FUNCTION UPPER-CASE(WS-LASTNAME) TO WS-SUBJ-LAST
               MOVE FUNCTION UPPER-CASE(WS-ADDRESS) TO WS-SUBJ-ADDRESS
               SET WS-NAME-KEY-SET TO 'Y'
            END-IF.
      *-----------------------
       SCAN-MASTER-FOR-NAME.
            IF WS-MST-OPEN = 'Y'
               MOVE ZERO TO PERSONID OF CLIENT-RECORD
               START CLIENTMST KEY IS NOT LESS THAN
                     PERSONID OF CLIENT-RECORD
                 INVALID KEY MOVE 'Y' TO WS-EOF
                 NOT INVALID KEY MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTMST NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE CLIENT-RECORD TO WS-CLIENT-RECORD
                  PERFORM CHECK-NAME-MATCH
                  IF WS-IMAGE-MATCH = 'Y'
                     MOVE WS-PERSONID TO WS-CHECK-ID
                     PERFORM ADD-SUBJECT-ID
                  END-IF
                 END-READ
               END-PERFORM
            END-IF.
      *-----------------------
       SCAN-ARCHIVE-FOR-NAME.
            IF WS-ARC-OPEN = 'Y'
               MOVE ZERO TO ARCH-PERSONID
               START CLIENTARC KEY IS NOT LESS THAN ARCH-PERSONID
                 INVALID KEY MOVE 'Y' TO WS-EOF
                 NOT INVALID KEY MOVE 'N' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTARC NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE ARCH-RECORD(1:98) TO WS-CLIENT-RECORD
                  PERFORM CHECK-NAME-MATCH
                  IF WS-IMAGE-MATCH = 'Y'
                     MOVE WS-PERSONID TO WS-CHECK-ID
                     PERFORM ADD-SUBJECT-ID
                  END-IF
                 END-READ
               END-PERFORM
            END-IF.
      *-----------------------
       CHECK-NAME-MATCH.
            SET WS-IMAGE-MATCH TO 'N'.
            IF WS-NAME-KEY-SET = 'Y'
               MOVE FUNCTION UPPER-CASE(WS-FIRSTNAME) TO WS-UC-FIRST
               MOVE FUNCTION UPPER-CASE(WS-LASTNAME) TO WS-UC-LAST
               MOVE FUNCTION UPPER-CASE(WS-ADDRESS) TO WS-UC-ADDRESS
               IF WS-UC-FIRST = WS-SUBJ-FIRST
                  AND WS-UC-LAST = WS-SUBJ-LAST
                  AND WS-UC-ADDRESS = WS-SUBJ-ADDRESS
                  SET WS-IMAGE-MATCH TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       CHECK-IMAGE-MATCH.
      *    A CLIENTREC IMAGE IN WS-CLIENT-RECORD BELONGS TO THE
      *    REQUEST IF ITS PERSONID IS ONE OF THE CLIENT'S, OR IF IT
      *    CARRIES THEIR NAME AND ADDRESS (A REJECT WITH A BAD ID).
            SET WS-IMAGE-MATCH TO 'N'.
            IF WS-PERSONID IS NUMERIC
               MOVE WS-PERSONID TO WS-CHECK-ID
               PERFORM CHECK-ID-MATCH
               IF WS-ID-MATCH = 'Y'
                  SET WS-IMAGE-MATCH TO 'Y'
               END-IF
            END-IF.
            IF WS-IMAGE-MATCH = 'N'
               PERFORM CHECK-NAME-MATCH
            END-IF.
      *-----------------------
       DISCLOSE-ALL-FILES.
            PERFORM DISCLOSE-MASTER.
            PERFORM DISCLOSE-ARCHIVE.
            PERFORM DISCLOSE-CONTACTS.
            PERFORM DISCLOSE-HOLDS.
            PERFORM DISCLOSE-HOUSEHOLD.
            PERFORM DISCLOSE-JOURNAL.
            PERFORM DISCLOSE-EXCEPTIONS.
            PERFORM DISCLOSE-PENDING.
            PERFORM DISCLOSE-SEARCHES.
            PERFORM DISCLOSE-OPERATOR-LOG.
            COMPUTE WS-FOUND-TOTAL = WS-FOUND-MST + WS-FOUND-ARC
              + WS-FOUND-CONT + WS-FOUND-HOLD + WS-FOUND-HSE
              + WS-FOUND-JRNL
              + WS-FOUND-EXCP + WS-FOUND-PEND + WS-FOUND-SRCH
              + WS-FOUND-OLOG.
      *-----------------------
       DISCLOSE-MASTER.
            MOVE "CLIENTMST" TO SCL-FILE.
            MOVE "CLIENT MASTER" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            IF WS-MST-OPEN = 'Y'
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO PERSONID OF CLIENT-RECORD
                 READ CLIENTMST
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-FOUND-MST
                     MOVE CLIENT-RECORD TO WS-CLIENT-RECORD
                     PERFORM WRITE-IMAGE-LINE
                 END-READ
                 ADD 1 TO WS-SX
               END-PERFORM
            END-IF.
            MOVE WS-FOUND-MST TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-ARCHIVE.
            MOVE "CLIENTARC" TO SCL-FILE.
            MOVE "CLIENT ARCHIVE (PURGED CLIENTS)" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            IF WS-ARC-OPEN = 'Y'
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO ARCH-PERSONID
                 READ CLIENTARC
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-FOUND-ARC
                     MOVE SPACES TO NL-TEXT
                     STRING "ARCHIVED ON " DELIMITED BY SIZE
                            ARCH-DATE DELIMITED BY SIZE
                       INTO NL-TEXT
                     END-STRING
                     PERFORM WRITE-NOTE-LINE
                     MOVE ARCH-RECORD(1:98) TO WS-CLIENT-RECORD
                     PERFORM WRITE-IMAGE-LINE
                 END-READ
                 ADD 1 TO WS-SX
               END-PERFORM
            END-IF.
            MOVE WS-FOUND-ARC TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-CONTACTS.
            MOVE "CONTHIST" TO SCL-FILE.
            MOVE "CAMPAIGN CONTACT HISTORY" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT CONTACT-FILE.
            IF WS-CONTACT-STATUS = "00"
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 PERFORM START-CONTACTS-FOR-ID
                 PERFORM UNTIL WS-MORE = 'N'
                   READ CONTACT-FILE NEXT RECORD
                     AT END MOVE 'N' TO WS-MORE
                     NOT AT END
                       IF CONT-PERSONID NOT = WS-SUBJ-ID(WS-SX)
                          MOVE 'N' TO WS-MORE
                       ELSE
                          ADD 1 TO WS-FOUND-CONT
                          PERFORM WRITE-CONTACT-LINE
                       END-IF
                   END-READ
                 END-PERFORM
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE CONTACT-FILE
            END-IF.
            MOVE WS-FOUND-CONT TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       START-CONTACTS-FOR-ID.
            MOVE WS-SUBJ-ID(WS-SX) TO CONT-PERSONID.
            MOVE ZERO TO CONT-DATE.
            START CONTACT-FILE KEY IS NOT LESS THAN CONT-KEY
              INVALID KEY MOVE 'N' TO WS-MORE
              NOT INVALID KEY MOVE 'Y' TO WS-MORE
            END-START.
      *-----------------------
       WRITE-CONTACT-LINE.
            MOVE SPACES TO NL-TEXT.
            STRING "PERSONID " DELIMITED BY SIZE
                   CONT-PERSONID DELIMITED BY SIZE
                   " CONTACTED " DELIMITED BY SIZE
                   CONT-DATE DELIMITED BY SIZE
                   " CAMPAIGN " DELIMITED BY SIZE
                   CONT-CAMPAIGN DELIMITED BY SIZE
                   " CHANNEL " DELIMITED BY SIZE
                   CONT-CHANNEL DELIMITED BY SIZE
                   " OUTCOME " DELIMITED BY SIZE
                   CONT-OUTCOME DELIMITED BY SIZE
              INTO NL-TEXT
            END-STRING.
            PERFORM WRITE-NOTE-LINE.
      *-----------------------
       DISCLOSE-HOLDS.
            MOVE "ADDRHOLD" TO SCL-FILE.
            MOVE "RETURNED-MAIL ADDRESS HOLDS" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT HOLD-FILE.
            IF WS-HOLD-STATUS = "00"
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO HOLD-PERSONID
                 READ HOLD-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-FOUND-HOLD
                     MOVE SPACES TO NL-TEXT
                     STRING "PERSONID " DELIMITED BY SIZE
                            HOLD-PERSONID DELIMITED BY SIZE
                            " STATUS " DELIMITED BY SIZE
                            HOLD-STATUS DELIMITED BY SIZE
                            " PLACED " DELIMITED BY SIZE
                            HOLD-DATE DELIMITED BY SIZE
                            " CAMPAIGN " DELIMITED BY SIZE
                            HOLD-CAMPAIGN DELIMITED BY SIZE
                            " RELEASED " DELIMITED BY SIZE
                            HOLD-RELEASE-DATE DELIMITED BY SIZE
                            " FROM " DELIMITED BY SIZE
                            HOLD-ADDRESS DELIMITED BY SIZE
                       INTO NL-TEXT
                     END-STRING
                     PERFORM WRITE-NOTE-LINE
                 END-READ
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE HOLD-FILE
            END-IF.
            MOVE WS-FOUND-HOLD TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-HOUSEHOLD.
            MOVE "HOUSEHLD" TO SCL-FILE.
            MOVE "MAILING HOUSEHOLD MEMBERSHIP" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT HOUSE-FILE.
            IF WS-HOUSE-STATUS = "00"
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO HSE-PERSONID
                 READ HOUSE-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-FOUND-HSE
                     MOVE SPACES TO NL-TEXT
                     STRING "PERSONID " DELIMITED BY SIZE
                            HSE-PERSONID DELIMITED BY SIZE
                            " HOUSEHOLD " DELIMITED BY SIZE
                            HSE-HOUSEHOLD-ID DELIMITED BY SIZE
                            " SOURCE " DELIMITED BY SIZE
                            HSE-SOURCE DELIMITED BY SIZE
                            " SET " DELIMITED BY SIZE
                            HSE-SET-DATE DELIMITED BY SIZE
                            " KEY " DELIMITED BY SIZE
                            HSE-ADDRESS-KEY DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            HSE-SURNAME-KEY DELIMITED BY SIZE
                       INTO NL-TEXT
                     END-STRING
                     PERFORM WRITE-NOTE-LINE
                 END-READ
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE HOUSE-FILE
            END-IF.
            MOVE WS-FOUND-HSE TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-JOURNAL.
            MOVE "MAINTJRNL" TO SCL-FILE.
            MOVE "MAINTENANCE JOURNAL BEFORE/AFTER IMAGES" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ JOURNAL-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-JOURNAL-ENTRY
                  IF WS-BEFORE-MATCH = 'Y' OR WS-AFTER-MATCH = 'Y'
                     ADD 1 TO WS-FOUND-JRNL
                     PERFORM WRITE-JOURNAL-ENTRY
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.
            MOVE WS-FOUND-JRNL TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       MATCH-JOURNAL-ENTRY.
            MOVE JRNL-BEFORE-IMAGE TO WS-CLIENT-RECORD.
            SET WS-BEFORE-MATCH TO 'N'.
            IF JRNL-BEFORE-IMAGE NOT = SPACES
               PERFORM CHECK-IMAGE-MATCH
               MOVE WS-IMAGE-MATCH TO WS-BEFORE-MATCH
            END-IF.
            MOVE JRNL-AFTER-IMAGE TO WS-CLIENT-RECORD.
            SET WS-AFTER-MATCH TO 'N'.
            IF JRNL-AFTER-IMAGE NOT = SPACES
               PERFORM CHECK-IMAGE-MATCH
               MOVE WS-IMAGE-MATCH TO WS-AFTER-MATCH
            END-IF.
      *-----------------------
       WRITE-JOURNAL-ENTRY.
            MOVE SPACES TO NL-TEXT.
            STRING "JOURNAL " DELIMITED BY SIZE
                   JRNL-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   JRNL-TIME DELIMITED BY SIZE
                   " ENTRY " DELIMITED BY SIZE
                   JRNL-TRANS-CODE DELIMITED BY SIZE
                   " - BEFORE / AFTER:" DELIMITED BY SIZE
              INTO NL-TEXT
            END-STRING.
            PERFORM WRITE-NOTE-LINE.
            IF JRNL-BEFORE-IMAGE NOT = SPACES
               MOVE JRNL-BEFORE-IMAGE TO WS-CLIENT-RECORD
               PERFORM WRITE-IMAGE-LINE
            END-IF.
            IF JRNL-AFTER-IMAGE NOT = SPACES
               MOVE JRNL-AFTER-IMAGE TO WS-CLIENT-RECORD
               PERFORM WRITE-IMAGE-LINE
            END-IF.
      *-----------------------
       DISCLOSE-EXCEPTIONS.
            MOVE "LOADEXCP" TO SCL-FILE.
            MOVE "FEED REJECTS HELD FOR REWORK" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXCP-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ EXCEPTION-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE EXCP-CLIENT-IMAGE TO WS-CLIENT-RECORD
                  PERFORM CHECK-IMAGE-MATCH
                  IF WS-IMAGE-MATCH = 'Y'
                     ADD 1 TO WS-FOUND-EXCP
                     MOVE SPACES TO NL-TEXT
                     STRING "HELD REJECT, DISP. " DELIMITED BY SIZE
                            EXCP-DISPOSITION DELIMITED BY SIZE
                            ": " DELIMITED BY SIZE
                            EXCP-REASON DELIMITED BY SIZE
                       INTO NL-TEXT
                     END-STRING
                     PERFORM WRITE-NOTE-LINE
                     PERFORM WRITE-IMAGE-LINE
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
            END-IF.
            MOVE WS-FOUND-EXCP TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-PENDING.
            MOVE "CLIENTPND" TO SCL-FILE.
            MOVE "FUTURE-DATED TRANSACTIONS PARKED" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT PENDING-FILE.
            IF WS-PEND-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ PENDING-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE PEND-CLIENT-IMAGE TO WS-CLIENT-RECORD
                  PERFORM CHECK-IMAGE-MATCH
                  IF WS-IMAGE-MATCH = 'Y'
                     ADD 1 TO WS-FOUND-PEND
                     MOVE SPACES TO NL-TEXT
                     STRING "PENDING TRANSACTION " DELIMITED BY SIZE
                            PEND-CODE DELIMITED BY SIZE
                            " EFFECTIVE " DELIMITED BY SIZE
                            PEND-EFF-DATE DELIMITED BY SIZE
                       INTO NL-TEXT
                     END-STRING
                     PERFORM WRITE-NOTE-LINE
                     PERFORM WRITE-IMAGE-LINE
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE PENDING-FILE
            END-IF.
            MOVE WS-FOUND-PEND TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-SEARCHES.
            MOVE "SEARCHLOG" TO SCL-FILE.
            MOVE "FILE-SEARCH LOOKUPS OF THIS CLIENT" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-SEARCH-LINE
                  IF WS-LINE-MATCH = 'Y'
                     ADD 1 TO WS-FOUND-SRCH
                     MOVE WS-AUDIT-LINE TO NL-TEXT
                     PERFORM WRITE-NOTE-LINE
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
            END-IF.
            MOVE WS-FOUND-SRCH TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       DISCLOSE-OPERATOR-LOG.
            MOVE "OPERLOG" TO SCL-FILE.
            MOVE "OPERATOR ACTIONS ON THIS CLIENT" TO SCL-TITLE.
            PERFORM WRITE-SECTION-HEADER.
            OPEN INPUT OPERLOG-FILE.
            IF WS-OLOG-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OPERLOG-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-OPERLOG-LINE
                  IF WS-LINE-MATCH = 'Y'
                     ADD 1 TO WS-FOUND-OLOG
                     MOVE SPACES TO NL-TEXT
                     STRING OLOG-DATE DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            OLOG-TIME DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            OLOG-OPERATOR DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            OLOG-PROGRAM DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            OLOG-ACTION DELIMITED BY SIZE
                            " " DELIMITED BY SIZE
                            OLOG-DETAIL DELIMITED BY SIZE
                       INTO NL-TEXT
                     END-STRING
                     PERFORM WRITE-NOTE-LINE
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE OPERLOG-FILE
            END-IF.
            MOVE WS-FOUND-OLOG TO WS-SECTION-COUNT.
            PERFORM WRITE-SECTION-COUNT.
      *-----------------------
       MATCH-OPERLOG-LINE.
      *    A LINE NAMES A CLIENT WHEN ITS DETAIL OPENS WITH ID= AND
      *    NINE DIGITS - THE WAY EXCP-REWORK AND CONTACT-UPD WRITE
      *    IT. LOCK OVERRIDES NAME NO CLIENT AND NEVER MATCH.
            SET WS-LINE-MATCH TO 'N'.
            IF OLOG-DETAIL(1:3) = "ID="
               AND OLOG-DETAIL(4:9) IS NUMERIC
               MOVE OLOG-DETAIL(4:9) TO WS-CHECK-ID
               PERFORM CHECK-ID-MATCH
               MOVE WS-ID-MATCH TO WS-LINE-MATCH
            END-IF.
      *-----------------------
       MATCH-SEARCH-LINE.
      *    AN ID SEARCH MATCHES ON THE PERSONID; A NAME OR SURNAME
      *    SEARCH MATCHES WHEN THE TEXT TYPED WAS THE CLIENT'S FIRST
      *    OR LAST NAME, IGNORING CASE.
            SET WS-LINE-MATCH TO 'N'.
            MOVE SPACES TO WS-SL-HEAD WS-SL-TAIL.
            MOVE ZERO TO WS-SL-HEAD-LEN WS-SL-TAIL-LEN WS-SL-FIELDS.
            UNSTRING WS-AUDIT-LINE DELIMITED BY " QUERY="
              INTO WS-SL-HEAD COUNT IN WS-SL-HEAD-LEN
                   WS-SL-TAIL COUNT IN WS-SL-TAIL-LEN
              TALLYING IN WS-SL-FIELDS
            END-UNSTRING.
            IF WS-SL-FIELDS > 1
               MOVE SPACES TO WS-SL-QUERY WS-SL-REST
               MOVE ZERO TO WS-SL-QUERY-LEN WS-SL-REST-LEN
               UNSTRING WS-SL-TAIL DELIMITED BY " MATCHES="
                 INTO WS-SL-QUERY COUNT IN WS-SL-QUERY-LEN
                      WS-SL-REST COUNT IN WS-SL-REST-LEN
               END-UNSTRING
               MOVE ZERO TO WS-SL-ID-TALLY
               INSPECT WS-SL-HEAD TALLYING WS-SL-ID-TALLY
                 FOR ALL "MODE=ID"
               IF WS-SL-ID-TALLY > ZERO
      *           AN ID SEARCH LOGGED BEFORE PERSONIDS WERE WIDENED
      *           CARRIES FIVE DIGITS, A LATER ONE NINE.
                  IF WS-SL-QUERY-LEN > ZERO AND WS-SL-QUERY-LEN < 10
                     AND WS-SL-QUERY(1:WS-SL-QUERY-LEN) IS NUMERIC
                     MOVE WS-SL-QUERY(1:WS-SL-QUERY-LEN) TO WS-CHECK-ID
                     PERFORM CHECK-ID-MATCH
                     MOVE WS-ID-MATCH TO WS-LINE-MATCH
                  END-IF
               ELSE
                  IF WS-NAME-KEY-SET = 'Y'
                     MOVE FUNCTION UPPER-CASE(WS-SL-QUERY(1:20))
                       TO WS-SL-QUERY-UC
                     IF WS-SL-QUERY-UC NOT = SPACES
                        AND (WS-SL-QUERY-UC = WS-SUBJ-LAST
                          OR WS-SL-QUERY-UC = WS-SUBJ-FIRST)
                        SET WS-LINE-MATCH TO 'Y'
                     END-IF
                  END-IF
               END-IF
            END-IF.
      *-----------------------
       CONFIRM-AND-ERASE.
            IF WS-FOUND-TOTAL = ZERO
               DISPLAY "Nothing held on this client - nothing to "
                       "erase."
               MOVE "NOTHING HELD - NOTHING ERASED." TO NL-TEXT
               PERFORM WRITE-NOTE-LINE
               SET WS-ERASED TO 'Y'
            ELSE
               IF WS-PARM-MODE NOT = 'Y'
                  DISPLAY "Erase the ",WS-FOUND-TOTAL," entries listed"
                          " on DSRRPT? (Y/N):"
                  ACCEPT WS-CONFIRM
                  INSPECT WS-CONFIRM
                    REPLACING ALL X'0A' BY SPACE
                              ALL X'0D' BY SPACE
               END-IF
               IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
                  DISPLAY "Erasure cancelled - nothing changed."
                  MOVE "ERASURE CANCELLED - NOTHING CHANGED." TO NL-TEXT
                  PERFORM WRITE-NOTE-LINE
                  SET WS-RUN-FAILED TO 'Y'
               ELSE
                  PERFORM ERASE-ALL-FILES
                  SET WS-ERASED TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       ERASE-ALL-FILES.
      *    THE JOURNAL IS BLANKED BEFORE THE MASTER DELETES ARE
      *    JOURNALED, SO THE NEW DELETE ENTRIES GO ON THE END OF THE
      *    REWRITTEN FILE.
            PERFORM ERASE-JOURNAL.
            PERFORM ERASE-MASTER.
            PERFORM ERASE-ARCHIVE.
            PERFORM ERASE-CONTACTS.
            PERFORM ERASE-HOLDS.
            PERFORM ERASE-HOUSEHOLD.
            PERFORM ERASE-EXCEPTIONS.
            PERFORM ERASE-PENDING.
            PERFORM ERASE-SEARCHES.
            PERFORM ERASE-OPERATOR-LOG.
      *-----------------------
       MASK-CLIENT-IMAGE.
      *    THE PERSONID, STATUS AND BRANCH STAY - THEY ARE WHAT THE
      *    BALANCE AND REPLAY NEED AND SAY NOTHING ABOUT THE PERSON.
            MOVE SPACES TO WS-FIRSTNAME.
            MOVE SPACES TO WS-LASTNAME.
            MOVE SPACES TO WS-ADDRESS.
            MOVE SPACES TO WS-PHONE.
      *-----------------------
       ERASE-JOURNAL.
            OPEN INPUT JOURNAL-FILE.
            IF WS-JRNL-STATUS = "00"
               PERFORM OPEN-WORK-OUTPUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ JOURNAL-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-JOURNAL-ENTRY
                  IF WS-BEFORE-MATCH = 'Y' OR WS-AFTER-MATCH = 'Y'
                     ADD 1 TO WS-GONE-JRNL
                     PERFORM MASK-JOURNAL-ENTRY
                  END-IF
                  MOVE JRNL-RECORD TO WS-WORK-RECORD
                  PERFORM WRITE-WORK-RECORD
                 END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
               PERFORM CLOSE-WORK-OUTPUT
               PERFORM OPEN-WORK-INPUT
               IF WS-WORK-OK = 'Y'
                  OPEN OUTPUT JOURNAL-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ WORK-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     MOVE WS-WORK-RECORD TO JRNL-RECORD
                     WRITE JRNL-RECORD
                    END-READ
                  END-PERFORM
                  CLOSE WORK-FILE
                  CLOSE JOURNAL-FILE
               ELSE
                  MOVE ZERO TO WS-GONE-JRNL
                  MOVE "MAINTJRNL" TO WS-WORK-FILE-NAME
                  PERFORM REPORT-WORK-FAILURE
               END-IF
            END-IF.
      *-----------------------
       OPEN-WORK-OUTPUT.
      *    A FILE IS ONLY COPIED BACK FROM DSRWORK WHEN EVERY LINE GOT
      *    ONTO IT; OTHERWISE THE ORIGINAL IS LEFT AS IT WAS.
            SET WS-WORK-OK TO 'Y'.
            SET WS-WORK-OPEN TO 'N'.
            OPEN OUTPUT WORK-FILE.
            IF WS-WORK-STATUS = "00"
               SET WS-WORK-OPEN TO 'Y'
            ELSE
               SET WS-WORK-OK TO 'N'
               MOVE WS-WORK-STATUS TO WS-WORK-FAIL-STATUS
            END-IF.
      *-----------------------
       WRITE-WORK-RECORD.
            IF WS-WORK-OK = 'Y'
               WRITE WS-WORK-RECORD
               IF WS-WORK-STATUS NOT = "00"
                  SET WS-WORK-OK TO 'N'
                  MOVE WS-WORK-STATUS TO WS-WORK-FAIL-STATUS
               END-IF
            END-IF.
      *-----------------------
       CLOSE-WORK-OUTPUT.
            IF WS-WORK-OPEN = 'Y'
               CLOSE WORK-FILE
               SET WS-WORK-OPEN TO 'N'
            END-IF.
      *-----------------------
       OPEN-WORK-INPUT.
            IF WS-WORK-OK = 'Y'
               OPEN INPUT WORK-FILE
               IF WS-WORK-STATUS NOT = "00"
                  SET WS-WORK-OK TO 'N'
                  MOVE WS-WORK-STATUS TO WS-WORK-FAIL-STATUS
               END-IF
            END-IF.
      *-----------------------
       REPORT-WORK-FAILURE.
            SET WS-RUN-FAILED TO 'Y'.
            DISPLAY WS-WORK-FILE-NAME," not erased - DSRWORK status ",
                    WS-WORK-FAIL-STATUS,"."
            MOVE SPACES TO NL-TEXT.
            STRING WS-WORK-FILE-NAME DELIMITED BY SPACE
                   " NOT ERASED - DSRWORK FAILED, STATUS "
                     DELIMITED BY SIZE
                   WS-WORK-FAIL-STATUS DELIMITED BY SIZE
                   " - FILE LEFT AS IT WAS." DELIMITED BY SIZE
              INTO NL-TEXT
            END-STRING.
            PERFORM WRITE-NOTE-LINE.
      *-----------------------
       MASK-JOURNAL-ENTRY.
            IF WS-BEFORE-MATCH = 'Y'
               MOVE JRNL-BEFORE-IMAGE TO WS-CLIENT-RECORD
               PERFORM MASK-CLIENT-IMAGE
               MOVE WS-CLIENT-RECORD TO JRNL-BEFORE-IMAGE
            END-IF.
            IF WS-AFTER-MATCH = 'Y'
               MOVE JRNL-AFTER-IMAGE TO WS-CLIENT-RECORD
               PERFORM MASK-CLIENT-IMAGE
               MOVE WS-CLIENT-RECORD TO JRNL-AFTER-IMAGE
            END-IF.
      *-----------------------
       ERASE-MASTER.
      *    EACH MASTER DELETE IS JOURNALED LIKE ANY OTHER DELETE, WITH
      *    THE BEFORE IMAGE ALREADY BLANKED, SO TOMORROW'S OPS-RECON
      *    SEES THE MASTER DROP BY ONE AND FINDS THE DELETE THAT
      *    EXPLAINS IT.
            IF WS-MST-OPEN = 'Y' AND WS-FOUND-MST > ZERO
               OPEN EXTEND JOURNAL-FILE
               IF WS-JRNL-STATUS NOT = "00"
                  OPEN OUTPUT JOURNAL-FILE
               END-IF
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO PERSONID OF CLIENT-RECORD
                 READ CLIENTMST
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     PERFORM DELETE-MASTER-RECORD
                 END-READ
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE JOURNAL-FILE
            END-IF.
      *-----------------------
       DELETE-MASTER-RECORD.
            MOVE CLIENT-RECORD TO WS-CLIENT-RECORD.
            DELETE CLIENTMST
              INVALID KEY
                DISPLAY "Master delete rejected, PERSONID:",
                        WS-SUBJ-ID(WS-SX)
              NOT INVALID KEY
                ADD 1 TO WS-GONE-MST
                PERFORM MASK-CLIENT-IMAGE
                ACCEPT WS-CDT-TIME FROM TIME
                MOVE WS-TODAY-9 TO JRNL-DATE
                MOVE WS-CDT-HHMMSS TO JRNL-TIME
                SET JRNL-DELETE TO TRUE
                MOVE WS-CLIENT-RECORD TO JRNL-BEFORE-IMAGE
                MOVE SPACES TO JRNL-AFTER-IMAGE
                MOVE WS-OPERATOR TO JRNL-OPERATOR
                WRITE JRNL-RECORD
            END-DELETE.
      *-----------------------
       ERASE-ARCHIVE.
            IF WS-ARC-OPEN = 'Y'
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO ARCH-PERSONID
                 DELETE CLIENTARC
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-GONE-ARC
                 END-DELETE
                 ADD 1 TO WS-SX
               END-PERFORM
            END-IF.
      *-----------------------
       ERASE-CONTACTS.
            OPEN I-O CONTACT-FILE.
            IF WS-CONTACT-STATUS = "00"
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 PERFORM START-CONTACTS-FOR-ID
                 PERFORM UNTIL WS-MORE = 'N'
                   READ CONTACT-FILE NEXT RECORD
                     AT END MOVE 'N' TO WS-MORE
                     NOT AT END
                       IF CONT-PERSONID NOT = WS-SUBJ-ID(WS-SX)
                          MOVE 'N' TO WS-MORE
                       ELSE
                          DELETE CONTACT-FILE
                            INVALID KEY
                              CONTINUE
                            NOT INVALID KEY
                              ADD 1 TO WS-GONE-CONT
                          END-DELETE
                       END-IF
                   END-READ
                 END-PERFORM
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE CONTACT-FILE
            END-IF.
      *-----------------------
       ERASE-HOLDS.
            OPEN I-O HOLD-FILE.
            IF WS-HOLD-STATUS = "00"
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO HOLD-PERSONID
                 DELETE HOLD-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-GONE-HOLD
                 END-DELETE
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE HOLD-FILE
            END-IF.
      *-----------------------
       ERASE-HOUSEHOLD.
      *    THE REST OF THE HOUSEHOLD KEEPS ITS NUMBER EVEN IF IT WAS
      *    THE CLIENT'S; THE NEXT CLIENT-HHOLD REFRESH RENUMBERS IT.
            OPEN I-O HOUSE-FILE.
            IF WS-HOUSE-STATUS = "00"
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT
                 MOVE WS-SUBJ-ID(WS-SX) TO HSE-PERSONID
                 DELETE HOUSE-FILE
                   INVALID KEY
                     CONTINUE
                   NOT INVALID KEY
                     ADD 1 TO WS-GONE-HSE
                 END-DELETE
                 ADD 1 TO WS-SX
               END-PERFORM
               CLOSE HOUSE-FILE
            END-IF.
      *-----------------------
       ERASE-EXCEPTIONS.
            OPEN INPUT EXCEPTION-FILE.
            IF WS-EXCP-STATUS = "00"
               PERFORM OPEN-WORK-OUTPUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ EXCEPTION-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE EXCP-CLIENT-IMAGE TO WS-CLIENT-RECORD
                  PERFORM CHECK-IMAGE-MATCH
                  IF WS-IMAGE-MATCH = 'Y'
                     ADD 1 TO WS-GONE-EXCP
                  ELSE
                     MOVE EXCP-RECORD TO WS-WORK-RECORD
                     PERFORM WRITE-WORK-RECORD
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE EXCEPTION-FILE
               PERFORM CLOSE-WORK-OUTPUT
               PERFORM OPEN-WORK-INPUT
               IF WS-WORK-OK = 'Y'
                  OPEN OUTPUT EXCEPTION-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ WORK-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     MOVE WS-WORK-RECORD TO EXCP-RECORD
                     WRITE EXCP-RECORD
                    END-READ
                  END-PERFORM
                  CLOSE WORK-FILE
                  CLOSE EXCEPTION-FILE
               ELSE
                  MOVE ZERO TO WS-GONE-EXCP
                  MOVE "LOADEXCP" TO WS-WORK-FILE-NAME
                  PERFORM REPORT-WORK-FAILURE
               END-IF
            END-IF.
      *-----------------------
       ERASE-PENDING.
            OPEN INPUT PENDING-FILE.
            IF WS-PEND-STATUS = "00"
               PERFORM OPEN-WORK-OUTPUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ PENDING-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  MOVE PEND-CLIENT-IMAGE TO WS-CLIENT-RECORD
                  PERFORM CHECK-IMAGE-MATCH
                  IF WS-IMAGE-MATCH = 'Y'
                     ADD 1 TO WS-GONE-PEND
                  ELSE
                     MOVE PEND-RECORD TO WS-WORK-RECORD
                     PERFORM WRITE-WORK-RECORD
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE PENDING-FILE
               PERFORM CLOSE-WORK-OUTPUT
               PERFORM OPEN-WORK-INPUT
               IF WS-WORK-OK = 'Y'
                  OPEN OUTPUT PENDING-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ WORK-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     MOVE WS-WORK-RECORD TO PEND-RECORD
                     WRITE PEND-RECORD
                    END-READ
                  END-PERFORM
                  CLOSE WORK-FILE
                  CLOSE PENDING-FILE
               ELSE
                  MOVE ZERO TO WS-GONE-PEND
                  MOVE "CLIENTPND" TO WS-WORK-FILE-NAME
                  PERFORM REPORT-WORK-FAILURE
               END-IF
            END-IF.
      *-----------------------
       ERASE-SEARCHES.
      *    THE LINE STAYS, WITH ITS TIMESTAMP AND MATCH COUNT, SO
      *    OPS-SUMMARY'S LOOKUP VOLUMES DO NOT CHANGE; ONLY WHAT WAS
      *    TYPED IS REPLACED.
            OPEN INPUT AUDIT-FILE.
            IF WS-AUDIT-STATUS = "00"
               PERFORM OPEN-WORK-OUTPUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-SEARCH-LINE
                  IF WS-LINE-MATCH = 'Y'
                     ADD 1 TO WS-GONE-SRCH
                     PERFORM MASK-SEARCH-LINE
                  END-IF
                  MOVE WS-AUDIT-LINE TO WS-WORK-RECORD
                  PERFORM WRITE-WORK-RECORD
                 END-READ
               END-PERFORM
               CLOSE AUDIT-FILE
               PERFORM CLOSE-WORK-OUTPUT
               PERFORM OPEN-WORK-INPUT
               IF WS-WORK-OK = 'Y'
                  OPEN OUTPUT AUDIT-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ WORK-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     MOVE WS-WORK-RECORD TO WS-AUDIT-LINE
                     WRITE WS-AUDIT-LINE
                    END-READ
                  END-PERFORM
                  CLOSE WORK-FILE
                  CLOSE AUDIT-FILE
               ELSE
                  MOVE ZERO TO WS-GONE-SRCH
                  MOVE "SEARCHLOG" TO WS-WORK-FILE-NAME
                  PERFORM REPORT-WORK-FAILURE
               END-IF
            END-IF.
      *-----------------------
       ERASE-OPERATOR-LOG.
      *    THE LINE STAYS SO OPER-RPT STILL COUNTS THE OPERATOR'S
      *    ACTION; ONLY THE PERSONID IN THE DETAIL IS REPLACED.
            OPEN INPUT OPERLOG-FILE.
            IF WS-OLOG-STATUS = "00"
               PERFORM OPEN-WORK-OUTPUT
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OPERLOG-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-OPERLOG-LINE
                  IF WS-LINE-MATCH = 'Y'
                     ADD 1 TO WS-GONE-OLOG
                     MOVE "*ERASED*" TO OLOG-DETAIL(4:9)
                  END-IF
                  MOVE OLOG-RECORD TO WS-WORK-RECORD
                  PERFORM WRITE-WORK-RECORD
                 END-READ
               END-PERFORM
               CLOSE OPERLOG-FILE
               PERFORM CLOSE-WORK-OUTPUT
               PERFORM OPEN-WORK-INPUT
               IF WS-WORK-OK = 'Y'
                  OPEN OUTPUT OPERLOG-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ WORK-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     MOVE WS-WORK-RECORD TO OLOG-RECORD
                     WRITE OLOG-RECORD
                    END-READ
                  END-PERFORM
                  CLOSE WORK-FILE
                  CLOSE OPERLOG-FILE
               ELSE
                  MOVE ZERO TO WS-GONE-OLOG
                  MOVE "OPERLOG" TO WS-WORK-FILE-NAME
                  PERFORM REPORT-WORK-FAILURE
               END-IF
            END-IF.
      *-----------------------
       MASK-SEARCH-LINE.
            MOVE SPACES TO WS-AUDIT-LINE.
            IF WS-SL-REST-LEN > ZERO
               STRING WS-SL-HEAD(1:WS-SL-HEAD-LEN) DELIMITED BY SIZE
                      " QUERY=*ERASED*" DELIMITED BY SIZE
                      " MATCHES=" DELIMITED BY SIZE
                      WS-SL-REST(1:WS-SL-REST-LEN) DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
               END-STRING
            ELSE
               STRING WS-SL-HEAD(1:WS-SL-HEAD-LEN) DELIMITED BY SIZE
                      " QUERY=*ERASED*" DELIMITED BY SIZE
                 INTO WS-AUDIT-LINE
               END-STRING
            END-IF.
      *-----------------------
       WRITE-REQUEST-LINES.
            MOVE "REQUEST:" TO RQL-LABEL.
            IF WS-RUN-MODE = 'E'
               MOVE "ERASURE" TO RQL-VALUE
            ELSE
               MOVE "DISCLOSURE" TO RQL-VALUE
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE.
            MOVE "RECEIVED:" TO RQL-LABEL.
            MOVE WS-REQ-RECEIVED TO RQL-VALUE.
            WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE.
            IF WS-REQ-PERSONID NOT = SPACES
               MOVE "BY PERSONID:" TO RQL-LABEL
               MOVE WS-REQ-PERSONID TO RQL-VALUE
               WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE
            ELSE
               MOVE "BY NAME:" TO RQL-LABEL
               MOVE SPACES TO RQL-VALUE
               STRING WS-REQ-FIRSTNAME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-REQ-LASTNAME DELIMITED BY "  "
                 INTO RQL-VALUE
               END-STRING
               WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE
               MOVE "AND ADDRESS:" TO RQL-LABEL
               MOVE WS-REQ-ADDRESS TO RQL-VALUE
               WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE
            END-IF.
            MOVE "PERSONIDS:" TO RQL-LABEL.
            MOVE SPACES TO RQL-VALUE.
            IF WS-SUBJ-COUNT = ZERO
               MOVE "NONE ON MASTER OR ARCHIVE" TO RQL-VALUE
            ELSE
               MOVE 1 TO WS-SX
               PERFORM UNTIL WS-SX > WS-SUBJ-COUNT OR WS-SX > 9
                 MOVE WS-SUBJ-ID(WS-SX) TO RQL-VALUE(WS-SX * 10 - 9:9)
                 ADD 1 TO WS-SX
               END-PERFORM
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE.
            MOVE "OPERATOR:" TO RQL-LABEL.
            MOVE WS-OPERATOR TO RQL-VALUE.
            WRITE WS-REPORT-LINE FROM WS-REQUEST-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-IMAGE-HEAD-LINE.
            ADD 8 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-REQUEST-TOTALS.
      *    THE CLOSING SUMMARY: WHAT EACH FILE HELD AND, FOR AN
      *    ERASURE, WHAT WAS DONE TO IT.
            IF WS-LINE-COUNT + 16 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-HEAD-LINE.
            MOVE "CLIENTMST" TO TL-FILE.
            MOVE WS-FOUND-MST TO TL-FOUND.
            MOVE WS-GONE-MST TO TL-ERASED.
            MOVE "DELETED, DELETE JOURNALED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "CLIENTARC" TO TL-FILE.
            MOVE WS-FOUND-ARC TO TL-FOUND.
            MOVE WS-GONE-ARC TO TL-ERASED.
            MOVE "DELETED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "CONTHIST" TO TL-FILE.
            MOVE WS-FOUND-CONT TO TL-FOUND.
            MOVE WS-GONE-CONT TO TL-ERASED.
            MOVE "DELETED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "ADDRHOLD" TO TL-FILE.
            MOVE WS-FOUND-HOLD TO TL-FOUND.
            MOVE WS-GONE-HOLD TO TL-ERASED.
            MOVE "DELETED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "HOUSEHLD" TO TL-FILE.
            MOVE WS-FOUND-HSE TO TL-FOUND.
            MOVE WS-GONE-HSE TO TL-ERASED.
            MOVE "DELETED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "MAINTJRNL" TO TL-FILE.
            MOVE WS-FOUND-JRNL TO TL-FOUND.
            MOVE WS-GONE-JRNL TO TL-ERASED.
            MOVE "NAME/ADDRESS/PHONE BLANKED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "LOADEXCP" TO TL-FILE.
            MOVE WS-FOUND-EXCP TO TL-FOUND.
            MOVE WS-GONE-EXCP TO TL-ERASED.
            MOVE "REMOVED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "CLIENTPND" TO TL-FILE.
            MOVE WS-FOUND-PEND TO TL-FOUND.
            MOVE WS-GONE-PEND TO TL-ERASED.
            MOVE "REMOVED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "SEARCHLOG" TO TL-FILE.
            MOVE WS-FOUND-SRCH TO TL-FOUND.
            MOVE WS-GONE-SRCH TO TL-ERASED.
            MOVE "QUERY TEXT BLANKED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
            MOVE "OPERLOG" TO TL-FILE.
            MOVE WS-FOUND-OLOG TO TL-FOUND.
            MOVE WS-GONE-OLOG TO TL-ERASED.
            MOVE "PERSONID MASKED" TO TL-ACTION.
            PERFORM WRITE-TOTAL-LINE.
      *-----------------------
       WRITE-TOTAL-LINE.
            IF WS-RUN-MODE NOT = 'E'
               MOVE SPACES TO TL-ACTION
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-REGISTER.
      *    EVERY REQUEST ANSWERED GOES ON THE REGISTER WITH THE DATE
      *    THE CLIENT ASKED AND THE DATE IT WAS COMPLETED, SO THE
      *    RESPONSE TIME CAN BE SHOWN TO THE REGULATOR.
            OPEN EXTEND REGISTER-FILE.
            IF WS-REG-STATUS NOT = "00"
               OPEN OUTPUT REGISTER-FILE
            END-IF.
            MOVE WS-REQ-RECEIVED TO REG-RECEIVED.
            MOVE WS-TODAY-9 TO REG-COMPLETED.
            IF WS-RUN-MODE = 'E'
               MOVE "ERASURE" TO REG-TYPE
               MOVE WS-GONE-MST TO REG-MST
               MOVE WS-GONE-ARC TO REG-ARC
               MOVE WS-GONE-CONT TO REG-CONT
               MOVE WS-GONE-HOLD TO REG-HOLD
               MOVE WS-GONE-HSE TO REG-HSE
               MOVE WS-GONE-JRNL TO REG-JRNL
               MOVE WS-GONE-EXCP TO REG-EXCP
               MOVE WS-GONE-PEND TO REG-PEND
               MOVE WS-GONE-SRCH TO REG-SRCH
               MOVE WS-GONE-OLOG TO REG-OLOG
            ELSE
               MOVE "DISCLOSE" TO REG-TYPE
               MOVE WS-FOUND-MST TO REG-MST
               MOVE WS-FOUND-ARC TO REG-ARC
               MOVE WS-FOUND-CONT TO REG-CONT
               MOVE WS-FOUND-HOLD TO REG-HOLD
               MOVE WS-FOUND-HSE TO REG-HSE
               MOVE WS-FOUND-JRNL TO REG-JRNL
               MOVE WS-FOUND-EXCP TO REG-EXCP
               MOVE WS-FOUND-PEND TO REG-PEND
               MOVE WS-FOUND-SRCH TO REG-SRCH
               MOVE WS-FOUND-OLOG TO REG-OLOG
            END-IF.
            IF WS-SUBJ-COUNT > ZERO
               MOVE WS-SUBJ-ID(1) TO REG-PERSONID
            ELSE
               MOVE ZERO TO REG-PERSONID
            END-IF.
            MOVE WS-SUBJ-COUNT TO REG-ID-COUNT.
            MOVE WS-OPERATOR TO REG-OPERATOR.
            WRITE WS-REG-LINE FROM WS-REGISTER-RECORD.
            CLOSE REGISTER-FILE.
      *-----------------------
       WRITE-SECTION-HEADER.
            IF WS-LINE-COUNT + 4 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-SECTION-LINE.
            ADD 2 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-SECTION-COUNT.
            IF WS-SECTION-COUNT = ZERO
               MOVE "NOTHING HELD" TO CTL-LABEL
            ELSE
               MOVE "ENTRIES HELD:" TO CTL-LABEL
            END-IF.
            MOVE WS-SECTION-COUNT TO CTL-COUNT.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-COUNT-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-IMAGE-LINE.
      *    THE PERSONID IS TAKEN AS PRINTED CHARACTERS - A HELD
      *    REJECT'S ID MAY NOT BE NUMERIC AT ALL.
            MOVE WS-CLIENT-RECORD(1:9) TO IL-PERSONID.
            MOVE WS-FIRSTNAME TO IL-FIRSTNAME.
            MOVE WS-LASTNAME TO IL-LASTNAME.
            MOVE WS-ADDRESS TO IL-ADDRESS.
            MOVE WS-PHONE TO IL-PHONE.
            MOVE WS-STATUS-CODE TO IL-STATUS.
            MOVE WS-BRANCH-CODE TO IL-BRANCH.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-IMAGE-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-NOTE-LINE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-NOTE-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE HEADER LINES.
            IF WS-PAGE-COUNT > ZERO
               WRITE WS-REPORT-LINE FROM SPACES
                 BEFORE ADVANCING PAGE
            END-IF.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-1.
            WRITE WS-REPORT-LINE FROM WS-RUN-DATE-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE 3 TO WS-LINE-COUNT.
       END PROGRAM CLIENT-DSR.
