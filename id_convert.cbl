       IDENTIFICATION DIVISION.
       PROGRAM-ID. ID-CONVERT.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *    THE FILES AS THEY STAND BEFORE THE CONVERSION, RENAMED TO
      *    THESE NAMES SO THE NEW-LAYOUT FILES CAN BE BUILT UNDER THE
      *    PRODUCTION NAMES. THE KEYS MATCH THE OLD FILES EXACTLY.
            SELECT OLD-MASTER ASSIGN TO "OLDCLMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-PERSONID OF OLD-CLIENT-RECORD
            ALTERNATE RECORD KEY IS OLD-LASTNAME OF OLD-CLIENT-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-OLD-MST-STATUS.
            SELECT OLD-ARCHIVE ASSIGN TO "OLDCLARC"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-ARCH-PERSONID OF OLD-ARCH-RECORD
            FILE STATUS IS WS-OLD-ARC-STATUS.
            SELECT OLD-CONTACTS ASSIGN TO "OLDCONTH"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-CONT-KEY OF OLD-CONTACT-RECORD
            FILE STATUS IS WS-OLD-CONT-STATUS.
            SELECT OLD-HOUSEHOLDS ASSIGN TO "OLDHHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-HSE-PERSONID OF OLD-HSE-RECORD
            ALTERNATE RECORD KEY IS OLD-HSE-HOUSEHOLD-ID
                OF OLD-HSE-RECORD WITH DUPLICATES
            FILE STATUS IS WS-OLD-HSE-STATUS.
            SELECT OLD-HOLDS ASSIGN TO "OLDAHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-HOLD-PERSONID OF OLD-HOLD-RECORD
            FILE STATUS IS WS-OLD-HOLD-STATUS.
            SELECT OLD-RANGES ASSIGN TO "OLDIDRNG"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLD-RNG-STATUS.
            SELECT OLD-JOURNAL ASSIGN TO "OLDMJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLD-JRNL-STATUS.
            SELECT OLD-EXCEPTIONS ASSIGN TO "OLDLDEXC"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLD-EXCP-STATUS.
            SELECT OLD-PENDING ASSIGN TO "OLDCLPND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-OLD-PEND-STATUS.
      *    THE SAME FILES REBUILT IN THE NEW LAYOUT.
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
            SELECT HOUSE-FILE ASSIGN TO "HOUSEHLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HSE-PERSONID OF HSE-RECORD
            ALTERNATE RECORD KEY IS HSE-HOUSEHOLD-ID OF HSE-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-HOUSE-STATUS.
            SELECT HOLD-FILE ASSIGN TO "ADDRHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HOLD-PERSONID OF HOLD-RECORD
            FILE STATUS IS WS-HOLD-STATUS.
            SELECT RANGE-FILE ASSIGN TO "IDRANGES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RANGE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT EXCEPTION-FILE ASSIGN TO "LOADEXCP"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EXCP-STATUS.
            SELECT PENDING-FILE ASSIGN TO "CLIENTPND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.
            SELECT REPORT-FILE ASSIGN TO "CONVRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PARAM-FILE ASSIGN TO "CONVPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD OLD-MASTER.
      *      CLIENTREC WITH THE 5-DIGIT PERSONID.
             01 OLD-CLIENT-RECORD.
               05 OLD-PERSONID PIC X(5).
               05 OLD-FIRSTNAME PIC X(20).
               05 OLD-LASTNAME PIC X(20).
               05 OLD-CLIENT-REST PIC X(49).

           FD OLD-ARCHIVE.
             01 OLD-ARCH-RECORD.
               05 OLD-ARCH-PERSONID PIC X(5).
               05 OLD-ARCH-REST PIC X(97).

           FD OLD-CONTACTS.
             01 OLD-CONTACT-RECORD.
               05 OLD-CONT-KEY.
                 10 OLD-CONT-PERSONID PIC X(5).
                 10 OLD-CONT-DATE PIC X(8).
               05 OLD-CONT-REST PIC X(10).

           FD OLD-HOUSEHOLDS.
             01 OLD-HSE-RECORD.
               05 OLD-HSE-PERSONID PIC X(5).
               05 OLD-HSE-HOUSEHOLD-ID PIC X(5).
               05 OLD-HSE-SOURCE PIC X(1).
               05 OLD-HSE-JOIN-PERSONID PIC X(5).
               05 OLD-HSE-REST PIC X(58).

           FD OLD-HOLDS.
             01 OLD-HOLD-RECORD.
               05 OLD-HOLD-PERSONID PIC X(5).
               05 OLD-HOLD-REST PIC X(58).

      *    THE LINE SEQUENTIAL FILES ARE READ INTO A RECORD AS LONG AS
      *    THE NEW LAYOUT, SO A FILE THAT IS ALREADY CONVERTED SHOWS
      *    ITSELF ON ITS FIRST LINE BY DATA PAST THE END OF THE OLD
      *    LINE, OR BY DIGITS WHERE THE OLD IMAGE HAS A FIRST NAME.
           FD OLD-RANGES.
             01 OLD-RANGE-RECORD.
               05 OLD-RNG-BRANCH PIC X(3).
               05 OLD-RNG-START PIC X(5).
               05 OLD-RNG-END PIC X(5).
               05 OLD-RNG-NEXT PIC X(5).
               05 OLD-RNG-STATUS PIC X(1).
               05 OLD-RNG-TAIL PIC X(12).

           FD OLD-JOURNAL.
             01 OLD-JRNL-RECORD.
               05 OLD-JRNL-HEAD PIC X(15).
               05 OLD-JRNL-BEFORE-IMAGE PIC X(94).
               05 OLD-JRNL-AFTER-IMAGE PIC X(94).
               05 OLD-JRNL-OPERATOR PIC X(12).
               05 OLD-JRNL-TAIL PIC X(8).

           FD OLD-EXCEPTIONS.
             01 OLD-EXCP-RECORD.
               05 OLD-EXCP-CLIENT-IMAGE PIC X(94).
               05 OLD-EXCP-REST PIC X(67).
               05 OLD-EXCP-TAIL PIC X(4).

           FD OLD-PENDING.
             01 OLD-PEND-RECORD.
               05 OLD-PEND-HEAD PIC X(9).
               05 OLD-PEND-CLIENT-IMAGE PIC X(94).
               05 OLD-PEND-TAIL PIC X(4).

           FD CLIENTMST.
             COPY CLIENTREC.

           FD CLIENTARC.
             COPY ARCHREC.

           FD CONTACT-FILE.
             COPY CONTHIST.

           FD HOUSE-FILE.
             COPY HOUSEREC.

           FD HOLD-FILE.
             COPY ADDRHOLD.

           FD RANGE-FILE.
             01 WS-RANGE-RECORD.
               05 RNG-BRANCH PIC X(3).
               05 RNG-START PIC 9(9).
               05 RNG-END PIC 9(9).
               05 RNG-NEXT PIC 9(9).
               05 RNG-STATUS PIC X(1).

           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD EXCEPTION-FILE.
             COPY LOADEXCP.

           FD PENDING-FILE.
             01 PEND-RECORD.
               05 PEND-CODE PIC X(1).
               05 PEND-EFF-DATE PIC X(8).
               05 PEND-CLIENT-IMAGE PIC X(98).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(132).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OLD-MST-STATUS PIC X(2).
       01 WS-OLD-ARC-STATUS PIC X(2).
       01 WS-OLD-CONT-STATUS PIC X(2).
       01 WS-OLD-HSE-STATUS PIC X(2).
       01 WS-OLD-HOLD-STATUS PIC X(2).
       01 WS-OLD-RNG-STATUS PIC X(2).
       01 WS-OLD-JRNL-STATUS PIC X(2).
       01 WS-OLD-EXCP-STATUS PIC X(2).
       01 WS-OLD-PEND-STATUS PIC X(2).
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-CLIENTARC-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-HOUSE-STATUS PIC X(2).
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-RANGE-STATUS PIC X(2).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-EXCP-STATUS PIC X(2).
       01 WS-PEND-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-CONFIRM PIC A(1) VALUE 'N'.
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-RUN-WARNING PIC A(1) VALUE 'N'.
       01 WS-LOCK-OK PIC A(1) VALUE 'N'.
       01 WS-EOF PIC A(1).
      *    ONE FILE'S PROOF AT A TIME: WHAT WAS READ OFF THE OLD FILE
      *    AGAINST WHAT IS READ BACK OFF THE NEW ONE. THE HASH IS THE
      *    SUM OF EVERY NUMERIC PERSONID THE RECORDS CARRY - KEYS,
      *    HOUSEHOLD AND JOIN NUMBERS, RANGE LIMITS, JOURNAL AND HELD
      *    IMAGES - SO A DIGIT LOST OR SHIFTED ANYWHERE SHOWS UP.
       01 WS-FILE-NAME PIC X(10).
       01 WS-OPEN-STATUS PIC X(2).
       01 WS-FILE-STATE PIC X(1).
           88 WS-FILE-PRESENT VALUE 'P'.
           88 WS-FILE-MISSING VALUE 'M'.
           88 WS-FILE-UNREADABLE VALUE 'U'.
           88 WS-FILE-WRONG-LAYOUT VALUE 'W'.
       01 WS-OLD-COUNT PIC 9(9) VALUE ZERO.
       01 WS-NEW-COUNT PIC 9(9) VALUE ZERO.
       01 WS-OLD-HASH PIC 9(18) VALUE ZERO.
       01 WS-NEW-HASH PIC 9(18) VALUE ZERO.
       01 WS-OLD-RAW PIC 9(7) VALUE ZERO.
       01 WS-NEW-RAW PIC 9(7) VALUE ZERO.
       01 WS-WRITE-ERRORS PIC 9(7) VALUE ZERO.
       01 WS-FILES-PROVEN PIC 9(2) VALUE ZERO.
       01 WS-FILES-FAILED PIC 9(2) VALUE ZERO.
       01 WS-OLD-ID PIC X(5).
       01 WS-OLD-ID-9 REDEFINES WS-OLD-ID PIC 9(5).
       01 WS-NEW-ID PIC X(9).
       01 WS-NEW-ID-9 REDEFINES WS-NEW-ID PIC 9(9).
       01 WS-OLD-IMAGE PIC X(94).
       01 WS-NEW-IMAGE PIC X(98).
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-DD PIC 9(2).
       01 WS-CDT-TIME.
           05 WS-CDT-HH PIC 9(2).
           05 WS-CDT-MIN PIC 9(2).
           05 WS-CDT-SEC PIC 9(2).
           05 WS-CDT-HSEC PIC 9(2).
       01 WS-HEADER-LINE.
           05 FILLER PIC X(37) VALUE
              "PERSONID CONVERSION - 5 TO 9 DIGITS".
           05 FILLER PIC X(5) VALUE "RUN:".
           05 WS-HDR-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 WS-HDR-TIME PIC 9(6).
           05 FILLER PIC X(5) VALUE "  BY:".
           05 WS-HDR-OPERATOR PIC X(12).
       01 WS-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "FILE".
           05 FILLER PIC X(12) VALUE " OLD RECORDS".
           05 FILLER PIC X(12) VALUE " NEW RECORDS".
           05 FILLER PIC X(20) VALUE "         OLD ID HASH".
           05 FILLER PIC X(20) VALUE "         NEW ID HASH".
           05 FILLER PIC X(9) VALUE "  RAW IDS".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "RESULT".
       01 WS-DETAIL-LINE.
           05 DL-FILE PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-OLD-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DL-NEW-COUNT PIC ZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-OLD-HASH PIC ZZZZZZZZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-NEW-HASH PIC ZZZZZZZZZZZZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RAW PIC ZZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-RESULT PIC X(40).
       01 WS-PROVEN-LINE.
           05 FILLER PIC X(60) VALUE
              "*** ALL FILES PROVEN - CONVERSION COMPLETE ***".
       01 WS-FAILED-LINE.
           05 FILLER PIC X(31) VALUE "*** CONVERSION NOT PROVEN - ".
           05 FILLER PIC X(29) VALUE "DO NOT RELEASE THE FILES ***".
       01 WS-RAW-NOTE-LINE.
           05 FILLER PIC X(56) VALUE
              "NON-NUMERIC PERSONIDS WERE CARRIED OVER AS THEY STOOD -".
           05 FILLER PIC X(40) VALUE
              " CORRECT THEM BEFORE THE NEXT LOAD.".
       COPY MSTLOCK.
       COPY OPERID.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    ONE-TIME RUN THAT TAKES EVERY FILE CARRYING A 5-DIGIT
      *    PERSONID TO THE 9-DIGIT LAYOUT. BEFORE IT RUNS, WITH
      *    NOTHING ELSE ACTIVE AND NO FILE-LOAD RESTART OUTSTANDING,
      *    EACH FILE IS RENAMED TO ITS OLD NAME:
      *        CLIENTMST -> OLDCLMST    CLIENTARC -> OLDCLARC
      *        CONTHIST  -> OLDCONTH    HOUSEHLD  -> OLDHHOLD
      *        ADDRHOLD  -> OLDAHOLD    IDRANGES  -> OLDIDRNG
      *        MAINTJRNL -> OLDMJRNL    LOADEXCP  -> OLDLDEXC
      *        CLIENTPND -> OLDCLPND
      *    EACH ONE IS UNLOADED IN THE OLD LAYOUT, RELOADED UNDER ITS
      *    PRODUCTION NAME IN THE NEW ONE, THEN READ BACK, AND THE
      *    RECORD COUNT AND PERSONID HASH OF THE TWO MUST AGREE. THE
      *    OLD FILES ARE NEVER WRITTEN, SO A FAILED RUN IS BACKED OUT
      *    BY RENAMING THEM BACK. ONLY CLIENTMST MUST BE THERE; A
      *    FILE A SITE HAS NEVER CREATED IS REPORTED AND SKIPPED.
      *    CONVRPT CARRIES THE PROOF. CLIENTBKP BACKUPS TAKEN BEFORE
      *    THE CONVERSION CANNOT BE RESTORED INTO THE NEW MASTER - RUN
      *    CLIENT-BKUP AS SOON AS THIS RUN IS PROVEN.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               DISPLAY "Conversion rebuilds CLIENTMST and every file "
                       "carrying a PERSONID - continue? (Y/N):"
               ACCEPT WS-CONFIRM
               INSPECT WS-CONFIRM
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
            END-IF.
            IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
               DISPLAY "Conversion cancelled."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            PERFORM IDENTIFY-JOB.
            PERFORM ACQUIRE-MASTER-LOCK.
            IF WS-LOCK-OK NOT = 'Y'
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            OPEN OUTPUT REPORT-FILE.
            MOVE WS-CDT-DATE TO WS-HDR-DATE.
            MOVE WS-CDT-TIME(1:6) TO WS-HDR-TIME.
            MOVE OPR-ID TO WS-HDR-OPERATOR.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-COLUMN-LINE.

            PERFORM CONVERT-MASTER.
      *    WITHOUT THE OLD MASTER THE FILES WERE NOT RENAMED AS SET
      *    OUT ABOVE - NOTHING ELSE IS TOUCHED.
            IF WS-RUN-FAILED NOT = 'Y'
               PERFORM CONVERT-ARCHIVE
               PERFORM CONVERT-CONTACTS
               PERFORM CONVERT-HOUSEHOLDS
               PERFORM CONVERT-HOLDS
               PERFORM CONVERT-RANGES
               PERFORM CONVERT-JOURNAL
               PERFORM CONVERT-EXCEPTIONS
               PERFORM CONVERT-PENDING
            END-IF.

            WRITE WS-REPORT-LINE FROM SPACES.
            IF WS-RUN-FAILED = 'Y'
               WRITE WS-REPORT-LINE FROM WS-FAILED-LINE
            ELSE
               WRITE WS-REPORT-LINE FROM WS-PROVEN-LINE
            END-IF.
            IF WS-RUN-WARNING = 'Y'
               WRITE WS-REPORT-LINE FROM WS-RAW-NOTE-LINE
            END-IF.
            CLOSE REPORT-FILE.
            PERFORM RELEASE-MASTER-LOCK.

            DISPLAY "Files proven:",WS-FILES-PROVEN,
                    " failed:",WS-FILES-FAILED.
            IF WS-RUN-FAILED = 'Y'
      *        THE NEW FILES MUST NOT BE USED - RENAME THE OLD FILES
      *        BACK AND RUN THE PRIOR PROGRAMS UNTIL THE CAUSE IS
      *        FOUND.
               DISPLAY "Conversion NOT proven - see CONVRPT."
               MOVE 8 TO RETURN-CODE
            ELSE
               DISPLAY "Conversion proven - see CONVRPT."
               IF WS-RUN-WARNING = 'Y'
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    AN UNATTENDED RUN SUPPLIES ITS CONFIRMATION ON CONVPARM
      *    (CONFIRM=Y); WITHOUT THE FILE THE OPERATOR IS ASKED.
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
              WHEN "CONFIRM"
                MOVE WS-PARM-VALUE(1:1) TO WS-CONFIRM
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown CONVPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       IDENTIFY-JOB.
      *    THE LOCK ENTRY AND THE REPORT CARRY THE JOB NAME THE RUN
      *    WAS STARTED UNDER.
            SET OPR-BATCH TO TRUE.
            MOVE "ID-CONVERT" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
      *-----------------------
       ACQUIRE-MASTER-LOCK.
      *    THE WHOLE CLIENT BASE IS REBUILT - THE SAME INTERLOCK THE
      *    UPDATERS USE KEEPS EVERYONE ELSE OUT WHILE IT RUNS.
            SET LOCK-ACQUIRE TO TRUE.
            MOVE "ID-CONVERT" TO LOCK-PROGRAM.
            MOVE OPR-ID TO LOCK-OPERATOR.
            CALL "MST-LOCK" USING LOCK-REQUEST.
            IF LOCK-GRANTED
               SET WS-LOCK-OK TO 'Y'
            ELSE
               SET WS-LOCK-OK TO 'N'
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
       START-ONE-FILE.
            MOVE ZERO TO WS-OLD-COUNT.
            MOVE ZERO TO WS-NEW-COUNT.
            MOVE ZERO TO WS-OLD-HASH.
            MOVE ZERO TO WS-NEW-HASH.
            MOVE ZERO TO WS-OLD-RAW.
            MOVE ZERO TO WS-NEW-RAW.
            MOVE ZERO TO WS-WRITE-ERRORS.
            SET WS-EOF TO 'N'.
      *-----------------------
       CHECK-OLD-OPEN.
      *    STATUS 35 IS A FILE THE SITE NEVER HAD. ANY OTHER FAILURE -
      *    39 ON AN INDEXED FILE MOST OFTEN MEANS IT IS ALREADY IN THE
      *    NEW LAYOUT - STOPS THAT FILE.
            EVALUATE WS-OPEN-STATUS
              WHEN "00"
                SET WS-FILE-PRESENT TO TRUE
              WHEN "35"
                SET WS-FILE-MISSING TO TRUE
              WHEN OTHER
                SET WS-FILE-UNREADABLE TO TRUE
                DISPLAY WS-FILE-NAME," old file open failed - status ",
                        WS-OPEN-STATUS
            END-EVALUATE.
      *-----------------------
       WIDEN-ONE-ID.
      *    A NUMERIC PERSONID KEEPS ITS VALUE, ZERO-FILLED ON THE LEFT,
      *    SO KEYED FILES KEEP THEIR ORDER AND EVERY CONTROL TOTAL
      *    BUILT ON PERSONID (RECONCTL, CLIENTBKP) STILL HOLDS. A BLANK
      *    ONE STAYS BLANK. ANYTHING ELSE - A HELD REJECT'S BAD ID, A
      *    DAMAGED KEY - IS CARRIED OVER AS IT STOOD, NOT GUESSED AT.
            EVALUATE TRUE
              WHEN WS-OLD-ID IS NUMERIC
                MOVE WS-OLD-ID-9 TO WS-NEW-ID-9
                ADD WS-OLD-ID-9 TO WS-OLD-HASH
              WHEN WS-OLD-ID = SPACES
                MOVE SPACES TO WS-NEW-ID
              WHEN OTHER
                MOVE SPACES TO WS-NEW-ID
                MOVE WS-OLD-ID TO WS-NEW-ID(1:5)
                ADD 1 TO WS-OLD-RAW
                SET WS-RUN-WARNING TO 'Y'
                DISPLAY "Non-numeric PERSONID carried as is on ",
                        WS-FILE-NAME,":",WS-OLD-ID
            END-EVALUATE.
      *-----------------------
       HASH-NEW-ID.
            IF WS-NEW-ID IS NUMERIC
               ADD WS-NEW-ID-9 TO WS-NEW-HASH
            ELSE
               IF WS-NEW-ID NOT = SPACES
                  ADD 1 TO WS-NEW-RAW
               END-IF
            END-IF.
      *-----------------------
       WIDEN-CLIENT-IMAGE.
      *    A CLIENTREC IMAGE: THE PERSONID WIDENED, THE REST OF THE
      *    RECORD UNCHANGED. AN EMPTY IMAGE (THE BEFORE-IMAGE OF AN
      *    ADD) STAYS EMPTY.
            IF WS-OLD-IMAGE = SPACES
               MOVE SPACES TO WS-NEW-IMAGE
            ELSE
               MOVE WS-OLD-IMAGE(1:5) TO WS-OLD-ID
               PERFORM WIDEN-ONE-ID
               MOVE WS-NEW-ID TO WS-NEW-IMAGE(1:9)
               MOVE WS-OLD-IMAGE(6:89) TO WS-NEW-IMAGE(10:89)
            END-IF.
      *-----------------------
       REPORT-WRITE-ERROR.
            ADD 1 TO WS-WRITE-ERRORS.
            DISPLAY WS-FILE-NAME," reload rejected, PERSONID:",
                    WS-NEW-ID.
      *-----------------------
       REPORT-ONE-FILE.
      *    A FILE IS PROVEN ONLY WHEN EVERY RECORD READ WAS WRITTEN,
      *    EVERY RECORD WRITTEN READS BACK, AND THE PERSONID HASH AND
      *    THE COUNT OF IDS CARRIED AS THEY STOOD AGREE BOTH WAYS.
            MOVE SPACES TO WS-DETAIL-LINE.
            MOVE WS-FILE-NAME TO DL-FILE.
            MOVE WS-OLD-COUNT TO DL-OLD-COUNT.
            MOVE WS-NEW-COUNT TO DL-NEW-COUNT.
            MOVE WS-OLD-HASH TO DL-OLD-HASH.
            MOVE WS-NEW-HASH TO DL-NEW-HASH.
            MOVE WS-OLD-RAW TO DL-RAW.
            EVALUATE TRUE
              WHEN WS-FILE-MISSING
                MOVE "NOT PRESENT - NOTHING TO CONVERT" TO DL-RESULT
              WHEN WS-FILE-UNREADABLE
                MOVE SPACES TO DL-RESULT
                STRING "*** OLD FILE OPEN FAILED - STATUS "
                         DELIMITED BY SIZE
                       WS-OPEN-STATUS DELIMITED BY SIZE
                  INTO DL-RESULT
                END-STRING
                ADD 1 TO WS-FILES-FAILED
                SET WS-RUN-FAILED TO 'Y'
              WHEN WS-FILE-WRONG-LAYOUT
                MOVE "*** NOT IN THE OLD LAYOUT - LEFT ALONE"
                  TO DL-RESULT
                ADD 1 TO WS-FILES-FAILED
                SET WS-RUN-FAILED TO 'Y'
              WHEN WS-OLD-COUNT = WS-NEW-COUNT
                   AND WS-OLD-HASH = WS-NEW-HASH
                   AND WS-OLD-RAW = WS-NEW-RAW
                   AND WS-WRITE-ERRORS = ZERO
                MOVE "PROVEN" TO DL-RESULT
                ADD 1 TO WS-FILES-PROVEN
              WHEN OTHER
                MOVE SPACES TO DL-RESULT
                STRING "*** MISMATCH - RELOAD ERRORS: "
                         DELIMITED BY SIZE
                       WS-WRITE-ERRORS DELIMITED BY SIZE
                  INTO DL-RESULT
                END-STRING
                ADD 1 TO WS-FILES-FAILED
                SET WS-RUN-FAILED TO 'Y'
            END-EVALUATE.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE.
            DISPLAY WS-FILE-NAME," ",DL-RESULT.
      *-----------------------
       CONVERT-MASTER.
            MOVE "CLIENTMST" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-MASTER.
            MOVE WS-OLD-MST-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               OPEN OUTPUT CLIENTMST
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OLD-MASTER NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-OLD-COUNT
                  MOVE OLD-CLIENT-RECORD TO WS-OLD-IMAGE
                  PERFORM WIDEN-CLIENT-IMAGE
                  MOVE WS-NEW-IMAGE TO CLIENT-RECORD
                  WRITE CLIENT-RECORD
                    INVALID KEY PERFORM REPORT-WRITE-ERROR
                  END-WRITE
                 END-READ
               END-PERFORM
               CLOSE CLIENTMST
               CLOSE OLD-MASTER
               OPEN INPUT CLIENTMST
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTMST NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-NEW-COUNT
                  MOVE CLIENT-RECORD(1:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                 END-READ
               END-PERFORM
               CLOSE CLIENTMST
            ELSE
      *        THE MASTER IS THE ONE FILE EVERY SITE HAS.
               IF WS-FILE-MISSING
                  DISPLAY "OLDCLMST not found - rename the files as "
                          "set out in ID-CONVERT before running it."
                  SET WS-FILE-UNREADABLE TO TRUE
               END-IF
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       CONVERT-ARCHIVE.
            MOVE "CLIENTARC" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-ARCHIVE.
            MOVE WS-OLD-ARC-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               OPEN OUTPUT CLIENTARC
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OLD-ARCHIVE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-OLD-COUNT
                  MOVE SPACES TO ARCH-RECORD
                  MOVE OLD-ARCH-PERSONID TO WS-OLD-ID
                  PERFORM WIDEN-ONE-ID
                  MOVE WS-NEW-ID TO ARCH-RECORD(1:9)
                  MOVE OLD-ARCH-REST TO ARCH-RECORD(10:97)
                  WRITE ARCH-RECORD
                    INVALID KEY PERFORM REPORT-WRITE-ERROR
                  END-WRITE
                 END-READ
               END-PERFORM
               CLOSE CLIENTARC
               CLOSE OLD-ARCHIVE
               OPEN INPUT CLIENTARC
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTARC NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-NEW-COUNT
                  MOVE ARCH-RECORD(1:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                 END-READ
               END-PERFORM
               CLOSE CLIENTARC
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       CONVERT-CONTACTS.
            MOVE "CONTHIST" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-CONTACTS.
            MOVE WS-OLD-CONT-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               OPEN OUTPUT CONTACT-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OLD-CONTACTS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-OLD-COUNT
                  MOVE SPACES TO CONTACT-RECORD
                  MOVE OLD-CONT-PERSONID TO WS-OLD-ID
                  PERFORM WIDEN-ONE-ID
                  MOVE WS-NEW-ID TO CONTACT-RECORD(1:9)
                  MOVE OLD-CONT-DATE TO CONTACT-RECORD(10:8)
                  MOVE OLD-CONT-REST TO CONTACT-RECORD(18:10)
                  WRITE CONTACT-RECORD
                    INVALID KEY PERFORM REPORT-WRITE-ERROR
                  END-WRITE
                 END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
               CLOSE OLD-CONTACTS
               OPEN INPUT CONTACT-FILE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CONTACT-FILE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-NEW-COUNT
                  MOVE CONTACT-RECORD(1:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                 END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       CONVERT-HOUSEHOLDS.
      *    THE CLIENT, THE HOUSEHOLD NUMBER (ITSELF A PERSONID) AND THE
      *    JOINED-TO CLIENT ARE ALL WIDENED, SO BRANCH JOINS AND SPLITS
      *    SURVIVE WITHOUT WAITING FOR THE NEXT REFRESH.
            MOVE "HOUSEHLD" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-HOUSEHOLDS.
            MOVE WS-OLD-HSE-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               OPEN OUTPUT HOUSE-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OLD-HOUSEHOLDS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-OLD-COUNT
                  PERFORM WIDEN-HOUSEHOLD-ENTRY
                  WRITE HSE-RECORD
                    INVALID KEY PERFORM REPORT-WRITE-ERROR
                  END-WRITE
                 END-READ
               END-PERFORM
               CLOSE HOUSE-FILE
               CLOSE OLD-HOUSEHOLDS
               OPEN INPUT HOUSE-FILE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ HOUSE-FILE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-NEW-COUNT
                  MOVE HSE-RECORD(10:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                  MOVE HSE-RECORD(20:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                  MOVE HSE-RECORD(1:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                 END-READ
               END-PERFORM
               CLOSE HOUSE-FILE
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       WIDEN-HOUSEHOLD-ENTRY.
      *    THE ENTRY'S OWN PERSONID IS WIDENED LAST SO A REJECTED
      *    WRITE NAMES THE CLIENT.
            MOVE SPACES TO HSE-RECORD.
            MOVE OLD-HSE-HOUSEHOLD-ID TO WS-OLD-ID.
            PERFORM WIDEN-ONE-ID.
            MOVE WS-NEW-ID TO HSE-RECORD(10:9).
            MOVE OLD-HSE-SOURCE TO HSE-RECORD(19:1).
            MOVE OLD-HSE-JOIN-PERSONID TO WS-OLD-ID.
            PERFORM WIDEN-ONE-ID.
            MOVE WS-NEW-ID TO HSE-RECORD(20:9).
            MOVE OLD-HSE-REST TO HSE-RECORD(29:58).
            MOVE OLD-HSE-PERSONID TO WS-OLD-ID.
            PERFORM WIDEN-ONE-ID.
            MOVE WS-NEW-ID TO HSE-RECORD(1:9).
      *-----------------------
       CONVERT-HOLDS.
            MOVE "ADDRHOLD" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-HOLDS.
            MOVE WS-OLD-HOLD-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               OPEN OUTPUT HOLD-FILE
               PERFORM UNTIL WS-EOF = 'Y'
                 READ OLD-HOLDS NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-OLD-COUNT
                  MOVE SPACES TO HOLD-RECORD
                  MOVE OLD-HOLD-PERSONID TO WS-OLD-ID
                  PERFORM WIDEN-ONE-ID
                  MOVE WS-NEW-ID TO HOLD-RECORD(1:9)
                  MOVE OLD-HOLD-REST TO HOLD-RECORD(10:58)
                  WRITE HOLD-RECORD
                    INVALID KEY PERFORM REPORT-WRITE-ERROR
                  END-WRITE
                 END-READ
               END-PERFORM
               CLOSE HOLD-FILE
               CLOSE OLD-HOLDS
               OPEN INPUT HOLD-FILE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ HOLD-FILE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-NEW-COUNT
                  MOVE HOLD-RECORD(1:9) TO WS-NEW-ID
                  PERFORM HASH-NEW-ID
                 END-READ
               END-PERFORM
               CLOSE HOLD-FILE
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       CONVERT-RANGES.
      *    THE RANGE LIMITS AND NEXT NUMBER KEEP THEIR VALUES; WIDER
      *    RANGES ARE GIVEN OUT AFTERWARDS BY EDITING IDRANGES, ONE
      *    BRANCH AT A TIME, ONCE THE CONVERSION IS PROVEN.
            MOVE "IDRANGES" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-RANGES.
            MOVE WS-OLD-RNG-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               MOVE SPACES TO OLD-RANGE-RECORD
               READ OLD-RANGES
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y' AND OLD-RNG-TAIL NOT = SPACES
                  SET WS-FILE-WRONG-LAYOUT TO TRUE
               ELSE
                  OPEN OUTPUT RANGE-FILE
                  PERFORM UNTIL WS-EOF = 'Y'
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM WIDEN-RANGE-LINE
                    WRITE WS-RANGE-RECORD
                    MOVE SPACES TO OLD-RANGE-RECORD
                    READ OLD-RANGES
                      AT END MOVE 'Y' TO WS-EOF
                    END-READ
                  END-PERFORM
                  CLOSE RANGE-FILE
                  OPEN INPUT RANGE-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ RANGE-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     ADD 1 TO WS-NEW-COUNT
                     MOVE WS-RANGE-RECORD(4:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                     MOVE WS-RANGE-RECORD(13:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                     MOVE WS-RANGE-RECORD(22:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                    END-READ
                  END-PERFORM
                  CLOSE RANGE-FILE
               END-IF
               CLOSE OLD-RANGES
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       WIDEN-RANGE-LINE.
            MOVE SPACES TO WS-RANGE-RECORD.
            MOVE OLD-RNG-BRANCH TO RNG-BRANCH.
            MOVE OLD-RNG-START TO WS-OLD-ID.
            PERFORM WIDEN-ONE-ID.
            MOVE WS-NEW-ID TO WS-RANGE-RECORD(4:9).
            MOVE OLD-RNG-END TO WS-OLD-ID.
            PERFORM WIDEN-ONE-ID.
            MOVE WS-NEW-ID TO WS-RANGE-RECORD(13:9).
            MOVE OLD-RNG-NEXT TO WS-OLD-ID.
            PERFORM WIDEN-ONE-ID.
            MOVE WS-NEW-ID TO WS-RANGE-RECORD(22:9).
            MOVE OLD-RNG-STATUS TO RNG-STATUS.
      *-----------------------
       CONVERT-JOURNAL.
      *    BOTH IMAGES ARE WIDENED SO CLIENT-REPLAY CAN STILL REPLAY A
      *    PRE-CONVERSION DAY AGAINST A CONVERTED MASTER.
            MOVE "MAINTJRNL" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-JOURNAL.
            MOVE WS-OLD-JRNL-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               MOVE SPACES TO OLD-JRNL-RECORD
               READ OLD-JOURNAL
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                  AND (OLD-JRNL-TAIL NOT = SPACES
                   OR OLD-JRNL-BEFORE-IMAGE(6:4) IS NUMERIC
                   OR OLD-JRNL-AFTER-IMAGE(6:4) IS NUMERIC)
                  SET WS-FILE-WRONG-LAYOUT TO TRUE
               ELSE
                  OPEN OUTPUT JOURNAL-FILE
                  PERFORM UNTIL WS-EOF = 'Y'
                    ADD 1 TO WS-OLD-COUNT
                    PERFORM WIDEN-JOURNAL-ENTRY
                    WRITE JRNL-RECORD
                    MOVE SPACES TO OLD-JRNL-RECORD
                    READ OLD-JOURNAL
                      AT END MOVE 'Y' TO WS-EOF
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
                  OPEN INPUT JOURNAL-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ JOURNAL-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     ADD 1 TO WS-NEW-COUNT
                     MOVE JRNL-BEFORE-IMAGE(1:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                     MOVE JRNL-AFTER-IMAGE(1:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
               END-IF
               CLOSE OLD-JOURNAL
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       WIDEN-JOURNAL-ENTRY.
            MOVE SPACES TO JRNL-RECORD.
            MOVE OLD-JRNL-HEAD TO JRNL-RECORD(1:15).
            MOVE OLD-JRNL-BEFORE-IMAGE TO WS-OLD-IMAGE.
            PERFORM WIDEN-CLIENT-IMAGE.
            MOVE WS-NEW-IMAGE TO JRNL-BEFORE-IMAGE.
            MOVE OLD-JRNL-AFTER-IMAGE TO WS-OLD-IMAGE.
            PERFORM WIDEN-CLIENT-IMAGE.
            MOVE WS-NEW-IMAGE TO JRNL-AFTER-IMAGE.
            MOVE OLD-JRNL-OPERATOR TO JRNL-OPERATOR.
      *-----------------------
       CONVERT-EXCEPTIONS.
      *    A HELD REJECT IS KEPT AS IT ARRIVED - AN ID THAT WAS NEVER
      *    NUMERIC IS CARRIED OVER FOR EXCP-REWORK TO CORRECT.
            MOVE "LOADEXCP" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-EXCEPTIONS.
            MOVE WS-OLD-EXCP-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               MOVE SPACES TO OLD-EXCP-RECORD
               READ OLD-EXCEPTIONS
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                  AND (OLD-EXCP-TAIL NOT = SPACES
                   OR OLD-EXCP-CLIENT-IMAGE(6:4) IS NUMERIC)
                  SET WS-FILE-WRONG-LAYOUT TO TRUE
               ELSE
                  OPEN OUTPUT EXCEPTION-FILE
                  PERFORM UNTIL WS-EOF = 'Y'
                    ADD 1 TO WS-OLD-COUNT
                    MOVE SPACES TO EXCP-RECORD
                    MOVE OLD-EXCP-CLIENT-IMAGE TO WS-OLD-IMAGE
                    PERFORM WIDEN-CLIENT-IMAGE
                    MOVE WS-NEW-IMAGE TO EXCP-CLIENT-IMAGE
                    MOVE OLD-EXCP-REST TO EXCP-RECORD(99:67)
                    WRITE EXCP-RECORD
                    MOVE SPACES TO OLD-EXCP-RECORD
                    READ OLD-EXCEPTIONS
                      AT END MOVE 'Y' TO WS-EOF
                    END-READ
                  END-PERFORM
                  CLOSE EXCEPTION-FILE
                  OPEN INPUT EXCEPTION-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ EXCEPTION-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     ADD 1 TO WS-NEW-COUNT
                     MOVE EXCP-CLIENT-IMAGE(1:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                    END-READ
                  END-PERFORM
                  CLOSE EXCEPTION-FILE
               END-IF
               CLOSE OLD-EXCEPTIONS
            END-IF.
            PERFORM REPORT-ONE-FILE.
      *-----------------------
       CONVERT-PENDING.
            MOVE "CLIENTPND" TO WS-FILE-NAME.
            PERFORM START-ONE-FILE.
            OPEN INPUT OLD-PENDING.
            MOVE WS-OLD-PEND-STATUS TO WS-OPEN-STATUS.
            PERFORM CHECK-OLD-OPEN.
            IF WS-FILE-PRESENT
               MOVE SPACES TO OLD-PEND-RECORD
               READ OLD-PENDING
                 AT END MOVE 'Y' TO WS-EOF
               END-READ
               IF WS-EOF NOT = 'Y'
                  AND (OLD-PEND-TAIL NOT = SPACES
                   OR OLD-PEND-CLIENT-IMAGE(6:4) IS NUMERIC)
                  SET WS-FILE-WRONG-LAYOUT TO TRUE
               ELSE
                  OPEN OUTPUT PENDING-FILE
                  PERFORM UNTIL WS-EOF = 'Y'
                    ADD 1 TO WS-OLD-COUNT
                    MOVE SPACES TO PEND-RECORD
                    MOVE OLD-PEND-HEAD TO PEND-RECORD(1:9)
                    MOVE OLD-PEND-CLIENT-IMAGE TO WS-OLD-IMAGE
                    PERFORM WIDEN-CLIENT-IMAGE
                    MOVE WS-NEW-IMAGE TO PEND-CLIENT-IMAGE
                    WRITE PEND-RECORD
                    MOVE SPACES TO OLD-PEND-RECORD
                    READ OLD-PENDING
                      AT END MOVE 'Y' TO WS-EOF
                    END-READ
                  END-PERFORM
                  CLOSE PENDING-FILE
                  OPEN INPUT PENDING-FILE
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ PENDING-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     ADD 1 TO WS-NEW-COUNT
                     MOVE PEND-CLIENT-IMAGE(1:9) TO WS-NEW-ID
                     PERFORM HASH-NEW-ID
                    END-READ
                  END-PERFORM
                  CLOSE PENDING-FILE
               END-IF
               CLOSE OLD-PENDING
            END-IF.
            PERFORM REPORT-ONE-FILE.
       END PROGRAM ID-CONVERT.
