       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-AUDIT.
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
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS CONT-KEY OF CONTACT-RECORD
            FILE STATUS IS WS-CONTACT-STATUS.
            SELECT RANGE-FILE ASSIGN TO "IDRANGES"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-RANGE-STATUS.
            SELECT JOURNAL-FILE ASSIGN TO "MAINTJRNL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JRNL-STATUS.
            SELECT PENDING-FILE ASSIGN TO "CLIENTPND"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PEND-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
            SELECT REPORT-FILE ASSIGN TO "XREFRPT"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
           FD CLIENTMST.
             COPY CLIENTREC.

           FD CLIENTARC.
             COPY ARCHREC.

           FD CONTACT-FILE.
             COPY CONTHIST.

           FD RANGE-FILE.
      *      THE ID-ISSUE CONTROL FILE, READ ONLY: BRANCH, RANGE START,
      *      RANGE END, NEXT NUMBER TO ISSUE AND RANGE STATUS.
             01 WS-RANGE-RECORD.
               05 RNG-BRANCH PIC X(3).
               05 RNG-START PIC 9(9).
               05 RNG-END PIC 9(9).
               05 RNG-NEXT PIC 9(9).
               05 RNG-STATUS PIC X(1).

           FD JOURNAL-FILE.
             COPY MAINTJRN.

           FD PENDING-FILE.
             01 PEND-RECORD.
               05 PEND-CODE PIC X(1).
               05 PEND-EFF-DATE PIC X(8).
               05 PEND-CLIENT-IMAGE PIC X(98).

           SD SORT-WORK-FILE.
      *      ONE ENTRY PER EXCEPTION FOUND, SORTED SO THE REPORT
      *      COMES OUT GROUPED BY CHECK IN THE ORDER THEY WERE FOUND.
             01 SORT-EXCEPTION.
               05 SRT-CHECK PIC 9(1).
               05 SRT-SEQ PIC 9(7).
               05 SRT-KEY PIC X(12).
               05 SRT-DETAIL PIC X(70).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-CLIENTARC-STATUS PIC X(2).
       01 WS-CONTACT-STATUS PIC X(2).
       01 WS-RANGE-STATUS PIC X(2).
       01 WS-JRNL-STATUS PIC X(2).
       01 WS-PEND-STATUS PIC X(2).
       01 WS-EOF PIC A(1).
       01 WS-MASTER-OPEN PIC A(1) VALUE 'N'.
       01 WS-ARCHIVE-OPEN PIC A(1) VALUE 'N'.
       01 WS-RANGES-LOADED PIC A(1) VALUE 'N'.
       01 WS-ON-MASTER PIC A(1).
       01 WS-ON-ARCHIVE PIC A(1).
      *    A JOURNAL IMAGE OR PARKED TRANSACTION LAID OUT AS A CLIENT
      *    RECORD, AND THE BEFORE-IMAGE OF A JOURNAL CHANGE.
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
       COPY CLIENTREC
         REPLACING ==CLIENT-RECORD==   BY ==WS-BF-CLIENT-RECORD==,
                   ==PERSONID==        BY ==WS-BF-PERSONID==,
                   ==FIRSTNAME==       BY ==WS-BF-FIRSTNAME==,
                   ==LASTNAME==        BY ==WS-BF-LASTNAME==,
                   ==CLIENT-ADDRESS==  BY ==WS-BF-ADDRESS==,
                   ==PHONE==           BY ==WS-BF-PHONE==,
                   ==STATUS-CODE==     BY ==WS-BF-STATUS-CODE==,
                   ==CLIENT-ACTIVE==   BY ==WS-BF-CLIENT-ACTIVE==,
                   ==CLIENT-INACTIVE== BY ==WS-BF-CLIENT-INACTIVE==,
                   ==BRANCH-CODE==     BY ==WS-BF-BRANCH-CODE==.
      *    THE CHECKS, IN REPORT ORDER. A CHECK WITH SEVERITY 8 FINDS
      *    DAMAGE THE NEXT LOAD OR ISSUANCE WOULD BUILD ON AND STOPS
      *    THE STREAM; SEVERITY 4 FINDS LOOSE ENDS TO BE CLEARED UP.
       01 WS-CHECK-COUNT PIC 9(1) VALUE 8.
       01 WS-CHECK-VALUES.
           05 FILLER PIC X(40)
              VALUE "CONTACT HISTORY FOR UNKNOWN CLIENT".
           05 FILLER PIC 9(1) VALUE 4.
           05 FILLER PIC X(40)
              VALUE "CLIENT ON BOTH MASTER AND ARCHIVE".
           05 FILLER PIC 9(1) VALUE 8.
           05 FILLER PIC X(40)
              VALUE "PERSONID OUTSIDE BRANCH ID RANGE".
           05 FILLER PIC 9(1) VALUE 4.
           05 FILLER PIC X(40)
              VALUE "ID RANGE NEXT NUMBER ALREADY ISSUED".
           05 FILLER PIC 9(1) VALUE 8.
           05 FILLER PIC X(40)
              VALUE "PENDING TRANSACTION FOR DELETED CLIENT".
           05 FILLER PIC 9(1) VALUE 4.
           05 FILLER PIC X(40)
              VALUE "MASTER PERSONID NOT NUMERIC".
           05 FILLER PIC 9(1) VALUE 8.
           05 FILLER PIC X(40)
              VALUE "MASTER STATUS-CODE INVALID".
           05 FILLER PIC 9(1) VALUE 8.
           05 FILLER PIC X(40)
              VALUE "MASTER BRANCH-CODE BLANK".
           05 FILLER PIC 9(1) VALUE 8.
       01 WS-CHECK-TABLE REDEFINES WS-CHECK-VALUES.
           05 WS-CHECK-ENTRY OCCURS 8 TIMES.
             10 WS-CHECK-TITLE PIC X(40).
             10 WS-CHECK-SEVERITY PIC 9(1).
       01 WS-CHECK-RESULTS.
           05 WS-CHECK-RESULT OCCURS 8 TIMES.
             10 WS-CHECK-FOUND PIC 9(7).
             10 WS-CHECK-RUN PIC A(1).
             10 WS-CHECK-NOTE PIC X(24).
       01 WS-CX PIC 9(1).
       01 WS-TOTAL-FOUND PIC 9(7) VALUE ZERO.
       01 WS-SEQ PIC 9(7) VALUE ZERO.
       01 WS-XC-CHECK PIC 9(1).
       01 WS-XC-KEY PIC X(12).
       01 WS-XC-DETAIL PIC X(70).
      *    IDRANGES TABLED WHOLE, WITH THE HIGHEST PERSONID SEEN ON
      *    THE MASTER OR ARCHIVE INSIDE EACH RANGE.
       01 WS-RANGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RANGE-LIMIT PIC 9(3) VALUE 200.
       01 WS-RANGE-SKIPPED PIC 9(5) VALUE ZERO.
       01 WS-RANGE-TABLE.
           05 WS-RANGE-ENTRY OCCURS 200 TIMES.
             10 WS-RT-BRANCH PIC X(3).
             10 WS-RT-START PIC 9(9).
             10 WS-RT-END PIC 9(9).
             10 WS-RT-NEXT PIC 9(9).
             10 WS-RT-STATUS PIC X(1).
             10 WS-RT-HIGH PIC 9(9).
       01 WS-RX PIC 9(3).
       01 WS-OWN-RX PIC 9(3).
       01 WS-IN-RX PIC 9(3).
       01 WS-LOOK-ID PIC 9(9).
       01 WS-LOOK-BRANCH PIC X(3).
      *    MASTER CLIENTS WHOSE NUMBER LIES IN ANOTHER BRANCH'S RANGE.
      *    BRANCH-XFER MOVES A CLIENT WITHOUT RENUMBERING THEM, SO
      *    THESE ARE ONLY EXCEPTIONS IF MAINTJRNL HAS NO CHANGE MOVING
      *    THE CLIENT TO THE BRANCH THEY ARE NOW WITH.
       01 WS-MOVED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-MOVED-LIMIT PIC 9(5) VALUE 2000.
       01 WS-MOVED-TABLE.
           05 WS-MOVED-ENTRY OCCURS 2000 TIMES.
             10 WS-MV-PERSONID PIC 9(9).
             10 WS-MV-BRANCH PIC X(3).
             10 WS-MV-RANGE-BRANCH PIC X(3).
             10 WS-MV-CONFIRMED PIC A(1).
       01 WS-MX PIC 9(5).
      *    CONTACT HISTORY IS KEYED BY PERSONID THEN DATE, SO ONE
      *    CLIENT'S ENTRIES ARRIVE TOGETHER AND ARE LOOKED UP ONCE.
       01 WS-CH-PERSONID PIC 9(9).
       01 WS-CH-ENTRIES PIC 9(5).
       01 WS-CH-LAST-DATE PIC 9(8).
       01 WS-CH-GROUP-OPEN PIC A(1).
       01 WS-MASTER-READ PIC 9(7) VALUE ZERO.
       01 WS-ARCHIVE-READ PIC 9(7) VALUE ZERO.
       01 WS-CONTACT-READ PIC 9(7) VALUE ZERO.
       01 WS-PENDING-READ PIC 9(7) VALUE ZERO.
       01 WS-JRNL-READ PIC 9(7) VALUE ZERO.
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-HIGHEST-SEVERITY PIC 9(1) VALUE ZERO.
       01 WS-PREV-CHECK PIC 9(1).
       01 WS-GROUP-COUNT PIC 9(7).
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
           05 FILLER PIC X(30) VALUE "CROSS-FILE INTEGRITY AUDIT".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-SECTION-LINE.
           05 SCL-TITLE PIC X(60).
       01 WS-SUMMARY-HEAD-LINE.
           05 FILLER PIC X(6) VALUE "CHECK".
           05 FILLER PIC X(42) VALUE "DESCRIPTION".
           05 FILLER PIC X(10) VALUE "    FOUND".
           05 FILLER PIC X(2) VALUE SPACES.
           05 FILLER PIC X(6) VALUE "ACTION".
       01 WS-SUMMARY-LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-CHECK PIC 9(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SML-TITLE PIC X(40).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SML-FOUND PIC ZZZZZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 SML-ACTION PIC X(24).
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(48) VALUE "TOTAL EXCEPTIONS".
           05 TL-FOUND PIC ZZZZZZZZ9.
       01 WS-READ-LINE.
           05 RDL-LABEL PIC X(24).
           05 RDL-COUNT PIC ZZZZZZ9.
       01 WS-DETAIL-HEAD-LINE.
           05 FILLER PIC X(14) VALUE "KEY".
           05 FILLER PIC X(70) VALUE "DETAIL".
       01 WS-DETAIL-LINE.
           05 DL-KEY PIC X(14).
           05 DL-DETAIL PIC X(70).
       01 WS-GROUP-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "EXCEPTIONS THIS CHECK:".
           05 GTL-COUNT PIC ZZZZZZ9.
       01 WS-CLEAN-LINE.
           05 FILLER PIC X(40)
              VALUE "NO EXCEPTIONS FOUND.".
       01 WS-REFUSED-LINE.
           05 FILLER PIC X(50)
              VALUE "CLIENTMST NOT FOUND - AUDIT NOT RUN.".
       01 WS-ED-5 PIC 9(5).
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    READ-ONLY PROOF THAT THE CLIENT FILES STILL AGREE WITH ONE
      *    ANOTHER, RUN IN THE STREAM AHEAD OF THE LOAD SO A BAD
      *    RESTORE OR A HALF-FINISHED RUN IS CAUGHT BEFORE MORE IS
      *    BUILT ON IT. NOTHING IS CORRECTED HERE - EACH EXCEPTION IS
      *    LISTED UNDER ITS CHECK FOR THE OWNING TEAM TO CLEAR.
      *    RC 8 IF ANY SEVERITY-8 CHECK FINDS ANYTHING OR THE MASTER
      *    CANNOT BE READ; RC 4 IF ONLY SEVERITY-4 CHECKS FIND
      *    ANYTHING OR A CHECK COULD NOT RUN; OTHERWISE RC 0.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            MOVE 1 TO WS-CX.
            PERFORM UNTIL WS-CX > WS-CHECK-COUNT
              MOVE ZERO TO WS-CHECK-FOUND(WS-CX)
              MOVE 'Y' TO WS-CHECK-RUN(WS-CX)
              MOVE SPACES TO WS-CHECK-NOTE(WS-CX)
              ADD 1 TO WS-CX
            END-PERFORM.

            OPEN OUTPUT REPORT-FILE.
            OPEN INPUT CLIENTMST.
            IF WS-CLIENTMST-STATUS NOT = "00"
               DISPLAY "CLIENTMST not found - audit not run."
               SET WS-RUN-FAILED TO 'Y'
               PERFORM WRITE-PAGE-HEADER
               WRITE WS-REPORT-LINE FROM WS-REFUSED-LINE
            ELSE
               SET WS-MASTER-OPEN TO 'Y'
               SORT SORT-WORK-FILE
                 ON ASCENDING KEY SRT-CHECK
                                  SRT-SEQ
                 INPUT PROCEDURE IS COLLECT-EXCEPTIONS
                 OUTPUT PROCEDURE IS PRINT-AUDIT-REPORT
               CLOSE CLIENTMST
               IF WS-ARCHIVE-OPEN = 'Y'
                  CLOSE CLIENTARC
               END-IF
            END-IF.
            CLOSE REPORT-FILE.

            DISPLAY "Master records read:",WS-MASTER-READ.
            DISPLAY "Archive records read:",WS-ARCHIVE-READ.
            DISPLAY "Contact entries read:",WS-CONTACT-READ.
            DISPLAY "Pending transactions read:",WS-PENDING-READ.
            DISPLAY "Exceptions found:",WS-TOTAL-FOUND.
            IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
            ELSE
               PERFORM SET-AUDIT-SEVERITY
               MOVE WS-HIGHEST-SEVERITY TO RETURN-CODE
            END-IF.
            STOP RUN.
      *-----------------------
       SET-AUDIT-SEVERITY.
            MOVE ZERO TO WS-HIGHEST-SEVERITY.
            MOVE 1 TO WS-CX.
            PERFORM UNTIL WS-CX > WS-CHECK-COUNT
              IF WS-CHECK-FOUND(WS-CX) > ZERO
                 AND WS-CHECK-SEVERITY(WS-CX) > WS-HIGHEST-SEVERITY
                 MOVE WS-CHECK-SEVERITY(WS-CX) TO WS-HIGHEST-SEVERITY
              END-IF
      *       A CHECK THAT RAN ON ONLY PART OF ITS FILE CARRIES A
      *       NOTE, AND IS NO MORE PROOF OF A CLEAN FILE THAN ONE
      *       THAT DID NOT RUN AT ALL.
              IF (WS-CHECK-RUN(WS-CX) = 'N'
                  OR WS-CHECK-NOTE(WS-CX) NOT = SPACES)
                 AND WS-HIGHEST-SEVERITY < 4
                 MOVE 4 TO WS-HIGHEST-SEVERITY
              END-IF
              ADD 1 TO WS-CX
            END-PERFORM.
      *-----------------------
       COLLECT-EXCEPTIONS.
      *    THE RANGES ARE TABLED FIRST SO THE MASTER AND ARCHIVE
      *    PASSES CAN RECORD THE HIGHEST NUMBER ISSUED IN EACH; THE
      *    NEXT-NUMBER CHECK RUNS ONCE BOTH PASSES ARE DONE.
            PERFORM LOAD-RANGE-TABLE.
            OPEN INPUT CLIENTARC.
            IF WS-CLIENTARC-STATUS = "00"
               SET WS-ARCHIVE-OPEN TO 'Y'
            ELSE
               DISPLAY "CLIENTARC not found - treated as empty."
            END-IF.
            PERFORM CHECK-MASTER-FILE.
            PERFORM CHECK-ARCHIVE-FILE.
            PERFORM CONFIRM-TRANSFERS.
            PERFORM CHECK-RANGE-NEXT-NUMBERS.
            PERFORM CHECK-CONTACT-HISTORY.
            PERFORM CHECK-PENDING-FILE.
      *-----------------------
       LOAD-RANGE-TABLE.
            OPEN INPUT RANGE-FILE.
            IF WS-RANGE-STATUS NOT = "00"
               DISPLAY "IDRANGES not found - range checks not run."
               MOVE 'N' TO WS-CHECK-RUN(3)
               MOVE "NOT RUN - NO IDRANGES" TO WS-CHECK-NOTE(3)
               MOVE 'N' TO WS-CHECK-RUN(4)
               MOVE "NOT RUN - NO IDRANGES" TO WS-CHECK-NOTE(4)
            ELSE
               SET WS-RANGES-LOADED TO 'Y'
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ RANGE-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF WS-RANGE-COUNT >= WS-RANGE-LIMIT
                     OR RNG-START IS NOT NUMERIC
                     OR RNG-END IS NOT NUMERIC
                     OR RNG-NEXT IS NOT NUMERIC
                     ADD 1 TO WS-RANGE-SKIPPED
                  ELSE
                     ADD 1 TO WS-RANGE-COUNT
                     MOVE RNG-BRANCH TO WS-RT-BRANCH(WS-RANGE-COUNT)
                     MOVE RNG-START TO WS-RT-START(WS-RANGE-COUNT)
                     MOVE RNG-END TO WS-RT-END(WS-RANGE-COUNT)
                     MOVE RNG-NEXT TO WS-RT-NEXT(WS-RANGE-COUNT)
                     MOVE RNG-STATUS TO WS-RT-STATUS(WS-RANGE-COUNT)
                     MOVE ZERO TO WS-RT-HIGH(WS-RANGE-COUNT)
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE RANGE-FILE
               IF WS-RANGE-SKIPPED > ZERO
                  DISPLAY "IDRANGES lines not checked (damaged or "
                          "over table limit):",WS-RANGE-SKIPPED
                  MOVE "IDRANGES LINES SKIPPED" TO WS-CHECK-NOTE(4)
               END-IF
            END-IF.
      *-----------------------
       CHECK-MASTER-FILE.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              READ CLIENTMST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               ADD 1 TO WS-MASTER-READ
               PERFORM CHECK-ONE-MASTER
              END-READ
            END-PERFORM.
      *-----------------------
       CHECK-ONE-MASTER.
            IF PERSONID IS NOT NUMERIC
               MOVE 6 TO WS-XC-CHECK
               MOVE PERSONID TO WS-XC-KEY
               MOVE SPACES TO WS-XC-DETAIL
               STRING "BRANCH " DELIMITED BY SIZE
                       BRANCH-CODE DELIMITED BY SIZE
                       "  STATUS " DELIMITED BY SIZE
                       STATUS-CODE DELIMITED BY SIZE
                  INTO WS-XC-DETAIL
               END-STRING
               PERFORM RELEASE-EXCEPTION
            END-IF.
            IF NOT CLIENT-ACTIVE AND NOT CLIENT-INACTIVE
               MOVE 7 TO WS-XC-CHECK
               MOVE PERSONID TO WS-XC-KEY
               MOVE SPACES TO WS-XC-DETAIL
               STRING "STATUS-CODE '" DELIMITED BY SIZE
                       STATUS-CODE DELIMITED BY SIZE
                       "'  BRANCH " DELIMITED BY SIZE
                       BRANCH-CODE DELIMITED BY SIZE
                  INTO WS-XC-DETAIL
               END-STRING
               PERFORM RELEASE-EXCEPTION
            END-IF.
            IF BRANCH-CODE = SPACES
               MOVE 8 TO WS-XC-CHECK
               MOVE PERSONID TO WS-XC-KEY
               MOVE SPACES TO WS-XC-DETAIL
               STRING "STATUS " DELIMITED BY SIZE
                       STATUS-CODE DELIMITED BY SIZE
                  INTO WS-XC-DETAIL
               END-STRING
               PERFORM RELEASE-EXCEPTION
            END-IF.
      *    THE RANGE CHECKS NEED A GOOD KEY; A BLANK BRANCH HAS NO
      *    RANGE OF ITS OWN BUT ITS NUMBER STILL COUNTS AS ISSUED.
            IF PERSONID IS NUMERIC AND WS-RANGES-LOADED = 'Y'
               MOVE PERSONID TO WS-LOOK-ID
               PERFORM NOTE-ISSUED-NUMBER
               IF BRANCH-CODE NOT = SPACES
                  MOVE BRANCH-CODE TO WS-LOOK-BRANCH
                  PERFORM CHECK-MASTER-RANGE
               END-IF
            END-IF.
      *-----------------------
       NOTE-ISSUED-NUMBER.
      *    FIND THE RANGE THE NUMBER LIES IN, WHOEVER OWNS IT, AND
      *    RAISE THAT RANGE'S HIGH-WATER MARK.
            MOVE ZERO TO WS-IN-RX.
            MOVE 1 TO WS-RX.
            PERFORM UNTIL WS-RX > WS-RANGE-COUNT OR WS-IN-RX > ZERO
              IF WS-LOOK-ID >= WS-RT-START(WS-RX)
                 AND WS-LOOK-ID <= WS-RT-END(WS-RX)
                 MOVE WS-RX TO WS-IN-RX
              ELSE
                 ADD 1 TO WS-RX
              END-IF
            END-PERFORM.
            IF WS-IN-RX > ZERO
               IF WS-LOOK-ID > WS-RT-HIGH(WS-IN-RX)
                  MOVE WS-LOOK-ID TO WS-RT-HIGH(WS-IN-RX)
               END-IF
            END-IF.
      *-----------------------
       CHECK-MASTER-RANGE.
            MOVE ZERO TO WS-OWN-RX.
            MOVE 1 TO WS-RX.
            PERFORM UNTIL WS-RX > WS-RANGE-COUNT OR WS-OWN-RX > ZERO
              IF WS-RT-BRANCH(WS-RX) = WS-LOOK-BRANCH
                 MOVE WS-RX TO WS-OWN-RX
              ELSE
                 ADD 1 TO WS-RX
              END-IF
            END-PERFORM.
            EVALUATE TRUE
              WHEN WS-IN-RX > ZERO AND WS-IN-RX = WS-OWN-RX
                CONTINUE
              WHEN WS-IN-RX > ZERO
                PERFORM HOLD-FOR-TRANSFER
              WHEN OTHER
                MOVE 3 TO WS-XC-CHECK
                MOVE WS-LOOK-ID TO WS-XC-KEY
                MOVE SPACES TO WS-XC-DETAIL
                IF WS-OWN-RX > ZERO
                   STRING "BRANCH " DELIMITED BY SIZE
                           WS-LOOK-BRANCH DELIMITED BY SIZE
                           " RANGE " DELIMITED BY SIZE
                           WS-RT-START(WS-OWN-RX) DELIMITED BY SIZE
                           "-" DELIMITED BY SIZE
                           WS-RT-END(WS-OWN-RX) DELIMITED BY SIZE
                           " - NOT IN ANY ID RANGE" DELIMITED BY SIZE
                      INTO WS-XC-DETAIL
                   END-STRING
                ELSE
                   STRING "BRANCH " DELIMITED BY SIZE
                           WS-LOOK-BRANCH DELIMITED BY SIZE
                           " HAS NO IDRANGES LINE - NOT IN ANY ID "
                             DELIMITED BY SIZE
                           "RANGE" DELIMITED BY SIZE
                      INTO WS-XC-DETAIL
                   END-STRING
                END-IF
                PERFORM RELEASE-EXCEPTION
            END-EVALUATE.
      *-----------------------
       HOLD-FOR-TRANSFER.
      *    THE MASTER IS READ IN PERSONID ORDER, SO THE TABLE FILLS
      *    IN PERSONID ORDER TOO. PAST THE TABLE LIMIT THE CLIENT IS
      *    REPORTED STRAIGHT AWAY AS NOT CHECKED AGAINST THE JOURNAL.
            IF WS-MOVED-COUNT >= WS-MOVED-LIMIT
               MOVE 3 TO WS-XC-CHECK
               MOVE WS-LOOK-ID TO WS-XC-KEY
               MOVE SPACES TO WS-XC-DETAIL
               STRING "BRANCH " DELIMITED BY SIZE
                       WS-LOOK-BRANCH DELIMITED BY SIZE
                       " - IN BRANCH " DELIMITED BY SIZE
                       WS-RT-BRANCH(WS-IN-RX) DELIMITED BY SIZE
                       " RANGE, TRANSFER NOT CHECKED"
                         DELIMITED BY SIZE
                  INTO WS-XC-DETAIL
               END-STRING
               PERFORM RELEASE-EXCEPTION
            ELSE
               ADD 1 TO WS-MOVED-COUNT
               MOVE WS-LOOK-ID TO WS-MV-PERSONID(WS-MOVED-COUNT)
               MOVE WS-LOOK-BRANCH TO WS-MV-BRANCH(WS-MOVED-COUNT)
               MOVE WS-RT-BRANCH(WS-IN-RX)
                 TO WS-MV-RANGE-BRANCH(WS-MOVED-COUNT)
               MOVE 'N' TO WS-MV-CONFIRMED(WS-MOVED-COUNT)
            END-IF.
      *-----------------------
       CHECK-ARCHIVE-FILE.
      *    AN ARCHIVED CLIENT'S NUMBER WAS ISSUED TOO, AND A CLIENT
      *    ON BOTH FILES MEANS A RESTORE THAT DID NOT FINISH OR A
      *    PURGE THAT DID NOT DELETE.
            IF WS-ARCHIVE-OPEN = 'Y'
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CLIENTARC NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-ARCHIVE-READ
                  PERFORM CHECK-ONE-ARCHIVE
                 END-READ
               END-PERFORM
            END-IF.
      *-----------------------
       CHECK-ONE-ARCHIVE.
            IF ARCH-PERSONID IS NUMERIC
               IF WS-RANGES-LOADED = 'Y'
                  MOVE ARCH-PERSONID TO WS-LOOK-ID
                  PERFORM NOTE-ISSUED-NUMBER
               END-IF
               MOVE ARCH-PERSONID TO PERSONID
               READ CLIENTMST
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 2 TO WS-XC-CHECK
                   MOVE ARCH-PERSONID TO WS-XC-KEY
                   MOVE SPACES TO WS-XC-DETAIL
                   STRING "MASTER BRANCH " DELIMITED BY SIZE
                           BRANCH-CODE DELIMITED BY SIZE
                           "  ARCHIVED " DELIMITED BY SIZE
                           ARCH-DATE DELIMITED BY SIZE
                           " FROM BRANCH " DELIMITED BY SIZE
                           ARCH-BRANCH-CODE DELIMITED BY SIZE
                      INTO WS-XC-DETAIL
                   END-STRING
                   PERFORM RELEASE-EXCEPTION
               END-READ
            END-IF.
      *-----------------------
       CONFIRM-TRANSFERS.
      *    A CHANGE ENTRY WHOSE BEFORE AND AFTER BRANCH DIFFER IS A
      *    TRANSFER. ONE THAT LANDED THE CLIENT IN THE BRANCH THEY ARE
      *    NOW WITH EXPLAINS A NUMBER FROM ANOTHER BRANCH'S RANGE.
            IF WS-MOVED-COUNT > ZERO
               OPEN INPUT JOURNAL-FILE
               IF WS-JRNL-STATUS = "00"
                  SET WS-EOF TO 'N'
                  PERFORM UNTIL WS-EOF = 'Y'
                    READ JOURNAL-FILE
                     AT END MOVE 'Y' TO WS-EOF
                    NOT AT END
                     ADD 1 TO WS-JRNL-READ
                     IF JRNL-CHANGE
                        MOVE JRNL-BEFORE-IMAGE TO WS-BF-CLIENT-RECORD
                        MOVE JRNL-AFTER-IMAGE TO WS-CLIENT-RECORD
                        IF WS-BF-BRANCH-CODE NOT = WS-BRANCH-CODE
                           AND WS-PERSONID IS NUMERIC
                           PERFORM MATCH-TRANSFER
                        END-IF
                     END-IF
                    END-READ
                  END-PERFORM
                  CLOSE JOURNAL-FILE
               ELSE
                  DISPLAY "MAINTJRNL not found - transfers cannot "
                          "be confirmed."
               END-IF
               MOVE 1 TO WS-MX
               PERFORM UNTIL WS-MX > WS-MOVED-COUNT
                 IF WS-MV-CONFIRMED(WS-MX) NOT = 'Y'
                    MOVE 3 TO WS-XC-CHECK
                    MOVE WS-MV-PERSONID(WS-MX) TO WS-XC-KEY
                    MOVE SPACES TO WS-XC-DETAIL
                    STRING "BRANCH " DELIMITED BY SIZE
                            WS-MV-BRANCH(WS-MX) DELIMITED BY SIZE
                            " - IN BRANCH " DELIMITED BY SIZE
                            WS-MV-RANGE-BRANCH(WS-MX)
                              DELIMITED BY SIZE
                            " RANGE, NO TRANSFER ON JOURNAL"
                              DELIMITED BY SIZE
                       INTO WS-XC-DETAIL
                    END-STRING
                    PERFORM RELEASE-EXCEPTION
                 END-IF
                 ADD 1 TO WS-MX
               END-PERFORM
            END-IF.
      *-----------------------
       MATCH-TRANSFER.
            MOVE 1 TO WS-MX.
            PERFORM UNTIL WS-MX > WS-MOVED-COUNT
                       OR WS-MV-PERSONID(WS-MX) > WS-PERSONID
              IF WS-MV-PERSONID(WS-MX) = WS-PERSONID
                 AND WS-MV-BRANCH(WS-MX) = WS-BRANCH-CODE
                 MOVE 'Y' TO WS-MV-CONFIRMED(WS-MX)
              END-IF
              ADD 1 TO WS-MX
            END-PERFORM.
      *-----------------------
       CHECK-RANGE-NEXT-NUMBERS.
      *    THE NEXT NUMBER MUST BE ABOVE EVERY NUMBER ALREADY USED IN
      *    THE RANGE, OR THE NEXT ADD FOR THE BRANCH IS GIVEN A
      *    PERSONID THAT IS ALREADY SOMEONE ELSE'S. A CLOSED RANGE
      *    ISSUES NOTHING MORE AND IS LEFT OUT.
            MOVE 1 TO WS-RX.
            PERFORM UNTIL WS-RX > WS-RANGE-COUNT
              IF WS-RT-STATUS(WS-RX) NOT = 'C'
                 AND WS-RT-HIGH(WS-RX) > ZERO
                 AND WS-RT-NEXT(WS-RX) <= WS-RT-HIGH(WS-RX)
                 MOVE 4 TO WS-XC-CHECK
                 MOVE WS-RT-BRANCH(WS-RX) TO WS-XC-KEY
                 MOVE SPACES TO WS-XC-DETAIL
                 STRING "RANGE " DELIMITED BY SIZE
                         WS-RT-START(WS-RX) DELIMITED BY SIZE
                         "-" DELIMITED BY SIZE
                         WS-RT-END(WS-RX) DELIMITED BY SIZE
                         "  NEXT " DELIMITED BY SIZE
                         WS-RT-NEXT(WS-RX) DELIMITED BY SIZE
                         "  HIGHEST ISSUED " DELIMITED BY SIZE
                         WS-RT-HIGH(WS-RX) DELIMITED BY SIZE
                    INTO WS-XC-DETAIL
                 END-STRING
                 PERFORM RELEASE-EXCEPTION
              END-IF
              ADD 1 TO WS-RX
            END-PERFORM.
      *-----------------------
       CHECK-CONTACT-HISTORY.
            OPEN INPUT CONTACT-FILE.
            IF WS-CONTACT-STATUS NOT = "00"
               DISPLAY "CONTHIST not found - contact check not run."
               MOVE 'N' TO WS-CHECK-RUN(1)
               MOVE "NOT RUN - NO CONTHIST" TO WS-CHECK-NOTE(1)
            ELSE
               SET WS-CH-GROUP-OPEN TO 'N'
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CONTACT-FILE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-CONTACT-READ
                  IF WS-CH-GROUP-OPEN = 'Y'
                     AND CONT-PERSONID NOT = WS-CH-PERSONID
                     PERFORM CHECK-CONTACT-CLIENT
                  END-IF
                  IF WS-CH-GROUP-OPEN NOT = 'Y'
                     SET WS-CH-GROUP-OPEN TO 'Y'
                     MOVE CONT-PERSONID TO WS-CH-PERSONID
                     MOVE ZERO TO WS-CH-ENTRIES
                  END-IF
                  ADD 1 TO WS-CH-ENTRIES
                  MOVE CONT-DATE TO WS-CH-LAST-DATE
                 END-READ
               END-PERFORM
               IF WS-CH-GROUP-OPEN = 'Y'
                  PERFORM CHECK-CONTACT-CLIENT
               END-IF
               CLOSE CONTACT-FILE
            END-IF.
      *-----------------------
       CHECK-CONTACT-CLIENT.
            MOVE WS-CH-PERSONID TO WS-LOOK-ID.
            PERFORM LOOK-UP-CLIENT.
            IF WS-ON-MASTER = 'N' AND WS-ON-ARCHIVE = 'N'
               MOVE 1 TO WS-XC-CHECK
               MOVE WS-CH-PERSONID TO WS-XC-KEY
               MOVE WS-CH-ENTRIES TO WS-ED-5
               MOVE SPACES TO WS-XC-DETAIL
               STRING "ENTRIES " DELIMITED BY SIZE
                       WS-ED-5 DELIMITED BY SIZE
                       "  LAST CONTACT " DELIMITED BY SIZE
                       WS-CH-LAST-DATE DELIMITED BY SIZE
                  INTO WS-XC-DETAIL
               END-STRING
               PERFORM RELEASE-EXCEPTION
            END-IF.
            SET WS-CH-GROUP-OPEN TO 'N'.
      *-----------------------
       LOOK-UP-CLIENT.
            SET WS-ON-MASTER TO 'N'.
            SET WS-ON-ARCHIVE TO 'N'.
            MOVE WS-LOOK-ID TO PERSONID.
            READ CLIENTMST
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                SET WS-ON-MASTER TO 'Y'
            END-READ.
            IF WS-ARCHIVE-OPEN = 'Y'
               MOVE WS-LOOK-ID TO ARCH-PERSONID
               READ CLIENTARC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   SET WS-ON-ARCHIVE TO 'Y'
               END-READ
            END-IF.
      *-----------------------
       CHECK-PENDING-FILE.
      *    A PARKED CHANGE OR DELETE FOR A CLIENT NO LONGER ON THE
      *    MASTER WILL ONLY REJECT ON ITS EFFECTIVE DATE. A PARKED ADD
      *    IS FOR A CLIENT NOT YET ON FILE AND IS LEFT ALONE.
            OPEN INPUT PENDING-FILE.
            IF WS-PEND-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ PENDING-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-PENDING-READ
                  MOVE PEND-CLIENT-IMAGE TO WS-CLIENT-RECORD
                  IF (PEND-CODE = 'C' OR PEND-CODE = 'D')
                     AND WS-PERSONID IS NUMERIC
                     AND WS-PERSONID > ZERO
                     PERFORM CHECK-PENDING-CLIENT
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE PENDING-FILE
            END-IF.
      *-----------------------
       CHECK-PENDING-CLIENT.
            MOVE WS-PERSONID TO WS-LOOK-ID.
            PERFORM LOOK-UP-CLIENT.
            IF WS-ON-MASTER = 'N'
               MOVE 5 TO WS-XC-CHECK
               MOVE WS-LOOK-ID TO WS-XC-KEY
               MOVE SPACES TO WS-XC-DETAIL
               IF WS-ON-ARCHIVE = 'Y'
                  STRING "CODE " DELIMITED BY SIZE
                          PEND-CODE DELIMITED BY SIZE
                          "  EFFECTIVE " DELIMITED BY SIZE
                          PEND-EFF-DATE DELIMITED BY SIZE
                          "  BRANCH " DELIMITED BY SIZE
                          WS-BRANCH-CODE DELIMITED BY SIZE
                          " - CLIENT ARCHIVED" DELIMITED BY SIZE
                     INTO WS-XC-DETAIL
                  END-STRING
               ELSE
                  STRING "CODE " DELIMITED BY SIZE
                          PEND-CODE DELIMITED BY SIZE
                          "  EFFECTIVE " DELIMITED BY SIZE
                          PEND-EFF-DATE DELIMITED BY SIZE
                          "  BRANCH " DELIMITED BY SIZE
                          WS-BRANCH-CODE DELIMITED BY SIZE
                          " - CLIENT NOT ON FILE" DELIMITED BY SIZE
                     INTO WS-XC-DETAIL
                  END-STRING
               END-IF
               PERFORM RELEASE-EXCEPTION
            END-IF.
      *-----------------------
       RELEASE-EXCEPTION.
      *    CALLER SETS THE CHECK NUMBER, KEY AND DETAIL.
            ADD 1 TO WS-SEQ.
            ADD 1 TO WS-CHECK-FOUND(WS-XC-CHECK).
            ADD 1 TO WS-TOTAL-FOUND.
            MOVE WS-XC-CHECK TO SRT-CHECK.
            MOVE WS-SEQ TO SRT-SEQ.
            MOVE WS-XC-KEY TO SRT-KEY.
            MOVE WS-XC-DETAIL TO SRT-DETAIL.
            RELEASE SORT-EXCEPTION.
      *-----------------------
       PRINT-AUDIT-REPORT.
      *    THE SUMMARY COMES FIRST SO THE OPERATOR SEES AT A GLANCE
      *    WHICH CHECKS FAILED, THEN EACH FAILING CHECK'S EXCEPTIONS
      *    UNDER ITS OWN HEADING WITH ITS COUNT.
            PERFORM WRITE-PAGE-HEADER.
            PERFORM WRITE-SUMMARY.
            MOVE ZERO TO WS-PREV-CHECK.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF SRT-CHECK NOT = WS-PREV-CHECK
                  IF WS-PREV-CHECK > ZERO
                     PERFORM WRITE-GROUP-TOTAL
                  END-IF
                  MOVE SRT-CHECK TO WS-PREV-CHECK
                  MOVE ZERO TO WS-GROUP-COUNT
                  PERFORM WRITE-GROUP-HEADER
               END-IF
               PERFORM WRITE-DETAIL-LINE
              END-RETURN
            END-PERFORM.
            IF WS-PREV-CHECK > ZERO
               PERFORM WRITE-GROUP-TOTAL
            END-IF.
      *-----------------------
       WRITE-SUMMARY.
            MOVE "SUMMARY BY CHECK" TO SCL-TITLE.
            WRITE WS-REPORT-LINE FROM WS-SECTION-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-SUMMARY-HEAD-LINE.
            ADD 3 TO WS-LINE-COUNT.
            MOVE 1 TO WS-CX.
            PERFORM UNTIL WS-CX > WS-CHECK-COUNT
              MOVE WS-CX TO SML-CHECK
              MOVE WS-CHECK-TITLE(WS-CX) TO SML-TITLE
              MOVE WS-CHECK-FOUND(WS-CX) TO SML-FOUND
              EVALUATE TRUE
                WHEN WS-CHECK-RUN(WS-CX) = 'N'
                  MOVE WS-CHECK-NOTE(WS-CX) TO SML-ACTION
                WHEN WS-CHECK-NOTE(WS-CX) NOT = SPACES
                  MOVE WS-CHECK-NOTE(WS-CX) TO SML-ACTION
                WHEN WS-CHECK-FOUND(WS-CX) = ZERO
                  MOVE "CLEAN" TO SML-ACTION
                WHEN WS-CHECK-SEVERITY(WS-CX) = 8
                  MOVE "STOP - RC 8" TO SML-ACTION
                WHEN OTHER
                  MOVE "WARNING - RC 4" TO SML-ACTION
              END-EVALUATE
              WRITE WS-REPORT-LINE FROM WS-SUMMARY-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD 1 TO WS-CX
            END-PERFORM.
            MOVE WS-TOTAL-FOUND TO TL-FOUND.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE "CLIENTMST RECORDS READ:" TO RDL-LABEL.
            MOVE WS-MASTER-READ TO RDL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-READ-LINE.
            MOVE "CLIENTARC RECORDS READ:" TO RDL-LABEL.
            MOVE WS-ARCHIVE-READ TO RDL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-READ-LINE.
            MOVE "CONTHIST ENTRIES READ:" TO RDL-LABEL.
            MOVE WS-CONTACT-READ TO RDL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-READ-LINE.
            MOVE "IDRANGES LINES CHECKED:" TO RDL-LABEL.
            MOVE WS-RANGE-COUNT TO RDL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-READ-LINE.
            MOVE "CLIENTPND ENTRIES READ:" TO RDL-LABEL.
            MOVE WS-PENDING-READ TO RDL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-READ-LINE.
            ADD 8 TO WS-LINE-COUNT.
            IF WS-TOTAL-FOUND = ZERO
               WRITE WS-REPORT-LINE FROM SPACES
               WRITE WS-REPORT-LINE FROM WS-CLEAN-LINE
               ADD 2 TO WS-LINE-COUNT
            END-IF.
      *-----------------------
       WRITE-GROUP-HEADER.
            MOVE SPACES TO SCL-TITLE.
            STRING "CHECK " DELIMITED BY SIZE
                    WS-PREV-CHECK DELIMITED BY SIZE
                    " - " DELIMITED BY SIZE
                    WS-CHECK-TITLE(WS-PREV-CHECK) DELIMITED BY SIZE
               INTO SCL-TITLE
            END-STRING.
            IF WS-LINE-COUNT + 5 >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            ELSE
               WRITE WS-REPORT-LINE FROM SPACES
               ADD 1 TO WS-LINE-COUNT
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-SECTION-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-HEAD-LINE.
            ADD 3 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-DETAIL-LINE.
      *    A CHECK RUNNING ONTO A NEW PAGE CARRIES ITS HEADING AGAIN.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
               WRITE WS-REPORT-LINE FROM WS-SECTION-LINE
               WRITE WS-REPORT-LINE FROM WS-DETAIL-HEAD-LINE
               ADD 2 TO WS-LINE-COUNT
            END-IF.
            MOVE SRT-KEY TO DL-KEY.
            MOVE SRT-DETAIL TO DL-DETAIL.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
            ADD 1 TO WS-GROUP-COUNT.
      *-----------------------
       WRITE-GROUP-TOTAL.
            MOVE WS-GROUP-COUNT TO GTL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-GROUP-TOTAL-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-PAGE-HEADER.
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
       END PROGRAM XREF-AUDIT.
