            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CONT-KEY OF CONTACT-RECORD
            FILE STATUS IS WS-CONTACT-STATUS.
            SELECT HOLD-FILE ASSIGN TO "ADDRHOLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS HOLD-PERSONID OF HOLD-RECORD
            FILE STATUS IS WS-HOLD-STATUS.
            SELECT HOUSE-FILE ASSIGN TO "HOUSEHLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HSE-PERSONID OF HSE-RECORD
            ALTERNATE RECORD KEY IS HSE-HOUSEHOLD-ID OF HSE-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-HOUSE-STATUS.
      *     A SECOND LOOK AT CLIENTMST FOR A HOUSEHOLD'S OTHER
      *     MEMBERS, SO THE NAME-ORDER PASS KEEPS ITS PLACE.
            SELECT MEMBER-FILE ASSIGN TO "CLIENTMST"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS MBR-PERSONID OF MEMBER-RECORD
            ALTERNATE RECORD KEY IS MBR-LASTNAME OF MEMBER-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-MEMBER-STATUS.
      *     HOUSEHOLDS ALREADY DEALT WITH THIS RUN - A WORK FILE
      *     REBUILT EVERY RUN.
            SELECT DONE-FILE ASSIGN TO "MAILHHDN"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS RANDOM
            RECORD KEY IS DONE-HOUSEHOLD-ID OF DONE-RECORD
            FILE STATUS IS WS-DONE-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD CLIENTMST.
           FD CONTACT-FILE.
             COPY CONTHIST.

           FD HOLD-FILE.
             COPY ADDRHOLD.

           FD HOUSE-FILE.
             COPY HOUSEREC.

           FD MEMBER-FILE.
             COPY CLIENTREC
               REPLACING ==CLIENT-RECORD==   BY ==MEMBER-RECORD==,
                         ==PERSONID==        BY ==MBR-PERSONID==,
                         ==FIRSTNAME==       BY ==MBR-FIRSTNAME==,
                         ==LASTNAME==        BY ==MBR-LASTNAME==,
                         ==CLIENT-ADDRESS==  BY ==MBR-ADDRESS==,
                         ==PHONE==           BY ==MBR-PHONE==,
                         ==STATUS-CODE==     BY ==MBR-STATUS-CODE==,
                         ==CLIENT-ACTIVE==   BY ==MBR-CLIENT-ACTIVE==,
                         ==CLIENT-INACTIVE== BY ==MBR-CLIENT-INACTIVE==,
                         ==BRANCH-CODE==     BY ==MBR-BRANCH-CODE==.

           FD DONE-FILE.
             01 DONE-RECORD.
               05 DONE-HOUSEHOLD-ID PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-TODAY-9 PIC 9(8).
       01 WS-SUPPRESS-FLAG PIC A(1).
       01 WS-CONT-EOF PIC A(1).
       01 WS-SUPPRESSED PIC 9(7) VALUE ZERO.
       01 WS-UNREACHABLE PIC 9(7) VALUE ZERO.
       01 WS-HOLD-STATUS PIC X(2).
       01 WS-HOLD-OPEN PIC A(1) VALUE 'N'.
       01 WS-ADDRESS-HELD PIC A(1).
       01 WS-ADDR-HELD-COUNT PIC 9(7) VALUE ZERO.
       01 WS-SUPPRESS-REASON PIC X(1).
       01 WS-HOUSE-STATUS PIC X(2).
       01 WS-MEMBER-STATUS PIC X(2).
       01 WS-DONE-STATUS PIC X(2).
       01 WS-HOUSE-OPEN PIC A(1) VALUE 'N'.
       01 WS-HOUSEHOLDING PIC A(1) VALUE 'Y'.
       01 WS-IN-HOUSEHOLD PIC A(1).
       01 WS-HH-ID PIC 9(9).
       01 WS-HH-ADDRESS-KEY PIC X(30).
       01 WS-HH-EOF PIC A(1).
       01 WS-HH-DNC PIC A(1).
       01 WS-HH-RECENT PIC A(1).
       01 WS-HH-HELD PIC A(1).
       01 WS-HH-LABEL PIC A(1).
       01 WS-HH-COUNT PIC 9(2).
       01 WS-HH-LIMIT PIC 9(2) VALUE 30.
       01 WS-HX PIC 9(2).
      *    THE MEMBERS OF THE HOUSEHOLD BEING MAILED WHO ARE ACTIVE
      *    AND IN THE SELECTED BRANCH, AS THEIR MASTER RECORDS.
       01 WS-HH-MEMBERS.
           05 WS-HH-MEMBER-IMAGE PIC X(98) OCCURS 30 TIMES.
       01 WS-SAVE-CLIENT PIC X(98).
       01 WS-LABELS-PRINTED PIC 9(7) VALUE ZERO.
       01 WS-HH-LABELS PIC 9(7) VALUE ZERO.
       01 WS-HH-DNC-COUNT PIC 9(7) VALUE ZERO.
       COPY ADDRNORM.
       01 WS-EOF PIC A(1).
       01 WS-SELECTED PIC 9(7) VALUE ZERO.
       01 WS-TRIM-FIELD PIC X(30).
       01 WS-TRAILING-SPACES PIC 9(2).
       01 WS-TRIM-LEN PIC 9(2).
           05 PD-PHONE PIC X(15).
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "ACTIVE CLIENTS SELECTED:".
           05 WS-TOTAL-SELECTED PIC ZZZZZZ9.
       01 WS-LABEL-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "LABELS PRINTED:".
           05 WS-TOTAL-LABELS PIC ZZZZZZ9.
       COPY BRCHECK.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
      *    SIZES THE ENVELOPE ORDER. THE LASTNAME ALTERNATE KEY
      *    DELIVERS THE MASTER IN NAME ORDER DIRECTLY, SO THE RUN NO
      *    LONGER SORTS THE WHOLE FILE FIRST.
      *    CLIENTS SHARING A HOUSEHOLD ON HOUSEHLD (SEE CLIENT-HHOLD)
      *    GET ONE LABEL ADDRESSED TO THE HOUSEHOLD, BUT EVERY MEMBER
      *    MAILED GETS THEIR OWN CONTACT-HISTORY ENTRY. THE HOUSEHOLD
      *    IS MAILED AS A WHOLE OR NOT AT ALL:
      *      - A DO-NOT-CONTACT FROM ANY MEMBER STILL AT THE ADDRESS,
      *        ACTIVE OR NOT, STOPS THE WHOLE HOUSEHOLD - NO LABEL AND
      *        NO CALLS TO ANY MEMBER. A LETTER TO THE HOUSEHOLD WOULD
      *        REACH THE CLIENT WHO ASKED NOT TO BE CONTACTED.
      *      - A MEMBER CONTACTED INSIDE THE SUPPRESSION WINDOW SITS
      *        THE WHOLE HOUSEHOLD OUT; THE LAST PIECE REACHED THEM
      *        ALL.
      *      - AN ADDRESS HOLD ON ANY MEMBER STOPS THE LABEL; MEMBERS
      *        WITH A PHONE STILL GO ON THE PHONE SHEET.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
                           ALL X'0D' BY SPACE
               PERFORM EDIT-SUPPRESS-DAYS
            END-IF.
            PERFORM CHECK-SELECTED-BRANCH.
            PERFORM SET-CUTOFF-DATE.

            PERFORM WRITE-MAIL-OUTPUTS.
            DISPLAY "Clients suppressed:",WS-SUPPRESSED.
            DISPLAY "Clients unreachable (no address or phone):",
                    WS-UNREACHABLE.
            DISPLAY "Labels held for a returned address:",
                    WS-ADDR-HELD-COUNT.
            DISPLAY "Labels printed:",WS-LABELS-PRINTED.
            DISPLAY "Household labels (two or more clients):",
                    WS-HH-LABELS.
            DISPLAY "Households stopped by a member's do-not-contact:",
                    WS-HH-DNC-COUNT.
            STOP RUN.
      *-----------------------
       CHECK-SELECTED-BRANCH.
      *    A MISTYPED BRANCH WOULD SELECT NOBODY AND LOOK LIKE AN
      *    EMPTY BOOK, SO A CODE NOT ON BRANCHMST STOPS THE RUN.
            IF WS-SEL-BRANCH NOT = SPACES
               MOVE WS-SEL-BRANCH TO BRC-CODE
               CALL "BRANCH-CHK" USING BRANCH-CHECK
               IF BRC-UNKNOWN
                  DISPLAY "Branch ",WS-SEL-BRANCH," is not on "
                          "BRANCHMST - run refused."
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.
      *-----------------------
       EDIT-SUPPRESS-DAYS.
      *    A BLANK OR RIGHT-ALIGNED ANSWER STILL HAS TO LAND AS A
               DISPLAY "CLIENTMST not found - run FILE-LOAD first."
            ELSE
               PERFORM OPEN-CONTACT-FILE
               PERFORM OPEN-HOLD-FILE
               PERFORM OPEN-HOUSE-FILE
               OPEN OUTPUT LABEL-FILE
               OPEN OUTPUT PHONE-FILE
               PERFORM WRITE-PHONE-HEADER
               MOVE WS-SELECTED TO WS-TOTAL-SELECTED
               WRITE WS-LABEL-LINE FROM SPACES
               WRITE WS-LABEL-LINE FROM WS-TOTAL-LINE
               MOVE WS-LABELS-PRINTED TO WS-TOTAL-LABELS
               WRITE WS-LABEL-LINE FROM WS-LABEL-TOTAL-LINE
               WRITE WS-PHONE-LINE FROM SPACES
               WRITE WS-PHONE-LINE FROM WS-TOTAL-LINE
               CLOSE LABEL-FILE
               CLOSE PHONE-FILE
               CLOSE CONTACT-FILE
               IF WS-HOLD-OPEN = 'Y'
                  CLOSE HOLD-FILE
               END-IF
               IF WS-HOUSE-OPEN = 'Y'
                  CLOSE HOUSE-FILE
                  CLOSE MEMBER-FILE
                  CLOSE DONE-FILE
               END-IF
               CLOSE CLIENTMST
            END-IF.
      *-----------------------
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
      *-----------------------
       OPEN-HOLD-FILE.
      *    ADDRHOLD IS ONLY READ HERE. NO FILE (STATUS 35) MEANS NO
      *    MAIL HAS EVER COME BACK; ANY OTHER FAILURE STOPS THE RUN
      *    RATHER THAN MAIL KNOWN BAD ADDRESSES AGAIN.
            OPEN INPUT HOLD-FILE.
            IF WS-HOLD-STATUS = "00"
               SET WS-HOLD-OPEN TO 'Y'
            ELSE
               IF WS-HOLD-STATUS NOT = "35"
                  DISPLAY "ADDRHOLD open failed - status ",
                          WS-HOLD-STATUS,
                          " - nothing mailed, run abandoned."
                  CLOSE CONTACT-FILE
                  CLOSE CLIENTMST
                  MOVE 8 TO RETURN-CODE
                  STOP RUN
               END-IF
            END-IF.
      *-----------------------
       OPEN-HOUSEHOLD-WORK-FILES.
      *    WITHOUT THE SECOND MASTER PATH OR THE MAILHHDN WORK FILE
      *    NO HOUSEHOLD CAN BE MAILED AS ONE, SO THE RUN FALLS BACK TO
      *    ONE LABEL PER CLIENT - EACH STILL CHECKED ON ITS OWN.
            OPEN INPUT MEMBER-FILE.
            IF WS-MEMBER-STATUS NOT = "00"
               DISPLAY "CLIENTMST member path open failed - status ",
                       WS-MEMBER-STATUS," - one label per client."
               CLOSE HOUSE-FILE
            ELSE
               OPEN OUTPUT DONE-FILE
               IF WS-DONE-STATUS = "00"
                  CLOSE DONE-FILE
                  OPEN I-O DONE-FILE
               END-IF
               IF WS-DONE-STATUS NOT = "00"
                  DISPLAY "MAILHHDN open failed - status ",
                          WS-DONE-STATUS," - one label per client."
                  CLOSE MEMBER-FILE
                  CLOSE HOUSE-FILE
               ELSE
                  SET WS-HOUSE-OPEN TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       OPEN-HOUSE-FILE.
      *    NO HOUSEHLD (STATUS 35) - OR HOUSEHOLD=N ON MAILPARM -
      *    MEANS ONE LABEL PER CLIENT, AS BEFORE HOUSEHOLDING. ANY
      *    OTHER FAILURE STOPS THE RUN RATHER THAN MAIL A HOUSEHOLD
      *    THAT ONE OF ITS MEMBERS ASKED US NOT TO.
            IF WS-HOUSEHOLDING = 'Y'
               OPEN INPUT HOUSE-FILE
               IF WS-HOUSE-STATUS = "00"
                  PERFORM OPEN-HOUSEHOLD-WORK-FILES
               ELSE
                  IF WS-HOUSE-STATUS = "35"
                     DISPLAY "HOUSEHLD not found - one label per "
                             "client."
                  ELSE
                     DISPLAY "HOUSEHLD open failed - status ",
                             WS-HOUSE-STATUS,
                             " - nothing mailed, run abandoned."
                     CLOSE CONTACT-FILE
                     IF WS-HOLD-OPEN = 'Y'
                        CLOSE HOLD-FILE
                     END-IF
                     CLOSE CLIENTMST
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                  END-IF
               END-IF
            END-IF.
      *-----------------------
       CHECK-ADDRESS-HOLD.
      *    A CLIENT WHOSE LAST PIECE CAME BACK UNDELIVERABLE GETS NO
      *    LABEL WHILE THE MASTER STILL CARRIES THE ADDRESS IT CAME
      *    BACK FROM. THE PHONE SHEET IS UNAFFECTED.
            SET WS-ADDRESS-HELD TO 'N'.
            IF WS-HOLD-OPEN = 'Y'
               MOVE PERSONID OF CLIENT-RECORD TO HOLD-PERSONID
               READ HOLD-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF HOLD-ACTIVE
                      AND HOLD-ADDRESS = CLIENT-ADDRESS OF CLIENT-RECORD
                      SET WS-ADDRESS-HELD TO 'Y'
                   END-IF
               END-READ
            END-IF.
      *-----------------------
       SELECT-ONE-CLIENT.
      *    ONLY ACTIVE CLIENTS ARE SELECTED - THE WHOLE POINT OF THE
                  AND BRANCH-CODE OF CLIENT-RECORD NOT = WS-SEL-BRANCH
                  CONTINUE
               ELSE
                  PERFORM FIND-HOUSEHOLD
      *           A HOUSEHOLD IS DEALT WITH WHEN THE NAME-ORDER PASS
      *           FIRST REACHES ONE OF ITS MEMBERS; ITS NUMBER THEN
      *           GOES ON MAILHHDN SO NO OTHER MEMBER IS MAILED AGAIN.
                  IF WS-IN-HOUSEHOLD = 'Y'
                     MOVE WS-HH-ID TO DONE-HOUSEHOLD-ID
                     WRITE DONE-RECORD
                       INVALID KEY
                         CONTINUE
                       NOT INVALID KEY
                         PERFORM MAIL-HOUSEHOLD
                     END-WRITE
                  ELSE
                     PERFORM MAIL-ONE-CLIENT
                  END-IF
               END-IF
            END-IF.
      *-----------------------
       MAIL-ONE-CLIENT.
            PERFORM CHECK-SUPPRESSION.
            IF WS-SUPPRESS-FLAG = 'Y'
               ADD 1 TO WS-SUPPRESSED
            ELSE
               PERFORM WRITE-CLIENT-OUTPUTS
               IF WS-CHANNEL = SPACES
                  ADD 1 TO WS-UNREACHABLE
               ELSE
                  ADD 1 TO WS-SELECTED
                  PERFORM RECORD-ONE-CONTACT
               END-IF
            END-IF.
      *-----------------------
       FIND-HOUSEHOLD.
      *    A CLIENT WHO HAS MOVED SINCE HOUSEHLD WAS LAST REFRESHED
      *    NO LONGER LIVES WITH THAT HOUSEHOLD AND IS MAILED ON THEIR
      *    OWN AT THE NEW ADDRESS.
            SET WS-IN-HOUSEHOLD TO 'N'.
            IF WS-HOUSE-OPEN = 'Y'
               MOVE PERSONID OF CLIENT-RECORD TO HSE-PERSONID
               READ HOUSE-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE CLIENT-ADDRESS OF CLIENT-RECORD
                     TO ANM-ADDRESS-IN
                   MOVE LASTNAME OF CLIENT-RECORD TO ANM-SURNAME-IN
                   CALL "ADDR-NORM" USING ADDRESS-NORM
                   IF HSE-HOUSEHOLD-ID > ZERO
                      AND ANM-ADDRESS-KEY NOT = SPACES
                      AND ANM-ADDRESS-KEY = HSE-ADDRESS-KEY
                      SET WS-IN-HOUSEHOLD TO 'Y'
                      MOVE HSE-HOUSEHOLD-ID TO WS-HH-ID
                      MOVE HSE-ADDRESS-KEY TO WS-HH-ADDRESS-KEY
                   END-IF
               END-READ
            END-IF.
      *-----------------------
       MAIL-HOUSEHOLD.
      *    A HOUSEHOLD OF ONE IS MAILED EXACTLY AS A CLIENT ON THEIR
      *    OWN. OTHERWISE ONE LABEL GOES TO THE HOUSEHOLD AND EACH
      *    MEMBER IS PHONED AND RECORDED ON CONTHIST IN THEIR OWN
      *    RIGHT, WITH THE CHANNELS THAT REACHED THEM.
            MOVE CLIENT-RECORD TO WS-SAVE-CLIENT.
            PERFORM GATHER-HOUSEHOLD.
            EVALUATE TRUE
              WHEN WS-HH-COUNT = ZERO
                CONTINUE
              WHEN WS-HH-COUNT = 1 AND WS-HH-DNC = 'N'
                MOVE WS-HH-MEMBER-IMAGE(1) TO CLIENT-RECORD
                PERFORM MAIL-ONE-CLIENT
              WHEN WS-HH-DNC = 'Y'
                ADD WS-HH-COUNT TO WS-SUPPRESSED
                ADD 1 TO WS-HH-DNC-COUNT
              WHEN WS-HH-RECENT = 'Y'
                ADD WS-HH-COUNT TO WS-SUPPRESSED
              WHEN OTHER
                IF WS-HH-HELD = 'Y'
                   ADD 1 TO WS-ADDR-HELD-COUNT
                   SET WS-HH-LABEL TO 'N'
                ELSE
                   MOVE WS-HH-MEMBER-IMAGE(1) TO CLIENT-RECORD
                   PERFORM WRITE-HOUSEHOLD-LABEL
                   ADD 1 TO WS-HH-LABELS
                   SET WS-HH-LABEL TO 'Y'
                END-IF
                MOVE 1 TO WS-HX
                PERFORM UNTIL WS-HX > WS-HH-COUNT
                  MOVE WS-HH-MEMBER-IMAGE(WS-HX) TO CLIENT-RECORD
                  PERFORM MAIL-HOUSEHOLD-MEMBER
                  ADD 1 TO WS-HX
                END-PERFORM
            END-EVALUATE.
            MOVE WS-SAVE-CLIENT TO CLIENT-RECORD.
      *-----------------------
       GATHER-HOUSEHOLD.
      *    EVERY CLIENT FILED UNDER THE HOUSEHOLD WHO STILL LIVES AT
      *    ITS ADDRESS COUNTS FOR DO-NOT-CONTACT; ONLY THE ACTIVE ONES
      *    IN THE SELECTED BRANCH ARE MAILED.
            MOVE ZERO TO WS-HH-COUNT.
            SET WS-HH-DNC TO 'N'.
            SET WS-HH-RECENT TO 'N'.
            SET WS-HH-HELD TO 'N'.
            MOVE WS-HH-ID TO HSE-HOUSEHOLD-ID.
            START HOUSE-FILE KEY IS EQUAL TO HSE-HOUSEHOLD-ID
              INVALID KEY MOVE 'Y' TO WS-HH-EOF
              NOT INVALID KEY MOVE 'N' TO WS-HH-EOF
            END-START.
            PERFORM UNTIL WS-HH-EOF = 'Y'
              READ HOUSE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-HH-EOF
              NOT AT END
               IF HSE-HOUSEHOLD-ID NOT = WS-HH-ID
                  MOVE 'Y' TO WS-HH-EOF
               ELSE
                  PERFORM CHECK-HOUSEHOLD-MEMBER
               END-IF
              END-READ
            END-PERFORM.
      *-----------------------
       CHECK-HOUSEHOLD-MEMBER.
            MOVE HSE-PERSONID TO MBR-PERSONID.
            READ MEMBER-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                MOVE MBR-ADDRESS TO ANM-ADDRESS-IN
                MOVE MBR-LASTNAME TO ANM-SURNAME-IN
                CALL "ADDR-NORM" USING ADDRESS-NORM
                IF ANM-ADDRESS-KEY = WS-HH-ADDRESS-KEY
                   MOVE MEMBER-RECORD TO CLIENT-RECORD
                   PERFORM CHECK-SUPPRESSION
                   IF WS-SUPPRESS-FLAG = 'Y'
                      AND WS-SUPPRESS-REASON = 'D'
                      SET WS-HH-DNC TO 'Y'
                   END-IF
                   IF CLIENT-ACTIVE OF CLIENT-RECORD
                      AND (WS-SEL-BRANCH = SPACES
                        OR BRANCH-CODE OF CLIENT-RECORD = WS-SEL-BRANCH)
                      PERFORM ADD-HOUSEHOLD-MEMBER
                   END-IF
                END-IF
            END-READ.
      *-----------------------
       ADD-HOUSEHOLD-MEMBER.
            IF WS-HH-COUNT >= WS-HH-LIMIT
               DISPLAY "Household ",WS-HH-ID," has more than ",
                       WS-HH-LIMIT," members - PERSONID ",
                       PERSONID OF CLIENT-RECORD," not mailed."
            ELSE
               ADD 1 TO WS-HH-COUNT
               MOVE CLIENT-RECORD TO WS-HH-MEMBER-IMAGE(WS-HH-COUNT)
               IF WS-SUPPRESS-FLAG = 'Y'
                  AND WS-SUPPRESS-REASON = 'R'
                  SET WS-HH-RECENT TO 'Y'
               END-IF
               PERFORM CHECK-ADDRESS-HOLD
               IF WS-ADDRESS-HELD = 'Y'
                  SET WS-HH-HELD TO 'Y'
               END-IF
            END-IF.
      *-----------------------
       MAIL-HOUSEHOLD-MEMBER.
      *    THE HOUSEHOLD LABEL REACHES EVERY MEMBER BY MAIL; A MEMBER
      *    WITH A PHONE IS ALSO ON THE PHONE SHEET.
            MOVE SPACES TO WS-CHANNEL.
            IF PHONE OF CLIENT-RECORD NOT = SPACES
               PERFORM WRITE-ONE-PHONE-LINE
               IF WS-HH-LABEL = 'Y'
                  MOVE 'B' TO WS-CHANNEL
               ELSE
                  MOVE 'P' TO WS-CHANNEL
               END-IF
            ELSE
               IF WS-HH-LABEL = 'Y'
                  MOVE 'M' TO WS-CHANNEL
               END-IF
            END-IF.
            IF WS-CHANNEL = SPACES
               ADD 1 TO WS-UNREACHABLE
            ELSE
               ADD 1 TO WS-SELECTED
               PERFORM RECORD-ONE-CONTACT
            END-IF.
      *-----------------------
       CHECK-SUPPRESSION.
      *    WALK THE CLIENT'S CONTACT HISTORY: ANY DO-NOT-CONTACT
      *    THE CUTOFF DATE SITS THIS CAMPAIGN OUT. THE HISTORY IS
      *    KEYED PERSONID+DATE SO ONE START POSITIONS THE WALK.
            SET WS-SUPPRESS-FLAG TO 'N'.
            MOVE SPACE TO WS-SUPPRESS-REASON.
            MOVE PERSONID OF CLIENT-RECORD TO CONT-PERSONID.
            MOVE ZERO TO CONT-DATE.
            SET WS-CONT-EOF TO 'N'.
               ELSE
                  IF CONT-DO-NOT-CONTACT
                     SET WS-SUPPRESS-FLAG TO 'Y'
                     MOVE 'D' TO WS-SUPPRESS-REASON
                     MOVE 'Y' TO WS-CONT-EOF
                  ELSE
                     IF WS-CUTOFF-DATE > ZERO
                        AND CONT-DATE >= WS-CUTOFF-DATE
                        AND WS-SUPPRESS-FLAG = 'N'
                        SET WS-SUPPRESS-FLAG TO 'Y'
                        MOVE 'R' TO WS-SUPPRESS-REASON
                     END-IF
                  END-IF
               END-IF
      *    CLIENT WITH NEITHER ON FILE GOES ON NO OUTPUT, GETS NO
      *    CONTACT ENTRY, AND COMES BACK BLANK SO THE CALLER CAN
      *    COUNT THE UNREACHABLES.
      *    AN ADDRESS ON HOLD COUNTS AS NO ADDRESS HERE.
            MOVE SPACES TO WS-CHANNEL.
            PERFORM CHECK-ADDRESS-HOLD.
            IF WS-ADDRESS-HELD = 'Y'
               ADD 1 TO WS-ADDR-HELD-COUNT
            END-IF.
            IF (CLIENT-ADDRESS OF CLIENT-RECORD = SPACES
                OR WS-ADDRESS-HELD = 'Y')
               AND PHONE OF CLIENT-RECORD = SPACES
               CONTINUE
            ELSE
            IF CLIENT-ADDRESS OF CLIENT-RECORD = SPACES
               OR WS-ADDRESS-HELD = 'Y'
               PERFORM WRITE-ONE-PHONE-LINE
               MOVE 'P' TO WS-CHANNEL
            ELSE
      *    CAMPAIGN=XXXXXXXX (STAMPED ON EACH CONTACT-HISTORY
      *    ENTRY), SUPPRESS=NNN (SKIP CLIENTS CONTACTED WITHIN NNN
      *    DAYS, 0 OR LEFT OUT FOR NONE), PROMPT=Y (ASK THE THREE
      *    QUESTIONS AT THE CONSOLE INSTEAD), HOUSEHOLD=N (ONE LABEL
      *    PER CLIENT, IGNORING HOUSEHLD). WITHOUT THE FILE THE RUN
      *    TAKES THE DEFAULTS AND NEVER PROMPTS.
            OPEN INPUT PARAM-FILE.
            IF WS-PARM-STATUS = "00"
               SET WS-PARM-MODE TO 'Y'
                IF WS-PARM-VALUE(1:1) = 'Y' OR 'y'
                   SET WS-PROMPT-MODE TO 'Y'
                END-IF
              WHEN "HOUSEHOLD"
                IF WS-PARM-VALUE(1:1) = 'N' OR 'n'
                   SET WS-HOUSEHOLDING TO 'N'
                END-IF
              WHEN SPACES
                CONTINUE
              WHEN OTHER
            WRITE WS-LABEL-LINE FROM CLIENT-ADDRESS OF CLIENT-RECORD.
            WRITE WS-LABEL-LINE FROM SPACES.
            WRITE WS-LABEL-LINE FROM SPACES.
            ADD 1 TO WS-LABELS-PRINTED.
      *-----------------------
       WRITE-HOUSEHOLD-LABEL.
      *    THE SAME FOUR-LINE STRIDE, ADDRESSED TO THE HOUSEHOLD BY
      *    THE SURNAME OF ITS FIRST MEMBER.
            MOVE SPACES TO WS-LABEL-LINE.
            MOVE 1 TO WS-PTR.
            MOVE LASTNAME OF CLIENT-RECORD TO WS-TRIM-FIELD.
            PERFORM GET-TRIM-LEN.
            STRING "THE " DELIMITED BY SIZE
                   WS-TRIM-FIELD(1:WS-TRIM-LEN) DELIMITED BY SIZE
                   " HOUSEHOLD" DELIMITED BY SIZE
               INTO WS-LABEL-LINE WITH POINTER WS-PTR
            END-STRING.
            WRITE WS-LABEL-LINE.
            WRITE WS-LABEL-LINE FROM CLIENT-ADDRESS OF CLIENT-RECORD.
            WRITE WS-LABEL-LINE FROM SPACES.
            WRITE WS-LABEL-LINE FROM SPACES.
            ADD 1 TO WS-LABELS-PRINTED.
      *-----------------------
       GET-TRIM-LEN.
            MOVE ZERO TO WS-TRAILING-SPACES.
