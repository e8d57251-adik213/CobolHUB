       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIENT-HHOLD.
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
            SELECT HOUSE-FILE ASSIGN TO "HOUSEHLD"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS HSE-PERSONID OF HSE-RECORD
            ALTERNATE RECORD KEY IS HSE-HOUSEHOLD-ID OF HSE-RECORD
                WITH DUPLICATES
            FILE STATUS IS WS-HOUSE-STATUS.
            SELECT HOUSE-WORK ASSIGN TO "HHWORK"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-WORK-STATUS.
            SELECT SORT-WORK-FILE ASSIGN TO "SORTWK1".
            SELECT REPORT-FILE ASSIGN TO "HHLIST"
            ORGANIZATION IS LINE SEQUENTIAL.
            SELECT PARAM-FILE ASSIGN TO "HHPARM"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
         FILE SECTION.
           FD CLIENTMST.
             COPY CLIENTREC.

           FD HOUSE-FILE.
             COPY HOUSEREC.

           FD HOUSE-WORK.
      *      MANUAL ENTRIES KEPT ACROSS A REFRESH WAIT HERE WHILE
      *      HOUSEHLD IS REBUILT, THEN GO BACK ON TOP OF IT.
             01 WS-WORK-RECORD PIC X(86).

           SD SORT-WORK-FILE.
             01 SORT-RECORD.
               05 SRT-ADDRESS-KEY PIC X(30).
               05 SRT-SURNAME-KEY PIC X(20).
               05 SRT-PERSONID PIC 9(9).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(110).

           FD PARAM-FILE.
             01 WS-PARM-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CLIENTMST-STATUS PIC X(2).
       01 WS-HOUSE-STATUS PIC X(2).
       01 WS-WORK-STATUS PIC X(2).
       01 WS-PARM-STATUS PIC X(2).
       01 WS-PARM-EOF PIC A(1).
       01 WS-PARM-MODE PIC A(1) VALUE 'N'.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-EOF PIC A(1).
       01 WS-RUN-FAILED PIC A(1) VALUE 'N'.
       01 WS-RUN-WARNED PIC A(1) VALUE 'N'.
       01 WS-PRIOR-OPEN PIC A(1).
       01 WS-ACTION PIC X(1).
       01 WS-ACT-PERSONID-X PIC X(9).
       01 WS-ACT-TARGET-X PIC X(9).
       01 WS-ACT-PERSONID PIC 9(9).
       01 WS-ACT-TARGET PIC 9(9).
       01 WS-ACT-ID-LEN PIC 9(2).
       01 WS-ACT-OK PIC A(1).
       01 WS-FOUND PIC A(1).
       01 WS-CLIENT-ADDRESS-KEY PIC X(30).
       01 WS-CLIENT-SURNAME-KEY PIC X(20).
       01 WS-TARGET-ADDRESS-KEY PIC X(30).
       01 WS-TARGET-HOUSEHOLD PIC 9(9).
       01 WS-OLD-HOUSEHOLD PIC 9(9).
       01 WS-NEW-HOUSEHOLD PIC 9(9).
       01 WS-PREV-ADDRESS-KEY PIC X(30).
       01 WS-PREV-SURNAME-KEY PIC X(20).
       01 WS-CURRENT-HOUSEHOLD PIC 9(9).
       01 WS-GROUP-SIZE PIC 9(5).
       01 WS-WORK-PASS PIC 9(1).
      *    THE CLIENTS LEFT BEHIND WHEN A HOUSEHOLD'S NUMBERING
      *    CLIENT IS JOINED ELSEWHERE OR SPLIT OUT, AND THE MEMBERS
      *    OF ONE HOUSEHOLD WHILE IT IS PRINTED.
       01 WS-MBR-COUNT PIC 9(2).
       01 WS-MBR-LIMIT PIC 9(2) VALUE 50.
       01 WS-MBR-TABLE.
           05 WS-MBR-ENTRY OCCURS 50 TIMES.
               10 WS-MBR-PERSONID PIC 9(9).
               10 WS-MBR-SOURCE PIC X(1).
       01 WS-MX PIC 9(2).
       01 WS-CLIENTS-READ PIC 9(7) VALUE ZERO.
       01 WS-NO-ADDRESS PIC 9(7) VALUE ZERO.
       01 WS-HOUSEHOLDS PIC 9(7) VALUE ZERO.
       01 WS-MULTI-HOUSEHOLDS PIC 9(7) VALUE ZERO.
       01 WS-GROUPED-CLIENTS PIC 9(7) VALUE ZERO.
       01 WS-MANUAL-KEPT PIC 9(7) VALUE ZERO.
       01 WS-MANUAL-LAPSED PIC 9(7) VALUE ZERO.
       01 WS-ACTIONS-DONE PIC 9(7) VALUE ZERO.
       01 WS-ACTIONS-REFUSED PIC 9(7) VALUE ZERO.
       01 WS-LISTED-HOUSEHOLDS PIC 9(7) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-PAGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 50.
       COPY ADDRNORM.
       COPY HOUSEREC
         REPLACING ==HSE-RECORD==        BY ==WS-HSE-RECORD==,
                   ==HSE-PERSONID==      BY ==WS-HSE-PERSONID==,
                   ==HSE-HOUSEHOLD-ID==  BY ==WS-HSE-HOUSEHOLD-ID==,
                   ==HSE-SOURCE==        BY ==WS-HSE-SOURCE==,
                   ==HSE-AUTOMATIC==     BY ==WS-HSE-AUTOMATIC==,
                   ==HSE-JOINED==        BY ==WS-HSE-JOINED==,
                   ==HSE-SPLIT==         BY ==WS-HSE-SPLIT==,
                   ==HSE-JOIN-PERSONID== BY ==WS-HSE-JOIN-PERSONID==,
                   ==HSE-ADDRESS-KEY==   BY ==WS-HSE-ADDRESS-KEY==,
                   ==HSE-SURNAME-KEY==   BY ==WS-HSE-SURNAME-KEY==,
                   ==HSE-SET-DATE==      BY ==WS-HSE-SET-DATE==.
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-DD PIC 9(2).
       01 WS-TODAY-9 PIC 9(8).
       01 WS-RUN-DATE-LINE.
           05 FILLER PIC X(5) VALUE "DATE:".
           05 WS-RD-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-YYYY PIC 9(4).
       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(21) VALUE "CLIENT HOUSEHOLD LIST".
           05 FILLER PIC X(39) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(11) VALUE "HOUSEHOLD".
           05 FILLER PIC X(10) VALUE "CLIENT".
           05 FILLER PIC X(21) VALUE "FIRST NAME".
           05 FILLER PIC X(21) VALUE "LAST NAME".
           05 FILLER PIC X(31) VALUE "ADDRESS".
           05 FILLER PIC X(7) VALUE "HOW".
       01 WS-DETAIL-LINE.
           05 DL-HOUSEHOLD PIC X(9).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-FIRSTNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-LASTNAME PIC X(20).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-ADDRESS PIC X(30).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-HOW PIC X(7).
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(24).
           05 TL-COUNT PIC ZZZZZZ9.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    HOUSEHLD TELLS THE MAILING RUN WHICH CLIENTS SHARE A
      *    LETTERBOX, SO A FAMILY OF FOUR GETS ONE PIECE. A REFRESH
      *    REGROUPS THE WHOLE MASTER BY NORMALISED ADDRESS AND
      *    SURNAME; BRANCHES THEN JOIN CLIENTS THE SURNAME RULE MISSED
      *    (A COUPLE WITH TWO NAMES) AND SPLIT OUT ONES IT WRONGLY
      *    LUMPED TOGETHER (TWO UNRELATED SMITHS IN ONE BLOCK). THE
      *    FILE IS ONLY EVER WRITTEN HERE; CLIENTMST IS ONLY READ.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            MOVE WS-CDT-DATE TO WS-TODAY-9.

            OPEN INPUT CLIENTMST.
            IF WS-CLIENTMST-STATUS NOT = "00"
               DISPLAY "CLIENTMST not found - run FILE-LOAD first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.

            PERFORM READ-PARAMETER-FILE.
            IF WS-PARM-MODE NOT = 'Y'
               PERFORM PROMPT-FOR-ACTION
            END-IF.

            IF WS-RUN-FAILED = 'N'
               PERFORM PRINT-HOUSEHOLD-LIST
            END-IF.
            CLOSE CLIENTMST.

            DISPLAY "Clients read:",WS-CLIENTS-READ.
            DISPLAY "Households:",WS-HOUSEHOLDS.
            DISPLAY "Households of more than one client:",
                    WS-MULTI-HOUSEHOLDS.
            DISPLAY "Manual joins/splits kept:",WS-MANUAL-KEPT.
            DISPLAY "Manual joins/splits lapsed (client moved):",
                    WS-MANUAL-LAPSED.
            DISPLAY "Joins/splits applied:",WS-ACTIONS-DONE.
            DISPLAY "Joins/splits refused:",WS-ACTIONS-REFUSED.
            IF WS-RUN-FAILED = 'Y'
               MOVE 8 TO RETURN-CODE
            ELSE
               IF WS-RUN-WARNED = 'Y'
                  MOVE 4 TO RETURN-CODE
               END-IF
            END-IF.
            STOP RUN.
      *-----------------------
       READ-PARAMETER-FILE.
      *    HHPARM CARRIES THE WORK, ONE KEYWORD=VALUE PER LINE, DONE
      *    IN THE ORDER GIVEN: REFRESH=Y (REGROUP THE WHOLE MASTER -
      *    THE OVERNIGHT CARD), JOIN=N...,M... (PUT CLIENT N IN
      *    CLIENT M'S HOUSEHOLD), SPLIT=N... (CLIENT N IS A HOUSEHOLD
      *    ON THEIR OWN) AND RESET=N... (UNDO A JOIN OR SPLIT - THE
      *    NEXT REFRESH REGROUPS THE CLIENT BY THE RULE). EACH
      *    PERSONID IS UP TO NINE DIGITS.
            OPEN INPUT PARAM-FILE.
            IF WS-PARM-STATUS = "00"
               SET WS-PARM-MODE TO 'Y'
               SET WS-PARM-EOF TO 'N'
               PERFORM UNTIL WS-PARM-EOF = 'Y' OR WS-RUN-FAILED = 'Y'
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
            MOVE SPACES TO WS-ACT-PERSONID-X.
            MOVE SPACES TO WS-ACT-TARGET-X.
            EVALUATE WS-PARM-KEYWORD
              WHEN "REFRESH"
                IF WS-PARM-VALUE(1:1) = 'Y' OR 'y'
                   PERFORM REFRESH-HOUSEHOLDS
                END-IF
              WHEN "JOIN"
                UNSTRING WS-PARM-VALUE DELIMITED BY "," OR "/"
                  INTO WS-ACT-PERSONID-X WS-ACT-TARGET-X
                END-UNSTRING
                PERFORM JOIN-CLIENT
              WHEN "SPLIT"
                MOVE WS-PARM-VALUE(1:9) TO WS-ACT-PERSONID-X
                PERFORM SPLIT-CLIENT
              WHEN "RESET"
                MOVE WS-PARM-VALUE(1:9) TO WS-ACT-PERSONID-X
                PERFORM RESET-CLIENT
              WHEN SPACES
                CONTINUE
              WHEN OTHER
                DISPLAY "Unknown HHPARM keyword ignored:",
                        WS-PARM-KEYWORD
            END-EVALUATE.
      *-----------------------
       PROMPT-FOR-ACTION.
            DISPLAY "(R)efresh households, (J)oin, (S)plit, or "
                    "r(E)set a client:".
            ACCEPT WS-ACTION.
            INSPECT WS-ACTION
              REPLACING ALL X'0A' BY SPACE
                        ALL X'0D' BY SPACE.
            MOVE SPACES TO WS-ACT-PERSONID-X.
            MOVE SPACES TO WS-ACT-TARGET-X.
            IF WS-ACTION = 'J' OR 'j' OR 'S' OR 's' OR 'E' OR 'e'
               DISPLAY "Client PERSONID:"
               ACCEPT WS-ACT-PERSONID-X
               INSPECT WS-ACT-PERSONID-X
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
            END-IF.
            EVALUATE WS-ACTION
              WHEN 'R' WHEN 'r'
                PERFORM REFRESH-HOUSEHOLDS
              WHEN 'J' WHEN 'j'
                DISPLAY "Join to the household of PERSONID:"
                ACCEPT WS-ACT-TARGET-X
                INSPECT WS-ACT-TARGET-X
                  REPLACING ALL X'0A' BY SPACE
                            ALL X'0D' BY SPACE
                PERFORM JOIN-CLIENT
              WHEN 'S' WHEN 's'
                PERFORM SPLIT-CLIENT
              WHEN 'E' WHEN 'e'
                PERFORM RESET-CLIENT
              WHEN OTHER
                DISPLAY "Invalid selection."
                SET WS-RUN-FAILED TO 'Y'
            END-EVALUATE.
      *-----------------------
       REFRESH-HOUSEHOLDS.
      *    THE MASTER IS SORTED ON NORMALISED ADDRESS, SURNAME AND
      *    PERSONID, SO EACH HOUSEHOLD ARRIVES AS ONE RUN OF RECORDS
      *    LED BY ITS LOWEST PERSONID, WHICH NUMBERS IT. A CLIENT
      *    WITH NO ADDRESS CANNOT SHARE A LETTERBOX AND IS LEFT OFF
      *    THE FILE, SO THE MAILING RUN TREATS THEM ON THEIR OWN.
            MOVE ZERO TO WS-CLIENTS-READ WS-NO-ADDRESS WS-HOUSEHOLDS
                         WS-MULTI-HOUSEHOLDS WS-GROUPED-CLIENTS
                         WS-MANUAL-KEPT WS-MANUAL-LAPSED.
            SORT SORT-WORK-FILE
              ON ASCENDING KEY SRT-ADDRESS-KEY
                               SRT-SURNAME-KEY
                               SRT-PERSONID
              INPUT PROCEDURE IS LOAD-HOUSEHOLD-SORT
              OUTPUT PROCEDURE IS WRITE-GROUPED-HOUSEHOLDS.
            IF WS-RUN-FAILED = 'N'
               PERFORM RESTORE-MANUAL-ENTRIES
            END-IF.
      *-----------------------
       LOAD-HOUSEHOLD-SORT.
      *    A JOIN OR SPLIT STANDS FOR AS LONG AS THE CLIENT STAYS AT
      *    THE ADDRESS IT WAS MADE AT. IT IS SET ASIDE ON HHWORK AND
      *    THE CLIENT KEPT OUT OF THE SORT; ONCE THE CLIENT MOVES IT
      *    LAPSES AND THE CLIENT IS GROUPED BY THE RULE AGAIN.
            OPEN INPUT HOUSE-FILE.
            IF WS-HOUSE-STATUS = "00"
               SET WS-PRIOR-OPEN TO 'Y'
            ELSE
               SET WS-PRIOR-OPEN TO 'N'
            END-IF.
            OPEN OUTPUT HOUSE-WORK.
            MOVE ZERO TO PERSONID OF CLIENT-RECORD.
            START CLIENTMST KEY IS NOT LESS THAN
                  PERSONID OF CLIENT-RECORD
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
              READ CLIENTMST NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               ADD 1 TO WS-CLIENTS-READ
               PERFORM NORMALISE-CLIENT
               IF WS-CLIENT-ADDRESS-KEY = SPACES
                  ADD 1 TO WS-NO-ADDRESS
               ELSE
                  PERFORM KEEP-OR-RELEASE-CLIENT
               END-IF
              END-READ
            END-PERFORM.
            CLOSE HOUSE-WORK.
            IF WS-PRIOR-OPEN = 'Y'
               CLOSE HOUSE-FILE
            END-IF.
      *-----------------------
       KEEP-OR-RELEASE-CLIENT.
            SET WS-FOUND TO 'N'.
            IF WS-PRIOR-OPEN = 'Y'
               MOVE PERSONID OF CLIENT-RECORD TO HSE-PERSONID
               READ HOUSE-FILE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF NOT HSE-AUTOMATIC
                      IF HSE-ADDRESS-KEY = WS-CLIENT-ADDRESS-KEY
                         SET WS-FOUND TO 'Y'
                      ELSE
                         ADD 1 TO WS-MANUAL-LAPSED
                      END-IF
                   END-IF
               END-READ
            END-IF.
            IF WS-FOUND = 'Y'
               ADD 1 TO WS-MANUAL-KEPT
               MOVE HSE-RECORD TO WS-WORK-RECORD
               WRITE WS-WORK-RECORD
            ELSE
               MOVE WS-CLIENT-ADDRESS-KEY TO SRT-ADDRESS-KEY
               MOVE WS-CLIENT-SURNAME-KEY TO SRT-SURNAME-KEY
               MOVE PERSONID OF CLIENT-RECORD TO SRT-PERSONID
               RELEASE SORT-RECORD
            END-IF.
      *-----------------------
       NORMALISE-CLIENT.
            MOVE CLIENT-ADDRESS OF CLIENT-RECORD TO ANM-ADDRESS-IN.
            MOVE LASTNAME OF CLIENT-RECORD TO ANM-SURNAME-IN.
            CALL "ADDR-NORM" USING ADDRESS-NORM.
            MOVE ANM-ADDRESS-KEY TO WS-CLIENT-ADDRESS-KEY.
            MOVE ANM-SURNAME-KEY TO WS-CLIENT-SURNAME-KEY.
      *-----------------------
       WRITE-GROUPED-HOUSEHOLDS.
      *    HOUSEHLD IS REBUILT FROM EMPTY EVERY TIME, SO A CLIENT WHO
      *    HAS MOVED OR BEEN DELETED NEVER LINGERS IN AN OLD GROUP.
            OPEN OUTPUT HOUSE-FILE.
            IF WS-HOUSE-STATUS NOT = "00"
               DISPLAY "HOUSEHLD open failed - status ",
                       WS-HOUSE-STATUS," - refresh abandoned."
               SET WS-RUN-FAILED TO 'Y'
               MOVE 'Y' TO WS-EOF
            ELSE
               SET WS-EOF TO 'N'
            END-IF.
            MOVE SPACES TO WS-PREV-ADDRESS-KEY.
            MOVE SPACES TO WS-PREV-SURNAME-KEY.
            MOVE ZERO TO WS-GROUP-SIZE.
            PERFORM UNTIL WS-EOF = 'Y'
              RETURN SORT-WORK-FILE
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF WS-GROUP-SIZE = ZERO
                  OR SRT-ADDRESS-KEY NOT = WS-PREV-ADDRESS-KEY
                  OR SRT-SURNAME-KEY NOT = WS-PREV-SURNAME-KEY
                  PERFORM END-HOUSEHOLD-GROUP
                  ADD 1 TO WS-HOUSEHOLDS
                  MOVE SRT-PERSONID TO WS-CURRENT-HOUSEHOLD
                  MOVE SRT-ADDRESS-KEY TO WS-PREV-ADDRESS-KEY
                  MOVE SRT-SURNAME-KEY TO WS-PREV-SURNAME-KEY
               END-IF
               ADD 1 TO WS-GROUP-SIZE
               MOVE SRT-PERSONID TO HSE-PERSONID
               MOVE WS-CURRENT-HOUSEHOLD TO HSE-HOUSEHOLD-ID
               SET HSE-AUTOMATIC TO TRUE
               MOVE ZERO TO HSE-JOIN-PERSONID
               MOVE SRT-ADDRESS-KEY TO HSE-ADDRESS-KEY
               MOVE SRT-SURNAME-KEY TO HSE-SURNAME-KEY
               MOVE WS-TODAY-9 TO HSE-SET-DATE
               WRITE HSE-RECORD
                 INVALID KEY
                   DISPLAY "HOUSEHLD write rejected, PERSONID:",
                           HSE-PERSONID
               END-WRITE
              END-RETURN
            END-PERFORM.
            IF WS-RUN-FAILED = 'N'
               PERFORM END-HOUSEHOLD-GROUP
               CLOSE HOUSE-FILE
            END-IF.
      *-----------------------
       END-HOUSEHOLD-GROUP.
            IF WS-GROUP-SIZE > 1
               ADD 1 TO WS-MULTI-HOUSEHOLDS
               ADD WS-GROUP-SIZE TO WS-GROUPED-CLIENTS
            END-IF.
            MOVE ZERO TO WS-GROUP-SIZE.
      *-----------------------
       RESTORE-MANUAL-ENTRIES.
      *    SPLITS GO BACK FIRST, THEN JOINS, SO THE CLIENT A JOIN
      *    POINTS AT IS ALWAYS ON FILE BY THE TIME IT IS LOOKED UP. A
      *    JOIN FOLLOWS THAT CLIENT'S HOUSEHOLD AS IT STANDS AFTER THE
      *    REFRESH; IF THAT CLIENT HAS GONE OR MOVED THE JOIN LAPSES
      *    AND THE CLIENT STANDS ALONE UNTIL THE NEXT REFRESH.
            OPEN I-O HOUSE-FILE.
            IF WS-HOUSE-STATUS NOT = "00"
               DISPLAY "HOUSEHLD open failed - status ",
                       WS-HOUSE-STATUS," - manual entries not restored."
               SET WS-RUN-FAILED TO 'Y'
            ELSE
               MOVE 1 TO WS-WORK-PASS
               PERFORM RESTORE-MANUAL-PASS
               MOVE 2 TO WS-WORK-PASS
               PERFORM RESTORE-MANUAL-PASS
               CLOSE HOUSE-FILE
            END-IF.
      *-----------------------
       RESTORE-MANUAL-PASS.
            OPEN INPUT HOUSE-WORK.
            SET WS-EOF TO 'N'.
            PERFORM UNTIL WS-EOF = 'Y'
              READ HOUSE-WORK
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               MOVE WS-WORK-RECORD TO WS-HSE-RECORD
               IF WS-WORK-PASS = 1 AND WS-HSE-SPLIT
                  ADD 1 TO WS-HOUSEHOLDS
                  MOVE WS-HSE-RECORD TO HSE-RECORD
                  WRITE HSE-RECORD
                    INVALID KEY
                      DISPLAY "HOUSEHLD write rejected, PERSONID:",
                              HSE-PERSONID
                  END-WRITE
               END-IF
               IF WS-WORK-PASS = 2 AND WS-HSE-JOINED
                  PERFORM RESTORE-ONE-JOIN
               END-IF
              END-READ
            END-PERFORM.
            CLOSE HOUSE-WORK.
      *-----------------------
       RESTORE-ONE-JOIN.
            SET WS-FOUND TO 'N'.
            MOVE WS-HSE-JOIN-PERSONID TO HSE-PERSONID.
            READ HOUSE-FILE
              INVALID KEY
                CONTINUE
              NOT INVALID KEY
                IF HSE-ADDRESS-KEY = WS-HSE-ADDRESS-KEY
                   SET WS-FOUND TO 'Y'
                   MOVE HSE-HOUSEHOLD-ID TO WS-HSE-HOUSEHOLD-ID
                END-IF
            END-READ.
            IF WS-FOUND = 'N'
               ADD 1 TO WS-MANUAL-LAPSED
               SUBTRACT 1 FROM WS-MANUAL-KEPT
               ADD 1 TO WS-HOUSEHOLDS
               MOVE WS-HSE-PERSONID TO WS-HSE-HOUSEHOLD-ID
               SET WS-HSE-AUTOMATIC TO TRUE
               MOVE ZERO TO WS-HSE-JOIN-PERSONID
            END-IF.
            MOVE WS-HSE-RECORD TO HSE-RECORD.
            WRITE HSE-RECORD
              INVALID KEY
                DISPLAY "HOUSEHLD write rejected, PERSONID:",
                        HSE-PERSONID
            END-WRITE.
      *-----------------------
       EDIT-ACTION-CLIENT.
      *    THE CLIENT NAMED ON A JOIN, SPLIT OR RESET MUST BE ON THE
      *    MASTER WITH AN ADDRESS, AND ALREADY ON HOUSEHLD.
            SET WS-ACT-OK TO 'Y'.
      *    A PERSONID MAY BE GIVEN WITHOUT ITS LEADING ZEROS.
            MOVE ZERO TO WS-ACT-ID-LEN.
            INSPECT WS-ACT-PERSONID-X TALLYING WS-ACT-ID-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-ACT-ID-LEN > ZERO
               AND WS-ACT-PERSONID-X(1:WS-ACT-ID-LEN) IS NUMERIC
               MOVE WS-ACT-PERSONID-X(1:WS-ACT-ID-LEN)
                 TO WS-ACT-PERSONID
               MOVE WS-ACT-PERSONID TO WS-ACT-PERSONID-X
            END-IF.
            MOVE ZERO TO WS-ACT-ID-LEN.
            INSPECT WS-ACT-TARGET-X TALLYING WS-ACT-ID-LEN
              FOR CHARACTERS BEFORE INITIAL SPACE.
            IF WS-ACT-ID-LEN > ZERO
               AND WS-ACT-TARGET-X(1:WS-ACT-ID-LEN) IS NUMERIC
               MOVE WS-ACT-TARGET-X(1:WS-ACT-ID-LEN) TO WS-ACT-TARGET
               MOVE WS-ACT-TARGET TO WS-ACT-TARGET-X
            END-IF.
            IF WS-ACT-PERSONID-X IS NOT NUMERIC
               DISPLAY "PERSONID must be a number: ",
                       WS-ACT-PERSONID-X
               SET WS-ACT-OK TO 'N'
            ELSE
               MOVE WS-ACT-PERSONID-X TO WS-ACT-PERSONID
               MOVE WS-ACT-PERSONID TO PERSONID OF CLIENT-RECORD
               READ CLIENTMST
                 INVALID KEY
                   DISPLAY "PERSONID ",WS-ACT-PERSONID,
                           " is not on CLIENTMST."
                   SET WS-ACT-OK TO 'N'
                 NOT INVALID KEY
                   PERFORM NORMALISE-CLIENT
                   IF WS-CLIENT-ADDRESS-KEY = SPACES
                      DISPLAY "PERSONID ",WS-ACT-PERSONID,
                              " has no address on file."
                      SET WS-ACT-OK TO 'N'
                   END-IF
               END-READ
            END-IF.
            IF WS-ACT-OK = 'Y'
               OPEN I-O HOUSE-FILE
               IF WS-HOUSE-STATUS NOT = "00"
                  DISPLAY "HOUSEHLD not found - run a refresh first."
                  SET WS-ACT-OK TO 'N'
               ELSE
                  MOVE WS-ACT-PERSONID TO HSE-PERSONID
                  READ HOUSE-FILE
                    INVALID KEY
                      DISPLAY "PERSONID ",WS-ACT-PERSONID,
                              " is not on HOUSEHLD - run a refresh "
                              "first."
                      SET WS-ACT-OK TO 'N'
                      CLOSE HOUSE-FILE
                    NOT INVALID KEY
                      MOVE HSE-RECORD TO WS-HSE-RECORD
                  END-READ
               END-IF
            END-IF.
      *-----------------------
       JOIN-CLIENT.
      *    ONLY CLIENTS AT THE SAME ADDRESS CAN SHARE A LABEL, SO A
      *    JOIN ACROSS TWO ADDRESSES IS REFUSED.
            PERFORM EDIT-ACTION-CLIENT.
            IF WS-ACT-OK = 'Y'
               IF WS-ACT-TARGET-X IS NOT NUMERIC
                  OR WS-ACT-TARGET-X = WS-ACT-PERSONID-X
                  DISPLAY "Join needs a second, different PERSONID: ",
                          WS-ACT-TARGET-X
                  SET WS-ACT-OK TO 'N'
               ELSE
                  MOVE WS-ACT-TARGET-X TO WS-ACT-TARGET
                  MOVE WS-ACT-TARGET TO HSE-PERSONID
                  READ HOUSE-FILE
                    INVALID KEY
                      DISPLAY "PERSONID ",WS-ACT-TARGET,
                              " is not on HOUSEHLD."
                      SET WS-ACT-OK TO 'N'
                    NOT INVALID KEY
                      MOVE HSE-HOUSEHOLD-ID TO WS-TARGET-HOUSEHOLD
                      MOVE HSE-ADDRESS-KEY TO WS-TARGET-ADDRESS-KEY
                  END-READ
               END-IF
               IF WS-ACT-OK = 'Y'
                  AND WS-TARGET-ADDRESS-KEY NOT = WS-CLIENT-ADDRESS-KEY
                  DISPLAY "PERSONID ",WS-ACT-PERSONID," and ",
                          WS-ACT-TARGET," are not at the same address."
                  SET WS-ACT-OK TO 'N'
               END-IF
               IF WS-ACT-OK = 'Y'
                  MOVE WS-HSE-HOUSEHOLD-ID TO WS-OLD-HOUSEHOLD
                  MOVE WS-TARGET-HOUSEHOLD TO WS-HSE-HOUSEHOLD-ID
                  SET WS-HSE-JOINED TO TRUE
                  MOVE WS-ACT-TARGET TO WS-HSE-JOIN-PERSONID
                  PERFORM REWRITE-ACTION-CLIENT
                  DISPLAY "PERSONID ",WS-ACT-PERSONID," joined to "
                          "household ",WS-TARGET-HOUSEHOLD,"."
               END-IF
               CLOSE HOUSE-FILE
            END-IF.
            PERFORM COUNT-ACTION.
      *-----------------------
       SPLIT-CLIENT.
            PERFORM EDIT-ACTION-CLIENT.
            IF WS-ACT-OK = 'Y'
               MOVE WS-HSE-HOUSEHOLD-ID TO WS-OLD-HOUSEHOLD
               MOVE WS-ACT-PERSONID TO WS-HSE-HOUSEHOLD-ID
               SET WS-HSE-SPLIT TO TRUE
               MOVE ZERO TO WS-HSE-JOIN-PERSONID
               PERFORM REWRITE-ACTION-CLIENT
               DISPLAY "PERSONID ",WS-ACT-PERSONID," split into a "
                       "household of their own."
               CLOSE HOUSE-FILE
            END-IF.
            PERFORM COUNT-ACTION.
      *-----------------------
       RESET-CLIENT.
      *    THE CLIENT KEEPS THEIR PRESENT HOUSEHOLD UNTIL THE NEXT
      *    REFRESH REGROUPS THEM BY THE RULE.
            PERFORM EDIT-ACTION-CLIENT.
            IF WS-ACT-OK = 'Y'
               MOVE ZERO TO WS-OLD-HOUSEHOLD
               SET WS-HSE-AUTOMATIC TO TRUE
               MOVE ZERO TO WS-HSE-JOIN-PERSONID
               PERFORM REWRITE-ACTION-CLIENT
               DISPLAY "PERSONID ",WS-ACT-PERSONID," will be "
                       "regrouped at the next refresh."
               CLOSE HOUSE-FILE
            END-IF.
            PERFORM COUNT-ACTION.
      *-----------------------
       COUNT-ACTION.
            IF WS-ACT-OK = 'Y'
               ADD 1 TO WS-ACTIONS-DONE
            ELSE
               ADD 1 TO WS-ACTIONS-REFUSED
               SET WS-RUN-WARNED TO 'Y'
            END-IF.
      *-----------------------
       REWRITE-ACTION-CLIENT.
            MOVE WS-CLIENT-ADDRESS-KEY TO WS-HSE-ADDRESS-KEY.
            MOVE WS-CLIENT-SURNAME-KEY TO WS-HSE-SURNAME-KEY.
            MOVE WS-TODAY-9 TO WS-HSE-SET-DATE.
            MOVE WS-HSE-RECORD TO HSE-RECORD.
            REWRITE HSE-RECORD
              INVALID KEY
                DISPLAY "HOUSEHLD rewrite rejected, PERSONID:",
                        HSE-PERSONID
            END-REWRITE.
      *    A HOUSEHOLD IS NUMBERED BY ONE OF ITS CLIENTS. WHEN THAT
      *    CLIENT LEAVES IT, THE CLIENTS LEFT BEHIND ARE RENUMBERED BY
      *    THE LOWEST OF THEM, OR THEY WOULD STILL SHARE A NUMBER -
      *    AND A LABEL - WITH THE CLIENT WHO LEFT.
            IF WS-OLD-HOUSEHOLD = WS-ACT-PERSONID
               AND WS-HSE-HOUSEHOLD-ID NOT = WS-OLD-HOUSEHOLD
               PERFORM RENUMBER-LEFT-HOUSEHOLD
            END-IF.
      *-----------------------
       RENUMBER-LEFT-HOUSEHOLD.
            MOVE ZERO TO WS-MBR-COUNT.
            MOVE 999999999 TO WS-NEW-HOUSEHOLD.
            MOVE WS-OLD-HOUSEHOLD TO HSE-HOUSEHOLD-ID.
            START HOUSE-FILE KEY IS EQUAL TO HSE-HOUSEHOLD-ID
              INVALID KEY MOVE 'Y' TO WS-EOF
              NOT INVALID KEY MOVE 'N' TO WS-EOF
            END-START.
            PERFORM UNTIL WS-EOF = 'Y'
              READ HOUSE-FILE NEXT RECORD
               AT END MOVE 'Y' TO WS-EOF
              NOT AT END
               IF HSE-HOUSEHOLD-ID NOT = WS-OLD-HOUSEHOLD
                  MOVE 'Y' TO WS-EOF
               ELSE
                  IF HSE-PERSONID NOT = WS-ACT-PERSONID
                     AND WS-MBR-COUNT < WS-MBR-LIMIT
                     ADD 1 TO WS-MBR-COUNT
                     MOVE HSE-PERSONID TO WS-MBR-PERSONID(WS-MBR-COUNT)
                     IF HSE-PERSONID < WS-NEW-HOUSEHOLD
                        MOVE HSE-PERSONID TO WS-NEW-HOUSEHOLD
                     END-IF
                  END-IF
               END-IF
              END-READ
            END-PERFORM.
            MOVE 1 TO WS-MX.
            PERFORM UNTIL WS-MX > WS-MBR-COUNT
              MOVE WS-MBR-PERSONID(WS-MX) TO HSE-PERSONID
              READ HOUSE-FILE
                INVALID KEY
                  CONTINUE
                NOT INVALID KEY
                  MOVE WS-NEW-HOUSEHOLD TO HSE-HOUSEHOLD-ID
                  REWRITE HSE-RECORD
                    INVALID KEY
                      DISPLAY "HOUSEHLD rewrite rejected, PERSONID:",
                              HSE-PERSONID
                  END-REWRITE
              END-READ
              ADD 1 TO WS-MX
            END-PERFORM.
      *-----------------------
       PRINT-HOUSEHOLD-LIST.
      *    THE BRANCHES' WORKING LIST: EVERY HOUSEHOLD OF MORE THAN
      *    ONE CLIENT, AND EVERY CLIENT A BRANCH HAS SPLIT OUT, IN
      *    HOUSEHOLD ORDER - THE PLACE TO SPOT A WRONG GROUPING.
            OPEN OUTPUT REPORT-FILE.
            PERFORM WRITE-PAGE-HEADER.
            OPEN INPUT HOUSE-FILE.
            IF WS-HOUSE-STATUS = "00"
               MOVE ZERO TO HSE-HOUSEHOLD-ID
               START HOUSE-FILE KEY IS NOT LESS THAN HSE-HOUSEHOLD-ID
                 INVALID KEY MOVE 'Y' TO WS-EOF
                 NOT INVALID KEY MOVE 'N' TO WS-EOF
               END-START
               MOVE ZERO TO WS-MBR-COUNT
               MOVE ZERO TO WS-CURRENT-HOUSEHOLD
               PERFORM UNTIL WS-EOF = 'Y'
                 READ HOUSE-FILE NEXT RECORD
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  IF HSE-HOUSEHOLD-ID NOT = WS-CURRENT-HOUSEHOLD
                     PERFORM PRINT-ONE-HOUSEHOLD
                     MOVE ZERO TO WS-MBR-COUNT
                     MOVE HSE-HOUSEHOLD-ID TO WS-CURRENT-HOUSEHOLD
                  END-IF
                  IF WS-MBR-COUNT < WS-MBR-LIMIT
                     ADD 1 TO WS-MBR-COUNT
                     MOVE HSE-PERSONID TO WS-MBR-PERSONID(WS-MBR-COUNT)
                     MOVE HSE-SOURCE TO WS-MBR-SOURCE(WS-MBR-COUNT)
                  END-IF
                 END-READ
               END-PERFORM
               PERFORM PRINT-ONE-HOUSEHOLD
               CLOSE HOUSE-FILE
            END-IF.
            PERFORM WRITE-LIST-TOTALS.
            CLOSE REPORT-FILE.
      *-----------------------
       PRINT-ONE-HOUSEHOLD.
            IF WS-MBR-COUNT > 1
               OR (WS-MBR-COUNT = 1 AND WS-MBR-SOURCE(1) = 'S')
               ADD 1 TO WS-LISTED-HOUSEHOLDS
               IF WS-LINE-COUNT + WS-MBR-COUNT >= WS-LINES-PER-PAGE
                  PERFORM WRITE-PAGE-HEADER
               END-IF
               WRITE WS-REPORT-LINE FROM SPACES
               ADD 1 TO WS-LINE-COUNT
               MOVE 1 TO WS-MX
               PERFORM UNTIL WS-MX > WS-MBR-COUNT
                 PERFORM PRINT-ONE-MEMBER
                 ADD 1 TO WS-MX
               END-PERFORM
            END-IF.
      *-----------------------
       PRINT-ONE-MEMBER.
            IF WS-MX = 1
               MOVE WS-CURRENT-HOUSEHOLD TO DL-HOUSEHOLD
            ELSE
               MOVE SPACES TO DL-HOUSEHOLD
            END-IF.
            MOVE WS-MBR-PERSONID(WS-MX) TO DL-PERSONID.
            MOVE WS-MBR-PERSONID(WS-MX) TO PERSONID OF CLIENT-RECORD.
            READ CLIENTMST
              INVALID KEY
                MOVE SPACES TO DL-FIRSTNAME
                MOVE "(NOT ON CLIENTMST)" TO DL-LASTNAME
                MOVE SPACES TO DL-ADDRESS
              NOT INVALID KEY
                MOVE FIRSTNAME OF CLIENT-RECORD TO DL-FIRSTNAME
                MOVE LASTNAME OF CLIENT-RECORD TO DL-LASTNAME
                MOVE CLIENT-ADDRESS OF CLIENT-RECORD TO DL-ADDRESS
            END-READ.
            EVALUATE WS-MBR-SOURCE(WS-MX)
              WHEN 'J' MOVE "JOINED" TO DL-HOW
              WHEN 'S' MOVE "SPLIT" TO DL-HOW
              WHEN OTHER MOVE "GROUPED" TO DL-HOW
            END-EVALUATE.
            IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM WRITE-PAGE-HEADER
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE.
            ADD 1 TO WS-LINE-COUNT.
      *-----------------------
       WRITE-PAGE-HEADER.
      *    PAGE BREAK BETWEEN PAGES, THEN THE TWO HEADER LINES.
            IF WS-PAGE-COUNT > ZERO
               WRITE WS-REPORT-LINE FROM SPACES
                 BEFORE ADVANCING PAGE
            END-IF.
            ADD 1 TO WS-PAGE-COUNT.
            MOVE WS-PAGE-COUNT TO WS-HDR-PAGE.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-1.
            WRITE WS-REPORT-LINE FROM WS-RUN-DATE-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-2.
            MOVE ZERO TO WS-LINE-COUNT.
      *-----------------------
       WRITE-LIST-TOTALS.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE "HOUSEHOLDS LISTED:" TO TL-LABEL.
            MOVE WS-LISTED-HOUSEHOLDS TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            IF WS-CLIENTS-READ > ZERO
               MOVE "CLIENTS READ:" TO TL-LABEL
               MOVE WS-CLIENTS-READ TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "CLIENTS WITH NO ADDRESS:" TO TL-LABEL
               MOVE WS-NO-ADDRESS TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "HOUSEHOLDS BUILT:" TO TL-LABEL
               MOVE WS-HOUSEHOLDS TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "SHARED BY 2 OR MORE:" TO TL-LABEL
               MOVE WS-MULTI-HOUSEHOLDS TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "CLIENTS IN SHARED:" TO TL-LABEL
               MOVE WS-GROUPED-CLIENTS TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MANUAL ENTRIES KEPT:" TO TL-LABEL
               MOVE WS-MANUAL-KEPT TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
               MOVE "MANUAL ENTRIES LAPSED:" TO TL-LABEL
               MOVE WS-MANUAL-LAPSED TO TL-COUNT
               WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE
            END-IF.
            MOVE "JOINS/SPLITS APPLIED:" TO TL-LABEL.
            MOVE WS-ACTIONS-DONE TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE "JOINS/SPLITS REFUSED:" TO TL-LABEL.
            MOVE WS-ACTIONS-REFUSED TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
       END PROGRAM CLIENT-HHOLD.
