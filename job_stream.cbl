       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
           FILE-CONTROL.
            SELECT CONTROL-FILE ASSIGN TO "JOBCTL"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CTL-STATUS.
            SELECT STATUS-IN ASSIGN TO "JOBSTAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAT-IN-STATUS.
            SELECT STATUS-OUT ASSIGN TO "JOBSTAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-STAT-OUT-STATUS.
            SELECT CARD-FILE ASSIGN TO WS-CARD-FILE-NAME
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CARD-STATUS.
            SELECT REPORT-FILE ASSIGN TO "JOBSHEET"
            ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
         FILE SECTION.
           FD CONTROL-FILE.
             01 WS-CTL-LINE PIC X(100).

           FD STATUS-IN.
      *      ONE LINE PER STEP OF THE CURRENT (OR LAST) RUN, REWRITTEN
      *      AS EACH STEP STARTS AND ENDS, SO A RERUN CAN SEE WHICH
      *      STEPS FINISHED EVEN IF THE DRIVER ITSELF WAS KILLED.
             01 WS-STAT-IN-RECORD.
               05 STAT-IN-STEP PIC X(16).
               05 STAT-IN-STATUS PIC X(1).
               05 STAT-IN-START-DATE PIC 9(8).
               05 STAT-IN-START-TIME PIC 9(6).
               05 STAT-IN-END-DATE PIC 9(8).
               05 STAT-IN-END-TIME PIC 9(6).
               05 STAT-IN-RC PIC 9(3).
               05 STAT-IN-ATTEMPTS PIC 9(2).
               05 STAT-IN-RUN-DATE PIC 9(8).

           FD STATUS-OUT.
             01 WS-STAT-OUT-RECORD.
               05 STAT-OUT-STEP PIC X(16).
               05 STAT-OUT-STATUS PIC X(1).
               05 STAT-OUT-START-DATE PIC 9(8).
               05 STAT-OUT-START-TIME PIC 9(6).
               05 STAT-OUT-END-DATE PIC 9(8).
               05 STAT-OUT-END-TIME PIC 9(6).
               05 STAT-OUT-RC PIC 9(3).
               05 STAT-OUT-ATTEMPTS PIC 9(2).
               05 STAT-OUT-RUN-DATE PIC 9(8).

           FD CARD-FILE.
             01 WS-CARD-LINE PIC X(80).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC X(2).
       01 WS-STAT-IN-STATUS PIC X(2).
       01 WS-STAT-OUT-STATUS PIC X(2).
       01 WS-CARD-STATUS PIC X(2).
       01 WS-CARD-FILE-NAME PIC X(20).
       01 WS-EOF PIC A(1).
       01 WS-CTL-KEYWORD PIC X(20).
       01 WS-CTL-VALUE PIC X(80).
       01 WS-CTL-POINTER PIC 9(3).
       01 WS-CTL-LINE-NO PIC 9(4) VALUE ZERO.
       01 WS-CTL-ERROR PIC A(1) VALUE 'N'.
       01 WS-RESTART-ALLOWED PIC A(1) VALUE 'Y'.
       01 WS-REFUSED PIC A(1) VALUE 'N'.
       01 WS-REFUSE-REASON PIC X(60) VALUE SPACES.
       01 WS-RESTARTING PIC A(1) VALUE 'N'.
       01 WS-PRIOR-OPEN PIC A(1) VALUE 'N'.
       01 WS-PRIOR-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-RESUME-STEP PIC X(16) VALUE SPACES.
       01 WS-STOPPED PIC A(1) VALUE 'N'.
       01 WS-STOPPED-STEP PIC X(16) VALUE SPACES.
       01 WS-WARNINGS PIC A(1) VALUE 'N'.
       01 WS-COMMAND PIC X(80).
       01 WS-SYSTEM-STATUS PIC S9(9).
       01 WS-EXIT-CODE PIC 9(9).
       01 WS-EXIT-SIGNAL PIC 9(3).
       01 WS-CDT-DATE.
           05 WS-CDT-YYYY PIC 9(4).
           05 WS-CDT-MM PIC 9(2).
           05 WS-CDT-DD PIC 9(2).
       01 WS-CDT-TIME.
           05 WS-CDT-HHMMSS PIC 9(6).
           05 WS-CDT-HSEC PIC 9(2).
      *    THE STEPS OF THE STREAM IN THE ORDER JOBCTL LISTS THEM,
      *    WITH THEIR CARDS AND WHAT HAPPENED TO EACH THIS RUN.
      *    STATUS: P PENDING, R RUNNING, C COMPLETE, F FAILED,
      *    S SKIPPED.
       01 WS-STEP-COUNT PIC 9(2) VALUE ZERO.
       01 WS-STEP-LIMIT PIC 9(2) VALUE 20.
       01 WS-CARD-LIMIT PIC 9(2) VALUE 10.
       01 WS-STEP-TABLE.
           05 WS-ST-ENTRY OCCURS 20 TIMES.
             10 WS-ST-NAME PIC X(16).
             10 WS-ST-COMMAND PIC X(80).
             10 WS-ST-MAXRC PIC 9(3).
             10 WS-ST-PARMFILE PIC X(20).
             10 WS-ST-SKIP PIC A(1).
             10 WS-ST-CARD-COUNT PIC 9(2).
             10 WS-ST-CARD OCCURS 10 TIMES.
               15 WS-ST-CARD-TEXT PIC X(80).
               15 WS-ST-CARD-RERUN PIC A(1).
             10 WS-ST-STATUS PIC X(1).
             10 WS-ST-PRIOR-STATUS PIC X(1).
             10 WS-ST-EARLIER PIC A(1).
             10 WS-ST-RERUN PIC A(1).
             10 WS-ST-START-DATE PIC 9(8).
             10 WS-ST-START-TIME PIC 9(6).
             10 WS-ST-END-DATE PIC 9(8).
             10 WS-ST-END-TIME PIC 9(6).
             10 WS-ST-RC PIC 9(3).
             10 WS-ST-ATTEMPTS PIC 9(2).
       01 WS-SX PIC 9(2).
       01 WS-CX PIC 9(2).
       01 WS-WX PIC 9(2).
       01 WS-STEPS-RUN PIC 9(2) VALUE ZERO.
       01 WS-STEPS-COMPLETE PIC 9(2) VALUE ZERO.
       01 WS-STEPS-EARLIER PIC 9(2) VALUE ZERO.
       01 WS-STEPS-SKIPPED PIC 9(2) VALUE ZERO.
       01 WS-STEPS-NOT-RUN PIC 9(2) VALUE ZERO.
       01 WS-TIME-RAW.
           05 WS-TR-HH PIC 9(2).
           05 WS-TR-MM PIC 9(2).
           05 WS-TR-SS PIC 9(2).
       01 WS-TIME-EDIT.
           05 WS-TE-HH PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-TE-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE ":".
           05 WS-TE-SS PIC 9(2).
       01 WS-RUN-DATE-LINE.
           05 FILLER PIC X(5) VALUE "DATE:".
           05 WS-RD-MM PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-DD PIC 9(2).
           05 FILLER PIC X(1) VALUE "/".
           05 WS-RD-YYYY PIC 9(4).
       01 WS-HEADER-LINE-1.
           05 FILLER PIC X(30) VALUE "OVERNIGHT JOB STREAM RUN SHEET".
           05 FILLER PIC X(30) VALUE SPACES.
           05 FILLER PIC X(5) VALUE "PAGE:".
           05 WS-HDR-PAGE PIC ZZZ9.
       01 WS-RUN-LINE.
           05 FILLER PIC X(16) VALUE "RUN OF:".
           05 RNL-RUN-DATE PIC 9(8).
       01 WS-RESTART-LINE.
           05 FILLER PIC X(16) VALUE "RESTARTED AT:".
           05 RSL-STEP PIC X(16).
       01 WS-REFUSED-LINE.
           05 FILLER PIC X(16) VALUE "RUN REFUSED:".
           05 RFL-REASON PIC X(60).
       01 WS-HEADER-LINE-2.
           05 FILLER PIC X(3) VALUE "SEQ".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(16) VALUE "STEP".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(12) VALUE "STATUS".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(17) VALUE "STARTED".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(17) VALUE "ENDED".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(3) VALUE " RC".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(3) VALUE "MAX".
           05 FILLER PIC X(1) VALUE SPACE.
           05 FILLER PIC X(3) VALUE "TRY".
       01 WS-DETAIL-LINE.
           05 DL-SEQ PIC Z9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-STEP PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-STATUS PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-START-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-START-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-END-DATE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-END-TIME PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-RC PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DL-MAXRC PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-ATTEMPTS PIC Z9.
       01 WS-TOTAL-LINE.
           05 TL-LABEL PIC X(24).
           05 TL-COUNT PIC ZZZZZZ9.
       01 WS-RESULT-LINE.
           05 RES-TEXT PIC X(80).
       COPY MSTLOCK.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    RUNS THE OVERNIGHT STREAM FROM JOBCTL INSTEAD OF BY HAND:
      *    EACH STEP GETS ITS PARAMETER CARDS WRITTEN, IS RUN, AND
      *    HAS ITS RETURN CODE JUDGED AGAINST THE STEP'S OWN LIMIT.
      *    THE FIRST STEP OVER ITS LIMIT STOPS THE STREAM. JOBSTAT
      *    RECORDS EVERY STEP'S START, END AND OUTCOME AS IT HAPPENS,
      *    SO RUNNING THE DRIVER AGAIN PICKS UP AT THE FAILED STEP
      *    WITHOUT REPEATING THE STEPS THAT FINISHED.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-MM TO WS-RD-MM.
            MOVE WS-CDT-DD TO WS-RD-DD.
            MOVE WS-CDT-YYYY TO WS-RD-YYYY.
            MOVE WS-CDT-DATE TO WS-RUN-DATE.

            PERFORM READ-CONTROL-FILE.
            IF WS-REFUSED = 'N'
               PERFORM CHECK-MASTER-LOCK
            END-IF.
            IF WS-REFUSED = 'N'
               PERFORM LOAD-RUN-STATUS
               PERFORM WRITE-RUN-STATUS
            END-IF.
            IF WS-REFUSED = 'N'
               PERFORM RUN-ALL-STEPS
            END-IF.
            PERFORM WRITE-RUN-SHEET.

            EVALUATE TRUE
              WHEN WS-REFUSED = 'Y'
                DISPLAY "Job stream refused - ",WS-REFUSE-REASON
                MOVE 8 TO RETURN-CODE
              WHEN WS-STOPPED = 'Y'
                DISPLAY "Job stream stopped at step ",WS-STOPPED-STEP,
                        " - run again to resume there."
                MOVE 8 TO RETURN-CODE
              WHEN WS-WARNINGS = 'Y'
                DISPLAY "Job stream complete with warnings."
                MOVE 4 TO RETURN-CODE
              WHEN OTHER
                DISPLAY "Job stream complete."
                MOVE ZERO TO RETURN-CODE
            END-EVALUATE.
            STOP RUN.
      *-----------------------
       READ-CONTROL-FILE.
      *    JOBCTL IS KEYWORD=VALUE, ONE PER LINE. STEP= STARTS A NEW
      *    STEP AND THE LINES AFTER IT DESCRIBE THAT STEP. THE STEP
      *    NAME IS EXPORTED AS JOBNAME AND BECOMES THE OPERATOR ID ON
      *    EVERY JOURNAL, OPERLOG AND LOADEXCP ENTRY THE STEP WRITES,
      *    SO IT IS AT MOST 12 CHARACTERS - THE WIDTH OF AN OPERATOR
      *    ID - AND A LONGER ONE IS REFUSED RATHER THAN CUT SHORT:
      *      RUN=       THE COMMAND THAT RUNS THE STEP (REQUIRED)
      *      MAXRC=     HIGHEST RETURN CODE THAT STILL COUNTS AS
      *                 SUCCESS (DEFAULT 0)
      *      PARMFILE=  THE PARAMETER FILE THE STEP READS (LOADPARM,
      *                 BKUPPARM ...)
      *      CARD=      ONE CARD FOR PARMFILE, E.G. CARD=MODE=C
      *      RERUNCARD= A CARD WRITTEN ONLY WHEN THE STEP IS BEING
      *                 RERUN AFTER A FAILURE, E.G. RERUNCARD=RESTART=Y
      *                 FOR FILE-LOAD
      *      SKIP=Y     LEAVE THE STEP OUT TONIGHT (CLIENT-PURGE AND
      *                 CLIENT-MAIL DO NOT RUN EVERY NIGHT)
      *    RESTART=N BEFORE THE FIRST STEP STARTS A FRESH RUN EVEN IF
      *    THE LAST ONE DID NOT FINISH. LINES STARTING * ARE COMMENTS.
            OPEN INPUT CONTROL-FILE.
            IF WS-CTL-STATUS NOT = "00"
               SET WS-REFUSED TO 'Y'
               MOVE "JOBCTL NOT FOUND" TO WS-REFUSE-REASON
            ELSE
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ CONTROL-FILE
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  ADD 1 TO WS-CTL-LINE-NO
                  IF WS-CTL-LINE(1:1) NOT = '*'
                     PERFORM APPLY-ONE-CONTROL-LINE
                  END-IF
                 END-READ
               END-PERFORM
               CLOSE CONTROL-FILE
               PERFORM VALIDATE-CONTROL
            END-IF.
      *-----------------------
       APPLY-ONE-CONTROL-LINE.
      *    ONLY THE FIRST = SPLITS THE LINE, SO A CARD CAN CARRY ITS
      *    OWN KEYWORD=VALUE THROUGH UNCHANGED.
            MOVE SPACES TO WS-CTL-KEYWORD.
            MOVE SPACES TO WS-CTL-VALUE.
            MOVE 1 TO WS-CTL-POINTER.
            UNSTRING WS-CTL-LINE DELIMITED BY "="
              INTO WS-CTL-KEYWORD
              WITH POINTER WS-CTL-POINTER
            END-UNSTRING.
            IF WS-CTL-POINTER <= 100
               MOVE WS-CTL-LINE(WS-CTL-POINTER:) TO WS-CTL-VALUE
            END-IF.
            IF WS-CTL-KEYWORD NOT = "STEP"
               AND WS-CTL-KEYWORD NOT = "RESTART"
               AND WS-CTL-KEYWORD NOT = SPACES
               AND WS-STEP-COUNT = ZERO
               DISPLAY "JOBCTL line ",WS-CTL-LINE-NO,
                       " comes before any STEP= line."
               SET WS-CTL-ERROR TO 'Y'
            ELSE
               EVALUATE WS-CTL-KEYWORD
                 WHEN "STEP"
                   PERFORM START-NEW-STEP
                 WHEN "RUN"
                   MOVE WS-CTL-VALUE TO WS-ST-COMMAND(WS-STEP-COUNT)
                 WHEN "MAXRC"
                   PERFORM SET-STEP-MAXRC
                 WHEN "PARMFILE"
                   MOVE WS-CTL-VALUE TO WS-ST-PARMFILE(WS-STEP-COUNT)
                 WHEN "CARD"
                   PERFORM ADD-STEP-CARD
                 WHEN "RERUNCARD"
                   PERFORM ADD-STEP-CARD
                 WHEN "SKIP"
                   IF WS-CTL-VALUE(1:1) = 'Y' OR 'y'
                      MOVE 'Y' TO WS-ST-SKIP(WS-STEP-COUNT)
                   END-IF
                 WHEN "RESTART"
                   IF WS-CTL-VALUE(1:1) = 'N' OR 'n'
                      SET WS-RESTART-ALLOWED TO 'N'
                   END-IF
                 WHEN SPACES
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "Unknown JOBCTL keyword ignored:",
                           WS-CTL-KEYWORD
               END-EVALUATE
            END-IF.
      *-----------------------
       START-NEW-STEP.
            IF WS-STEP-COUNT >= WS-STEP-LIMIT
               DISPLAY "JOBCTL has more than ",WS-STEP-LIMIT,
                       " steps."
               SET WS-CTL-ERROR TO 'Y'
            ELSE
               ADD 1 TO WS-STEP-COUNT
               INITIALIZE WS-ST-ENTRY(WS-STEP-COUNT)
               MOVE WS-CTL-VALUE TO WS-ST-NAME(WS-STEP-COUNT)
               MOVE 'N' TO WS-ST-SKIP(WS-STEP-COUNT)
               MOVE 'P' TO WS-ST-STATUS(WS-STEP-COUNT)
               MOVE 'N' TO WS-ST-EARLIER(WS-STEP-COUNT)
               MOVE 'N' TO WS-ST-RERUN(WS-STEP-COUNT)
            END-IF.
      *-----------------------
       SET-STEP-MAXRC.
            IF WS-CTL-VALUE(1:3) IS NUMERIC
               MOVE WS-CTL-VALUE(1:3) TO WS-ST-MAXRC(WS-STEP-COUNT)
            ELSE
               IF WS-CTL-VALUE(1:2) IS NUMERIC
                  AND WS-CTL-VALUE(3:1) = SPACE
                  MOVE WS-CTL-VALUE(1:2) TO WS-ST-MAXRC(WS-STEP-COUNT)
               ELSE
                  IF WS-CTL-VALUE(1:1) IS NUMERIC
                     AND WS-CTL-VALUE(2:1) = SPACE
                     MOVE WS-CTL-VALUE(1:1)
                       TO WS-ST-MAXRC(WS-STEP-COUNT)
                  ELSE
                     DISPLAY "JOBCTL line ",WS-CTL-LINE-NO,
                             " MAXRC is not a number."
                     SET WS-CTL-ERROR TO 'Y'
                  END-IF
               END-IF
            END-IF.
      *-----------------------
       ADD-STEP-CARD.
            IF WS-ST-CARD-COUNT(WS-STEP-COUNT) >= WS-CARD-LIMIT
               DISPLAY "JOBCTL step ",WS-ST-NAME(WS-STEP-COUNT),
                       " has more than ",WS-CARD-LIMIT," cards."
               SET WS-CTL-ERROR TO 'Y'
            ELSE
               ADD 1 TO WS-ST-CARD-COUNT(WS-STEP-COUNT)
               MOVE WS-ST-CARD-COUNT(WS-STEP-COUNT) TO WS-CX
               MOVE WS-CTL-VALUE
                 TO WS-ST-CARD-TEXT(WS-STEP-COUNT, WS-CX)
               IF WS-CTL-KEYWORD = "RERUNCARD"
                  MOVE 'Y' TO WS-ST-CARD-RERUN(WS-STEP-COUNT, WS-CX)
               ELSE
                  MOVE 'N' TO WS-ST-CARD-RERUN(WS-STEP-COUNT, WS-CX)
               END-IF
            END-IF.
      *-----------------------
       VALIDATE-CONTROL.
      *    A STREAM THAT CANNOT BE RUN END TO END IS REFUSED BEFORE
      *    ANY STEP STARTS, RATHER THAN FAILING HALF-WAY THROUGH.
            IF WS-STEP-COUNT = ZERO
               DISPLAY "JOBCTL lists no steps."
               SET WS-CTL-ERROR TO 'Y'
            END-IF.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > WS-STEP-COUNT
              IF WS-ST-NAME(WS-SX) = SPACES
                 DISPLAY "JOBCTL step ",WS-SX," has no name."
                 SET WS-CTL-ERROR TO 'Y'
              END-IF
              IF WS-ST-NAME(WS-SX)(13:) NOT = SPACES
                 DISPLAY "JOBCTL step ",WS-ST-NAME(WS-SX),
                         " name is longer than 12 characters."
                 SET WS-CTL-ERROR TO 'Y'
              END-IF
              IF WS-ST-COMMAND(WS-SX) = SPACES
                 DISPLAY "JOBCTL step ",WS-ST-NAME(WS-SX),
                         " has no RUN= command."
                 SET WS-CTL-ERROR TO 'Y'
              END-IF
              IF WS-ST-CARD-COUNT(WS-SX) > ZERO
                 AND WS-ST-PARMFILE(WS-SX) = SPACES
                 DISPLAY "JOBCTL step ",WS-ST-NAME(WS-SX),
                         " has cards but no PARMFILE=."
                 SET WS-CTL-ERROR TO 'Y'
              END-IF
              ADD 1 TO WS-SX
            END-PERFORM.
            IF WS-CTL-ERROR = 'Y'
               SET WS-REFUSED TO 'Y'
               MOVE "JOBCTL IS IN ERROR - SEE CONSOLE"
                 TO WS-REFUSE-REASON
            END-IF.
      *-----------------------
       CHECK-MASTER-LOCK.
      *    THE DRIVER ONLY LOOKS AT THE INTERLOCK - EACH STEP TAKES
      *    AND RELEASES IT ITSELF. A HOLDER NOW MEANS A CONSOLE
      *    SESSION OR A CRASHED RUN STILL HAS THE MASTER, AND EVERY
      *    UPDATE STEP WOULD BE REFUSED, SO THE STREAM DOES NOT START.
            SET LOCK-QUERY TO TRUE.
            MOVE "JOB-STREAM" TO LOCK-PROGRAM.
            CALL "MST-LOCK" USING LOCK-REQUEST.
            IF LOCK-GRANTED
               DISPLAY "CLIENTMST is locked by ",LOCK-HOLDER-PROGRAM,
                       " (operator ",LOCK-HOLDER-OPERATOR,
                       ") since ",LOCK-HOLDER-DATE," ",
                       LOCK-HOLDER-TIME," - run refused."
               SET WS-REFUSED TO 'Y'
               MOVE SPACES TO WS-REFUSE-REASON
               STRING "CLIENTMST LOCKED BY " DELIMITED BY SIZE
                      LOCK-HOLDER-PROGRAM DELIMITED BY SPACE
                      " OPERATOR " DELIMITED BY SIZE
                      LOCK-HOLDER-OPERATOR DELIMITED BY SPACE
                 INTO WS-REFUSE-REASON
               END-STRING
            END-IF.
      *-----------------------
       LOAD-RUN-STATUS.
      *    THE LAST RUN'S JOBSTAT DECIDES WHETHER THIS IS A RERUN: IF
      *    ANY STEP IS STILL PENDING, RUNNING OR FAILED, THE LAST RUN
      *    NEVER FINISHED AND THIS ONE CARRIES IT ON. STEPS MATCH BY
      *    NAME, SO A STEP ADDED TO JOBCTL SINCE SIMPLY RUNS.
            OPEN INPUT STATUS-IN.
            IF WS-STAT-IN-STATUS = "00"
               SET WS-EOF TO 'N'
               PERFORM UNTIL WS-EOF = 'Y'
                 READ STATUS-IN
                  AT END MOVE 'Y' TO WS-EOF
                 NOT AT END
                  PERFORM MATCH-PRIOR-STEP
                 END-READ
               END-PERFORM
               CLOSE STATUS-IN
            END-IF.
            IF WS-PRIOR-OPEN = 'Y'
               IF WS-RESTART-ALLOWED = 'Y'
                  SET WS-RESTARTING TO 'Y'
                  MOVE WS-PRIOR-RUN-DATE TO WS-RUN-DATE
               ELSE
                  DISPLAY "Last run did not finish - RESTART=N, "
                          "starting a fresh run."
               END-IF
            END-IF.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > WS-STEP-COUNT
              IF WS-RESTARTING = 'Y'
                 PERFORM APPLY-PRIOR-STATUS
              ELSE
                 MOVE ZERO TO WS-ST-START-DATE(WS-SX)
                 MOVE ZERO TO WS-ST-START-TIME(WS-SX)
                 MOVE ZERO TO WS-ST-END-DATE(WS-SX)
                 MOVE ZERO TO WS-ST-END-TIME(WS-SX)
                 MOVE ZERO TO WS-ST-RC(WS-SX)
                 MOVE ZERO TO WS-ST-ATTEMPTS(WS-SX)
              END-IF
              ADD 1 TO WS-SX
            END-PERFORM.
      *-----------------------
       MATCH-PRIOR-STEP.
            IF STAT-IN-STATUS NOT = 'C' AND STAT-IN-STATUS NOT = 'S'
               SET WS-PRIOR-OPEN TO 'Y'
            END-IF.
            MOVE STAT-IN-RUN-DATE TO WS-PRIOR-RUN-DATE.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > WS-STEP-COUNT
              IF WS-ST-NAME(WS-SX) = STAT-IN-STEP
                 MOVE STAT-IN-STATUS TO WS-ST-PRIOR-STATUS(WS-SX)
                 MOVE STAT-IN-START-DATE TO WS-ST-START-DATE(WS-SX)
                 MOVE STAT-IN-START-TIME TO WS-ST-START-TIME(WS-SX)
                 MOVE STAT-IN-END-DATE TO WS-ST-END-DATE(WS-SX)
                 MOVE STAT-IN-END-TIME TO WS-ST-END-TIME(WS-SX)
                 MOVE STAT-IN-RC TO WS-ST-RC(WS-SX)
                 MOVE STAT-IN-ATTEMPTS TO WS-ST-ATTEMPTS(WS-SX)
              END-IF
              ADD 1 TO WS-SX
            END-PERFORM.
      *-----------------------
       APPLY-PRIOR-STATUS.
      *    A STEP THAT COMPLETED LAST TIME IS NOT REPEATED. ONE THAT
      *    FAILED, OR WAS STILL RUNNING WHEN THE DRIVER DIED, IS RUN
      *    AGAIN AS A RERUN SO ITS RERUN CARDS GO OUT WITH IT.
            EVALUATE WS-ST-PRIOR-STATUS(WS-SX)
              WHEN 'C'
                MOVE 'C' TO WS-ST-STATUS(WS-SX)
                MOVE 'Y' TO WS-ST-EARLIER(WS-SX)
                ADD 1 TO WS-STEPS-EARLIER
              WHEN 'F'
              WHEN 'R'
                MOVE 'Y' TO WS-ST-RERUN(WS-SX)
                IF WS-RESUME-STEP = SPACES
                   MOVE WS-ST-NAME(WS-SX) TO WS-RESUME-STEP
                END-IF
              WHEN OTHER
                IF WS-RESUME-STEP = SPACES
                   AND WS-ST-SKIP(WS-SX) NOT = 'Y'
                   MOVE WS-ST-NAME(WS-SX) TO WS-RESUME-STEP
                END-IF
            END-EVALUATE.
      *-----------------------
       WRITE-RUN-STATUS.
      *    THE WHOLE STEP LIST IS REWRITTEN AT EVERY CHANGE; IT IS
      *    SHORT, AND A PARTLY-WRITTEN FILE WOULD BE WORSE THAN NONE.
            OPEN OUTPUT STATUS-OUT.
            IF WS-STAT-OUT-STATUS NOT = "00"
               DISPLAY "JOBSTAT cannot be written - status ",
                       WS-STAT-OUT-STATUS,"."
               SET WS-REFUSED TO 'Y'
               MOVE "JOBSTAT CANNOT BE WRITTEN" TO WS-REFUSE-REASON
            ELSE
               MOVE 1 TO WS-WX
               PERFORM UNTIL WS-WX > WS-STEP-COUNT
                 MOVE WS-ST-NAME(WS-WX) TO STAT-OUT-STEP
                 MOVE WS-ST-STATUS(WS-WX) TO STAT-OUT-STATUS
                 MOVE WS-ST-START-DATE(WS-WX) TO STAT-OUT-START-DATE
                 MOVE WS-ST-START-TIME(WS-WX) TO STAT-OUT-START-TIME
                 MOVE WS-ST-END-DATE(WS-WX) TO STAT-OUT-END-DATE
                 MOVE WS-ST-END-TIME(WS-WX) TO STAT-OUT-END-TIME
                 MOVE WS-ST-RC(WS-WX) TO STAT-OUT-RC
                 MOVE WS-ST-ATTEMPTS(WS-WX) TO STAT-OUT-ATTEMPTS
                 MOVE WS-RUN-DATE TO STAT-OUT-RUN-DATE
                 WRITE WS-STAT-OUT-RECORD
                 ADD 1 TO WS-WX
               END-PERFORM
               CLOSE STATUS-OUT
            END-IF.
      *-----------------------
       RUN-ALL-STEPS.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > WS-STEP-COUNT OR WS-STOPPED = 'Y'
                                              OR WS-REFUSED = 'Y'
              EVALUATE TRUE
                WHEN WS-ST-STATUS(WS-SX) = 'C'
                  DISPLAY "Step ",WS-ST-NAME(WS-SX),
                          " completed in the earlier run - not "
                          "repeated."
                WHEN WS-ST-SKIP(WS-SX) = 'Y'
                  MOVE 'S' TO WS-ST-STATUS(WS-SX)
                  ADD 1 TO WS-STEPS-SKIPPED
                  DISPLAY "Step ",WS-ST-NAME(WS-SX)," skipped."
                  PERFORM WRITE-RUN-STATUS
                WHEN OTHER
                  PERFORM RUN-ONE-STEP
              END-EVALUATE
              ADD 1 TO WS-SX
            END-PERFORM.
      *-----------------------
       RUN-ONE-STEP.
            DISPLAY "Starting step ",WS-ST-NAME(WS-SX).
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-DATE TO WS-ST-START-DATE(WS-SX).
            MOVE WS-CDT-HHMMSS TO WS-ST-START-TIME(WS-SX).
            MOVE ZERO TO WS-ST-END-DATE(WS-SX).
            MOVE ZERO TO WS-ST-END-TIME(WS-SX).
            MOVE ZERO TO WS-ST-RC(WS-SX).
            ADD 1 TO WS-ST-ATTEMPTS(WS-SX).
            MOVE 'R' TO WS-ST-STATUS(WS-SX).
            PERFORM WRITE-RUN-STATUS.
      *    A STEP RUN WITH NO RECORD OF IT ON JOBSTAT WOULD BE RUN
      *    AGAIN BY THE RERUN, SO IT IS NOT STARTED AT ALL.
            IF WS-REFUSED = 'Y'
               DISPLAY "Step ",WS-ST-NAME(WS-SX)," not started - "
                       "no restart record."
            ELSE
               ADD 1 TO WS-STEPS-RUN
               PERFORM EXECUTE-AND-CLOSE-STEP
            END-IF.
      *-----------------------
       EXECUTE-AND-CLOSE-STEP.
            PERFORM WRITE-STEP-CARDS.
            IF WS-ST-STATUS(WS-SX) = 'R'
               PERFORM EXECUTE-STEP
               PERFORM REMOVE-STEP-CARDS
            END-IF.

            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE WS-CDT-DATE TO WS-ST-END-DATE(WS-SX).
            MOVE WS-CDT-HHMMSS TO WS-ST-END-TIME(WS-SX).
            IF WS-ST-STATUS(WS-SX) = 'R'
               AND WS-ST-RC(WS-SX) <= WS-ST-MAXRC(WS-SX)
               MOVE 'C' TO WS-ST-STATUS(WS-SX)
               ADD 1 TO WS-STEPS-COMPLETE
               IF WS-ST-RC(WS-SX) > ZERO
                  SET WS-WARNINGS TO 'Y'
               END-IF
               DISPLAY "Step ",WS-ST-NAME(WS-SX)," ended RC ",
                       WS-ST-RC(WS-SX),"."
            ELSE
               MOVE 'F' TO WS-ST-STATUS(WS-SX)
               SET WS-STOPPED TO 'Y'
               MOVE WS-ST-NAME(WS-SX) TO WS-STOPPED-STEP
               DISPLAY "Step ",WS-ST-NAME(WS-SX)," FAILED RC ",
                       WS-ST-RC(WS-SX)," (limit ",WS-ST-MAXRC(WS-SX),
                       ") - stream stopped."
            END-IF.
            PERFORM WRITE-RUN-STATUS.
      *-----------------------
       WRITE-STEP-CARDS.
      *    THE STEP'S OWN PARAMETER FILE IS BUILT FRESH FROM JOBCTL
      *    EACH TIME, SO TONIGHT'S RUN NEVER PICKS UP A CARD LEFT
      *    OVER FROM A CONSOLE RUN.
            IF WS-ST-PARMFILE(WS-SX) NOT = SPACES
               MOVE WS-ST-PARMFILE(WS-SX) TO WS-CARD-FILE-NAME
               OPEN OUTPUT CARD-FILE
               IF WS-CARD-STATUS NOT = "00"
                  DISPLAY "Cannot write ",WS-CARD-FILE-NAME,
                          " - status ",WS-CARD-STATUS,"."
                  MOVE 999 TO WS-ST-RC(WS-SX)
                  MOVE 'F' TO WS-ST-STATUS(WS-SX)
               ELSE
                  MOVE 1 TO WS-CX
                  PERFORM UNTIL WS-CX > WS-ST-CARD-COUNT(WS-SX)
                    IF WS-ST-CARD-RERUN(WS-SX, WS-CX) NOT = 'Y'
                       OR WS-ST-RERUN(WS-SX) = 'Y'
                       MOVE WS-ST-CARD-TEXT(WS-SX, WS-CX)
                         TO WS-CARD-LINE
                       WRITE WS-CARD-LINE
                    END-IF
                    ADD 1 TO WS-CX
                  END-PERFORM
                  CLOSE CARD-FILE
               END-IF
            END-IF.
      *-----------------------
       EXECUTE-STEP.
      *    THE SHELL HANDS BACK THE STEP'S EXIT CODE IN THE HIGH-ORDER
      *    BYTE OF THE STATUS. ANYTHING IN THE LOW-ORDER BYTE MEANS THE
      *    STEP WAS KILLED, AND A NEGATIVE STATUS MEANS IT NEVER
      *    STARTED; BOTH COUNT AS RC 999 SO NO LIMIT CAN PASS THEM.
      *    THE STEP NAME IS EXPORTED AS JOBNAME SO THE PROGRAM THE
      *    STEP RUNS STAMPS ITS JOURNAL AND HELD-REJECT ENTRIES WITH
      *    IT (SEE OPER-ID).
            MOVE WS-ST-COMMAND(WS-SX) TO WS-COMMAND.
            SET ENVIRONMENT "JOBNAME" TO WS-ST-NAME(WS-SX).
            CALL "SYSTEM" USING WS-COMMAND.
            MOVE RETURN-CODE TO WS-SYSTEM-STATUS.
            MOVE ZERO TO RETURN-CODE.
            IF WS-SYSTEM-STATUS < ZERO
               MOVE 999 TO WS-ST-RC(WS-SX)
            ELSE
               DIVIDE WS-SYSTEM-STATUS BY 256
                 GIVING WS-EXIT-CODE REMAINDER WS-EXIT-SIGNAL
               IF WS-EXIT-SIGNAL NOT = ZERO OR WS-EXIT-CODE > 998
                  MOVE 999 TO WS-ST-RC(WS-SX)
               ELSE
                  MOVE WS-EXIT-CODE TO WS-ST-RC(WS-SX)
               END-IF
            END-IF.
      *-----------------------
       REMOVE-STEP-CARDS.
      *    THE CARDS GO ONCE THE STEP ENDS, SO THE NEXT CONSOLE RUN OF
      *    THE SAME PROGRAM PROMPTS AS USUAL INSTEAD OF SILENTLY
      *    TAKING LAST NIGHT'S ANSWERS.
            IF WS-ST-PARMFILE(WS-SX) NOT = SPACES
               MOVE WS-ST-PARMFILE(WS-SX) TO WS-CARD-FILE-NAME
               CALL "CBL_DELETE_FILE" USING WS-CARD-FILE-NAME
               MOVE ZERO TO RETURN-CODE
            END-IF.
      *-----------------------
       WRITE-RUN-SHEET.
      *    ONE PAGE FOR THE MORNING SHIFT: EVERY STEP WITH ITS
      *    OUTCOME, TIMES AND RETURN CODE, AND WHERE TO PICK UP IF
      *    THE STREAM STOPPED.
            OPEN OUTPUT REPORT-FILE.
            MOVE 1 TO WS-HDR-PAGE.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-1.
            WRITE WS-REPORT-LINE FROM WS-RUN-DATE-LINE.
            MOVE WS-RUN-DATE TO RNL-RUN-DATE.
            WRITE WS-REPORT-LINE FROM WS-RUN-LINE.
            IF WS-RESTARTING = 'Y'
               MOVE WS-RESUME-STEP TO RSL-STEP
               WRITE WS-REPORT-LINE FROM WS-RESTART-LINE
            END-IF.
            IF WS-REFUSED = 'Y'
               MOVE WS-REFUSE-REASON TO RFL-REASON
               WRITE WS-REPORT-LINE FROM WS-REFUSED-LINE
            END-IF.
            WRITE WS-REPORT-LINE FROM SPACES.
            WRITE WS-REPORT-LINE FROM WS-HEADER-LINE-2.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > WS-STEP-COUNT
              PERFORM WRITE-SHEET-STEP-LINE
              ADD 1 TO WS-SX
            END-PERFORM.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE "STEPS IN STREAM" TO TL-LABEL.
            MOVE WS-STEP-COUNT TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE "STEPS RUN THIS TIME" TO TL-LABEL.
            MOVE WS-STEPS-RUN TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE "COMPLETED THIS TIME" TO TL-LABEL.
            MOVE WS-STEPS-COMPLETE TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE "COMPLETED EARLIER" TO TL-LABEL.
            MOVE WS-STEPS-EARLIER TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE "SKIPPED" TO TL-LABEL.
            MOVE WS-STEPS-SKIPPED TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            MOVE "NOT RUN" TO TL-LABEL.
            MOVE WS-STEPS-NOT-RUN TO TL-COUNT.
            WRITE WS-REPORT-LINE FROM WS-TOTAL-LINE.
            WRITE WS-REPORT-LINE FROM SPACES.
            MOVE SPACES TO RES-TEXT.
            EVALUATE TRUE
              WHEN WS-REFUSED = 'Y'
                MOVE "*** STREAM NOT STARTED ***" TO RES-TEXT
              WHEN WS-STOPPED = 'Y'
                STRING "*** STREAM STOPPED AT " DELIMITED BY SIZE
                       WS-STOPPED-STEP DELIMITED BY SPACE
                       " - FIX AND RUN AGAIN TO RESUME THERE ***"
                         DELIMITED BY SIZE
                  INTO RES-TEXT
                END-STRING
              WHEN WS-WARNINGS = 'Y'
                MOVE "*** STREAM COMPLETE - WITH WARNINGS ***"
                  TO RES-TEXT
              WHEN OTHER
                MOVE "*** STREAM COMPLETE ***" TO RES-TEXT
            END-EVALUATE.
            WRITE WS-REPORT-LINE FROM WS-RESULT-LINE.
            CLOSE REPORT-FILE.
      *-----------------------
       WRITE-SHEET-STEP-LINE.
            MOVE WS-SX TO DL-SEQ.
            MOVE WS-ST-NAME(WS-SX) TO DL-STEP.
            MOVE WS-ST-MAXRC(WS-SX) TO DL-MAXRC.
            MOVE WS-ST-ATTEMPTS(WS-SX) TO DL-ATTEMPTS.
            MOVE SPACES TO DL-START-DATE.
            MOVE SPACES TO DL-START-TIME.
            MOVE SPACES TO DL-END-DATE.
            MOVE SPACES TO DL-END-TIME.
            MOVE SPACES TO DL-RC.
            EVALUATE TRUE
              WHEN WS-ST-STATUS(WS-SX) = 'C'
                   AND WS-ST-EARLIER(WS-SX) = 'Y'
                MOVE "DONE EARLIER" TO DL-STATUS
              WHEN WS-ST-STATUS(WS-SX) = 'C'
                MOVE "COMPLETE" TO DL-STATUS
              WHEN WS-ST-STATUS(WS-SX) = 'F'
                MOVE "FAILED" TO DL-STATUS
              WHEN WS-ST-STATUS(WS-SX) = 'S'
                MOVE "SKIPPED" TO DL-STATUS
              WHEN OTHER
                MOVE "NOT RUN" TO DL-STATUS
                ADD 1 TO WS-STEPS-NOT-RUN
            END-EVALUATE.
            IF WS-ST-STATUS(WS-SX) = 'C' OR WS-ST-STATUS(WS-SX) = 'F'
               MOVE WS-ST-START-DATE(WS-SX) TO DL-START-DATE
               MOVE WS-ST-START-TIME(WS-SX) TO WS-TIME-RAW
               PERFORM EDIT-TIME
               MOVE WS-TIME-EDIT TO DL-START-TIME
               MOVE WS-ST-END-DATE(WS-SX) TO DL-END-DATE
               MOVE WS-ST-END-TIME(WS-SX) TO WS-TIME-RAW
               PERFORM EDIT-TIME
               MOVE WS-TIME-EDIT TO DL-END-TIME
               MOVE WS-ST-RC(WS-SX) TO DL-RC
            END-IF.
            WRITE WS-REPORT-LINE FROM WS-DETAIL-LINE.
      *-----------------------
       EDIT-TIME.
            MOVE WS-TR-HH TO WS-TE-HH.
            MOVE WS-TR-MM TO WS-TE-MM.
            MOVE WS-TR-SS TO WS-TE-SS.
       END PROGRAM JOB-STREAM.
