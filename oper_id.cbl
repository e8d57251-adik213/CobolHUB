       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPER-ID.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-TRIES PIC 9(1).
       01 WS-JOB-NAME PIC X(16).
       LINKAGE SECTION.
       COPY OPERID.
      *-----------------------
       PROCEDURE DIVISION USING OPERATOR-ID.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    ONE PLACE DECIDES WHO A RUN IS WORKING FOR, SO THE
      *    JOURNAL, SEARCHLOG, HELD REJECTS AND LOCK LOG ALL NAME THE
      *    SAME PERSON THE SAME WAY AND AN AUDITOR CAN ASK ONE
      *    QUESTION OF ALL OF THEM. IDS ARE HELD IN UPPER CASE.
            SET OPR-KNOWN TO TRUE.
            IF OPR-ID NOT = SPACES
               MOVE FUNCTION UPPER-CASE(OPR-ID) TO OPR-ID
            ELSE
               IF OPR-INTERACTIVE
                  PERFORM ASK-OPERATOR
               ELSE
                  PERFORM NAME-BATCH-JOB
               END-IF
            END-IF.
            GOBACK.
      *-----------------------
       ASK-OPERATOR.
      *    A BLANK ANSWER IS ASKED AGAIN; THREE BLANKS AND THE
      *    CALLER IS TOLD NOBODY OWNS THE RUN.
            MOVE ZERO TO WS-TRIES.
            PERFORM UNTIL OPR-ID NOT = SPACES OR WS-TRIES = 3
              DISPLAY "Operator ID:"
              ACCEPT OPR-ID
              INSPECT OPR-ID
                REPLACING ALL X'0A' BY SPACE
                          ALL X'0D' BY SPACE
              ADD 1 TO WS-TRIES
            END-PERFORM.
            IF OPR-ID = SPACES
               SET OPR-UNKNOWN TO TRUE
            ELSE
               MOVE FUNCTION UPPER-CASE(OPR-ID) TO OPR-ID
            END-IF.
      *-----------------------
       NAME-BATCH-JOB.
            MOVE SPACES TO WS-JOB-NAME.
            ACCEPT WS-JOB-NAME FROM ENVIRONMENT "JOBNAME".
            IF WS-JOB-NAME = SPACES
               MOVE OPR-PROGRAM TO WS-JOB-NAME
            END-IF.
            MOVE FUNCTION UPPER-CASE(WS-JOB-NAME) TO OPR-ID.
       END PROGRAM OPER-ID.
