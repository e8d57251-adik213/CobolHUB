           05 WS-CDT-MIN PIC 9(2).
           05 WS-CDT-SEC PIC 9(2).
           05 WS-CDT-HSEC PIC 9(2).
       COPY BRCHECK.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
                 REPLACING ALL X'0A' BY SPACE
                           ALL X'0D' BY SPACE
            END-IF.
            PERFORM CHECK-SELECTED-BRANCH.

            OPEN INPUT CLIENTMST.
            IF WS-CLIENTMST-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
            END-IF.
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
       READ-PARAMETER-FILE.
      *    UNATTENDED RUNS SUPPLY THE CONSOLE ANSWERS ON EXTPARM,
