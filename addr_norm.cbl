       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDR-NORM.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-WORK-ADDRESS PIC X(30).
       01 WS-WORK-SURNAME PIC X(20).
       01 WS-WORD PIC X(30).
       01 WS-WORD-LEN PIC 9(2).
       01 WS-IN-PTR PIC 9(3).
       01 WS-OUT-PTR PIC 9(3).
       01 WS-SX PIC 9(2).
       01 WS-AX PIC 9(2).
       01 WS-ABBREV-FOUND PIC A(1).
      *    THE STREET WORDS THE BRANCHES KEY BOTH WAYS. ONLY WHOLE
      *    WORDS ARE SHORTENED, SO "STREETER CLOSE" IS LEFT ALONE.
       01 WS-ABBREV-VALUES.
           05 FILLER PIC X(16) VALUE "STREET    ST    ".
           05 FILLER PIC X(16) VALUE "ROAD      RD    ".
           05 FILLER PIC X(16) VALUE "AVENUE    AVE   ".
           05 FILLER PIC X(16) VALUE "DRIVE     DR    ".
           05 FILLER PIC X(16) VALUE "LANE      LN    ".
           05 FILLER PIC X(16) VALUE "COURT     CT    ".
           05 FILLER PIC X(16) VALUE "PLACE     PL    ".
           05 FILLER PIC X(16) VALUE "BOULEVARD BLVD  ".
           05 FILLER PIC X(16) VALUE "TERRACE   TER   ".
           05 FILLER PIC X(16) VALUE "CRESCENT  CRES  ".
           05 FILLER PIC X(16) VALUE "HIGHWAY   HWY   ".
           05 FILLER PIC X(16) VALUE "APARTMENT APT   ".
           05 FILLER PIC X(16) VALUE "FLAT      APT   ".
           05 FILLER PIC X(16) VALUE "SUITE     STE   ".
           05 FILLER PIC X(16) VALUE "NORTH     N     ".
           05 FILLER PIC X(16) VALUE "SOUTH     S     ".
           05 FILLER PIC X(16) VALUE "EAST      E     ".
           05 FILLER PIC X(16) VALUE "WEST      W     ".
       01 WS-ABBREV-TABLE REDEFINES WS-ABBREV-VALUES.
           05 WS-ABBREV-ENTRY OCCURS 18 TIMES.
               10 WS-ABBREV-LONG PIC X(10).
               10 WS-ABBREV-SHORT PIC X(6).
       01 WS-ABBREV-COUNT PIC 9(2) VALUE 18.
       LINKAGE SECTION.
       COPY ADDRNORM.
      *-----------------------
       PROCEDURE DIVISION USING ADDRESS-NORM.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    ONE PLACE DECIDES WHEN TWO CLIENTS LIVE AT THE SAME ADDRESS
      *    UNDER THE SAME NAME, SO THE HOUSEHOLD BUILD AND THE MAILING
      *    RUN CAN NEVER DISAGREE. THE ADDRESS IS UPPER-CASED, ITS
      *    PUNCTUATION DROPPED, ITS SPACING CLOSED UP TO ONE BETWEEN
      *    WORDS AND ITS STREET WORDS SHORTENED; THE SURNAME IS
      *    UPPER-CASED WITH ITS PUNCTUATION AND SPACES TAKEN OUT.
            MOVE FUNCTION UPPER-CASE(ANM-ADDRESS-IN) TO WS-WORK-ADDRESS.
            INSPECT WS-WORK-ADDRESS
              REPLACING ALL "." BY SPACE
                        ALL "," BY SPACE
                        ALL "#" BY SPACE
                        ALL "-" BY SPACE
                        ALL "/" BY SPACE
                        ALL "'" BY SPACE.
            MOVE SPACES TO ANM-ADDRESS-KEY.
            MOVE 1 TO WS-IN-PTR.
            MOVE 1 TO WS-OUT-PTR.
            PERFORM UNTIL WS-IN-PTR > 30
              MOVE SPACES TO WS-WORD
              MOVE ZERO TO WS-WORD-LEN
              UNSTRING WS-WORK-ADDRESS DELIMITED BY ALL SPACE
                INTO WS-WORD COUNT IN WS-WORD-LEN
                WITH POINTER WS-IN-PTR
              END-UNSTRING
              IF WS-WORD-LEN > ZERO
                 PERFORM ADD-ADDRESS-WORD
              END-IF
            END-PERFORM.

            MOVE FUNCTION UPPER-CASE(ANM-SURNAME-IN) TO WS-WORK-SURNAME.
            MOVE SPACES TO ANM-SURNAME-KEY.
            MOVE 1 TO WS-OUT-PTR.
            MOVE 1 TO WS-SX.
            PERFORM UNTIL WS-SX > 20
              IF WS-WORK-SURNAME(WS-SX:1) IS ALPHABETIC
                 AND WS-WORK-SURNAME(WS-SX:1) NOT = SPACE
                 MOVE WS-WORK-SURNAME(WS-SX:1)
                   TO ANM-SURNAME-KEY(WS-OUT-PTR:1)
                 ADD 1 TO WS-OUT-PTR
              END-IF
              ADD 1 TO WS-SX
            END-PERFORM.
            GOBACK.
      *-----------------------
       ADD-ADDRESS-WORD.
            SET WS-ABBREV-FOUND TO 'N'.
            MOVE 1 TO WS-AX.
            PERFORM UNTIL WS-AX > WS-ABBREV-COUNT
                       OR WS-ABBREV-FOUND = 'Y'
              IF WS-WORD = WS-ABBREV-LONG(WS-AX)
                 MOVE WS-ABBREV-SHORT(WS-AX) TO WS-WORD
                 SET WS-ABBREV-FOUND TO 'Y'
              END-IF
              ADD 1 TO WS-AX
            END-PERFORM.
            IF WS-OUT-PTR > 1 AND WS-OUT-PTR <= 30
               STRING " " DELIMITED BY SIZE
                 INTO ANM-ADDRESS-KEY WITH POINTER WS-OUT-PTR
               END-STRING
            END-IF.
            IF WS-OUT-PTR <= 30
               STRING WS-WORD DELIMITED BY SPACE
                 INTO ANM-ADDRESS-KEY WITH POINTER WS-OUT-PTR
               END-STRING
            END-IF.
       END PROGRAM ADDR-NORM.
