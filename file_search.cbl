       01 WS-EOF PIC A(1).
       01 WS-SEARCH-MODE PIC A(1).
       01 WS-SEARCH-QUERY PIC X(20).
       01 WS-SEARCH-PERSONID PIC 9(9).
       01 WS-CASE-OPTION PIC A(1).
       01 WS-SEARCH-QUERY-CMP PIC X(20).
       01 WS-FIRSTNAME-CMP PIC X(20).
           05 WS-CDT-MIN PIC 9(2).
           05 WS-CDT-SEC PIC 9(2).
           05 WS-CDT-HSEC PIC 9(2).
       COPY OPERID.
      *-----------------------
       PROCEDURE DIVISION.
      *-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
       MAIN-PROCEDURE.
      *    EVERY LOOKUP IS LOGGED AGAINST THE PERSON WHO MADE IT, SO
      *    NO SEARCH IS RUN UNTIL THE OPERATOR HAS SAID WHO THEY ARE.
            SET OPR-INTERACTIVE TO TRUE.
            MOVE "FILE-SEARCH" TO OPR-PROGRAM.
            MOVE SPACES TO OPR-ID.
            CALL "OPER-ID" USING OPERATOR-ID.
            IF OPR-UNKNOWN
               DISPLAY "No operator ID given - search refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
            END-IF.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            DISPLAY "Search by (I)D, (N)ame or (S)urname:".
      *-----------------------
       WRITE-AUDIT-LOG.
      *    RECORD QUERY TEXT (OR PERSONID), TIMESTAMP AND MATCH COUNT
      *    FOR EVERY SEARCH, SUCCESSFUL OR NOT. THE OPERATOR GOES LAST
      *    ON THE LINE SO READERS KEYED ON THE MATCHES= TAG STILL FIND
      *    THE COUNT WHERE THEY ALWAYS HAVE.
            OPEN EXTEND AUDIT-FILE.
            IF WS-AUDIT-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-FILE
            END-IF.
            MOVE SPACES TO WS-AUDIT-LINE.
            IF WS-SEARCH-MODE = 'I' OR 'i'
               STRING WS-CDT-YYYY DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       WS-SEARCH-PERSONID DELIMITED BY SIZE
                       " MATCHES=" DELIMITED BY SIZE
                       WS-MATCH-COUNT DELIMITED BY SIZE
                       " OPER=" DELIMITED BY SIZE
                       OPR-ID DELIMITED BY SPACE
                  INTO WS-AUDIT-LINE
               END-STRING
            ELSE
                       WS-SEARCH-QUERY DELIMITED BY SIZE
                       " MATCHES=" DELIMITED BY SIZE
                       WS-MATCH-COUNT DELIMITED BY SIZE
                       " OPER=" DELIMITED BY SIZE
                       OPR-ID DELIMITED BY SPACE
                  INTO WS-AUDIT-LINE
               END-STRING
            END-IF.
