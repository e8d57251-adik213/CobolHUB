       WRITE-LOCK-HOLDER.
            ACCEPT WS-CDT-DATE FROM DATE YYYYMMDD.
            ACCEPT WS-CDT-TIME FROM TIME.
            MOVE LOCK-OPERATOR TO WS-OPERATOR.
            IF WS-OPERATOR = SPACES
               ACCEPT WS-OPERATOR FROM ENVIRONMENT "USER"
            END-IF.
            IF WS-OPERATOR = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR
            END-IF.
