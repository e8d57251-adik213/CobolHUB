       01 WS-SECTION-LINE-3.
           05 FILLER PIC X(24) VALUE "CLIENTS SHARING ADDRESS:".
       01 WS-DETAIL-LINE.
           05 DL-PERSONID PIC 9(9).
           05 FILLER PIC X(1) VALUE SPACES.
           05 DL-FIRSTNAME PIC X(20).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DL-LASTNAME PIC X(20).
