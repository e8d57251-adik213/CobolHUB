
           FD RECON-CONTROL-IN.
      *      ONE LINE: THE CLOSING COUNT AND CHECKSUM FROM THE LAST
      *      RECONCILIATION, SO THE COMPARISON SURVIVES OVERNIGHT. A
      *      LINE WRITTEN BEFORE PERSONIDS WERE WIDENED CARRIES A
      *      10-DIGIT CHECKSUM; THE PERSONIDS KEPT THEIR VALUES, SO IT
      *      STILL HOLDS GOOD.
             01 WS-CTL-IN-RECORD.
               05 CTL-IN-DATE PIC 9(8).
               05 CTL-IN-COUNT PIC 9(7).
               05 CTL-IN-CHECKSUM PIC 9(18).
               05 CTL-IN-OLD-CHECKSUM REDEFINES CTL-IN-CHECKSUM.
                 10 CTL-IN-OLD-CKS PIC 9(10).
                 10 CTL-IN-OLD-FILLER PIC X(8).

           FD RECON-CONTROL-OUT.
             01 WS-CTL-OUT-RECORD.
               05 CTL-OUT-DATE PIC 9(8).
               05 CTL-OUT-COUNT PIC 9(7).
               05 CTL-OUT-CHECKSUM PIC 9(18).

           FD REPORT-FILE.
             01 WS-REPORT-LINE PIC X(100).
       01 WS-RERUN PIC A(1) VALUE 'N'.
       01 WS-PRIOR-DATE PIC 9(8) VALUE ZERO.
       01 WS-PRIOR-COUNT PIC 9(7) VALUE ZERO.
       01 WS-PRIOR-CHECKSUM PIC 9(18) VALUE ZERO.
       01 WS-ACTUAL-COUNT PIC 9(7) VALUE ZERO.
       01 WS-ACTUAL-CHECKSUM PIC 9(18) VALUE ZERO.
       01 WS-LOADED-ADDS PIC 9(7) VALUE ZERO.
       01 WS-JRNL-ADDS PIC 9(7) VALUE ZERO.
       01 WS-JRNL-DELETES PIC 9(7) VALUE ZERO.
           05 WS-RPT-DIFF PIC +ZZZZZZ9.
       01 WS-CHECKSUM-LINE.
           05 FILLER PIC X(16) VALUE "PRIOR CHECKSUM:".
           05 WS-RPT-PRIOR-CKS PIC 9(18).
           05 FILLER PIC X(10) VALUE "  ACTUAL:".
           05 WS-RPT-ACTUAL-CKS PIC 9(18).
       01 WS-BALANCED-LINE.
           05 FILLER PIC X(30) VALUE "*** BALANCED ***".
       01 WS-OOB-LINE.
                   SET WS-PRIOR-FOUND TO 'Y'
                   MOVE CTL-IN-DATE TO WS-PRIOR-DATE
                   MOVE CTL-IN-COUNT TO WS-PRIOR-COUNT
                   IF CTL-IN-CHECKSUM IS NUMERIC
                      MOVE CTL-IN-CHECKSUM TO WS-PRIOR-CHECKSUM
                   ELSE
                      MOVE CTL-IN-OLD-CKS TO WS-PRIOR-CHECKSUM
                   END-IF
                   MOVE CTL-IN-DATE TO WS-JRNL-DATE-X
                   IF WS-JRNL-DATE-X = WS-RPT-DATE
                      SET WS-RERUN TO 'Y'
