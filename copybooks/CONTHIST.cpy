      *-----------------------
       01 CONTACT-RECORD.
           05 CONT-KEY.
               10 CONT-PERSONID        PIC 9(9).
               10 CONT-DATE            PIC 9(8).
           05 CONT-CAMPAIGN            PIC X(8).
           05 CONT-CHANNEL             PIC X(1).
