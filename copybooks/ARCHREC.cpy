      * BEEN HELD. USED BY CLIENT-PURGE FOR CLIENTARC.
      *-----------------------
       01 ARCH-RECORD.
           05 ARCH-PERSONID            PIC 9(9).
           05 ARCH-FIRSTNAME           PIC X(20).
           05 ARCH-LASTNAME            PIC X(20).
           05 ARCH-ADDRESS             PIC X(30).
