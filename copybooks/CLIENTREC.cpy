      * THE ELEMENTARY ITEMS (WORKING-STORAGE MIRROR COPIES USE WS-).
      *-----------------------
       01 CLIENT-RECORD.
           05 PERSONID                 PIC 9(9).
           05 FIRSTNAME                PIC X(20).
           05 LASTNAME                 PIC X(20).
           05 CLIENT-ADDRESS           PIC X(30).
