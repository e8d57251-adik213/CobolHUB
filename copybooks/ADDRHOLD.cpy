      *-----------------------
      * ADDRESS HOLD ENTRY - ONE PER CLIENT WHOSE MAIL HAS COME BACK
      * UNDELIVERABLE. WRITTEN BY CONTACT-UPD WHEN AN UNDELIVERABLE
      * OUTCOME IS RECORDED, KEYED ON PERSONID. WHILE THE HOLD IS
      * ACTIVE AND THE MASTER STILL CARRIES THE ADDRESS THE PIECE CAME
      * BACK FROM, CLIENT-MAIL LEAVES THE CLIENT OFF MAILLIST. THE
      * HOLD IS RELEASED BY CONTACT-UPD WHEN A MAINTJRNL CHANGE ENTRY
      * SHOWS CLIENT-ADDRESS CHANGED ON OR AFTER THE CONTACT DATE;
      * RELEASED ENTRIES ARE KEPT SO THE BRANCH CAN SEE WHEN THE
      * ADDRESS WAS PUT RIGHT.
      *-----------------------
       01 HOLD-RECORD.
           05 HOLD-PERSONID            PIC 9(9).
           05 HOLD-STATUS              PIC X(1).
               88 HOLD-ACTIVE              VALUE 'H'.
               88 HOLD-RELEASED            VALUE 'R'.
      *    CONTACT DATE AND CAMPAIGN OF THE PIECE THAT CAME BACK.
           05 HOLD-DATE                PIC 9(8).
           05 HOLD-CAMPAIGN            PIC X(8).
           05 HOLD-BRANCH              PIC X(3).
      *    THE ADDRESS THE PIECE WAS RETURNED FROM.
           05 HOLD-ADDRESS             PIC X(30).
           05 HOLD-RELEASE-DATE        PIC 9(8).
