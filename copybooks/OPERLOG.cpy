      *-----------------------
      * OPERATOR ACTIVITY LOG ENTRY - ONE LINE PER OPERATOR ACTION
      * THAT LEAVES NO MAINTJRNL OR SEARCHLOG ENTRY OF ITS OWN:
      * A HELD REJECT RESUBMITTED OR CLOSED BY EXCP-REWORK, A LOCK
      * OVERRIDDEN BY LOCK-ADMIN, AN OUTCOME KEYED BY CONTACT-UPD.
      * APPENDED BY EACH OF THEM, SO IT HOLDS THE HISTORY AFTER THE
      * HELD FILE HAS BEEN CLEARED. READ BY OPER-RPT. THE DETAIL
      * NAMES WHAT WAS ACTED ON - A CLIENT AS ID=<PERSONID> AT ITS
      * START - BUT NEVER CARRIES A CLIENT'S NAME OR ADDRESS. THE
      * PERSONID IS CLIENT DATA: CLIENT-DSR DISCLOSES THOSE LINES AND,
      * ON AN ERASURE, REWRITES THE FILE TO MASK THE ERASED ID.
      *-----------------------
       01 OLOG-RECORD.
           05 OLOG-DATE                PIC 9(8).
           05 OLOG-TIME                PIC 9(6).
           05 OLOG-OPERATOR            PIC X(12).
           05 OLOG-PROGRAM             PIC X(16).
           05 OLOG-ACTION              PIC X(1).
               88 OLOG-RESUBMIT            VALUE 'R'.
               88 OLOG-CLOSE               VALUE 'C'.
               88 OLOG-LOCK-OVERRIDE       VALUE 'O'.
               88 OLOG-OUTCOME             VALUE 'T'.
           05 OLOG-DETAIL              PIC X(40).
