      * HELD REJECT RECORD - THE FULL CLIENTREC IMAGE AS IT ARRIVED
      * ON THE FEED PLUS THE REJECT REASON AND A DISPOSITION BYTE,
      * SO A REJECT CAN BE CORRECTED AND RESUBMITTED INSTEAD OF
      * RETYPED. SHARED BY FILE-LOAD AND EXCP-REWORK. THE LAST THREE
      * FIELDS SAY WHO LAST SET THE DISPOSITION AND WHEN - THE LOAD'S
      * JOB NAME WHEN THE REJECT IS HELD, THE OPERATOR WHO LAST WORKED
      * IT IN EXCP-REWORK. A RESUBMITTED OR CLOSED ENTRY STAYS ON THE
      * FILE, STAMPED, UNTIL THE OVERNIGHT CARRY-FORWARD DROPS IT.
      *-----------------------
       01 EXCP-RECORD.
           05 EXCP-CLIENT-IMAGE        PIC X(98).
           05 EXCP-REASON              PIC X(40).
           05 EXCP-DISPOSITION         PIC X(1).
               88 EXCP-OPEN                VALUE 'O'.
               88 EXCP-RESUBMITTED         VALUE 'R'.
               88 EXCP-CLOSED              VALUE 'C'.
           05 EXCP-OPERATOR            PIC X(12).
           05 EXCP-SET-DATE            PIC 9(8).
           05 EXCP-SET-TIME            PIC 9(6).
