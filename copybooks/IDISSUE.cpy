      * PERSONID ISSUANCE REQUEST AREA - PASSED TO ID-ISSUE BY ANY
      * PROGRAM THAT NEEDS THE NEXT AVAILABLE PERSONID FOR A BRANCH.
      * THE IDRANGES CONTROL FILE HOLDS ONE LINE PER BRANCH: BRANCH,
      * RANGE START, RANGE END, NEXT AVAILABLE NUMBER AND A STATUS
      * BYTE ('C' ONCE THE BRANCH HAS BEEN CONSOLIDATED AWAY, WHEN NO
      * MORE NUMBERS ARE ISSUED TO IT). A LOW REMAINING COUNT COMES
      * BACK AS A WARNING SO A BRANCH SEES THE END OF ITS RANGE COMING.
      *-----------------------
       01 ISSUE-REQUEST.
           05 ISS-BRANCH               PIC X(3).
           05 ISS-PERSONID             PIC 9(9).
           05 ISS-RESULT               PIC X(1).
               88 ISS-ASSIGNED             VALUE 'Y'.
               88 ISS-NO-RANGE             VALUE 'N'.
               88 ISS-EXHAUSTED            VALUE 'E'.
               88 ISS-RANGE-CLOSED         VALUE 'C'.
           05 ISS-REMAINING            PIC 9(9).
           05 ISS-WARNING              PIC X(1).
               88 ISS-RANGE-LOW            VALUE 'Y'.
