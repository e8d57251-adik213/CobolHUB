      *-----------------------
      * BRANCH REFERENCE RECORD - ONE PER BRANCH CODE EVER ISSUED,
      * WITH THE NAME, REGION AND MANAGER THAT PRINT BESIDE THE CODE
      * ON THE REPORTS AND AN OPEN/CLOSED STATUS. A CLOSED BRANCH IS
      * KEPT RATHER THAN DELETED SO ITS CODE STILL RESOLVES ON OLD
      * HISTORY, BUT NO PROGRAM MAY STAMP IT ON A CLIENT. MAINTAINED
      * BY BRANCH-MAINT ON BRANCHMST; CHECKED THROUGH BRANCH-CHK.
      *-----------------------
       01 BRANCH-RECORD.
           05 BR-CODE                  PIC X(3).
           05 BR-NAME                  PIC X(30).
           05 BR-REGION                PIC X(20).
           05 BR-MANAGER               PIC X(30).
           05 BR-STATUS                PIC X(1).
               88 BR-OPEN                  VALUE 'O'.
               88 BR-CLOSED                VALUE 'C'.
           05 BR-STATUS-DATE           PIC 9(8).
