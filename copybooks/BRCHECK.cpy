      *-----------------------
      * BRANCH CHECK REQUEST AREA - PASSED TO BRANCH-CHK BY EVERY
      * PROGRAM THAT STAMPS OR PRINTS A BRANCH-CODE. THE CALLER SETS
      * BRC-CODE; THE RESULT COMES BACK 'Y' FOR AN OPEN BRANCH, 'C'
      * FOR ONE THAT HAS BEEN CLOSED AND 'U' FOR A CODE NOT ON
      * BRANCHMST, WITH THE NAME AND REGION WHENEVER THE CODE IS
      * KNOWN.
      *-----------------------
       01 BRANCH-CHECK.
           05 BRC-CODE                 PIC X(3).
           05 BRC-RESULT               PIC X(1).
               88 BRC-VALID                VALUE 'Y'.
               88 BRC-CLOSED               VALUE 'C'.
               88 BRC-UNKNOWN              VALUE 'U'.
           05 BRC-NAME                 PIC X(30).
           05 BRC-REGION               PIC X(20).
