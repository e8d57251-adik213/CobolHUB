      *-----------------------
      * HOUSEHOLD MEMBER ENTRY - ONE PER CLIENT, KEYED ON PERSONID,
      * WITH THE HOUSEHOLD IT BELONGS TO AS A DUPLICATE ALTERNATE KEY.
      * CLIENT-HHOLD BUILDS THE FILE FROM CLIENTMST: CLIENTS SHARING
      * A NORMALISED ADDRESS AND SURNAME (SEE ADDR-NORM) FORM ONE
      * HOUSEHOLD, NUMBERED BY ITS LOWEST PERSONID. A BRANCH CAN JOIN
      * A CLIENT TO ANOTHER CLIENT'S HOUSEHOLD AT THE SAME ADDRESS OR
      * SPLIT A CLIENT OUT ON THEIR OWN; THOSE ENTRIES SURVIVE EVERY
      * REFRESH UNTIL THE CLIENT MOVES. CLIENT-MAIL SENDS ONE PIECE
      * PER HOUSEHOLD.
      *-----------------------
       01 HSE-RECORD.
           05 HSE-PERSONID             PIC 9(9).
           05 HSE-HOUSEHOLD-ID         PIC 9(9).
           05 HSE-SOURCE               PIC X(1).
               88 HSE-AUTOMATIC            VALUE 'A'.
               88 HSE-JOINED               VALUE 'J'.
               88 HSE-SPLIT                VALUE 'S'.
      *    FOR A JOINED CLIENT, THE CLIENT THEY WERE JOINED TO - THE
      *    REFRESH FOLLOWS THAT CLIENT'S HOUSEHOLD IF IT IS RENUMBERED.
           05 HSE-JOIN-PERSONID        PIC 9(9).
           05 HSE-ADDRESS-KEY          PIC X(30).
           05 HSE-SURNAME-KEY          PIC X(20).
           05 HSE-SET-DATE             PIC 9(8).
