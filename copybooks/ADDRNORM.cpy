      *-----------------------
      * ADDRESS NORMALISATION REQUEST AREA - PASSED TO ADDR-NORM BY
      * EVERY PROGRAM THAT GROUPS CLIENTS INTO HOUSEHOLDS. THE CALLER
      * SETS THE ADDRESS AND SURNAME AS HELD ON CLIENTMST; THE KEYS
      * COME BACK IN ONE FORM, SO "12 High Street." AND "12 HIGH ST"
      * ARE THE SAME ADDRESS AND "O'Brien" AND "OBRIEN" THE SAME NAME.
      *-----------------------
       01 ADDRESS-NORM.
           05 ANM-ADDRESS-IN           PIC X(30).
           05 ANM-SURNAME-IN           PIC X(20).
           05 ANM-ADDRESS-KEY          PIC X(30).
           05 ANM-SURNAME-KEY          PIC X(20).
