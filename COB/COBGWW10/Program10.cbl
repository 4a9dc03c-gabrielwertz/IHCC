      *
      * MOD HISTORY
      * 09/01/26  GW  NEW PROGRAM.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 30 (CONDITION/SOURCE).
      * 10/15/26  GW  HULLMAST RECORD GREW TO 50 (HL-PRIOR).
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.

