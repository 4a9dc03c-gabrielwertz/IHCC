      *
      * MOD HISTORY
      * 09/01/26  GW  NEW PROGRAM.
      * 10/15/26  GW  EXTRACT RECORD GREW TO 96 (TRADE-IN FIELDS).
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  BOATARCH
           LABEL RECORD IS STANDARD
           DATA RECORD IS ARCH-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  ARCH-REC                    PIC X(96).

       FD  BOATARCN
           LABEL RECORD IS STANDARD
