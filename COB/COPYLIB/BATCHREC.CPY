      * THE EDITED EXTRACT IN A HEADER (RUN DATE, BATCH NUMBER) AND A
      * TRAILER (VALID RECORD COUNT, DOLLAR HASH OF I-BOAT-COST) SO
      * CBLGWW02 CAN REFUSE A STALE OR SHORT EXTRACT INSTEAD OF
      * PUBLISHING A REPORT FROM IT.  BOTH RECORDS ARE 96 CHARACTERS,
      * THE SAME LENGTH AS A SALE RECORD, SO THE FILE STAYS ONE
      * FIXED-LENGTH EXTRACT.
      *
      *               RECORDS ARE NOW 58 LONG.
      * 09/01/26  GW  FILLERS GREW AGAIN (FINANCING FIELDS ADDED) -
      *               BOTH RECORDS ARE NOW 77 LONG.
      * 10/15/26  GW  FILLERS GREW AGAIN (TRADE-IN FIELDS ADDED) -
      *               BOTH RECORDS ARE NOW 96 LONG.
      ******************************************************************
       01  BCH-HEADER-REC.
           05  BCH-H-REC-ID            PIC X.
               88  BCH-HEADER-ID           VALUE 'H'.
           05  BCH-H-RUN-DATE          PIC 9(8).
           05  BCH-H-BATCH-NBR         PIC 9(6).
           05  FILLER                  PIC X(81).

       01  BCH-TRAILER-REC.
           05  BCH-T-REC-ID            PIC X.
               88  BCH-TRAILER-ID          VALUE 'T'.
           05  BCH-T-VALID-CTR         PIC 9(6).
           05  BCH-T-COST-HASH         PIC 9(12)V99.
           05  FILLER                  PIC X(75).
