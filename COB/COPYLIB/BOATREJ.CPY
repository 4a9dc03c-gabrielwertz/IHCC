      ******************************************************************
      * BOATREJ.CPY
      * REJECT RECORD LAYOUT FOR BOATREJ.DAT - THE FULL 96-CHARACTER
      * SALE RECORD AS KEYED, PLUS THE REASON CODE FOR THE FIRST EDIT
      * THAT FAILED AND A CYCLE COUNT OF HOW MANY TIMES THE RECORD HAS
      * BEEN THROUGH THE EDIT AND BOUNCED.  THE DATA CLERK CORRECTS
      *                CP PURCHASE DATE IN A CLOSED PERIOD
      *                HL HULL ID
      *                LN LENDER CODE / FINANCING FIELDS
      *                CR CUSTOMER NUMBER RETIRED BY A MERGE
      *                TR TRADE-IN FIELDS
      *
      * MOD HISTORY
      * 08/22/26  GW  ADDED SO REJECTS CAN BE CORRECTED AND RECYCLED
      *               REASON CODE WAS ADDED.
      * 09/01/26  GW  SALE RECORD GREW TO 77 (FINANCING FIELDS) AND
      *               THE LN REASON CODE WAS ADDED.
      * 10/15/26  GW  ADDED THE CR REASON CODE FOR A CUSTOMER NUMBER
      *               RETIRED BY A COBGWW16 MERGE.
      * 10/15/26  GW  SALE RECORD GREW TO 96 (TRADE-IN FIELDS) AND
      *               THE TR REASON CODE WAS ADDED.
      ******************************************************************
       01  RJ-RECORD.
           05  RJ-SALE-REC             PIC X(96).
           05  RJ-REASON-CODE          PIC XX.
           05  RJ-CYCLE-CTR            PIC 99.
