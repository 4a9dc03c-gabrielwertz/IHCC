      * 09/01/26  GW  ADDED - TWO SMITHS COULD NOT BE TOLD APART ON
      *               I-LAST-NAME ALONE AND SALES HAD NO WAY TO SEE
      *               WHO HAS BOUGHT FROM US BEFORE.
      * 10/15/26  GW  ADDED CU-STATUS AND CU-MERGED-INTO FOR THE NEW
      *               COBGWW16 MAINTENANCE PROGRAM.  A MERGE FOLDS A
      *               DUPLICATE NUMBER'S PURCHASES INTO THE SURVIVING
      *               NUMBER AND LEAVES THE OLD RECORD ON FILE RETIRED,
      *               POINTING AT THE SURVIVOR, SO THE NUMBER IS NEVER
      *               REISSUED AND COBGWW01 CAN SAY WHICH NUMBER TO
      *               USE.  A BLANK STATUS (RECORDS WRITTEN BEFORE THE
      *               FIELD EXISTED) READS AS ACTIVE.
      ******************************************************************
       01  CUST-REC.
           05  CU-NBR                  PIC 9(5).
           05  CU-PHONE                PIC X(10).
           05  CU-PURCHASE-CTR         PIC 9(4).
           05  CU-LIFETIME-DLRS        PIC 9(10)V99.
           05  CU-STATUS               PIC X.
               88  CU-ACTIVE               VALUES 'A' SPACE.
               88  CU-RETIRED              VALUE 'R'.
           05  CU-MERGED-INTO          PIC 9(5).
