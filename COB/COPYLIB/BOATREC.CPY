      *               LENDMAST.DAT, SEE LENDREC.CPY), AMOUNT
      *               FINANCED AND DOWN PAYMENT.  THE RECORD IS
      *               NOW 77.
      * 10/15/26  GW  ADDED THE TRADE-IN FIELDS - HULL ID (BLANK = NO
      *               TRADE), BOAT TYPE AND ALLOWANCE.  COBGWW01 EDITS
      *               THEM AND CBLGWW02 BOOKS THE TRADE INTO HULLMAST
      *               AS USED STOCK AT POSTING.  THE RECORD IS NOW 96.
      ******************************************************************
       01  I-REC.
           05  I-LAST-NAME             PIC X(15).
               88  CASH-DEAL           VALUE SPACES.
           05  I-AMT-FINANCED          PIC 9(6)V99.
           05  I-DOWN-PAYMENT          PIC 9(6)V99.
           05  I-TRADE-HULL-ID         PIC X(10).
               88  NO-TRADE-IN         VALUE SPACES.
           05  I-TRADE-BOAT-TYPE       PIC X.
           05  I-TRADE-ALLOWANCE       PIC 9(6)V99.
