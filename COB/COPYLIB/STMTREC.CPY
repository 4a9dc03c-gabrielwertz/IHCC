      *               BOATREC.CPY - THE FUNDING EXTRACT PASS RE-USES
      *               THIS LAYOUT THE SAME WAY THE STATEMENT PASS
      *               DOES.
      * 10/15/26  GW  ADDED THE TRADE-IN FIELDS IN STEP WITH
      *               BOATREC.CPY.
      ******************************************************************
       01  PS-REC.
           05  PS-LAST-NAME            PIC X(15).
               88  PS-CASH-DEAL        VALUE SPACES.
           05  PS-AMT-FINANCED         PIC 9(6)V99.
           05  PS-DOWN-PAYMENT         PIC 9(6)V99.
           05  PS-TRADE-HULL-ID        PIC X(10).
               88  PS-NO-TRADE-IN      VALUE SPACES.
           05  PS-TRADE-BOAT-TYPE      PIC X.
           05  PS-TRADE-ALLOWANCE      PIC 9(6)V99.
