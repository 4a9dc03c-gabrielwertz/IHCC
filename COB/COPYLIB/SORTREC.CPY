      * 09/01/26  GW  ADDED THE FINANCING FIELDS IN STEP WITH
      *               BOATREC.CPY - SR-LENDER-CODE IS ALSO THE SORT
      *               KEY FOR THE PER-LENDER FUNDING EXTRACT PASS.
      * 10/15/26  GW  ADDED THE TRADE-IN FIELDS IN STEP WITH
      *               BOATREC.CPY.
      ******************************************************************
       01  SORT-REC.
           05  SR-LAST-NAME            PIC X(15).
           05  SR-LENDER-CODE          PIC X(3).
           05  SR-AMT-FINANCED         PIC 9(6)V99.
           05  SR-DOWN-PAYMENT         PIC 9(6)V99.
           05  SR-TRADE-HULL-ID        PIC X(10).
           05  SR-TRADE-BOAT-TYPE      PIC X.
           05  SR-TRADE-ALLOWANCE      PIC 9(6)V99.
