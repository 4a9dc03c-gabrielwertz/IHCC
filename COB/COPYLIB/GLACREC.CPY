      ******************************************************************
      * GLACREC.CPY
      * GENERAL LEDGER ACTIVITY RECORD FOR BOATGLAC.DAT - ONE RECORD
      * PER DEAL IN A POSTED BATCH, APPENDED BY CBLGWW02 UNDER THE
      * POSTED-BATCH GUARD WITH EVERY AMOUNT THE JOURNAL NEEDS
      * ALREADY PRICED (BOAT, PACKAGE, PREP, TAX, COMMISSION, THE
      * HULL'S DEALER COST, AND THE LENDER'S SHARE OF A FINANCED
      * DEAL).  COBGWW08 SUMMARIZES THE CLOSING PERIOD'S RECORDS
      * INTO THE BALANCED BOATGLJE.DAT JOURNAL AT MONTH-END AND
      * DROPS THEM ONCE THE PERIOD HAS ADVANCED.  A RETURN CARRIES
      * EVERY AMOUNT AS A NEGATIVE SO THE JOURNAL NETS IT OUT.  THE
      * SIGNS ARE LEADING SEPARATE, LIKE THE BOATFUNX.DAT AMOUNT.
      *
      * MOD HISTORY
      * 10/15/26  GW  ADDED - THE ACCOUNTANT WAS KEYING THE MONTH'S
      *               SALES JOURNAL ENTRY BY HAND FROM THE CLOSE
      *               REGISTER AND THE COMMISSION SUMMARY.
      * 10/15/26  GW  ADDED GA-TRADE-AMT - A TRADE-IN'S ALLOWANCE IS
      *               USED INVENTORY TAKEN IN PLACE OF CASH.  THE
      *               RECORD IS NOW 121.
      * 10/15/26  GW  ADDED GA-HULL-SOURCE - A TRADE HULL'S COST IS
      *               RELIEVED FROM THE TRADE-IN SUB-ACCOUNT IT WAS
      *               BOOKED TO.  THE RECORD IS NOW 122.
      ******************************************************************
       01  GL-ACTIVITY-REC.
           05  GA-PERIOD.
               10  GA-YEAR                 PIC 9(4).
               10  GA-MONTH                PIC 99.
           05  GA-BATCH-NBR            PIC 9(6).
           05  GA-BOAT-TYPE            PIC X.
           05  GA-STATE                PIC XX.
           05  GA-LENDER-CODE          PIC X(3).
               88  GA-CASH-DEAL            VALUE SPACES.
           05  GA-HULL-ID              PIC X(10).
           05  GA-CUSTOMER-NBR         PIC 9(5).
           05  GA-BOAT-AMT             PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-PKG-AMT              PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-PREP-AMT             PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-TAX-AMT              PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-FINANCED-AMT         PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-COMMISSION-AMT       PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-DEALER-COST          PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-TRADE-AMT            PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
           05  GA-HULL-SOURCE          PIC X.
               88  GA-TRADE-HULL           VALUE 'T'.
