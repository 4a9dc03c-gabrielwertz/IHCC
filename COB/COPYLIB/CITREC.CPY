      ******************************************************************
      * CITREC.CPY
      * CONTRACTS-IN-TRANSIT RECORD - ONE FINANCED DEAL A LENDER HAS
      * NOT YET FUNDED.  CBLGWW02 APPENDS ONE RECORD PER FINANCED
      * SALE (STATUS O) AND PER FINANCED RETURN (STATUS R) TO THE
      * BOATCITX.DAT FEED WHEN A BATCH POSTS, AND COBGWW15 FOLDS THE
      * FEED INTO THE BOATCIT.DAT MASTER, APPLIES THE OFFICE'S
      * FUNDING RECEIPTS AGAINST IT AND AGES WHAT IS STILL OPEN.
      * BOTH FILES USE THIS ONE LAYOUT.  ON THE MASTER EVERY ROW IS
      * OPEN - A FUNDED OR CANCELLED CONTRACT IS PRINTED ON THE
      * COBGWW15 LISTING AND DROPPED.
      *
      * MOD HISTORY
      * 10/15/26  GW  ADDED - BOATFUNX.DAT TOLD THE LENDERS WHAT THEY
      *               OWED US BUT NOTHING TRACKED WHETHER THE MONEY
      *               EVER ARRIVED.
      ******************************************************************
       01  CIT-REC.
           05  CT-LENDER-CODE          PIC X(3).
           05  CT-CUSTOMER-NBR         PIC 9(5).
           05  CT-LAST-NAME            PIC X(15).
           05  CT-HULL-ID              PIC X(10).
           05  CT-SALE-DATE            PIC 9(8).
           05  CT-BATCH-NBR            PIC 9(6).
           05  CT-AMT-FINANCED         PIC 9(6)V99.
           05  CT-AMT-RECEIVED         PIC 9(6)V99.
           05  CT-LAST-RCV-DATE        PIC 9(8).
           05  CT-STATUS               PIC X.
               88  CT-OPEN                 VALUE 'O'.
               88  CT-RETURN               VALUE 'R'.
