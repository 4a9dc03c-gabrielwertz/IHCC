      ******************************************************************
      * QUOTAREC.CPY
      * SALESPERSON QUOTA MASTER RECORD FOR QUOTMAST.DAT - ONE RECORD
      * PER SALESPERSON PER YEAR/MONTH, HOLDING THE SALES MANAGER'S
      * UNIT AND DOLLAR TARGETS FOR THAT MONTH.  MAINTAINED BY
      * COBGWW20 AND READ BY THE CBLGWW21 QUOTA ATTAINMENT REPORT.
      * THE DOLLAR TARGET IS MEASURED AGAINST THE SAME DEAL TOTAL THE
      * COMMISSION SUMMARY PAYS ON (BOAT, PACKAGE AND PREP).  A ZERO
      * TARGET MEANS THAT MEASURE IS NOT SET FOR THE MONTH.
      *
      * MOD HISTORY
      * 10/15/26  GW  ADDED - THE TARGETS LIVED IN THE SALES MANAGER'S
      *               SPREADSHEET AND WERE CHECKED BY HAND AGAINST THE
      *               COMMISSION SUMMARY.
      ******************************************************************
       01  QUOTA-REC.
           05  QT-SALESPERSON-ID       PIC X(4).
           05  QT-PERIOD.
               10  QT-YEAR                 PIC 9(4).
               10  QT-MONTH                PIC 99.
           05  QT-UNIT-TARGET          PIC 9(4).
           05  QT-DOLLAR-TARGET        PIC 9(8)V99.
