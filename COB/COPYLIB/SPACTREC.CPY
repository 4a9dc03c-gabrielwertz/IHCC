      ******************************************************************
      * SPACTREC.CPY
      * SALESPERSON ACTIVITY RECORD FOR BOATSPAC.DAT - ONE RECORD PER
      * DEAL IN A POSTED BATCH, APPENDED BY CBLGWW02 UNDER THE
      * POSTED-BATCH GUARD AND KEPT FOR GOOD.  THE DOLLARS ARE THE
      * DEAL TOTAL THE COMMISSION SUMMARY USES (BOAT, PACKAGE AND
      * PREP).  A RETURN CARRIES -1 UNIT AND NEGATIVE DOLLARS IN THE
      * MONTH IT WAS POSTED, SO SUMMING A MONTH GIVES ITS SALES NET
      * OF RETURNS.  CBLGWW21 READS IT FOR QUOTA ATTAINMENT.  THE
      * SIGNS ARE LEADING SEPARATE, LIKE BOATGLAC.DAT.
      *
      * MOD HISTORY
      * 10/15/26  GW  ADDED - BOATGLAC.DAT IS PURGED AT EVERY CLOSE AND
      *               BOATHIST.DAT HAS NO SALESPERSON, SO NOTHING KEPT
      *               A YEAR OF SALES BY PERSON.
      ******************************************************************
       01  SLS-ACTIVITY-REC.
           05  SA-PERIOD.
               10  SA-YEAR                 PIC 9(4).
               10  SA-MONTH                PIC 99.
           05  SA-SALESPERSON-ID       PIC X(4).
           05  SA-BATCH-NBR            PIC 9(6).
           05  SA-HULL-ID              PIC X(10).
           05  SA-UNITS                PIC S9
                                       SIGN IS LEADING SEPARATE.
           05  SA-DOLLARS              PIC S9(8)V99
                                       SIGN IS LEADING SEPARATE.
