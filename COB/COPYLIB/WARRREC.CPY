      ******************************************************************
      * WARRREC.CPY
      * MANUFACTURER WARRANTY RECORD - ONE PER HULL SOLD (TYPE R,
      * REGISTRATION) OR RETURNED (TYPE C, CANCELLATION).  WHEN A
      * BATCH POSTS, CBLGWW02 APPENDS THE SAME RECORD TO TWO FILES:
      * BOATWRTX.DAT, THE FIXED-LAYOUT FEED TRANSMITTED TO THE
      * MANUFACTURERS (THE TRANSMISSION STEP EMPTIES IT), AND
      * BOATWREG.DAT, THE REGISTERED-WARRANTY FILE KEPT HERE.  THE
      * CBLGWW18 FOLLOW-UP LISTING READS BOATWREG.DAT IN POSTING
      * ORDER - A C RECORD CANCELS THE REGISTRATION BEFORE IT FOR THE
      * SAME HULL.  ON A C RECORD WR-SALE-DATE IS THE DATE OF THE
      * RETURN AND WR-EXPIRE-DATE IS ZEROS.  THE BUYER'S NAME,
      * ADDRESS AND PHONE ARE COPIED FROM CUSTMAST.DAT AT POSTING.
      *
      * MOD HISTORY
      * 10/15/26  GW  ADDED - WARRANTIES WERE BEING REGISTERED BY HAND
      *               FROM THE SALES REPORT DAYS AFTER THE SALE, AND
      *               SOME BOATS NEVER GOT REGISTERED AT ALL.
      ******************************************************************
       01  WARRANTY-REC.
           05  WR-REC-TYPE             PIC X.
               88  WR-REGISTRATION         VALUE 'R'.
               88  WR-CANCELLATION         VALUE 'C'.
           05  WR-HULL-ID              PIC X(10).
           05  WR-BOAT-TYPE            PIC X.
           05  WR-SALE-DATE            PIC 9(8).
           05  WR-EXPIRE-DATE          PIC 9(8).
           05  WR-CUSTOMER-NBR         PIC 9(5).
           05  WR-NAME                 PIC X(20).
           05  WR-ADDRESS              PIC X(25).
           05  WR-STATE                PIC XX.
           05  WR-PHONE                PIC X(10).
           05  WR-BATCH-NBR            PIC 9(6).
