      * 09/01/26  GW  ADDED - THE SYSTEM HAD NO IDEA WHAT WAS
      *               PHYSICALLY ON THE LOT AND THE FLOOR-PLAN
      *               CONVERSATION WITH THE BANK RAN OFF A CLIPBOARD.
      * 10/15/26  GW  ADDED HL-CONDITION AND HL-SOURCE.  A TRADE-IN
      *               BOOKED BY CBLGWW02 AT POSTING COMES IN USED,
      *               SOURCE T, AT ITS TRADE ALLOWANCE AS DEALER COST.
      *               BLANKS (ROWS WRITTEN BEFORE THE FIELDS EXISTED)
      *               READ AS NEW FACTORY STOCK.  THE RECORD IS NOW 30.
      * 10/15/26  GW  ADDED HL-PRIOR.  A TRADE-IN OF A HULL WE SOLD
      *               BEFORE REUSES ITS ROW; THE ROW AS IT STOOD IS
      *               KEPT HERE SO A RETURN OF THE DEAL CAN PUT IT
      *               BACK INSTEAD OF DROPPING IT.  HL-PRIOR-STATUS
      *               SPACE MEANS THE ROW WAS NOT REUSED (A RETURN
      *               DROPS IT).  THE RECORD IS NOW 50.
      ******************************************************************
       01  HULL-REC.
           05  HL-HULL-ID              PIC X(10).
           05  HL-STATUS               PIC X.
               88  HULL-IN-STOCK           VALUE 'I'.
               88  HULL-SOLD               VALUE 'S'.
           05  HL-CONDITION            PIC X.
               88  HULL-NEW                VALUES 'N' SPACE.
               88  HULL-USED               VALUE 'U'.
           05  HL-SOURCE               PIC X.
               88  HULL-FROM-FACTORY       VALUES 'F' SPACE.
               88  HULL-FROM-TRADE         VALUE 'T'.
           05  HL-PRIOR.
               10  HL-PRIOR-STATUS         PIC X.
               10  HL-PRIOR-TYPE           PIC X.
               10  HL-PRIOR-COST           PIC 9(6)V99.
               10  HL-PRIOR-RECEIVED       PIC 9(8).
               10  HL-PRIOR-CONDITION      PIC X.
               10  HL-PRIOR-SOURCE         PIC X.
