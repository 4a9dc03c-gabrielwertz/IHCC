      *
      * MOD HISTORY
      * 09/01/26  GW  NEW PROGRAM.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 30 (CONDITION/SOURCE).
      *               RECEIPTS LOAD AS NEW FACTORY STOCK; TRADE-INS
      *               BOOKED BY CBLGWW02 CARRY THROUGH THE REWRITE.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 50 (HL-PRIOR).  A RECEIPT
      *               LOADS WITH NO PRIOR ROW; A TRADE-IN'S PRIOR ROW
      *               CARRIES THROUGH THE REWRITE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.

       FD  HULLMASN
           LABEL RECORD IS STANDARD
           DATA RECORD IS HLN-REC
           RECORD CONTAINS 50 CHARACTERS.

       01  HLN-REC                     PIC X(50).

       FD  BOATTYPE
           LABEL RECORD IS STANDARD
               10  HLM-COST                    PIC 9(6)V99.
               10  HLM-RECEIVED                PIC 9(8).
               10  HLM-STATUS                  PIC X.
               10  HLM-CONDITION               PIC X.
               10  HLM-SOURCE                  PIC X.
               10  HLM-PRIOR                   PIC X(20).

       01  HULL-MASTER-AREA.
           05  HULL-MASTER-COUNT        PIC 999     VALUE ZERO.
           05  HLN-DEALER-COST          PIC 9(6)V99.
           05  HLN-RECEIVED-DATE        PIC 9(8).
           05  HLN-STATUS               PIC X.
           05  HLN-CONDITION            PIC X.
           05  HLN-SOURCE               PIC X.
           05  HLN-PRIOR                PIC X(20).

       01  BOAT-TYPE-MASTER-TABLE.
           05  BOAT-TYPE-MASTER-ENTRY     OCCURS 20 TIMES.
               MOVE HL-RECEIVED-DATE
                   TO HLM-RECEIVED (HULL-MASTER-COUNT)
               MOVE HL-STATUS TO HLM-STATUS (HULL-MASTER-COUNT)
               MOVE HL-CONDITION
                   TO HLM-CONDITION (HULL-MASTER-COUNT)
               MOVE HL-SOURCE TO HLM-SOURCE (HULL-MASTER-COUNT)
               MOVE HL-PRIOR TO HLM-PRIOR (HULL-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - HULLMAST.DAT HAS MORE THAN '
                   'HULL-MASTER-MAX ENTRIES - ROW IGNORED'
               MOVE TR-RECEIVED-DATE
                   TO HLM-RECEIVED (HULL-MASTER-COUNT)
               MOVE 'I' TO HLM-STATUS (HULL-MASTER-COUNT)
               MOVE 'N' TO HLM-CONDITION (HULL-MASTER-COUNT)
               MOVE 'F' TO HLM-SOURCE (HULL-MASTER-COUNT)
               MOVE SPACES TO HLM-PRIOR (HULL-MASTER-COUNT)
               MOVE TR-DEALER-COST TO O-AUD-COST
               MOVE TR-RCV-MONTH TO O-AUD-DATE (1:2)
               MOVE '/' TO O-AUD-DATE (3:1)
           MOVE HLM-COST (HLM-WRITE-SUB) TO HLN-DEALER-COST.
           MOVE HLM-RECEIVED (HLM-WRITE-SUB) TO HLN-RECEIVED-DATE.
           MOVE HLM-STATUS (HLM-WRITE-SUB) TO HLN-STATUS.
           MOVE HLM-CONDITION (HLM-WRITE-SUB) TO HLN-CONDITION.
           MOVE HLM-SOURCE (HLM-WRITE-SUB) TO HLN-SOURCE.
           MOVE HLM-PRIOR (HLM-WRITE-SUB) TO HLN-PRIOR.
           WRITE HLN-REC FROM HLN-WORK-REC.
           ADD 1 TO M-MASTER-OUT-CTR.

