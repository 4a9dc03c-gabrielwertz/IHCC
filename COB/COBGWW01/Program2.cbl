      *               AMOUNT FINANCED AND A NUMERIC DOWN PAYMENT; A
      *               CASH DEAL (BLANK LENDER) MUST NOT CARRY AN
      *               AMOUNT FINANCED.  FAILURES BOUNCE AS LN.
      * 10/15/26  GW  A CUSTOMER NUMBER RETIRED BY A COBGWW16 MERGE
      *               BOUNCES AS CR, NAMING THE SURVIVING NUMBER TO
      *               KEY INSTEAD.
      * 10/15/26  GW  THE RECORD NOW CARRIES THE TRADE-IN FIELDS.  A
      *               SALE'S TRADE HULL MUST NOT BE THE HULL BEING
      *               SOLD, ALREADY IN STOCK ON HULLMAST.DAT OR TRADED
      *               IN EARLIER IN THIS BATCH; ITS BOAT TYPE MUST BE
      *               ON BOATTYPE.DAT; AND THE ALLOWANCE MUST BE
      *               NUMERIC, NON-ZERO AND NOT MORE THAN THE BOAT
      *               PRICE.  AN ALLOWANCE OR TYPE WITH NO TRADE HULL
      *               IS AN ERROR TOO.  FAILURES BOUNCE AS TR.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 50 (HL-PRIOR).
      ******************************************************************

       ENVIRONMENT DIVISION.
       FD  CBLBOAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 96 CHARACTERS.

           COPY BOATREC.

       FD  CBLBOATV
           LABEL RECORD IS STANDARD
           DATA RECORD IS V-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  V-REC                       PIC X(96).

       FD  BOATEDIT
           LABEL RECORD IS OMITTED
       FD  BOATREJO
           LABEL RECORD IS STANDARD
           DATA RECORD IS REJ-OUT-REC
           RECORD CONTAINS 100 CHARACTERS.

       01  REJ-OUT-REC                 PIC X(100).

       FD  BOATRCY
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCY-IN-REC
           RECORD CONTAINS 100 CHARACTERS.

       01  RCY-IN-REC                  PIC X(100).

       FD  BOATBTCH
           LABEL RECORD IS STANDARD
       FD  CUSTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 84 CHARACTERS.

           COPY CUSTREC.

       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.


       01  DUP-SUSPECT-TABLE.
           05  DUP-SUSPECT-ENTRY          OCCURS 200 TIMES.
               10  DS-REC                      PIC X(96).

       01  DUP-WORK-AREA.
           05  DUP-KEY-COUNT            PIC 9(4)    VALUE ZERO.
               10  CM-NBR                      PIC 9(5).
               10  CM-NAME                     PIC X(20).
               10  CM-CTR                      PIC 9(4).
               10  CM-STATUS                   PIC X.
                   88  CM-IS-RETIRED               VALUE 'R'.
               10  CM-MERGED-INTO              PIC 9(5).

       01  HULL-MASTER-TABLE.
           05  HULL-MASTER-ENTRY          OCCURS 500 TIMES.
           05  HLM-MORE                 PIC XXX     VALUE 'YES'.
           05  HULLMAST-STATUS          PIC XX      VALUE SPACES.

      * TRADE HULLS ALREADY TAKEN IN BY A VALID SALE IN THIS BATCH.
       01  TRADE-BATCH-TABLE.
           05  TRADE-BATCH-ENTRY          OCCURS 500 TIMES.
               10  TBT-HULL-ID                 PIC X(10).

       01  TRADE-BATCH-AREA.
           05  TRADE-BATCH-COUNT        PIC 999     VALUE ZERO.
           05  TRADE-BATCH-MAX          PIC 999     VALUE 500.
           05  TBT-SEARCH-SUB           PIC 999     VALUE ZERO.
           05  TRD-REASON               PIC X(36)   VALUE SPACES.
           05  TRD-SHORT-REASON         PIC X(24)   VALUE SPACES.

       01  LENDER-MASTER-TABLE.
           05  LENDER-MASTER-ENTRY        OCCURS 50 TIMES.
               10  LNM-CODE                    PIC X(3).
               MOVE CU-NBR TO CM-NBR (CUSTOMER-MASTER-COUNT)
               MOVE CU-NAME TO CM-NAME (CUSTOMER-MASTER-COUNT)
               MOVE CU-PURCHASE-CTR TO CM-CTR (CUSTOMER-MASTER-COUNT)
               MOVE CU-STATUS TO CM-STATUS (CUSTOMER-MASTER-COUNT)
               IF CU-RETIRED
                   MOVE CU-MERGED-INTO
                       TO CM-MERGED-INTO (CUSTOMER-MASTER-COUNT)
               ELSE
                   MOVE ZERO TO CM-MERGED-INTO (CUSTOMER-MASTER-COUNT)
               END-IF
           ELSE
               DISPLAY '*** WARNING - CUSTMAST.DAT HAS MORE THAN '
                   'CUSTOMER-MASTER-MAX ENTRIES - ROW IGNORED'
           PERFORM 2157-EDIT-TRANS-TYPE.
           PERFORM 2158-EDIT-HULL.
           PERFORM 2162-EDIT-FINANCING.
           PERFORM 2174-EDIT-TRADE-IN.

       2110-EDIT-STATE.
           MOVE ZERO TO STATE-SUB.
                       ', INVALID CUSTOMER' DELIMITED BY SIZE
                       INTO E-REASON
               END-IF
           ELSE
               IF CM-IS-RETIRED (CM-SEARCH-SUB)
                   PERFORM 2154-REJECT-RETIRED-CUSTOMER
               END-IF
           END-IF.

       2156-SEARCH-CUSTOMER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2154-REJECT-RETIRED-CUSTOMER.
      * A RETIRED NUMBER'S PURCHASES NOW LIVE ON THE SURVIVING
      * NUMBER, SO A SALE OR A RETURN KEYED TO IT WOULD LAND ON A
      * RECORD NOBODY READS ANY MORE.
           SET RECORD-IS-INVALID TO TRUE.
           IF E-REASON = SPACES
               MOVE 'CR' TO E-REASON-CODE
               STRING 'CUSTOMER RETIRED - USE ' DELIMITED BY SIZE
                   CM-MERGED-INTO (CM-SEARCH-SUB) DELIMITED BY SIZE
                   INTO E-REASON
           ELSE
               MOVE E-REASON TO E-PRIOR-REASON
               STRING
                   FUNCTION TRIM(E-PRIOR-REASON) DELIMITED BY SIZE
                   ', CUSTOMER RETIRED - USE ' DELIMITED BY SIZE
                   CM-MERGED-INTO (CM-SEARCH-SUB) DELIMITED BY SIZE
                   INTO E-REASON
           END-IF.

       2157-EDIT-TRANS-TYPE.
      * A RETURN MUST NAME A CUSTOMER WHO HAS A REPORTED SALE ON THE
      * MASTER - OTHERWISE THERE IS NOTHING FOR CBLGWW02 TO BACK OUT.
               IF RETURN-TRANS
                       AND CM-SEARCH-SUB <= CUSTOMER-MASTER-COUNT
                       AND CM-CTR (CM-SEARCH-SUB) = ZERO
                       AND NOT CM-IS-RETIRED (CM-SEARCH-SUB)
                   SET RECORD-IS-INVALID TO TRUE
                   IF E-REASON = SPACES
                       MOVE 'RT' TO E-REASON-CODE
                   INTO E-REASON
           END-IF.

       2174-EDIT-TRADE-IN.
      * THE TRADE IS OPTIONAL - A BLANK TRADE HULL MEANS NONE, AND
      * THEN THE OTHER TWO FIELDS MUST BE EMPTY TOO (SPACES ON A
      * RECORD KEYED BEFORE THE FIELDS EXISTED).  A RETURN ONLY
      * NEEDS A READABLE TRADE - CBLGWW02 DECIDES AT POSTING WHETHER
      * THE TRADE CAN STILL BE PULLED BACK OUT OF STOCK.  THE FIRST
      * PROBLEM FOUND SETS THE WORDING.
           MOVE SPACES TO TRD-REASON.
           IF NO-TRADE-IN
               IF I-TRADE-BOAT-TYPE NOT = SPACE
                       OR (I-TRADE-ALLOWANCE IS NUMERIC
                           AND I-TRADE-ALLOWANCE > ZERO)
                   MOVE 'TRADE ALLOWANCE OR TYPE WITH NO HULL'
                       TO TRD-REASON
                   MOVE ', TRADE WITH NO HULL' TO TRD-SHORT-REASON
               END-IF
           ELSE
               MOVE ZERO TO BTM-SEARCH-SUB
               PERFORM 2121-SEARCH-BOAT-TYPE
                   VARYING BTM-SEARCH-SUB FROM 1 BY 1
                   UNTIL BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                      OR I-TRADE-BOAT-TYPE = BTM-CODE (BTM-SEARCH-SUB)
               EVALUATE TRUE
                   WHEN BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                       MOVE 'INVALID TRADE BOAT TYPE' TO TRD-REASON
                       MOVE ', INVALID TRADE TYPE'
                           TO TRD-SHORT-REASON
                   WHEN I-TRADE-ALLOWANCE NOT NUMERIC
                           OR I-TRADE-ALLOWANCE = ZERO
                       MOVE 'TRADE ALLOWANCE NOT NUMERIC OR ZERO'
                           TO TRD-REASON
                       MOVE ', BAD TRADE ALLOWANCE'
                           TO TRD-SHORT-REASON
                   WHEN RETURN-TRANS
                       CONTINUE
                   WHEN I-BOAT-COST IS NUMERIC
                           AND I-TRADE-ALLOWANCE > I-BOAT-COST
                       MOVE 'TRADE ALLOWANCE OVER SALE PRICE'
                           TO TRD-REASON
                       MOVE ', ALLOWANCE OVER PRICE'
                           TO TRD-SHORT-REASON
                   WHEN I-TRADE-HULL-ID = I-HULL-ID
                       MOVE 'TRADE HULL IS THE HULL BEING SOLD'
                           TO TRD-REASON
                       MOVE ', TRADE HULL = SOLD HULL'
                           TO TRD-SHORT-REASON
                   WHEN OTHER
                       PERFORM 2175-EDIT-TRADE-HULL
               END-EVALUATE
           END-IF.
           IF TRD-REASON NOT = SPACES
               PERFORM 2177-REJECT-TRADE
           END-IF.

       2175-EDIT-TRADE-HULL.
      * A HULL WE SOLD BEFORE MAY COME BACK ON TRADE, SO ONLY A HULL
      * STILL IN STOCK IS A DUPLICATE ON THE MASTER.  THE BATCH
      * TABLE CATCHES THE SAME TRADE KEYED ON TWO DEALS.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2159-SEARCH-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR I-TRADE-HULL-ID = HLM-ID (HLM-SEARCH-SUB).
           IF HLM-SEARCH-SUB <= HULL-MASTER-COUNT
               IF HLM-STATUS (HLM-SEARCH-SUB) = 'I'
                   MOVE 'TRADE HULL ALREADY IN STOCK' TO TRD-REASON
                   MOVE ', TRADE HULL IN STOCK' TO TRD-SHORT-REASON
               END-IF
           END-IF.
           IF TRD-REASON = SPACES
               MOVE ZERO TO TBT-SEARCH-SUB
               PERFORM 2176-SEARCH-TRADE-BATCH
                   VARYING TBT-SEARCH-SUB FROM 1 BY 1
                   UNTIL TBT-SEARCH-SUB > TRADE-BATCH-COUNT
                      OR I-TRADE-HULL-ID = TBT-HULL-ID (TBT-SEARCH-SUB)
               IF TBT-SEARCH-SUB <= TRADE-BATCH-COUNT
                   MOVE 'TRADE HULL ALREADY TRADED IN BATCH'
                       TO TRD-REASON
                   MOVE ', TRADE HULL TWICE' TO TRD-SHORT-REASON
               END-IF
           END-IF.
      * THE SOLD HULL'S SEARCH SUBSCRIPT IS NEEDED AGAIN IN
      * 2200-OUTPUT-VALID TO RESERVE IT.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2159-SEARCH-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR I-HULL-ID = HLM-ID (HLM-SEARCH-SUB).

       2176-SEARCH-TRADE-BATCH.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2177-REJECT-TRADE.
           SET RECORD-IS-INVALID TO TRUE.
           IF E-REASON = SPACES
               MOVE 'TR' TO E-REASON-CODE
               STRING TRD-REASON DELIMITED BY SIZE
                   INTO E-REASON
           ELSE
               MOVE E-REASON TO E-PRIOR-REASON
               STRING FUNCTION TRIM(E-PRIOR-REASON) DELIMITED BY SIZE
                   TRD-SHORT-REASON DELIMITED BY SIZE
                   INTO E-REASON
           END-IF.

       2200-OUTPUT-VALID.
      * HLM-SEARCH-SUB STILL POINTS AT THIS SALE'S HULL FROM THE
      * HULL EDIT - THE HULL IS RESERVED ONLY NOW, WHEN THE RECORD
      * HAS PASSED EVERY EDIT AND THE DUPLICATE CHECK.  THE SAME
      * GOES FOR A SALE'S TRADE HULL.
           IF NOT RETURN-TRANS
                   AND HLM-SEARCH-SUB <= HULL-MASTER-COUNT
               MOVE 'S' TO HLM-BATCH-SW (HLM-SEARCH-SUB)
           END-IF.
           IF NOT RETURN-TRANS AND NOT NO-TRADE-IN
               IF TRADE-BATCH-COUNT < TRADE-BATCH-MAX
                   ADD 1 TO TRADE-BATCH-COUNT
                   MOVE I-TRADE-HULL-ID
                       TO TBT-HULL-ID (TRADE-BATCH-COUNT)
               END-IF
           END-IF.
           MOVE I-REC TO V-REC.
           WRITE V-REC.
           ADD 1 TO E-VALID-CTR.
