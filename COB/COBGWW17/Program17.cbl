       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLGWW17.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * PHYSICAL LOT COUNT RECONCILIATION.  THIS PROGRAM READS
      * LOTCOUNT.DAT - ONE RECORD PER HULL ID SCANNED OR KEYED ON THE
      * LOT, WITH THE BOAT TYPE AS COUNTED, THE COUNT DATE AND THE
      * COUNTER'S INITIALS - AND RECONCILES IT AGAINST THE
      * HULLMAST.DAT INVENTORY MASTER ON LOTRECON.PRT IN FOUR
      * SECTIONS, EACH WITH UNITS AND DOLLARS AT DEALER COST:
      *
      *   1 - IN STOCK ON THE MASTER (STATUS I) BUT NOT COUNTED.
      *       THIS IS THE FLOOR-PLAN AUDIT FINDING - A BOAT THE BANK
      *       IS FINANCING THAT NOBODY CAN FIND.
      *   2 - COUNTED, BUT THE MASTER SHOWS IT SOLD.
      *   3 - COUNTED, BUT NOT ON THE MASTER AT ALL.  THERE IS NO
      *       DEALER COST FOR THESE, SO THE SECTION TOTAL IS UNITS
      *       ONLY UNTIL COBGWW09 RECEIVES THE HULL.
      *   4 - COUNTED UNDER A BOAT TYPE THAT DIFFERS FROM THE
      *       MASTER'S HL-BOAT-TYPE.  A HULL CAN ALSO APPEAR IN
      *       SECTION 2.
      *
      * A HULL COUNTED MORE THAN ONCE IS RECONCILED ON ITS FIRST
      * COUNT RECORD AND THE REPEATS ARE COUNTED ON THE SUMMARY.
      * RUN IT BEFORE THE FLOOR-PLAN BANK ARRIVES AND AGAIN AFTER ANY
      * CORRECTIONS.  NOTHING IS UPDATED.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM - THE QUARTERLY LOT COUNT WAS BEING
      *               TICKED OFF THE CBLGWW10 AGING REPORT WITH A PEN.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 30 (CONDITION/SOURCE).
      * 10/15/26  GW  HULLMAST RECORD GREW TO 50 (HL-PRIOR).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT HULLMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\HULLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULLMAST-STATUS.

           SELECT BOATTYPE
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATTYPE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATTYPE-STATUS.

           SELECT LOTCOUNT
               ASSIGN TO 'C:\IHCC\COB\COBGWW17\LOTCOUNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOTCOUNT-STATUS.

           SELECT LOTRECON
               ASSIGN TO 'C:\IHCC\COB\COBGWW17\LOTRECON.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.

       FD  BOATTYPE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOAT-TYPE-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY BOATTYPE.

       FD  LOTCOUNT
           LABEL RECORD IS STANDARD
           DATA RECORD IS LOT-COUNT-REC
           RECORD CONTAINS 22 CHARACTERS.

       01  LOT-COUNT-REC.
           05  LC-HULL-ID              PIC X(10).
           05  LC-BOAT-TYPE            PIC X.
           05  LC-COUNT-DATE           PIC 9(8).
           05  LC-COUNTER              PIC X(3).

       FD  LOTRECON
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 HULLMAST-STATUS       PIC XX      VALUE SPACES.
           05 LOTCOUNT-STATUS       PIC XX      VALUE SPACES.
           05 LCT-MORE              PIC XXX     VALUE 'YES'.
           05 R-COUNT-READ-CTR      PIC 9(6)    VALUE ZERO.
           05 R-BLANK-ID-CTR        PIC 9(6)    VALUE ZERO.
           05 R-REPEAT-CTR          PIC 9(6)    VALUE ZERO.
           05 R-OVERFLOW-CTR        PIC 9(6)    VALUE ZERO.
           05 R-MATCHED-CTR         PIC 9(6)    VALUE ZERO.
           05 R-IN-STOCK-CTR        PIC 9(6)    VALUE ZERO.
           05 R-SECTION-UNITS       PIC 9(6)    VALUE ZERO.
           05 R-SECTION-COST        PIC 9(10)V99 VALUE ZERO.
           05 R-SECTION-SW          PIC X       VALUE '1'.
               88 SECTION-NOT-COUNTED   VALUE '1'.
               88 SECTION-SOLD          VALUE '2'.
               88 SECTION-NOT-ON-FILE   VALUE '3'.
               88 SECTION-WRONG-TYPE    VALUE '4'.

       01  BOAT-TYPE-MASTER-TABLE.
           05  BOAT-TYPE-MASTER-ENTRY     OCCURS 20 TIMES.
               10  BTM-CODE                   PIC X.
               10  BTM-DESCRIPTION            PIC X(13).
               10  BTM-LIST-PRICE             PIC 9(6)V99.

       01  BOAT-TYPE-MASTER-AREA.
           05  BOAT-TYPE-MASTER-COUNT   PIC 99      VALUE ZERO.
           05  BOAT-TYPE-MASTER-MAX     PIC 99      VALUE 20.
           05  BTM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  BTM-MORE                 PIC XXX     VALUE 'YES'.
           05  BOATTYPE-STATUS          PIC XX      VALUE SPACES.
           05  BTM-LOOKUP-CODE          PIC X       VALUE SPACE.
           05  BTM-LOOKUP-DESC          PIC X(13)   VALUE SPACES.

       01  HULL-MASTER-TABLE.
           05  HULL-MASTER-ENTRY          OCCURS 500 TIMES.
               10  HLM-ID                      PIC X(10).
               10  HLM-TYPE                    PIC X.
               10  HLM-COST                    PIC 9(6)V99.
               10  HLM-RCVD                    PIC 9(8).
               10  HLM-STATUS                  PIC X.
                   88  HLM-IN-STOCK                VALUE 'I'.
                   88  HLM-SOLD                    VALUE 'S'.
               10  HLM-COUNTED-SW              PIC X.
                   88  HLM-COUNTED                 VALUE 'Y'.

       01  HULL-MASTER-AREA.
           05  HULL-MASTER-COUNT        PIC 999     VALUE ZERO.
           05  HULL-MASTER-MAX          PIC 999     VALUE 500.
           05  HLM-SEARCH-SUB           PIC 999     VALUE ZERO.
           05  HLM-MORE                 PIC XXX     VALUE 'YES'.

      * ONE ROW PER HULL COUNTED (FIRST COUNT RECORD ONLY).
      * LCT-HLM-SUB POINTS AT THE HULL'S MASTER ROW, OR IS ZERO WHEN
      * THE HULL IS NOT ON THE MASTER.
       01  LOT-COUNT-TABLE.
           05  LOT-COUNT-ENTRY            OCCURS 999 TIMES.
               10  LCT-HULL-ID                 PIC X(10).
               10  LCT-TYPE                    PIC X.
               10  LCT-DATE                    PIC 9(8).
               10  LCT-COUNTER                 PIC X(3).
               10  LCT-HLM-SUB                 PIC 999.

       01  LOT-COUNT-AREA.
           05  LOT-COUNT-COUNT          PIC 999     VALUE ZERO.
           05  LOT-COUNT-MAX            PIC 999     VALUE 999.
           05  LCT-SEARCH-SUB           PIC 999     VALUE ZERO.

       01  CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY                PIC 9(4).
               10  I-MM                PIC 99.
               10  I-DD                PIC 99.
           05  I-TIME                  PIC X(11).

       01  COMPANY-TITLE.
           05  FILLER          PIC X(6)    VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(56)
               VALUE 'WERTZ''S BOATS INC. - LOT COUNT RECONCILIATION'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(12)   VALUE 'HULL ID'.
           05  FILLER          PIC X(16)   VALUE 'MASTER TYPE'.
           05  FILLER          PIC X(16)   VALUE 'COUNTED AS'.
           05  FILLER          PIC X(8)    VALUE 'STATUS'.
           05  FILLER          PIC X(14)   VALUE 'DEALER COST'.
           05  FILLER          PIC X(12)   VALUE 'RECEIVED'.
           05  FILLER          PIC X(12)   VALUE 'COUNTED ON'.
           05  FILLER          PIC X(3)    VALUE 'BY'.

       01  SECTION-HEADING.
           05  O-SECTION-TITLE         PIC X(60).

       01  DETAIL-LINE.
           05  O-DT-HULL-ID            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-MASTER-TYPE        PIC X(13).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-DT-COUNTED-TYPE       PIC X(13).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-DT-STATUS             PIC X(6).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-COST               PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-DT-RCVD               PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-COUNT-DATE         PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-COUNTER            PIC X(3).

       01  NONE-LINE.
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  FILLER                  PIC X(20)   VALUE '(NONE)'.

       01  SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'SECTION TOTAL:'.
           05  O-ST-UNITS              PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE ' UNITS'.
           05  FILLER                  PIC X(27)   VALUE SPACES.
           05  O-ST-COST               PIC $$$,$$$,$$$.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-ST-COST-NOTE          PIC X(30).

       01  SUMMARY-LINE-ONE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'HULLS ON FILE:'.
           05  O-HULL-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(11)
               VALUE 'IN STOCK:'.
           05  O-IN-STOCK-CTR          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(24)
               VALUE 'IN STOCK AND COUNTED:'.
           05  O-MATCHED-CTR           PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-TWO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'COUNT RECORDS:'.
           05  O-COUNT-READ-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(17)
               VALUE 'REPEAT COUNTS:'.
           05  O-REPEAT-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'BLANK HULL ID:'.
           05  O-BLANK-ID-CTR          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'OVER TABLE LIMIT:'.
           05  O-OVERFLOW-CTR          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL LCT-MORE = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-LOAD-BOAT-TYPES.
           PERFORM 1060-LOAD-HULLS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           OPEN INPUT LOTCOUNT.
           IF LOTCOUNT-STATUS NOT = '00'
               DISPLAY '*** CBLGWW17 RUN STOPPED - LOTCOUNT.DAT OPEN '
                   'FAILED, STATUS = ' LOTCOUNT-STATUS
                   ' - NO COUNT TO RECONCILE ***'
               STOP RUN
           END-IF.
           OPEN OUTPUT LOTRECON.
           PERFORM 9200-HDGS.
           PERFORM 9000-READ.

       1050-LOAD-BOAT-TYPES.
           MOVE 'YES' TO BTM-MORE.
           OPEN INPUT BOATTYPE.
           IF BOATTYPE-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATTYPE.DAT OPEN INPUT FAILED, '
                   'STATUS = ' BOATTYPE-STATUS
               MOVE 'NO' TO BTM-MORE
           ELSE
               PERFORM 1051-READ-BOAT-TYPE
               PERFORM 1052-STORE-BOAT-TYPE
                   UNTIL BTM-MORE = 'NO'
               CLOSE BOATTYPE
           END-IF.

       1051-READ-BOAT-TYPE.
           READ BOATTYPE
               AT END
                   MOVE 'NO' TO BTM-MORE.

       1052-STORE-BOAT-TYPE.
           IF BOAT-TYPE-MASTER-COUNT < BOAT-TYPE-MASTER-MAX
               ADD 1 TO BOAT-TYPE-MASTER-COUNT
               MOVE BT-CODE TO BTM-CODE (BOAT-TYPE-MASTER-COUNT)
               MOVE BT-DESCRIPTION
                   TO BTM-DESCRIPTION (BOAT-TYPE-MASTER-COUNT)
               MOVE BT-LIST-PRICE
                   TO BTM-LIST-PRICE (BOAT-TYPE-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - BOATTYPE.DAT HAS MORE THAN '
                   'BOAT-TYPE-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1051-READ-BOAT-TYPE.

       1060-LOAD-HULLS.
      * WITHOUT THE MASTER THERE IS NOTHING TO RECONCILE AGAINST -
      * EVERY COUNTED HULL WOULD PRINT AS NOT ON FILE.  A TRUNCATED
      * TABLE WOULD DO THE SAME TO THE HULLS THAT DID NOT FIT, SO
      * OVERFLOW STOPS THE RUN TOO.
           MOVE 'YES' TO HLM-MORE.
           OPEN INPUT HULLMAST.
           IF HULLMAST-STATUS NOT = '00'
               DISPLAY '*** CBLGWW17 RUN STOPPED - HULLMAST.DAT OPEN '
                   'FAILED, STATUS = ' HULLMAST-STATUS
                   ' - NO INVENTORY TO RECONCILE ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-HULL.
           PERFORM 1062-STORE-HULL
               UNTIL HLM-MORE = 'NO'.
           CLOSE HULLMAST.

       1061-READ-HULL.
           READ HULLMAST
               AT END
                   MOVE 'NO' TO HLM-MORE.

       1062-STORE-HULL.
           IF HULL-MASTER-COUNT < HULL-MASTER-MAX
               ADD 1 TO HULL-MASTER-COUNT
               MOVE HL-HULL-ID TO HLM-ID (HULL-MASTER-COUNT)
               MOVE HL-BOAT-TYPE TO HLM-TYPE (HULL-MASTER-COUNT)
               MOVE HL-DEALER-COST TO HLM-COST (HULL-MASTER-COUNT)
               MOVE HL-RECEIVED-DATE TO HLM-RCVD (HULL-MASTER-COUNT)
               MOVE HL-STATUS TO HLM-STATUS (HULL-MASTER-COUNT)
               MOVE 'N' TO HLM-COUNTED-SW (HULL-MASTER-COUNT)
               IF HULL-IN-STOCK
                   ADD 1 TO R-IN-STOCK-CTR
               END-IF
           ELSE
               DISPLAY '*** CBLGWW17 RUN STOPPED - HULLMAST.DAT HAS '
                   'MORE THAN HULL-MASTER-MAX ENTRIES ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-HULL.

       2000-MAINLINE.
           IF LC-HULL-ID = SPACES
               ADD 1 TO R-BLANK-ID-CTR
           ELSE
               PERFORM 2100-FIND-COUNTED-HULL
               IF LCT-SEARCH-SUB <= LOT-COUNT-COUNT
                   ADD 1 TO R-REPEAT-CTR
               ELSE
                   PERFORM 2200-STORE-COUNT
               END-IF
           END-IF.
           PERFORM 9000-READ.

       2100-FIND-COUNTED-HULL.
           MOVE ZERO TO LCT-SEARCH-SUB.
           PERFORM 2110-SEARCH-COUNT
               VARYING LCT-SEARCH-SUB FROM 1 BY 1
               UNTIL LCT-SEARCH-SUB > LOT-COUNT-COUNT
                  OR LC-HULL-ID = LCT-HULL-ID (LCT-SEARCH-SUB).

       2110-SEARCH-COUNT.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2200-STORE-COUNT.
      * A COUNT TOO BIG FOR THE TABLE IS REPORTED ON THE SUMMARY -
      * ITS HULLS WOULD OTHERWISE LOOK UNCOUNTED IN SECTION 1.
           IF LOT-COUNT-COUNT < LOT-COUNT-MAX
               ADD 1 TO LOT-COUNT-COUNT
               MOVE LC-HULL-ID TO LCT-HULL-ID (LOT-COUNT-COUNT)
               MOVE LC-BOAT-TYPE TO LCT-TYPE (LOT-COUNT-COUNT)
               MOVE LC-COUNT-DATE TO LCT-DATE (LOT-COUNT-COUNT)
               MOVE LC-COUNTER TO LCT-COUNTER (LOT-COUNT-COUNT)
               MOVE ZERO TO HLM-SEARCH-SUB
               PERFORM 2210-SEARCH-HULL
                   VARYING HLM-SEARCH-SUB FROM 1 BY 1
                   UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                      OR LC-HULL-ID = HLM-ID (HLM-SEARCH-SUB)
               IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
                   MOVE ZERO TO LCT-HLM-SUB (LOT-COUNT-COUNT)
               ELSE
                   MOVE HLM-SEARCH-SUB TO LCT-HLM-SUB (LOT-COUNT-COUNT)
                   MOVE 'Y' TO HLM-COUNTED-SW (HLM-SEARCH-SUB)
                   IF HLM-IN-STOCK (HLM-SEARCH-SUB)
                       ADD 1 TO R-MATCHED-CTR
                   END-IF
               END-IF
           ELSE
               ADD 1 TO R-OVERFLOW-CTR
           END-IF.

       2210-SEARCH-HULL.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       3000-CLOSING.
           SET SECTION-NOT-COUNTED TO TRUE.
           MOVE 'SECTION 1 - IN STOCK ON THE MASTER BUT NOT COUNTED'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 3100-CHECK-UNCOUNTED
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT.
           PERFORM 3950-END-SECTION.

           SET SECTION-SOLD TO TRUE.
           MOVE 'SECTION 2 - COUNTED BUT SOLD ON THE MASTER'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           PERFORM 3200-SCAN-COUNT-SECTION.
           PERFORM 3950-END-SECTION.

           SET SECTION-NOT-ON-FILE TO TRUE.
           MOVE 'SECTION 3 - COUNTED BUT NOT ON THE MASTER'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           PERFORM 3200-SCAN-COUNT-SECTION.
           PERFORM 3950-END-SECTION.

           SET SECTION-WRONG-TYPE TO TRUE.
           MOVE 'SECTION 4 - COUNTED UNDER A DIFFERENT BOAT TYPE'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           PERFORM 3200-SCAN-COUNT-SECTION.
           PERFORM 3950-END-SECTION.

           MOVE HULL-MASTER-COUNT TO O-HULL-CTR.
           MOVE R-IN-STOCK-CTR TO O-IN-STOCK-CTR.
           MOVE R-MATCHED-CTR TO O-MATCHED-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 3 LINES.
           MOVE R-COUNT-READ-CTR TO O-COUNT-READ-CTR.
           MOVE R-REPEAT-CTR TO O-REPEAT-CTR.
           MOVE R-BLANK-ID-CTR TO O-BLANK-ID-CTR.
           MOVE R-OVERFLOW-CTR TO O-OVERFLOW-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE.
           IF R-OVERFLOW-CTR > ZERO
               DISPLAY '*** WARNING - ' R-OVERFLOW-CTR ' COUNTED '
                   'HULL(S) OVER LOT-COUNT-MAX WERE NOT RECONCILED - '
                   'SECTION 1 MAY LIST HULLS THAT WERE COUNTED ***'
           END-IF.

           CLOSE LOTCOUNT
                 LOTRECON.

       3100-CHECK-UNCOUNTED.
           IF HLM-IN-STOCK (HLM-SEARCH-SUB)
                   AND NOT HLM-COUNTED (HLM-SEARCH-SUB)
               MOVE SPACES TO DETAIL-LINE
               PERFORM 3300-FORMAT-MASTER-SIDE
               PERFORM 3500-PRINT-DETAIL
           END-IF.

       3200-SCAN-COUNT-SECTION.
           MOVE ZERO TO LCT-SEARCH-SUB.
           PERFORM 3210-CHECK-COUNT-ROW
               VARYING LCT-SEARCH-SUB FROM 1 BY 1
               UNTIL LCT-SEARCH-SUB > LOT-COUNT-COUNT.

       3210-CHECK-COUNT-ROW.
      * SECTION 4 ONLY JUDGES A COUNT THAT RECORDED A BOAT TYPE - A
      * BLANK TYPE ON A SCANNED HULL IS NOT A MISMATCH.
           MOVE LCT-HLM-SUB (LCT-SEARCH-SUB) TO HLM-SEARCH-SUB.
           EVALUATE TRUE
               WHEN SECTION-SOLD
                   IF HLM-SEARCH-SUB > ZERO
                       IF HLM-SOLD (HLM-SEARCH-SUB)
                           PERFORM 3220-PRINT-COUNT-ROW
                       END-IF
                   END-IF
               WHEN SECTION-NOT-ON-FILE
                   IF HLM-SEARCH-SUB = ZERO
                       PERFORM 3220-PRINT-COUNT-ROW
                   END-IF
               WHEN SECTION-WRONG-TYPE
                   IF HLM-SEARCH-SUB > ZERO
                           AND LCT-TYPE (LCT-SEARCH-SUB) NOT = SPACE
                       IF LCT-TYPE (LCT-SEARCH-SUB) NOT =
                               HLM-TYPE (HLM-SEARCH-SUB)
                           PERFORM 3220-PRINT-COUNT-ROW
                       END-IF
                   END-IF
           END-EVALUATE.

       3220-PRINT-COUNT-ROW.
           MOVE SPACES TO DETAIL-LINE.
           IF HLM-SEARCH-SUB > ZERO
               PERFORM 3300-FORMAT-MASTER-SIDE
           ELSE
               MOVE LCT-HULL-ID (LCT-SEARCH-SUB) TO O-DT-HULL-ID
               MOVE '(NOT ON FILE)' TO O-DT-MASTER-TYPE
           END-IF.
           PERFORM 3400-FORMAT-COUNT-SIDE.
           PERFORM 3500-PRINT-DETAIL.

       3300-FORMAT-MASTER-SIDE.
           MOVE HLM-ID (HLM-SEARCH-SUB) TO O-DT-HULL-ID.
           MOVE HLM-TYPE (HLM-SEARCH-SUB) TO BTM-LOOKUP-CODE.
           PERFORM 3600-FIND-BOAT-TYPE.
           MOVE BTM-LOOKUP-DESC TO O-DT-MASTER-TYPE.
           IF HLM-IN-STOCK (HLM-SEARCH-SUB)
               MOVE 'STOCK' TO O-DT-STATUS
           ELSE
               IF HLM-SOLD (HLM-SEARCH-SUB)
                   MOVE 'SOLD' TO O-DT-STATUS
               ELSE
                   MOVE HLM-STATUS (HLM-SEARCH-SUB) TO O-DT-STATUS
               END-IF
           END-IF.
           MOVE HLM-COST (HLM-SEARCH-SUB) TO O-DT-COST.
           MOVE HLM-RCVD (HLM-SEARCH-SUB) (5:2) TO O-DT-RCVD (1:2).
           MOVE '/' TO O-DT-RCVD (3:1).
           MOVE HLM-RCVD (HLM-SEARCH-SUB) (7:2) TO O-DT-RCVD (4:2).
           MOVE '/' TO O-DT-RCVD (6:1).
           MOVE HLM-RCVD (HLM-SEARCH-SUB) (1:4) TO O-DT-RCVD (7:4).
           ADD HLM-COST (HLM-SEARCH-SUB) TO R-SECTION-COST.

       3400-FORMAT-COUNT-SIDE.
           IF LCT-TYPE (LCT-SEARCH-SUB) = SPACE
               MOVE '(NOT KEYED)' TO O-DT-COUNTED-TYPE
           ELSE
               MOVE LCT-TYPE (LCT-SEARCH-SUB) TO BTM-LOOKUP-CODE
               PERFORM 3600-FIND-BOAT-TYPE
               MOVE BTM-LOOKUP-DESC TO O-DT-COUNTED-TYPE
           END-IF.
           MOVE LCT-DATE (LCT-SEARCH-SUB) (5:2)
               TO O-DT-COUNT-DATE (1:2).
           MOVE '/' TO O-DT-COUNT-DATE (3:1).
           MOVE LCT-DATE (LCT-SEARCH-SUB) (7:2)
               TO O-DT-COUNT-DATE (4:2).
           MOVE '/' TO O-DT-COUNT-DATE (6:1).
           MOVE LCT-DATE (LCT-SEARCH-SUB) (1:4)
               TO O-DT-COUNT-DATE (7:4).
           MOVE LCT-COUNTER (LCT-SEARCH-SUB) TO O-DT-COUNTER.

       3500-PRINT-DETAIL.
           ADD 1 TO R-SECTION-UNITS.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       3600-FIND-BOAT-TYPE.
           MOVE ZERO TO BTM-SEARCH-SUB.
           PERFORM 3610-SEARCH-BOAT-TYPE
               VARYING BTM-SEARCH-SUB FROM 1 BY 1
               UNTIL BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                  OR BTM-LOOKUP-CODE = BTM-CODE (BTM-SEARCH-SUB).
           IF BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
               MOVE 'UNKNOWN TYPE' TO BTM-LOOKUP-DESC
           ELSE
               MOVE BTM-DESCRIPTION (BTM-SEARCH-SUB)
                   TO BTM-LOOKUP-DESC
           END-IF.

       3610-SEARCH-BOAT-TYPE.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       3900-START-SECTION.
           MOVE ZERO TO R-SECTION-UNITS.
           MOVE ZERO TO R-SECTION-COST.
           WRITE PRTLINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9200-HDGS.

       3950-END-SECTION.
           IF R-SECTION-UNITS = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE R-SECTION-UNITS TO O-ST-UNITS.
           MOVE R-SECTION-COST TO O-ST-COST.
           IF SECTION-NOT-ON-FILE
               MOVE 'AT DEALER COST - NONE ON FILE' TO O-ST-COST-NOTE
           ELSE
               MOVE 'AT DEALER COST' TO O-ST-COST-NOTE
           END-IF.
           WRITE PRTLINE FROM SECTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9000-READ.
           READ LOTCOUNT
               AT END
                   MOVE 'NO' TO LCT-MORE.
           IF LCT-MORE NOT = 'NO'
               ADD 1 TO R-COUNT-READ-CTR
           END-IF.

       9200-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADING-ONE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLGWW17.
