       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLGWW19.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * NIGHTLY CROSS-MASTER INTEGRITY CHECK.  THE MASTERS POINT AT
      * EACH OTHER BY CODE, AND A CODE DELETED OR NEVER ADDED LEAVES
      * ROWS THAT THE REPORTS PRINT WITH NO DESCRIPTION, NO TAX RATE
      * OR NO LENDER NAME.  THIS PROGRAM LOADS THE THREE CODE
      * MASTERS - BOATTYPE.DAT, STATETAX.DAT AND LENDMAST.DAT - AND
      * SWEEPS EVERY MASTER THAT REFERS TO THEM, PRINTING THE ORPHANS
      * ON INTEGCHK.PRT GROUPED BY MASTER WITH A COUNT FOR EACH:
      *
      *   1 - HULLMAST.DAT HULLS WHOSE HL-BOAT-TYPE IS NOT ON
      *       BOATTYPE.DAT (IN STOCK AND SOLD ALIKE).
      *   2 - BOATHIST.DAT BUCKETS WHOSE HS-BOAT-TYPE IS NOT ON
      *       BOATTYPE.DAT.
      *   3 - ACTIVE CUSTMAST.DAT CUSTOMERS WHOSE STATE HAS NO
      *       STATETAX.DAT ROW.  A RETIRED NUMBER CANNOT BE SOLD TO,
      *       SO IT IS NOT AN ORPHAN.
      *   4 - OPEN BOATCIT.DAT CONTRACTS WHOSE LENDER IS NO LONGER
      *       ON LENDMAST.DAT - THE FINANCED DEALS NOBODY WILL CHASE.
      *
      * PKGMAST.DAT ROWS CARRY NO BOAT TYPE, SO THERE IS NOTHING ON
      * THEM TO CHECK.  A SWEPT MASTER THAT IS NOT ON DISK PRINTS AS
      * SUCH AND THE RUN GOES ON; A CODE MASTER THAT WILL NOT OPEN
      * STOPS THE RUN, SINCE EVERY ROW WOULD PRINT AS AN ORPHAN.
      * NOTHING IS UPDATED.  COBGWW03, COBGWW05 AND COBGWW06 REFUSE TO
      * DELETE A CODE STILL IN USE, SO A CLEAN RUN SHOULD STAY CLEAN.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM - A DELETED BOAT TYPE WAS FOUND ONLY
      *               WHEN CBLGWW10 PRINTED HULLS WITH NO DESCRIPTION.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 50 (HL-PRIOR).
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOATTYPE
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATTYPE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATTYPE-STATUS.

           SELECT STATETAX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\STATETAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATETAX-STATUS.

           SELECT LENDMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\LENDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LENDMAST-STATUS.

           SELECT HULLMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\HULLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULLMAST-STATUS.

           SELECT BOATHIST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HIST-STATUS.

           SELECT CUSTMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\CUSTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT BOATCIT
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATCIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATCIT-STATUS.

           SELECT INTEGCHK
               ASSIGN TO 'C:\IHCC\COB\COBGWW19\INTEGCHK.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BOATTYPE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOAT-TYPE-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY BOATTYPE.

       FD  STATETAX
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-RATE-REC
           RECORD CONTAINS 6 CHARACTERS.

           COPY TAXRATE.

       FD  LENDMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS LENDER-REC
           RECORD CONTAINS 28 CHARACTERS.

           COPY LENDREC.

       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.

       FD  BOATHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 29 CHARACTERS.

           COPY BOATHIST.

       FD  CUSTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 84 CHARACTERS.

           COPY CUSTREC.

       FD  BOATCIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CIT-REC
           RECORD CONTAINS 72 CHARACTERS.

           COPY CITREC.

       FD  INTEGCHK
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 HULLMAST-STATUS       PIC XX      VALUE SPACES.
           05 HIST-STATUS           PIC XX      VALUE SPACES.
           05 CUSTMAST-STATUS       PIC XX      VALUE SPACES.
           05 BOATCIT-STATUS        PIC XX      VALUE SPACES.
           05 SWEEP-STATUS          PIC XX      VALUE SPACES.
           05 SWEEP-MORE            PIC XXX     VALUE 'YES'.
           05 R-SECTION-READ        PIC 9(6)    VALUE ZERO.
           05 R-SECTION-ORPHANS     PIC 9(6)    VALUE ZERO.
           05 R-HULL-READ-CTR       PIC 9(6)    VALUE ZERO.
           05 R-HULL-ORPHAN-CTR     PIC 9(6)    VALUE ZERO.
           05 R-HIST-READ-CTR       PIC 9(6)    VALUE ZERO.
           05 R-HIST-ORPHAN-CTR     PIC 9(6)    VALUE ZERO.
           05 R-CUST-READ-CTR       PIC 9(6)    VALUE ZERO.
           05 R-CUST-ORPHAN-CTR     PIC 9(6)    VALUE ZERO.
           05 R-CIT-READ-CTR        PIC 9(6)    VALUE ZERO.
           05 R-CIT-ORPHAN-CTR      PIC 9(6)    VALUE ZERO.
           05 R-TOTAL-ORPHAN-CTR    PIC 9(6)    VALUE ZERO.
           05 R-CIT-BALANCE         PIC S9(6)V99 VALUE ZERO.

       01  BOAT-TYPE-MASTER-TABLE.
           05  BOAT-TYPE-MASTER-ENTRY     OCCURS 20 TIMES.
               10  BTM-CODE                   PIC X.
               10  BTM-DESCRIPTION            PIC X(13).

       01  BOAT-TYPE-MASTER-AREA.
           05  BOAT-TYPE-MASTER-COUNT   PIC 99      VALUE ZERO.
           05  BOAT-TYPE-MASTER-MAX     PIC 99      VALUE 20.
           05  BTM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  BTM-MORE                 PIC XXX     VALUE 'YES'.
           05  BOATTYPE-STATUS          PIC XX      VALUE SPACES.
           05  BTM-LOOKUP-CODE          PIC X       VALUE SPACE.

       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY              OCCURS 60 TIMES.
               10  TXM-STATE                   PIC XX.

       01  TAX-WORK-AREA.
           05  STATETAX-STATUS         PIC XX      VALUE SPACES.
           05  TAX-RATE-COUNT          PIC 99      VALUE ZERO.
           05  TAX-RATE-MAX            PIC 99      VALUE 60.
           05  TXM-SEARCH-SUB          PIC 99      VALUE ZERO.
           05  TXM-MORE                PIC XXX     VALUE 'YES'.

       01  LENDER-MASTER-TABLE.
           05  LENDER-MASTER-ENTRY        OCCURS 50 TIMES.
               10  LNM-CODE                    PIC X(3).

       01  LENDER-MASTER-AREA.
           05  LENDER-MASTER-COUNT      PIC 99      VALUE ZERO.
           05  LENDER-MASTER-MAX        PIC 99      VALUE 50.
           05  LNM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  LNM-MORE                 PIC XXX     VALUE 'YES'.
           05  LENDMAST-STATUS          PIC XX      VALUE SPACES.

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
               VALUE 'WERTZ''S BOATS INC. - MASTER INTEGRITY CHECK'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(22)   VALUE 'RECORD'.
           05  FILLER          PIC X(14)   VALUE 'REFERS TO'.
           05  FILLER          PIC X(8)    VALUE 'CODE'.
           05  FILLER          PIC X(27)   VALUE 'NAME'.
           05  FILLER          PIC X(12)   VALUE 'STATUS'.
           05  FILLER          PIC X(9)    VALUE '  UNITS'.
           05  FILLER          PIC X(15)   VALUE '        DOLLARS'.

       01  SECTION-HEADING.
           05  O-SECTION-TITLE         PIC X(70).

       01  DETAIL-LINE.
           05  O-DT-RECORD             PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-REFERS-TO          PIC X(12).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-CODE               PIC X(5).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-DT-NAME               PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-STATUS             PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-UNITS              PIC ZZZ,ZZ9 BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-DOLLARS            PIC ZZZ,ZZZ,ZZZ.99-
                                           BLANK WHEN ZERO.

       01  NONE-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-NONE-TEXT             PIC X(50).

       01  SECTION-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'RECORDS READ:'.
           05  O-ST-READ               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'ORPHANS:'.
           05  O-ST-ORPHANS            PIC ZZZ,ZZ9.

       01  SUMMARY-HEADING.
           05  FILLER                  PIC X(40)
               VALUE 'SUMMARY BY MASTER'.

       01  SUMMARY-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-SM-MASTER             PIC X(14).
           05  FILLER                  PIC X(15)
               VALUE 'RECORDS READ:'.
           05  O-SM-READ               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'ORPHANS:'.
           05  O-SM-ORPHANS            PIC ZZZ,ZZ9.

       01  SUMMARY-TOTAL-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(41)
               VALUE 'TOTAL ORPHANS ALL MASTERS:'.
           05  O-SM-TOTAL              PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2100-SWEEP-HULLS.
           PERFORM 2200-SWEEP-HISTORY.
           PERFORM 2300-SWEEP-CUSTOMERS.
           PERFORM 2400-SWEEP-CONTRACTS.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-LOAD-BOAT-TYPES.
           PERFORM 1060-LOAD-TAX-RATES.
           PERFORM 1070-LOAD-LENDERS.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           OPEN OUTPUT INTEGCHK.
           PERFORM 9200-HDGS.

       1050-LOAD-BOAT-TYPES.
      * A CODE MASTER THAT IS MISSING OR TOO BIG FOR ITS TABLE WOULD
      * MAKE GOOD ROWS PRINT AS ORPHANS, SO EITHER ONE STOPS THE RUN.
           MOVE 'YES' TO BTM-MORE.
           OPEN INPUT BOATTYPE.
           IF BOATTYPE-STATUS NOT = '00'
               DISPLAY '*** CBLGWW19 RUN STOPPED - BOATTYPE.DAT OPEN '
                   'FAILED, STATUS = ' BOATTYPE-STATUS ' ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-BOAT-TYPE.
           PERFORM 1052-STORE-BOAT-TYPE
               UNTIL BTM-MORE = 'NO'.
           CLOSE BOATTYPE.

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
           ELSE
               DISPLAY '*** CBLGWW19 RUN STOPPED - BOATTYPE.DAT HAS '
                   'MORE THAN BOAT-TYPE-MASTER-MAX ENTRIES ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-BOAT-TYPE.

       1060-LOAD-TAX-RATES.
           MOVE 'YES' TO TXM-MORE.
           OPEN INPUT STATETAX.
           IF STATETAX-STATUS NOT = '00'
               DISPLAY '*** CBLGWW19 RUN STOPPED - STATETAX.DAT OPEN '
                   'FAILED, STATUS = ' STATETAX-STATUS ' ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-TAX-RATE.
           PERFORM 1062-STORE-TAX-RATE
               UNTIL TXM-MORE = 'NO'.
           CLOSE STATETAX.

       1061-READ-TAX-RATE.
           READ STATETAX
               AT END
                   MOVE 'NO' TO TXM-MORE.

       1062-STORE-TAX-RATE.
           IF TAX-RATE-COUNT < TAX-RATE-MAX
               ADD 1 TO TAX-RATE-COUNT
               MOVE TX-STATE TO TXM-STATE (TAX-RATE-COUNT)
           ELSE
               DISPLAY '*** CBLGWW19 RUN STOPPED - STATETAX.DAT HAS '
                   'MORE THAN TAX-RATE-MAX ENTRIES ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-TAX-RATE.

       1070-LOAD-LENDERS.
           MOVE 'YES' TO LNM-MORE.
           OPEN INPUT LENDMAST.
           IF LENDMAST-STATUS NOT = '00'
               DISPLAY '*** CBLGWW19 RUN STOPPED - LENDMAST.DAT OPEN '
                   'FAILED, STATUS = ' LENDMAST-STATUS ' ***'
               STOP RUN
           END-IF.
           PERFORM 1071-READ-LENDER.
           PERFORM 1072-STORE-LENDER
               UNTIL LNM-MORE = 'NO'.
           CLOSE LENDMAST.

       1071-READ-LENDER.
           READ LENDMAST
               AT END
                   MOVE 'NO' TO LNM-MORE.

       1072-STORE-LENDER.
           IF LENDER-MASTER-COUNT < LENDER-MASTER-MAX
               ADD 1 TO LENDER-MASTER-COUNT
               MOVE LN-CODE TO LNM-CODE (LENDER-MASTER-COUNT)
           ELSE
               DISPLAY '*** CBLGWW19 RUN STOPPED - LENDMAST.DAT HAS '
                   'MORE THAN LENDER-MASTER-MAX ENTRIES ***'
               STOP RUN
           END-IF.
           PERFORM 1071-READ-LENDER.

      ******************************************************************
      * EACH SWEEP OPENS ITS MASTER, CHECKS EVERY ROW AND PRINTS THE
      * SECTION.  STATUS 35 (NOT ON DISK) PRINTS AS AN EMPTY SECTION
      * SO THE REST OF THE CHECK STILL RUNS.
      ******************************************************************
       2100-SWEEP-HULLS.
           MOVE 'SECTION 1 - HULLMAST.DAT - BOAT TYPE NOT ON BOATTYPE'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           MOVE 'YES' TO SWEEP-MORE.
           OPEN INPUT HULLMAST.
           MOVE HULLMAST-STATUS TO SWEEP-STATUS.
           PERFORM 3800-CHECK-OPEN.
           IF SWEEP-MORE = 'YES'
               PERFORM 2110-READ-HULL
               PERFORM 2120-CHECK-HULL
                   UNTIL SWEEP-MORE = 'NO'
               CLOSE HULLMAST
           END-IF.
           PERFORM 3950-END-SECTION.
           MOVE R-SECTION-READ TO R-HULL-READ-CTR.
           MOVE R-SECTION-ORPHANS TO R-HULL-ORPHAN-CTR.

       2110-READ-HULL.
           READ HULLMAST
               AT END
                   MOVE 'NO' TO SWEEP-MORE.
           IF SWEEP-MORE NOT = 'NO'
               ADD 1 TO R-SECTION-READ
           END-IF.

       2120-CHECK-HULL.
           MOVE HL-BOAT-TYPE TO BTM-LOOKUP-CODE.
           PERFORM 3600-FIND-BOAT-TYPE.
           IF BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
               MOVE SPACES TO DETAIL-LINE
               MOVE HL-HULL-ID TO O-DT-RECORD
               MOVE 'BOATTYPE' TO O-DT-REFERS-TO
               MOVE HL-BOAT-TYPE TO O-DT-CODE
               IF HULL-IN-STOCK
                   MOVE 'IN STOCK' TO O-DT-STATUS
               ELSE
                   IF HULL-SOLD
                       MOVE 'SOLD' TO O-DT-STATUS
                   ELSE
                       MOVE HL-STATUS TO O-DT-STATUS
                   END-IF
               END-IF
               MOVE 1 TO O-DT-UNITS
               MOVE HL-DEALER-COST TO O-DT-DOLLARS
               PERFORM 3500-PRINT-DETAIL
           END-IF.
           PERFORM 2110-READ-HULL.

       2200-SWEEP-HISTORY.
           MOVE 'SECTION 2 - BOATHIST.DAT - BOAT TYPE NOT ON BOATTYPE'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           MOVE 'YES' TO SWEEP-MORE.
           OPEN INPUT BOATHIST.
           MOVE HIST-STATUS TO SWEEP-STATUS.
           PERFORM 3800-CHECK-OPEN.
           IF SWEEP-MORE = 'YES'
               PERFORM 2210-READ-HIST
               PERFORM 2220-CHECK-HIST
                   UNTIL SWEEP-MORE = 'NO'
               CLOSE BOATHIST
           END-IF.
           PERFORM 3950-END-SECTION.
           MOVE R-SECTION-READ TO R-HIST-READ-CTR.
           MOVE R-SECTION-ORPHANS TO R-HIST-ORPHAN-CTR.

       2210-READ-HIST.
           READ BOATHIST NEXT RECORD
               AT END
                   MOVE 'NO' TO SWEEP-MORE.
           IF SWEEP-MORE NOT = 'NO'
               ADD 1 TO R-SECTION-READ
           END-IF.

       2220-CHECK-HIST.
           MOVE HS-BOAT-TYPE TO BTM-LOOKUP-CODE.
           PERFORM 3600-FIND-BOAT-TYPE.
           IF BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
               MOVE SPACES TO DETAIL-LINE
               MOVE HS-YEAR TO O-DT-RECORD (1:4)
               MOVE '/' TO O-DT-RECORD (5:1)
               MOVE HS-MONTH TO O-DT-RECORD (6:2)
               MOVE HS-STATE TO O-DT-RECORD (9:2)
               MOVE 'BOATTYPE' TO O-DT-REFERS-TO
               MOVE HS-BOAT-TYPE TO O-DT-CODE
               MOVE HS-UNITS TO O-DT-UNITS
               MOVE HS-DOLLARS TO O-DT-DOLLARS
               PERFORM 3500-PRINT-DETAIL
           END-IF.
           PERFORM 2210-READ-HIST.

       2300-SWEEP-CUSTOMERS.
           MOVE 'SECTION 3 - CUSTMAST.DAT - STATE NOT ON STATETAX'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           MOVE 'YES' TO SWEEP-MORE.
           OPEN INPUT CUSTMAST.
           MOVE CUSTMAST-STATUS TO SWEEP-STATUS.
           PERFORM 3800-CHECK-OPEN.
           IF SWEEP-MORE = 'YES'
               PERFORM 2310-READ-CUST
               PERFORM 2320-CHECK-CUST
                   UNTIL SWEEP-MORE = 'NO'
               CLOSE CUSTMAST
           END-IF.
           PERFORM 3950-END-SECTION.
           MOVE R-SECTION-READ TO R-CUST-READ-CTR.
           MOVE R-SECTION-ORPHANS TO R-CUST-ORPHAN-CTR.

       2310-READ-CUST.
           READ CUSTMAST
               AT END
                   MOVE 'NO' TO SWEEP-MORE.
           IF SWEEP-MORE NOT = 'NO'
               ADD 1 TO R-SECTION-READ
           END-IF.

       2320-CHECK-CUST.
           IF CU-ACTIVE
               MOVE ZERO TO TXM-SEARCH-SUB
               PERFORM 3610-SEARCH-TABLE
                   VARYING TXM-SEARCH-SUB FROM 1 BY 1
                   UNTIL TXM-SEARCH-SUB > TAX-RATE-COUNT
                      OR CU-STATE = TXM-STATE (TXM-SEARCH-SUB)
               IF TXM-SEARCH-SUB > TAX-RATE-COUNT
                   MOVE SPACES TO DETAIL-LINE
                   MOVE CU-NBR TO O-DT-RECORD
                   MOVE 'STATETAX' TO O-DT-REFERS-TO
                   MOVE CU-STATE TO O-DT-CODE
                   MOVE CU-NAME TO O-DT-NAME
                   MOVE 'ACTIVE' TO O-DT-STATUS
                   MOVE CU-PURCHASE-CTR TO O-DT-UNITS
                   MOVE CU-LIFETIME-DLRS TO O-DT-DOLLARS
                   PERFORM 3500-PRINT-DETAIL
               END-IF
           END-IF.
           PERFORM 2310-READ-CUST.

       2400-SWEEP-CONTRACTS.
      * DOLLARS ON A CONTRACT ORPHAN ARE WHAT IS STILL OWED - AMOUNT
      * FINANCED LESS WHAT THE LENDER HAS SENT SO FAR.
           MOVE 'SECTION 4 - BOATCIT.DAT  - LENDER NOT ON LENDMAST'
               TO O-SECTION-TITLE.
           PERFORM 3900-START-SECTION.
           MOVE 'YES' TO SWEEP-MORE.
           OPEN INPUT BOATCIT.
           MOVE BOATCIT-STATUS TO SWEEP-STATUS.
           PERFORM 3800-CHECK-OPEN.
           IF SWEEP-MORE = 'YES'
               PERFORM 2410-READ-CIT
               PERFORM 2420-CHECK-CIT
                   UNTIL SWEEP-MORE = 'NO'
               CLOSE BOATCIT
           END-IF.
           PERFORM 3950-END-SECTION.
           MOVE R-SECTION-READ TO R-CIT-READ-CTR.
           MOVE R-SECTION-ORPHANS TO R-CIT-ORPHAN-CTR.

       2410-READ-CIT.
           READ BOATCIT
               AT END
                   MOVE 'NO' TO SWEEP-MORE.
           IF SWEEP-MORE NOT = 'NO'
               ADD 1 TO R-SECTION-READ
           END-IF.

       2420-CHECK-CIT.
           MOVE ZERO TO LNM-SEARCH-SUB.
           PERFORM 3610-SEARCH-TABLE
               VARYING LNM-SEARCH-SUB FROM 1 BY 1
               UNTIL LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                  OR CT-LENDER-CODE = LNM-CODE (LNM-SEARCH-SUB).
           IF LNM-SEARCH-SUB > LENDER-MASTER-COUNT
               MOVE SPACES TO DETAIL-LINE
               MOVE CT-HULL-ID TO O-DT-RECORD
               MOVE 'LENDMAST' TO O-DT-REFERS-TO
               MOVE CT-LENDER-CODE TO O-DT-CODE
               MOVE CT-LAST-NAME TO O-DT-NAME
               IF CT-RETURN
                   MOVE 'RETURN' TO O-DT-STATUS
               ELSE
                   MOVE 'OPEN' TO O-DT-STATUS
               END-IF
               MOVE ZERO TO O-DT-UNITS
               COMPUTE R-CIT-BALANCE =
                   CT-AMT-FINANCED - CT-AMT-RECEIVED
               MOVE R-CIT-BALANCE TO O-DT-DOLLARS
               PERFORM 3500-PRINT-DETAIL
           END-IF.
           PERFORM 2410-READ-CIT.

       3000-CLOSING.
           WRITE PRTLINE FROM SUMMARY-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9200-HDGS.
           MOVE 'HULLMAST.DAT' TO O-SM-MASTER.
           MOVE R-HULL-READ-CTR TO O-SM-READ.
           MOVE R-HULL-ORPHAN-CTR TO O-SM-ORPHANS.
           PERFORM 3100-PRINT-SUMMARY.
           MOVE 'BOATHIST.DAT' TO O-SM-MASTER.
           MOVE R-HIST-READ-CTR TO O-SM-READ.
           MOVE R-HIST-ORPHAN-CTR TO O-SM-ORPHANS.
           PERFORM 3100-PRINT-SUMMARY.
           MOVE 'CUSTMAST.DAT' TO O-SM-MASTER.
           MOVE R-CUST-READ-CTR TO O-SM-READ.
           MOVE R-CUST-ORPHAN-CTR TO O-SM-ORPHANS.
           PERFORM 3100-PRINT-SUMMARY.
           MOVE 'BOATCIT.DAT' TO O-SM-MASTER.
           MOVE R-CIT-READ-CTR TO O-SM-READ.
           MOVE R-CIT-ORPHAN-CTR TO O-SM-ORPHANS.
           PERFORM 3100-PRINT-SUMMARY.

           COMPUTE R-TOTAL-ORPHAN-CTR = R-HULL-ORPHAN-CTR
               + R-HIST-ORPHAN-CTR + R-CUST-ORPHAN-CTR
               + R-CIT-ORPHAN-CTR.
           MOVE R-TOTAL-ORPHAN-CTR TO O-SM-TOTAL.
           WRITE PRTLINE FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           IF R-TOTAL-ORPHAN-CTR > ZERO
               DISPLAY '*** WARNING - ' R-TOTAL-ORPHAN-CTR ' ORPHAN '
                   'ROW(S) FOUND - SEE INTEGCHK.PRT ***'
           END-IF.

           CLOSE INTEGCHK.

       3100-PRINT-SUMMARY.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       3500-PRINT-DETAIL.
           ADD 1 TO R-SECTION-ORPHANS.
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       3600-FIND-BOAT-TYPE.
           MOVE ZERO TO BTM-SEARCH-SUB.
           PERFORM 3610-SEARCH-TABLE
               VARYING BTM-SEARCH-SUB FROM 1 BY 1
               UNTIL BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                  OR BTM-LOOKUP-CODE = BTM-CODE (BTM-SEARCH-SUB).

       3610-SEARCH-TABLE.
      * SEARCH BODY LIVES IN THE PERFORM VARYING THAT CALLS IT.
           CONTINUE.

       3800-CHECK-OPEN.
           IF SWEEP-STATUS NOT = '00'
               MOVE 'NO' TO SWEEP-MORE
               IF SWEEP-STATUS = '35'
                   MOVE '(FILE NOT ON DISK)' TO O-NONE-TEXT
               ELSE
                   DISPLAY '*** CBLGWW19 RUN STOPPED - OPEN FAILED, '
                       'STATUS = ' SWEEP-STATUS ' FOR '
                       O-SECTION-TITLE (13:12) ' ***'
                   STOP RUN
               END-IF
           END-IF.

       3900-START-SECTION.
           MOVE ZERO TO R-SECTION-READ.
           MOVE ZERO TO R-SECTION-ORPHANS.
           MOVE '(NONE)' TO O-NONE-TEXT.
           WRITE PRTLINE FROM SECTION-HEADING
               AFTER ADVANCING 3 LINES
                   AT EOP
                       PERFORM 9200-HDGS.

       3950-END-SECTION.
           IF R-SECTION-ORPHANS = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE R-SECTION-READ TO O-ST-READ.
           MOVE R-SECTION-ORPHANS TO O-ST-ORPHANS.
           WRITE PRTLINE FROM SECTION-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       9200-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADING-ONE
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLGWW19.
