       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBGWW20.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * THIS PROGRAM MAINTAINS QUOTMAST.DAT, THE SALESPERSON MONTHLY
      * QUOTA MASTER READ BY THE CBLGWW21 ATTAINMENT REPORT, THE SAME
      * WAY COBGWW05 MAINTAINS THE SALESPERSON MASTER.  IT READS A
      * TRANSACTION FILE OF ADD/CHANGE/DELETE RECORDS (QUOTMASTT.DAT)
      * KEYED BY SALESPERSON ID AND YEAR/MONTH, VALIDATES EACH ONE
      * (DUPLICATE QUOTA ON ADD, UNKNOWN QUOTA ON CHANGE/DELETE,
      * SALESPERSON NOT ON SALESPER.DAT ON ADD, BAD YEAR/MONTH,
      * TARGETS NOT NUMERIC OR BOTH ZERO), APPLIES THE GOOD ONES AND
      * PRINTS A BEFORE/AFTER AUDIT LISTING ON QUOTMASTA.PRT.
      *
      * ON A CHANGE A BLANK TARGET KEEPS THE TARGET ALREADY ON FILE.
      * A QUOTA FOR A SALESPERSON SINCE DELETED FROM SALESPER.DAT CAN
      * STILL BE CHANGED OR DELETED, SO OLD ROWS CAN BE CLEANED UP.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM, CLONED FROM COBGWW05 - THE MONTHLY
      *               TARGETS LIVED IN A SPREADSHEET WITH NO AUDIT
      *               TRAIL.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOTMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\QUOTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTMAST-STATUS.

           SELECT QUOTMAT
               ASSIGN TO 'C:\IHCC\COB\COBGWW20\QUOTMASTT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT QUOTMAA
               ASSIGN TO 'C:\IHCC\COB\COBGWW20\QUOTMASTA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT QUOTMAN
               ASSIGN TO 'C:\IHCC\COB\COBGWW20\QUOTMASTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTMAN-STATUS.

           SELECT SALESPER
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\SALESPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALESPER-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  QUOTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS QUOTA-REC
           RECORD CONTAINS 24 CHARACTERS.

           COPY QUOTAREC.

       FD  QUOTMAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-REC
           RECORD CONTAINS 25 CHARACTERS.

       01  TRANS-REC.
           05  TR-ACTION               PIC X.
               88  TRANS-IS-ADD            VALUE 'A'.
               88  TRANS-IS-CHANGE         VALUE 'C'.
               88  TRANS-IS-DELETE         VALUE 'D'.
               88  VALID-TRANS-ACTION      VALUES 'A' 'C' 'D'.
           05  TR-ID                   PIC X(4).
           05  TR-PERIOD-X             PIC X(6).
           05  FILLER REDEFINES TR-PERIOD-X.
               10  TR-YEAR                 PIC 9(4).
               10  TR-MONTH                PIC 99.
           05  TR-UNIT-TARGET-X        PIC X(4).
           05  FILLER REDEFINES TR-UNIT-TARGET-X.
               10  TR-UNIT-TARGET          PIC 9(4).
           05  TR-DOLLAR-TARGET-X      PIC X(10).
           05  FILLER REDEFINES TR-DOLLAR-TARGET-X.
               10  TR-DOLLAR-TARGET        PIC 9(8)V99.

       FD  QUOTMAA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  QUOTMAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS QTN-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  QTN-REC                     PIC X(24).

       FD  SALESPER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SALESPER-REC
           RECORD CONTAINS 28 CHARACTERS.

           COPY SALESREC.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-RECS             PIC XXX     VALUE 'YES'.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 M-READ-CTR            PIC 9(6)    VALUE ZERO.
           05 M-ADD-CTR             PIC 9(6)    VALUE ZERO.
           05 M-CHANGE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-DELETE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-REJECT-CTR          PIC 9(6)    VALUE ZERO.
           05 M-MASTER-IN-CTR       PIC 9(6)    VALUE ZERO.
           05 M-MASTER-OUT-CTR      PIC 9(6)    VALUE ZERO.
           05 M-VALID-SW            PIC X       VALUE 'Y'.
               88 TRANS-IS-VALID        VALUE 'Y'.
               88 TRANS-IS-INVALID      VALUE 'N'.
           05 M-REASON              PIC X(40)   VALUE SPACES.
           05 M-PRIOR-REASON        PIC X(40)   VALUE SPACES.
           05 M-NEW-UNITS           PIC 9(4)    VALUE ZERO.
           05 M-NEW-DOLLARS         PIC 9(8)V99 VALUE ZERO.

       01  QUOTA-MASTER-TABLE.
           05  QUOTA-MASTER-ENTRY         OCCURS 2000 TIMES.
               10  QTM-ID                      PIC X(4).
               10  QTM-PERIOD                  PIC 9(6).
               10  QTM-UNIT-TARGET             PIC 9(4).
               10  QTM-DOLLAR-TARGET           PIC 9(8)V99.
               10  QTM-ROW-STATUS              PIC X.
                   88  QTM-ROW-ACTIVE              VALUE 'Y'.
                   88  QTM-ROW-DELETED             VALUE 'N'.

       01  QUOTA-MASTER-AREA.
           05  QUOTA-MASTER-COUNT       PIC 9(4)    VALUE ZERO.
           05  QUOTA-MASTER-MAX         PIC 9(4)    VALUE 2000.
           05  QTM-SEARCH-SUB           PIC 9(4)    VALUE ZERO.
           05  QTM-WRITE-SUB            PIC 9(4)    VALUE ZERO.
           05  QTM-MORE                 PIC XXX     VALUE 'YES'.
           05  QUOTMAST-STATUS          PIC XX      VALUE SPACES.
           05  QUOTMAN-STATUS           PIC XX      VALUE SPACES.
           05  QTN-MORE                 PIC XXX     VALUE 'YES'.
           05  QTN-BUILD-OK             PIC X       VALUE 'N'.

       01  SALES-MASTER-TABLE.
           05  SALES-MASTER-ENTRY         OCCURS 99 TIMES.
               10  SPM-ID                      PIC X(4).
               10  SPM-NAME                    PIC X(20).

       01  SALES-MASTER-AREA.
           05  SALES-MASTER-COUNT       PIC 99      VALUE ZERO.
           05  SALES-MASTER-MAX         PIC 99      VALUE 99.
           05  SPM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  SPM-MORE                 PIC XXX     VALUE 'YES'.
           05  SALESPER-STATUS          PIC XX      VALUE SPACES.

       01  QTN-WORK-REC.
           05  QTN-ID                   PIC X(4).
           05  QTN-PERIOD               PIC 9(6).
           05  QTN-UNIT-TARGET          PIC 9(4).
           05  QTN-DOLLAR-TARGET        PIC 9(8)V99.

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
               VALUE 'WERTZ''S BOATS INC. - SALES QUOTA AUDIT LISTING'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(8)    VALUE 'ACTION'.
           05  FILLER          PIC X(6)    VALUE 'ID'.
           05  FILLER          PIC X(22)   VALUE 'SALESPERSON'.
           05  FILLER          PIC X(9)    VALUE 'PERIOD'.
           05  FILLER          PIC X(7)    VALUE 'BEFORE'.
           05  FILLER          PIC X(15)   VALUE 'UNITS/DOLLARS'.
           05  FILLER          PIC X(7)    VALUE 'AFTER'.
           05  FILLER          PIC X(15)   VALUE 'UNITS/DOLLARS'.
           05  FILLER          PIC X(30)   VALUE 'REJECT REASON'.

       01  AUDIT-LINE.
           05  O-AUD-ACTION            PIC X(8).
           05  O-AUD-ID                PIC X(6).
           05  O-AUD-NAME              PIC X(22).
           05  O-AUD-PERIOD            PIC X(9).
           05  O-AUD-BEF-UNITS         PIC Z,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AUD-BEF-DOLLARS       PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AUD-AFT-UNITS         PIC Z,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AUD-AFT-DOLLARS       PIC ZZ,ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AUD-REASON            PIC X(40).

       01  SUMMARY-LINE-ONE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'TRANS READ:'.
           05  O-READ-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'ADDS:'.
           05  O-ADD-CTR               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'CHANGES:'.
           05  O-CHANGE-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(9)    VALUE 'DELETES:'.
           05  O-DELETE-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR            PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-TWO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'MASTERS IN:'.
           05  O-MASTER-IN-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'MASTERS OUT:'.
           05  O-MASTER-OUT-CTR        PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-LOAD-QUOTAS.
           PERFORM 1060-LOAD-SALESPERSONS.
           OPEN INPUT QUOTMAT.
           OPEN OUTPUT QUOTMAA.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9200-HDGS.
           PERFORM 9000-READ.

       1050-LOAD-QUOTAS.
      * A MAINTENANCE RUN THAT COULD NOT LOAD THE MASTER MUST NOT
      * APPLY TRANSACTIONS TO AN EMPTY TABLE AND REWRITE IT.  THE ONE
      * EXCEPTION IS THE VERY FIRST RUN - NO MASTER YET (STATUS 35)
      * STARTS AN EMPTY ONE.  A MASTER TOO BIG FOR THE TABLE STOPS
      * THE RUN RATHER THAN DROP THE ROWS THAT DID NOT FIT.
           MOVE 'YES' TO QTM-MORE.
           OPEN INPUT QUOTMAST.
           IF QUOTMAST-STATUS = '35'
               MOVE 'NO' TO QTM-MORE
           ELSE
               IF QUOTMAST-STATUS NOT = '00'
                   DISPLAY '*** COBGWW20 RUN STOPPED - QUOTMAST.DAT '
                       'OPEN INPUT FAILED, STATUS = ' QUOTMAST-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1051-READ-QUOTA
               PERFORM 1052-STORE-QUOTA
                   UNTIL QTM-MORE = 'NO'
               CLOSE QUOTMAST
           END-IF.
           MOVE QUOTA-MASTER-COUNT TO M-MASTER-IN-CTR.

       1051-READ-QUOTA.
           READ QUOTMAST
               AT END
                   MOVE 'NO' TO QTM-MORE.

       1052-STORE-QUOTA.
           IF QUOTA-MASTER-COUNT < QUOTA-MASTER-MAX
               ADD 1 TO QUOTA-MASTER-COUNT
               MOVE QT-SALESPERSON-ID TO QTM-ID (QUOTA-MASTER-COUNT)
               MOVE QT-PERIOD TO QTM-PERIOD (QUOTA-MASTER-COUNT)
               MOVE QT-UNIT-TARGET
                   TO QTM-UNIT-TARGET (QUOTA-MASTER-COUNT)
               MOVE QT-DOLLAR-TARGET
                   TO QTM-DOLLAR-TARGET (QUOTA-MASTER-COUNT)
               SET QTM-ROW-ACTIVE (QUOTA-MASTER-COUNT) TO TRUE
           ELSE
               DISPLAY '*** COBGWW20 RUN STOPPED - QUOTMAST.DAT HAS '
                   'MORE THAN QUOTA-MASTER-MAX ENTRIES - MASTER NOT '
                   'TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-QUOTA.

       1060-LOAD-SALESPERSONS.
      * WITHOUT THE SALESPERSON MASTER NO ADD CAN BE EDITED, SO THE
      * RUN STOPS BEFORE ANYTHING IS APPLIED.
           MOVE 'YES' TO SPM-MORE.
           OPEN INPUT SALESPER.
           IF SALESPER-STATUS NOT = '00'
               DISPLAY '*** COBGWW20 RUN STOPPED - SALESPER.DAT OPEN '
                   'INPUT FAILED, STATUS = ' SALESPER-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-SALESPERSON.
           PERFORM 1062-STORE-SALESPERSON
               UNTIL SPM-MORE = 'NO'.
           CLOSE SALESPER.

       1061-READ-SALESPERSON.
           READ SALESPER
               AT END
                   MOVE 'NO' TO SPM-MORE.

       1062-STORE-SALESPERSON.
           IF SALES-MASTER-COUNT < SALES-MASTER-MAX
               ADD 1 TO SALES-MASTER-COUNT
               MOVE SP-ID TO SPM-ID (SALES-MASTER-COUNT)
               MOVE SP-NAME TO SPM-NAME (SALES-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - SALESPER.DAT HAS MORE THAN '
                   'SALES-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1061-READ-SALESPERSON.

       2000-MAINLINE.
           PERFORM 2100-EDIT-TRANS.
           IF TRANS-IS-VALID
               PERFORM 2200-APPLY-TRANS
           ELSE
               PERFORM 2300-OUTPUT-REJECT
           END-IF.
           PERFORM 9000-READ.

       2100-EDIT-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO M-REASON.
           PERFORM 2140-FIND-MASTER-KEY.
           PERFORM 2145-FIND-SALESPERSON.

           IF NOT VALID-TRANS-ACTION
               SET TRANS-IS-INVALID TO TRUE
               STRING 'INVALID ACTION CODE' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               PERFORM 2110-EDIT-ID
               PERFORM 2115-EDIT-PERIOD
               IF TRANS-IS-VALID
                   PERFORM 2118-EDIT-KEY
               END-IF
               IF TRANS-IS-ADD OR TRANS-IS-CHANGE
                   PERFORM 2120-EDIT-TARGETS
               END-IF
           END-IF.

       2110-EDIT-ID.
           IF TR-ID = SPACES
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'SALESPERSON ID MISSING' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TRANS-IS-ADD
                       AND SPM-SEARCH-SUB > SALES-MASTER-COUNT
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'SALESPERSON NOT ON SALESPER' DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
           END-IF.

       2115-EDIT-PERIOD.
           IF TR-PERIOD-X NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'YEAR/MONTH NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TR-MONTH < 1 OR TR-MONTH > 12
                       OR TR-YEAR < 2000
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'YEAR/MONTH INVALID' DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
           END-IF.

       2118-EDIT-KEY.
           IF TRANS-IS-ADD
                   AND QTM-SEARCH-SUB <= QUOTA-MASTER-COUNT
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'QUOTA ALREADY ON FILE' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.
           IF (TRANS-IS-CHANGE OR TRANS-IS-DELETE)
                   AND QTM-SEARCH-SUB > QUOTA-MASTER-COUNT
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'QUOTA NOT ON FILE' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2120-EDIT-TARGETS.
      * AN ADD MUST CARRY BOTH TARGETS; A CHANGE MAY LEAVE EITHER
      * BLANK TO KEEP WHAT IS ON FILE.  A QUOTA WITH BOTH TARGETS
      * ZERO MEASURES NOTHING AND IS REFUSED - DELETE IT INSTEAD.
           MOVE ZERO TO M-NEW-UNITS.
           MOVE ZERO TO M-NEW-DOLLARS.
           IF TRANS-IS-CHANGE
                   AND QTM-SEARCH-SUB <= QUOTA-MASTER-COUNT
               MOVE QTM-UNIT-TARGET (QTM-SEARCH-SUB) TO M-NEW-UNITS
               MOVE QTM-DOLLAR-TARGET (QTM-SEARCH-SUB)
                   TO M-NEW-DOLLARS
           END-IF.
           IF TRANS-IS-CHANGE AND TR-UNIT-TARGET-X = SPACES
               CONTINUE
           ELSE
               IF TR-UNIT-TARGET-X NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'UNIT TARGET NOT NUMERIC' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-UNIT-TARGET TO M-NEW-UNITS
               END-IF
           END-IF.
           IF TRANS-IS-CHANGE AND TR-DOLLAR-TARGET-X = SPACES
               CONTINUE
           ELSE
               IF TR-DOLLAR-TARGET-X NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'DOLLAR TARGET NOT NUMERIC' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-DOLLAR-TARGET TO M-NEW-DOLLARS
               END-IF
           END-IF.
           IF TRANS-IS-VALID
                   AND M-NEW-UNITS = ZERO AND M-NEW-DOLLARS = ZERO
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'BOTH TARGETS ZERO' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2140-FIND-MASTER-KEY.
      * LEAVES QTM-SEARCH-SUB POINTING AT THE MATCHING ACTIVE ENTRY,
      * OR PAST QUOTA-MASTER-COUNT WHEN THE KEY IS NOT ON FILE.
           MOVE ZERO TO QTM-SEARCH-SUB.
           PERFORM 2141-SEARCH-MASTER
               VARYING QTM-SEARCH-SUB FROM 1 BY 1
               UNTIL QTM-SEARCH-SUB > QUOTA-MASTER-COUNT
                  OR (TR-ID = QTM-ID (QTM-SEARCH-SUB)
                 AND TR-PERIOD-X = QTM-PERIOD (QTM-SEARCH-SUB)
                 AND QTM-ROW-ACTIVE (QTM-SEARCH-SUB)).

       2141-SEARCH-MASTER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2145-FIND-SALESPERSON.
           MOVE ZERO TO SPM-SEARCH-SUB.
           PERFORM 2146-SEARCH-SALESPERSON
               VARYING SPM-SEARCH-SUB FROM 1 BY 1
               UNTIL SPM-SEARCH-SUB > SALES-MASTER-COUNT
                  OR TR-ID = SPM-ID (SPM-SEARCH-SUB).

       2146-SEARCH-SALESPERSON.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2150-ADD-REASON-SEPARATOR.
           IF M-REASON = SPACES
               MOVE SPACES TO M-PRIOR-REASON
           ELSE
               MOVE M-REASON TO M-PRIOR-REASON
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   ', ' DELIMITED BY SIZE
                   INTO M-PRIOR-REASON
           END-IF.

       2200-APPLY-TRANS.
           MOVE SPACES TO AUDIT-LINE.
           PERFORM 2250-FORMAT-KEY.
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 2210-APPLY-ADD
               WHEN TRANS-IS-CHANGE
                   PERFORM 2220-APPLY-CHANGE
               WHEN TRANS-IS-DELETE
                   PERFORM 2230-APPLY-DELETE
           END-EVALUATE.
           PERFORM 9300-PRINT-AUDIT-LINE.

       2210-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.
           IF QUOTA-MASTER-COUNT < QUOTA-MASTER-MAX
               ADD 1 TO QUOTA-MASTER-COUNT
               MOVE TR-ID TO QTM-ID (QUOTA-MASTER-COUNT)
               MOVE TR-PERIOD-X TO QTM-PERIOD (QUOTA-MASTER-COUNT)
               MOVE M-NEW-UNITS TO QTM-UNIT-TARGET (QUOTA-MASTER-COUNT)
               MOVE M-NEW-DOLLARS
                   TO QTM-DOLLAR-TARGET (QUOTA-MASTER-COUNT)
               SET QTM-ROW-ACTIVE (QUOTA-MASTER-COUNT) TO TRUE
               MOVE M-NEW-UNITS TO O-AUD-AFT-UNITS
               MOVE M-NEW-DOLLARS TO O-AUD-AFT-DOLLARS
               ADD 1 TO M-ADD-CTR
           ELSE
               MOVE 'MASTER TABLE FULL - ADD NOT APPLIED'
                   TO O-AUD-REASON
               ADD 1 TO M-REJECT-CTR
           END-IF.

       2220-APPLY-CHANGE.
           MOVE 'CHANGE' TO O-AUD-ACTION.
           MOVE QTM-UNIT-TARGET (QTM-SEARCH-SUB) TO O-AUD-BEF-UNITS.
           MOVE QTM-DOLLAR-TARGET (QTM-SEARCH-SUB)
               TO O-AUD-BEF-DOLLARS.
           MOVE M-NEW-UNITS TO QTM-UNIT-TARGET (QTM-SEARCH-SUB).
           MOVE M-NEW-DOLLARS TO QTM-DOLLAR-TARGET (QTM-SEARCH-SUB).
           MOVE M-NEW-UNITS TO O-AUD-AFT-UNITS.
           MOVE M-NEW-DOLLARS TO O-AUD-AFT-DOLLARS.
           ADD 1 TO M-CHANGE-CTR.

       2230-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           MOVE QTM-UNIT-TARGET (QTM-SEARCH-SUB) TO O-AUD-BEF-UNITS.
           MOVE QTM-DOLLAR-TARGET (QTM-SEARCH-SUB)
               TO O-AUD-BEF-DOLLARS.
           SET QTM-ROW-DELETED (QTM-SEARCH-SUB) TO TRUE.
           ADD 1 TO M-DELETE-CTR.

       2250-FORMAT-KEY.
           MOVE TR-ID TO O-AUD-ID.
           IF SPM-SEARCH-SUB > SALES-MASTER-COUNT
               MOVE '(NOT ON SALESPER)' TO O-AUD-NAME
           ELSE
               MOVE SPM-NAME (SPM-SEARCH-SUB) TO O-AUD-NAME
           END-IF.
           MOVE TR-PERIOD-X (1:4) TO O-AUD-PERIOD (1:4).
           MOVE '/' TO O-AUD-PERIOD (5:1).
           MOVE TR-PERIOD-X (5:2) TO O-AUD-PERIOD (6:2).

       2300-OUTPUT-REJECT.
           MOVE SPACES TO AUDIT-LINE.
           PERFORM 2250-FORMAT-KEY.
           MOVE TR-ACTION TO O-AUD-ACTION.
           MOVE M-REASON TO O-AUD-REASON.
           PERFORM 9300-PRINT-AUDIT-LINE.
           ADD 1 TO M-REJECT-CTR.

       3000-CLOSING.
           PERFORM 3100-REWRITE-MASTER.
           MOVE M-READ-CTR TO O-READ-CTR.
           MOVE M-ADD-CTR TO O-ADD-CTR.
           MOVE M-CHANGE-CTR TO O-CHANGE-CTR.
           MOVE M-DELETE-CTR TO O-DELETE-CTR.
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE.

           CLOSE QUOTMAT
                 QUOTMAA.

       3100-REWRITE-MASTER.
      * THE NEW MASTER IS BUILT COMPLETE ON THE QUOTMASTN.DAT WORK
      * FILE FIRST, THEN COPIED OVER QUOTMAST.DAT.  AN ABEND DURING
      * THE BUILD LEAVES THE LIVE MASTER UNTOUCHED, AND IF THE SWAP
      * ITSELF FAILS THE FULL NEW MASTER IS STILL ON THE WORK FILE.
           MOVE 'N' TO QTN-BUILD-OK.
           OPEN OUTPUT QUOTMAN.
           IF QUOTMAN-STATUS NOT = '00'
               DISPLAY '*** ERROR - QUOTMASTN.DAT OPEN OUTPUT FAILED, '
                   'STATUS = ' QUOTMAN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               MOVE ZERO TO QTM-WRITE-SUB
               PERFORM 3110-WRITE-MASTER-ENTRY
                   VARYING QTM-WRITE-SUB FROM 1 BY 1
                   UNTIL QTM-WRITE-SUB > QUOTA-MASTER-COUNT
               CLOSE QUOTMAN
               IF QUOTMAN-STATUS = '00'
                   MOVE 'Y' TO QTN-BUILD-OK
               END-IF
           END-IF.
           IF QTN-BUILD-OK = 'Y'
               PERFORM 3120-SWAP-MASTER
           END-IF.

       3110-WRITE-MASTER-ENTRY.
           IF QTM-ROW-ACTIVE (QTM-WRITE-SUB)
               MOVE QTM-ID (QTM-WRITE-SUB) TO QTN-ID
               MOVE QTM-PERIOD (QTM-WRITE-SUB) TO QTN-PERIOD
               MOVE QTM-UNIT-TARGET (QTM-WRITE-SUB) TO QTN-UNIT-TARGET
               MOVE QTM-DOLLAR-TARGET (QTM-WRITE-SUB)
                   TO QTN-DOLLAR-TARGET
               WRITE QTN-REC FROM QTN-WORK-REC
               ADD 1 TO M-MASTER-OUT-CTR
           END-IF.

       3120-SWAP-MASTER.
           MOVE 'YES' TO QTN-MORE.
           OPEN INPUT QUOTMAN.
           IF QUOTMAN-STATUS NOT = '00'
               DISPLAY '*** ERROR - QUOTMASTN.DAT OPEN INPUT FAILED, '
                   'STATUS = ' QUOTMAN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               OPEN OUTPUT QUOTMAST
               IF QUOTMAST-STATUS NOT = '00'
                   DISPLAY '*** ERROR - QUOTMAST.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' QUOTMAST-STATUS
                       ' - NEW MASTER IS ON QUOTMASTN.DAT'
                   CLOSE QUOTMAN
               ELSE
                   PERFORM 3121-READ-NEW-MASTER
                   PERFORM 3122-COPY-NEW-MASTER
                       UNTIL QTN-MORE = 'NO'
                   CLOSE QUOTMAN
                         QUOTMAST
               END-IF
           END-IF.

       3121-READ-NEW-MASTER.
           READ QUOTMAN
               AT END
                   MOVE 'NO' TO QTN-MORE.

       3122-COPY-NEW-MASTER.
           MOVE QTN-REC TO QUOTA-REC.
           WRITE QUOTA-REC.
           PERFORM 3121-READ-NEW-MASTER.

       9000-READ.
           READ QUOTMAT
               AT END
                   MOVE 'NO' TO MORE-RECS.
           IF MORE-RECS NOT = 'NO'
               ADD 1 TO M-READ-CTR
           END-IF.

       9200-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM COLUMN-HEADING-ONE
               AFTER ADVANCING 1 LINE.

       9300-PRINT-AUDIT-LINE.
           WRITE PRTLINE FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       END PROGRAM COBGWW20.
