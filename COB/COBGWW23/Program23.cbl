       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLGWW23.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * FLOOR-PLAN MONTHLY ACCRUAL.  THIS PROGRAM READS THE
      * BOATFLPN.DAT NOTE MASTER (MAINTAINED BY COBGWW22) AND PRINTS
      * ON FLPACCR.PRT:
      *   - THE INTEREST EACH NOTE ACCRUED IN THE REPORT MONTH, BY
      *     HULL WITHIN BANK, WITH A TOTAL PER BANK AND FOR THE HOUSE
      *     - THE NUMBER ACCOUNTING BOOKS AS FLOOR-PLAN INTEREST,
      *   - THE CURTAILMENTS COMING DUE ON THE AGED UNITS STILL ON
      *     THE LOT, THROUGH THE END OF THE MONTH AFTER THE REPORT
      *     MONTH, WITH ANY ALREADY PAST DUE FLAGGED,
      *   - EVERY SOLD UNIT WHOSE NOTE IS NOT YET PAID OFF, WITH THE
      *     BANK'S PAYOFF DEADLINE.  A UNIT PAST ITS DEADLINE IS SOLD
      *     OUT OF TRUST AND IS FLAGGED SO.
      *
      * THE REPORT MONTH IS THE CLOSED-THROUGH PERIOD ON BOATPERD.DAT,
      * SAME AS CBLGWW21, OR THE CALENDAR MONTH BEFORE THE RUN DATE
      * BEFORE THE FIRST CLOSE.  INTEREST IS SIMPLE INTEREST ON A
      * 365-DAY YEAR ON THE NOTE LESS THE CURTAILMENTS PAID, FOR THE
      * DAYS OF THE MONTH THE NOTE WAS OPEN (FROM THE NOTE DATE UP TO
      * THE DAY BEFORE THE PAYOFF).  THE BANK'S STATEMENT CAN DIFFER
      * BY THE INTEREST ON A CURTAILMENT PAID PART WAY THROUGH THE
      * MONTH.  NOTHING IS UPDATED.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM - FLOOR-PLAN INTEREST WAS BOOKED
      *               FROM THE BANK'S STATEMENT WITH NOTHING TO CHECK
      *               IT AGAINST, AND CURTAILMENTS WERE FOUND DUE WHEN
      *               THE BANK DRAFTED THEM.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOATFLPN
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATFLPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPN-STATUS.

           SELECT LENDMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\LENDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LENDMAST-STATUS.

           SELECT BOATPERD
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATPERD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERD-STATUS.

           SELECT FLPACCR
               ASSIGN TO 'C:\IHCC\COB\COBGWW23\FLPACCR.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BOATFLPN
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPN-IN-REC
           RECORD CONTAINS 101 CHARACTERS.

       01  FLPN-IN-REC                 PIC X(101).

       FD  LENDMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS LENDER-REC
           RECORD CONTAINS 28 CHARACTERS.

           COPY LENDREC.

       FD  BOATPERD
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-CTL-REC
           RECORD CONTAINS 12 CHARACTERS.

           COPY PERDCTL.

       FD  FLPACCR
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 FLPN-STATUS           PIC XX      VALUE SPACES.
           05 LENDMAST-STATUS       PIC XX      VALUE SPACES.
           05 PERD-STATUS           PIC XX      VALUE SPACES.
           05 FNT-MORE              PIC XXX     VALUE 'YES'.
           05 LNM-MORE              PIC XXX     VALUE 'YES'.
           05 R-NOTE-READ-CTR       PIC 9(6)    VALUE ZERO.
           05 R-OVERFLOW-CTR        PIC 9(6)    VALUE ZERO.
           05 R-SECTION             PIC 9       VALUE ZERO.
               88  R-IN-ACCRUAL             VALUE 1.
               88  R-IN-CURTAILMENTS        VALUE 2.
               88  R-IN-SOLD                VALUE 3.
           05 R-FIRST-SW            PIC X       VALUE 'Y'.
           05 R-CURRENT-BANK        PIC X(3)    VALUE SPACES.

           COPY FLPNREC.

      * THE REPORT MONTH AS DATES AND AS DAY NUMBERS, AND THE LAST
      * DAY THE CURTAILMENT SECTION LOOKS AHEAD TO.
       01  REPORT-PERIOD-AREA.
           05  RPT-PERIOD              PIC 9(6)    VALUE ZERO.
           05  FILLER REDEFINES RPT-PERIOD.
               10  RPT-YEAR                PIC 9(4).
               10  RPT-MONTH               PIC 99.
           05  WK-DATE                 PIC 9(8)    VALUE ZERO.
           05  FILLER REDEFINES WK-DATE.
               10  WK-YEAR                 PIC 9(4).
               10  WK-MONTH                PIC 99.
               10  WK-DAY                  PIC 99.
           05  RPT-FIRST-INT           PIC 9(8)    VALUE ZERO.
           05  RPT-LAST-INT            PIC 9(8)    VALUE ZERO.
           05  CUR-THRU-INT            PIC 9(8)    VALUE ZERO.
           05  CUR-THRU-DATE           PIC 9(8)    VALUE ZERO.
           05  TODAY-YMD               PIC 9(8)    VALUE ZERO.
           05  TODAY-INT               PIC 9(8)    VALUE ZERO.

      * THE NOTE IS HELD WHOLE; THE BANK AND HULL ARE ALL THE SORT
      * NEEDS.
       01  FLOOR-PLAN-NOTE-TABLE.
           05  FLOOR-PLAN-NOTE-ENTRY      OCCURS 999 TIMES.
               10  FNT-REC                     PIC X(101).
               10  FILLER REDEFINES FNT-REC.
                   15  FNT-HULL-ID                 PIC X(10).
                   15  FNT-BANK-CODE               PIC X(3).
                   15  FILLER                      PIC X(88).

       01  FLOOR-PLAN-NOTE-AREA.
           05  FLOOR-PLAN-NOTE-COUNT    PIC 9(4)    VALUE ZERO.
           05  FLOOR-PLAN-NOTE-MAX      PIC 9(4)    VALUE 999.
           05  FNT-SUB                  PIC 9(4)    VALUE ZERO.

       01  LENDER-MASTER-TABLE.
           05  LENDER-MASTER-ENTRY        OCCURS 50 TIMES.
               10  LNM-CODE                    PIC X(3).
               10  LNM-NAME                    PIC X(25).

       01  LENDER-MASTER-AREA.
           05  LENDER-MASTER-COUNT      PIC 99      VALUE ZERO.
           05  LNM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  LENDER-MASTER-MAX        PIC 99      VALUE 50.

       01  SORT-WORK-AREA.
           05  SORT-SUB1                PIC 9(4)    VALUE ZERO.
           05  SORT-SUB2                PIC 9(4)    VALUE ZERO.
           05  SORT-LIMIT               PIC 9(4)    VALUE ZERO.
           05  HOLD-ENTRY               PIC X(101).

      * ONE NOTE'S FIGURES, WORKED FRESH FOR EACH NOTE.
       01  NOTE-WORK-AREA.
           05  NW-NOTE-INT              PIC 9(8)    VALUE ZERO.
           05  NW-START-INT             PIC 9(8)    VALUE ZERO.
           05  NW-END-INT               PIC 9(8)    VALUE ZERO.
           05  NW-DUE-INT               PIC 9(8)    VALUE ZERO.
           05  NW-DAYS                  PIC S9(5)   VALUE ZERO.
           05  NW-AGE                   PIC S9(5)   VALUE ZERO.
           05  NW-PRINCIPAL             PIC S9(7)V99 VALUE ZERO.
           05  NW-INTEREST              PIC 9(7)V99 VALUE ZERO.
           05  NW-CURT-COUNT            PIC 9(4)    VALUE ZERO.
           05  NW-CURT-EACH             PIC 9(7)V99 VALUE ZERO.
           05  NW-CURT-REQUIRED         PIC 9(7)V99 VALUE ZERO.
           05  NW-CURT-DUE              PIC S9(7)V99 VALUE ZERO.
           05  NW-CURT-COVERED          PIC 9(4)    VALUE ZERO.
           05  NW-BALANCE               PIC S9(7)V99 VALUE ZERO.
           05  NW-DAYS-LEFT             PIC S9(5)   VALUE ZERO.
           05  NW-EDIT-IN               PIC 9(8)    VALUE ZERO.
           05  NW-EDIT-OUT              PIC X(10)   VALUE SPACES.

       01  TOTALS-AREA.
           05  BT-NOTE-CTR              PIC 9(5)    VALUE ZERO.
           05  BT-PRINCIPAL             PIC S9(9)V99 VALUE ZERO.
           05  BT-INTEREST              PIC 9(9)V99 VALUE ZERO.
           05  GT-NOTE-CTR              PIC 9(5)    VALUE ZERO.
           05  GT-PRINCIPAL             PIC S9(9)V99 VALUE ZERO.
           05  GT-INTEREST              PIC 9(9)V99 VALUE ZERO.
           05  CT-UNIT-CTR              PIC 9(5)    VALUE ZERO.
           05  CT-PAST-DUE-CTR          PIC 9(5)    VALUE ZERO.
           05  CT-DUE-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  ST-UNIT-CTR              PIC 9(5)    VALUE ZERO.
           05  ST-BALANCE               PIC S9(9)V99 VALUE ZERO.
           05  ST-OOT-CTR               PIC 9(5)    VALUE ZERO.
           05  ST-OOT-BALANCE           PIC S9(9)V99 VALUE ZERO.

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
               VALUE 'WERTZ''S BOATS INC. - FLOOR-PLAN MONTHLY ACCRUAL'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PERIOD-HEADING.
           05  FILLER          PIC X(15)   VALUE 'REPORT MONTH:'.
           05  O-PH-MONTH      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PH-YEAR       PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(23)
               VALUE 'CURTAILMENTS THROUGH:'.
           05  O-PH-THRU       PIC X(10).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(40)
               VALUE 'INTEREST ON NOTE LESS CURTAILMENTS / 365'.

       01  SECTION-HEADING.
           05  O-SECTION-TITLE PIC X(60).

       01  ACCRUAL-HEADING.
           05  FILLER          PIC X(5)    VALUE 'BANK'.
           05  FILLER          PIC X(12)   VALUE 'HULL ID'.
           05  FILLER          PIC X(12)   VALUE 'NOTE DATE'.
           05  FILLER          PIC X(13)   VALUE '  NOTE AMT'.
           05  FILLER          PIC X(13)   VALUE ' PRINCIPAL'.
           05  FILLER          PIC X(9)    VALUE '  RATE'.
           05  FILLER          PIC X(7)    VALUE 'DAYS'.
           05  FILLER          PIC X(12)   VALUE ' INTEREST'.
           05  FILLER          PIC X(20)   VALUE 'NOTE STATUS'.

       01  ACCRUAL-DETAIL-LINE.
           05  O-AD-BANK               PIC X(5).
           05  O-AD-HULL               PIC X(12).
           05  O-AD-NOTE-DATE          PIC X(12).
           05  O-AD-NOTE-AMT           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AD-PRINCIPAL          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AD-RATE               PIC Z9.999.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AD-DAYS               PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AD-INTEREST           PIC ZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-AD-STATUS             PIC X(20).

       01  ACCRUAL-TOTAL-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  O-AT-NAME               PIC X(22).
           05  FILLER                  PIC X(7)    VALUE 'NOTES:'.
           05  O-AT-CTR                PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AT-PRINCIPAL          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(18)   VALUE SPACES.
           05  O-AT-INTEREST           PIC ZZZ,ZZ9.99.

       01  CURT-HEADING.
           05  FILLER          PIC X(5)    VALUE 'BANK'.
           05  FILLER          PIC X(12)   VALUE 'HULL ID'.
           05  FILLER          PIC X(12)   VALUE 'NOTE DATE'.
           05  FILLER          PIC X(7)    VALUE ' AGE'.
           05  FILLER          PIC X(12)   VALUE '  NOTE AMT'.
           05  FILLER          PIC X(12)   VALUE '  REQUIRED'.
           05  FILLER          PIC X(12)   VALUE '      PAID'.
           05  FILLER          PIC X(13)   VALUE '   DUE NOW'.
           05  FILLER          PIC X(12)   VALUE 'DUE BY'.
           05  FILLER          PIC X(20)   VALUE 'REMARK'.

       01  CURT-DETAIL-LINE.
           05  O-CD-BANK               PIC X(5).
           05  O-CD-HULL               PIC X(12).
           05  O-CD-NOTE-DATE          PIC X(12).
           05  O-CD-AGE                PIC ZZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-CD-NOTE-AMT           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-CD-REQUIRED           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-CD-PAID               PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-CD-DUE                PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-CD-DUE-DATE           PIC X(12).
           05  O-CD-REMARK             PIC X(20).

       01  CURT-TOTAL-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(29)
               VALUE 'UNITS WITH CURTAILMENTS DUE:'.
           05  O-CT-UNIT-CTR           PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'PAST DUE:'.
           05  O-CT-PAST-DUE-CTR       PIC ZZ9.
           05  FILLER                  PIC X(16)   VALUE SPACES.
           05  O-CT-DUE-TOTAL          PIC ZZ,ZZZ,ZZ9.99.

       01  SOLD-HEADING.
           05  FILLER          PIC X(5)    VALUE 'BANK'.
           05  FILLER          PIC X(12)   VALUE 'HULL ID'.
           05  FILLER          PIC X(12)   VALUE 'SOLD DATE'.
           05  FILLER          PIC X(12)   VALUE 'PAY BY'.
           05  FILLER          PIC X(13)   VALUE '   BALANCE'.
           05  FILLER          PIC X(8)    VALUE 'DAYS'.
           05  FILLER          PIC X(30)   VALUE 'REMARK'.

       01  SOLD-DETAIL-LINE.
           05  O-SD-BANK               PIC X(5).
           05  O-SD-HULL               PIC X(12).
           05  O-SD-SOLD-DATE          PIC X(12).
           05  O-SD-DUE-DATE           PIC X(12).
           05  O-SD-BALANCE            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-SD-DAYS-LEFT          PIC ZZZ9-.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-SD-REMARK             PIC X(30).

       01  SOLD-TOTAL-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'SOLD, NOT PAID OFF:'.
           05  O-ST-UNIT-CTR           PIC ZZ9.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  O-ST-BALANCE            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'OUT OF TRUST:'.
           05  O-ST-OOT-CTR            PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-ST-OOT-BALANCE        PIC ZZ,ZZZ,ZZ9.99.

       01  NONE-LINE.
           05  O-NONE-TEXT             PIC X(60).

       01  SUMMARY-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(13)   VALUE 'NOTES READ:'.
           05  O-NOTE-READ-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'OVER TABLE LIMIT:'.
           05  O-OVERFLOW-CTR          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-SORT-NOTES.
           PERFORM 3000-PRINT-REPORT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO TODAY-YMD.
           COMPUTE TODAY-INT = FUNCTION INTEGER-OF-DATE (TODAY-YMD).

           PERFORM 1040-SET-REPORT-PERIOD.
           PERFORM 1050-LOAD-LENDERS.
           PERFORM 1060-LOAD-NOTES.

       1040-SET-REPORT-PERIOD.
      * NO PERIOD CONTROL, OR NO PERIOD EVER CLOSED, FALLS BACK TO
      * LAST CALENDAR MONTH.
           MOVE ZERO TO RPT-PERIOD.
           OPEN INPUT BOATPERD.
           IF PERD-STATUS = '00'
               READ BOATPERD
                   AT END
                       MOVE ZERO TO RPT-PERIOD
                   NOT AT END
                       MOVE PD-CLOSED-PERIOD TO RPT-PERIOD
               END-READ
               CLOSE BOATPERD
           ELSE
               IF PERD-STATUS NOT = '35'
                   DISPLAY '*** WARNING - BOATPERD.DAT OPEN FAILED, '
                       'STATUS = ' PERD-STATUS
                       ' - REPORTING LAST CALENDAR MONTH'
               END-IF
           END-IF.
           IF RPT-PERIOD = ZERO
               IF I-MM = 1
                   COMPUTE RPT-YEAR = I-YY - 1
                   MOVE 12 TO RPT-MONTH
               ELSE
                   MOVE I-YY TO RPT-YEAR
                   COMPUTE RPT-MONTH = I-MM - 1
               END-IF
           END-IF.
           MOVE RPT-MONTH TO O-PH-MONTH.
           MOVE RPT-YEAR TO O-PH-YEAR.
      * THE MONTH RUNS FROM ITS FIRST DAY TO THE DAY BEFORE THE NEXT
      * MONTH'S FIRST; THE CURTAILMENT LOOK-AHEAD ENDS THE DAY BEFORE
      * THE FIRST OF THE MONTH AFTER THAT.
           MOVE RPT-YEAR TO WK-YEAR.
           MOVE RPT-MONTH TO WK-MONTH.
           MOVE 1 TO WK-DAY.
           COMPUTE RPT-FIRST-INT = FUNCTION INTEGER-OF-DATE (WK-DATE).
           PERFORM 1045-NEXT-MONTH.
           COMPUTE RPT-LAST-INT =
               FUNCTION INTEGER-OF-DATE (WK-DATE) - 1.
           PERFORM 1045-NEXT-MONTH.
           COMPUTE CUR-THRU-INT =
               FUNCTION INTEGER-OF-DATE (WK-DATE) - 1.
           COMPUTE CUR-THRU-DATE =
               FUNCTION DATE-OF-INTEGER (CUR-THRU-INT).
           MOVE CUR-THRU-DATE TO NW-EDIT-IN.
           PERFORM 9400-EDIT-DATE.
           MOVE NW-EDIT-OUT TO O-PH-THRU.

       1045-NEXT-MONTH.
           IF WK-MONTH = 12
               ADD 1 TO WK-YEAR
               MOVE 1 TO WK-MONTH
           ELSE
               ADD 1 TO WK-MONTH
           END-IF.

       1050-LOAD-LENDERS.
      * THE BANK NAMES ARE ONLY FOR THE TOTAL LINES - WITHOUT THEM
      * THE REPORT STILL PRINTS BY BANK CODE.
           MOVE 'YES' TO LNM-MORE.
           OPEN INPUT LENDMAST.
           IF LENDMAST-STATUS NOT = '00'
               DISPLAY '*** WARNING - LENDMAST.DAT OPEN INPUT FAILED, '
                   'STATUS = ' LENDMAST-STATUS ' - NAMES NOT PRINTED'
               MOVE 'NO' TO LNM-MORE
           ELSE
               PERFORM 1051-READ-LENDER
               PERFORM 1052-STORE-LENDER
                   UNTIL LNM-MORE = 'NO'
               CLOSE LENDMAST
           END-IF.

       1051-READ-LENDER.
           READ LENDMAST
               AT END
                   MOVE 'NO' TO LNM-MORE.

       1052-STORE-LENDER.
           IF LENDER-MASTER-COUNT < LENDER-MASTER-MAX
               ADD 1 TO LENDER-MASTER-COUNT
               MOVE LN-CODE TO LNM-CODE (LENDER-MASTER-COUNT)
               MOVE LN-NAME TO LNM-NAME (LENDER-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - LENDMAST.DAT HAS MORE THAN '
                   'LENDER-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1051-READ-LENDER.

       1060-LOAD-NOTES.
      * NO NOTE MASTER YET (STATUS 35) MEANS NOTHING IS FLOORED - THE
      * REPORT PRINTS WITH EVERY SECTION EMPTY.
           MOVE 'YES' TO FNT-MORE.
           OPEN INPUT BOATFLPN.
           IF FLPN-STATUS NOT = '00'
               IF FLPN-STATUS NOT = '35'
                   DISPLAY '*** WARNING - BOATFLPN.DAT OPEN INPUT '
                       'FAILED, STATUS = ' FLPN-STATUS
                       ' - NO NOTES ON THE REPORT'
               END-IF
               MOVE 'NO' TO FNT-MORE
           ELSE
               PERFORM 1061-READ-NOTE
               PERFORM 1062-STORE-NOTE
                   UNTIL FNT-MORE = 'NO'
               CLOSE BOATFLPN
           END-IF.

       1061-READ-NOTE.
           READ BOATFLPN
               AT END
                   MOVE 'NO' TO FNT-MORE.
           IF FNT-MORE NOT = 'NO'
               ADD 1 TO R-NOTE-READ-CTR
           END-IF.

       1062-STORE-NOTE.
           IF FLOOR-PLAN-NOTE-COUNT < FLOOR-PLAN-NOTE-MAX
               ADD 1 TO FLOOR-PLAN-NOTE-COUNT
               MOVE FLPN-IN-REC TO FNT-REC (FLOOR-PLAN-NOTE-COUNT)
           ELSE
               ADD 1 TO R-OVERFLOW-CTR
           END-IF.
           PERFORM 1061-READ-NOTE.

       2000-SORT-NOTES.
      * BANK, THEN HULL, SO EACH BANK'S NOTES PRINT TOGETHER.
           IF FLOOR-PLAN-NOTE-COUNT > 1
               COMPUTE SORT-LIMIT = FLOOR-PLAN-NOTE-COUNT - 1
               PERFORM 2010-SORT-OUTER
                   VARYING SORT-SUB1 FROM 1 BY 1
                   UNTIL SORT-SUB1 > SORT-LIMIT
           END-IF.

       2010-SORT-OUTER.
           PERFORM 2020-SORT-INNER
               VARYING SORT-SUB2 FROM 1 BY 1
               UNTIL SORT-SUB2 > FLOOR-PLAN-NOTE-COUNT - SORT-SUB1.

       2020-SORT-INNER.
           IF FNT-BANK-CODE (SORT-SUB2) >
                   FNT-BANK-CODE (SORT-SUB2 + 1)
                   OR (FNT-BANK-CODE (SORT-SUB2) =
                           FNT-BANK-CODE (SORT-SUB2 + 1)
                       AND FNT-HULL-ID (SORT-SUB2) >
                           FNT-HULL-ID (SORT-SUB2 + 1))
               MOVE FLOOR-PLAN-NOTE-ENTRY (SORT-SUB2) TO HOLD-ENTRY
               MOVE FLOOR-PLAN-NOTE-ENTRY (SORT-SUB2 + 1)
                   TO FLOOR-PLAN-NOTE-ENTRY (SORT-SUB2)
               MOVE HOLD-ENTRY TO FLOOR-PLAN-NOTE-ENTRY (SORT-SUB2 + 1)
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT FLPACCR.
           PERFORM 3100-ACCRUAL-SECTION.
           PERFORM 3200-CURTAILMENT-SECTION.
           PERFORM 3300-SOLD-SECTION.

           MOVE R-NOTE-READ-CTR TO O-NOTE-READ-CTR.
           MOVE R-OVERFLOW-CTR TO O-OVERFLOW-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           IF R-OVERFLOW-CTR > ZERO
               DISPLAY '*** WARNING - ' R-OVERFLOW-CTR ' NOTE(S) OVER '
                   'FLOOR-PLAN-NOTE-MAX LEFT OFF THE REPORT - THE '
                   'TOTALS ARE SHORT ***'
           END-IF.

           CLOSE FLPACCR.

       3100-ACCRUAL-SECTION.
           SET R-IN-ACCRUAL TO TRUE.
           MOVE 'INTEREST ACCRUED FOR THE MONTH - BY HULL WITHIN BANK'
               TO O-SECTION-TITLE.
           PERFORM 9200-HDGS.
           MOVE 'Y' TO R-FIRST-SW.
           MOVE ZERO TO FNT-SUB.
           PERFORM 3110-ACCRUE-NOTE
               VARYING FNT-SUB FROM 1 BY 1
               UNTIL FNT-SUB > FLOOR-PLAN-NOTE-COUNT.
           IF R-FIRST-SW = 'Y'
               MOVE 'NO NOTE WAS OPEN DURING THE MONTH' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 3130-END-BANK
               MOVE SPACES TO ACCRUAL-TOTAL-LINE
               MOVE 'ALL BANKS' TO O-AT-NAME
               MOVE 'NOTES:' TO ACCRUAL-TOTAL-LINE (28:7)
               MOVE GT-NOTE-CTR TO O-AT-CTR
               MOVE GT-PRINCIPAL TO O-AT-PRINCIPAL
               MOVE GT-INTEREST TO O-AT-INTEREST
               WRITE PRTLINE FROM ACCRUAL-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       3110-ACCRUE-NOTE.
      * THE DAYS COUNTED ARE THE PART OF THE MONTH FROM THE NOTE DATE
      * TO THE DAY BEFORE THE PAYOFF, IF IT WAS PAID OFF.
           MOVE FNT-REC (FNT-SUB) TO FLOOR-PLAN-REC.
           COMPUTE NW-NOTE-INT =
               FUNCTION INTEGER-OF-DATE (FP-NOTE-DATE).
           MOVE RPT-FIRST-INT TO NW-START-INT.
           IF NW-NOTE-INT > NW-START-INT
               MOVE NW-NOTE-INT TO NW-START-INT
           END-IF.
           MOVE RPT-LAST-INT TO NW-END-INT.
           IF FP-PAID-OFF
               COMPUTE NW-DUE-INT =
                   FUNCTION INTEGER-OF-DATE (FP-PAYOFF-DATE) - 1
               IF NW-DUE-INT < NW-END-INT
                   MOVE NW-DUE-INT TO NW-END-INT
               END-IF
           END-IF.
           COMPUTE NW-DAYS = NW-END-INT - NW-START-INT + 1.
           IF NW-DAYS > ZERO
               IF R-FIRST-SW = 'Y'
                   MOVE 'N' TO R-FIRST-SW
                   PERFORM 3120-START-BANK
               ELSE
                   IF FP-BANK-CODE NOT = R-CURRENT-BANK
                       PERFORM 3130-END-BANK
                       PERFORM 3120-START-BANK
                   END-IF
               END-IF
               COMPUTE NW-PRINCIPAL = FP-NOTE-AMT - FP-CURT-PAID
               COMPUTE NW-INTEREST ROUNDED =
                   NW-PRINCIPAL * FP-RATE * NW-DAYS / 36500
               ADD 1 TO BT-NOTE-CTR
               ADD NW-PRINCIPAL TO BT-PRINCIPAL
               ADD NW-INTEREST TO BT-INTEREST
               ADD 1 TO GT-NOTE-CTR
               ADD NW-PRINCIPAL TO GT-PRINCIPAL
               ADD NW-INTEREST TO GT-INTEREST
               MOVE SPACES TO ACCRUAL-DETAIL-LINE
               MOVE FP-BANK-CODE TO O-AD-BANK
               MOVE FP-HULL-ID TO O-AD-HULL
               MOVE FP-NOTE-DATE TO NW-EDIT-IN
               PERFORM 9400-EDIT-DATE
               MOVE NW-EDIT-OUT TO O-AD-NOTE-DATE
               MOVE FP-NOTE-AMT TO O-AD-NOTE-AMT
               MOVE NW-PRINCIPAL TO O-AD-PRINCIPAL
               MOVE FP-RATE TO O-AD-RATE
               MOVE NW-DAYS TO O-AD-DAYS
               MOVE NW-INTEREST TO O-AD-INTEREST
               EVALUATE TRUE
                   WHEN FP-SOLD
                       MOVE FP-SOLD-DATE TO NW-EDIT-IN
                       PERFORM 9400-EDIT-DATE
                       STRING 'SOLD ' DELIMITED BY SIZE
                           NW-EDIT-OUT DELIMITED BY SIZE
                           INTO O-AD-STATUS
                   WHEN FP-PAID-OFF
                       MOVE FP-PAYOFF-DATE TO NW-EDIT-IN
                       PERFORM 9400-EDIT-DATE
                       STRING 'PAID OFF ' DELIMITED BY SIZE
                           NW-EDIT-OUT DELIMITED BY SIZE
                           INTO O-AD-STATUS
                   WHEN OTHER
                       MOVE 'IN STOCK' TO O-AD-STATUS
               END-EVALUATE
               WRITE PRTLINE FROM ACCRUAL-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       3120-START-BANK.
           MOVE FP-BANK-CODE TO R-CURRENT-BANK.
           MOVE ZERO TO BT-NOTE-CTR.
           MOVE ZERO TO BT-PRINCIPAL.
           MOVE ZERO TO BT-INTEREST.

       3130-END-BANK.
           MOVE SPACES TO ACCRUAL-TOTAL-LINE.
           MOVE 'NOTES:' TO ACCRUAL-TOTAL-LINE (28:7).
           MOVE ZERO TO LNM-SEARCH-SUB.
           PERFORM 3131-SEARCH-LENDER
               VARYING LNM-SEARCH-SUB FROM 1 BY 1
               UNTIL LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                  OR R-CURRENT-BANK = LNM-CODE (LNM-SEARCH-SUB).
           IF LNM-SEARCH-SUB > LENDER-MASTER-COUNT
               STRING R-CURRENT-BANK DELIMITED BY SIZE
                   ' - NOT ON LENDMAST' DELIMITED BY SIZE
                   INTO O-AT-NAME
           ELSE
               MOVE LNM-NAME (LNM-SEARCH-SUB) TO O-AT-NAME
           END-IF.
           MOVE BT-NOTE-CTR TO O-AT-CTR.
           MOVE BT-PRINCIPAL TO O-AT-PRINCIPAL.
           MOVE BT-INTEREST TO O-AT-INTEREST.
           WRITE PRTLINE FROM ACCRUAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-HDGS.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

       3131-SEARCH-LENDER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       3200-CURTAILMENT-SECTION.
           SET R-IN-CURTAILMENTS TO TRUE.
           MOVE 'CURTAILMENTS COMING DUE ON UNITS IN STOCK'
               TO O-SECTION-TITLE.
           PERFORM 9200-HDGS.
           MOVE ZERO TO FNT-SUB.
           PERFORM 3210-CURTAIL-NOTE
               VARYING FNT-SUB FROM 1 BY 1
               UNTIL FNT-SUB > FLOOR-PLAN-NOTE-COUNT.
           IF CT-UNIT-CTR = ZERO
               MOVE 'NO CURTAILMENTS DUE' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE CT-UNIT-CTR TO O-CT-UNIT-CTR
               MOVE CT-PAST-DUE-CTR TO O-CT-PAST-DUE-CTR
               MOVE CT-DUE-TOTAL TO O-CT-DUE-TOTAL
               WRITE PRTLINE FROM CURT-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       3210-CURTAIL-NOTE.
      * THE BANK WANTS FP-CURT-PCT OF THE NOTE AT FP-CURT-START-DAYS
      * AND AGAIN EVERY FP-CURT-EVERY-DAYS, NEVER MORE THAN THE NOTE.
      * WHAT THE SCHEDULE REQUIRES BY THE LOOK-AHEAD DATE LESS WHAT
      * HAS BEEN PAID IS DUE; IT IS DUE BY THE DATE OF THE FIRST
      * CURTAILMENT THE PAYMENTS DO NOT YET COVER.
           MOVE FNT-REC (FNT-SUB) TO FLOOR-PLAN-REC.
           IF FP-IN-STOCK AND FP-CURT-PCT > ZERO
               COMPUTE NW-NOTE-INT =
                   FUNCTION INTEGER-OF-DATE (FP-NOTE-DATE)
               COMPUTE NW-AGE = CUR-THRU-INT - NW-NOTE-INT
               IF NW-AGE >= FP-CURT-START-DAYS
                   IF FP-CURT-EVERY-DAYS = ZERO
                       MOVE 1 TO NW-CURT-COUNT
                   ELSE
                       COMPUTE NW-CURT-COUNT =
                           (NW-AGE - FP-CURT-START-DAYS)
                               / FP-CURT-EVERY-DAYS + 1
                   END-IF
                   COMPUTE NW-CURT-EACH ROUNDED =
                       FP-NOTE-AMT * FP-CURT-PCT / 100
                   COMPUTE NW-CURT-REQUIRED =
                       NW-CURT-EACH * NW-CURT-COUNT
                   IF NW-CURT-REQUIRED > FP-NOTE-AMT
                       MOVE FP-NOTE-AMT TO NW-CURT-REQUIRED
                   END-IF
                   COMPUTE NW-CURT-DUE =
                       NW-CURT-REQUIRED - FP-CURT-PAID
                   IF NW-CURT-DUE > ZERO
                       PERFORM 3220-PRINT-CURTAILMENT
                   END-IF
               END-IF
           END-IF.

       3220-PRINT-CURTAILMENT.
           IF FP-CURT-EVERY-DAYS = ZERO
               MOVE ZERO TO NW-CURT-COVERED
           ELSE
               COMPUTE NW-CURT-COVERED = FP-CURT-PAID / NW-CURT-EACH
           END-IF.
           COMPUTE NW-DUE-INT = NW-NOTE-INT + FP-CURT-START-DAYS
               + NW-CURT-COVERED * FP-CURT-EVERY-DAYS.
           MOVE SPACES TO CURT-DETAIL-LINE.
           MOVE FP-BANK-CODE TO O-CD-BANK.
           MOVE FP-HULL-ID TO O-CD-HULL.
           MOVE FP-NOTE-DATE TO NW-EDIT-IN.
           PERFORM 9400-EDIT-DATE.
           MOVE NW-EDIT-OUT TO O-CD-NOTE-DATE.
           COMPUTE NW-AGE = TODAY-INT - NW-NOTE-INT.
           IF NW-AGE < ZERO
               MOVE ZERO TO NW-AGE
           END-IF.
           MOVE NW-AGE TO O-CD-AGE.
           MOVE FP-NOTE-AMT TO O-CD-NOTE-AMT.
           MOVE NW-CURT-REQUIRED TO O-CD-REQUIRED.
           MOVE FP-CURT-PAID TO O-CD-PAID.
           MOVE NW-CURT-DUE TO O-CD-DUE.
           COMPUTE NW-EDIT-IN = FUNCTION DATE-OF-INTEGER (NW-DUE-INT).
           PERFORM 9400-EDIT-DATE.
           MOVE NW-EDIT-OUT TO O-CD-DUE-DATE.
           IF NW-DUE-INT < TODAY-INT
               MOVE '** PAST DUE' TO O-CD-REMARK
               ADD 1 TO CT-PAST-DUE-CTR
           END-IF.
           ADD 1 TO CT-UNIT-CTR.
           ADD NW-CURT-DUE TO CT-DUE-TOTAL.
           WRITE PRTLINE FROM CURT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       3300-SOLD-SECTION.
      * A SOLD UNIT'S NOTE IS DUE IN FULL BY THE BANK'S DEADLINE.
      * PAST IT THE UNIT IS SOLD OUT OF TRUST.
           SET R-IN-SOLD TO TRUE.
           MOVE 'SOLD UNITS - FLOOR-PLAN PAYOFF OUTSTANDING'
               TO O-SECTION-TITLE.
           PERFORM 9200-HDGS.
           MOVE ZERO TO FNT-SUB.
           PERFORM 3310-SOLD-NOTE
               VARYING FNT-SUB FROM 1 BY 1
               UNTIL FNT-SUB > FLOOR-PLAN-NOTE-COUNT.
           IF ST-UNIT-CTR = ZERO
               MOVE 'NO SOLD UNITS AWAITING PAYOFF' TO O-NONE-TEXT
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE ST-UNIT-CTR TO O-ST-UNIT-CTR
               MOVE ST-BALANCE TO O-ST-BALANCE
               MOVE ST-OOT-CTR TO O-ST-OOT-CTR
               MOVE ST-OOT-BALANCE TO O-ST-OOT-BALANCE
               WRITE PRTLINE FROM SOLD-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       3310-SOLD-NOTE.
           MOVE FNT-REC (FNT-SUB) TO FLOOR-PLAN-REC.
           IF FP-SOLD
               COMPUTE NW-BALANCE =
                   FP-NOTE-AMT - FP-CURT-PAID - FP-PAYOFF-AMT
               COMPUTE NW-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (FP-PAYOFF-DUE-DATE)
                       - TODAY-INT
               MOVE SPACES TO SOLD-DETAIL-LINE
               MOVE FP-BANK-CODE TO O-SD-BANK
               MOVE FP-HULL-ID TO O-SD-HULL
               MOVE FP-SOLD-DATE TO NW-EDIT-IN
               PERFORM 9400-EDIT-DATE
               MOVE NW-EDIT-OUT TO O-SD-SOLD-DATE
               MOVE FP-PAYOFF-DUE-DATE TO NW-EDIT-IN
               PERFORM 9400-EDIT-DATE
               MOVE NW-EDIT-OUT TO O-SD-DUE-DATE
               MOVE NW-BALANCE TO O-SD-BALANCE
               MOVE NW-DAYS-LEFT TO O-SD-DAYS-LEFT
               IF NW-DAYS-LEFT < ZERO
                   MOVE '** OUT OF TRUST - PAY THE BANK'
                       TO O-SD-REMARK
                   ADD 1 TO ST-OOT-CTR
                   ADD NW-BALANCE TO ST-OOT-BALANCE
               ELSE
                   IF NW-DAYS-LEFT = ZERO
                       MOVE 'DUE TODAY' TO O-SD-REMARK
                   END-IF
               END-IF
               ADD 1 TO ST-UNIT-CTR
               ADD NW-BALANCE TO ST-BALANCE
               WRITE PRTLINE FROM SOLD-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       9200-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PERIOD-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           EVALUATE TRUE
               WHEN R-IN-ACCRUAL
                   WRITE PRTLINE FROM ACCRUAL-HEADING
                       AFTER ADVANCING 2 LINES
               WHEN R-IN-CURTAILMENTS
                   WRITE PRTLINE FROM CURT-HEADING
                       AFTER ADVANCING 2 LINES
               WHEN R-IN-SOLD
                   WRITE PRTLINE FROM SOLD-HEADING
                       AFTER ADVANCING 2 LINES
           END-EVALUATE.

       9400-EDIT-DATE.
           IF NW-EDIT-IN = ZERO
               MOVE SPACES TO NW-EDIT-OUT
           ELSE
               MOVE NW-EDIT-IN (5:2) TO NW-EDIT-OUT (1:2)
               MOVE '/' TO NW-EDIT-OUT (3:1)
               MOVE NW-EDIT-IN (7:2) TO NW-EDIT-OUT (4:2)
               MOVE '/' TO NW-EDIT-OUT (6:1)
               MOVE NW-EDIT-IN (1:4) TO NW-EDIT-OUT (7:4)
           END-IF.

       END PROGRAM CBLGWW23.
