      * HISTORY INTO IT, SO THE REGISTER PRINTED HERE IS THE NUMBER
      * THE ACCOUNTANT KEEPS.
      *
      * THE CLOSE ALSO SUMMARIZES THE PERIOD'S POSTED DEALS FROM
      * BOATGLAC.DAT (APPENDED BY CBLGWW02 AS EACH BATCH POSTS) INTO
      * A SALES JOURNAL ENTRY - CASH, CONTRACTS IN TRANSIT, BOAT SALES
      * BY TYPE, PACKAGE AND PREP REVENUE, SALES TAX BY STATE,
      * COMMISSION EXPENSE AND ACCRUAL, COST OF SALES AND INVENTORY -
      * PRINTS THE PROOF ON BOATCLSE.PRT AND WRITES IT TO BOATGLJE.DAT
      * FOR THE GENERAL LEDGER.  THE PERIOD ONLY ADVANCES WHEN THE
      * JOURNAL IS IN BALANCE.
      *
      * BOATPERD.DAT MUST EXIST BEFORE THE FIRST CLOSE - SEED IT WITH
      * ONE RECORD: OPEN YYYYMM FOLLOWED BY ZEROS FOR CLOSED-THROUGH
      * (E.G. 201609000000 OPENS SEP 2016 WITH NOTHING CLOSED).
      *               STARTS AT THE CLOSING YEAR/MONTH BY KEY AND
      *               STOPS WHEN THE MONTH PASSES INSTEAD OF
      *               SCANNING THE WHOLE MASTER.
      * 10/15/26  GW  BALANCED GL JOURNAL FROM BOATGLAC.DAT PRINTED
      *               AFTER THE REGISTER AND WRITTEN TO BOATGLJE.DAT.
      *               AN OUT-OF-BALANCE JOURNAL REFUSES THE CLOSE.
      *               THE CLOSED PERIOD'S ACTIVITY IS DROPPED FROM
      *               BOATGLAC.DAT ONCE THE PERIOD HAS ADVANCED.
      * 10/15/26  GW  BOATGLAC RECORD GREW TO 121.  A TRADE-IN'S
      *               ALLOWANCE IS DEBITED TO BOAT INVENTORY (SUB TR)
      *               AND COMES OFF THE CASH DEBIT.
      * 10/15/26  GW  BOATGLAC RECORD GREW TO 122.  A TRADE HULL'S
      *               COST IS CREDITED TO BOAT INVENTORY SUB TR, THE
      *               SUB ITS ALLOWANCE WAS DEBITED TO.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATTYPE-STATUS.

           SELECT BOATGLAC
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATGLAC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLAC-STATUS.

           SELECT BOATGLAN
               ASSIGN TO 'C:\IHCC\COB\COBGWW08\BOATGLAN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLAN-STATUS.

           SELECT BOATGLJE
               ASSIGN TO 'C:\IHCC\COB\COBGWW08\BOATGLJE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLJE-STATUS.

           SELECT BOATCLSE
               ASSIGN TO 'C:\IHCC\COB\COBGWW08\BOATCLSE.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           COPY BOATTYPE.

       FD  BOATGLAC
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-ACTIVITY-REC
           RECORD CONTAINS 122 CHARACTERS.

           COPY GLACREC.

       FD  BOATGLAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS GLAN-REC
           RECORD CONTAINS 122 CHARACTERS.

       01  GLAN-REC                    PIC X(122).

      * ONE D RECORD PER ACCOUNT/SUB-ACCOUNT WITH A NET BALANCE FOR
      * THE PERIOD, FOLLOWED BY ONE T RECORD CARRYING THE DEBIT
      * TOTAL (WHICH EQUALS THE CREDIT TOTAL - AN UNBALANCED JOURNAL
      * IS NEVER WRITTEN).
       FD  BOATGLJE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-JOURNAL-REC
           RECORD CONTAINS 57 CHARACTERS.

       01  GL-JOURNAL-REC.
           05  JE-REC-TYPE             PIC X.
               88  JE-DETAIL               VALUE 'D'.
               88  JE-TRAILER              VALUE 'T'.
           05  JE-PERIOD               PIC 9(6).
           05  JE-ACCOUNT              PIC X(4).
           05  JE-SUB-ACCOUNT          PIC XX.
           05  JE-DESCRIPTION          PIC X(30).
           05  JE-DR-CR                PIC X.
           05  JE-AMOUNT               PIC 9(11)V99.

       FD  BOATCLSE
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05 C-CLOSE-MONTH         PIC 99      VALUE ZERO.
           05 C-TOTAL-UNITS         PIC 9(8)    VALUE ZERO.
           05 C-TOTAL-DOLLARS       PIC 9(12)V99 VALUE ZERO.
           05 C-CLOSE-PERIOD        PIC 9(6)    VALUE ZERO.
           05 C-PAGE-SW             PIC X       VALUE 'R'.
               88 REGISTER-PAGE         VALUE 'R'.
               88 JOURNAL-PAGE          VALUE 'J'.
           05 C-ADVANCED-SW         PIC X       VALUE 'N'.
               88 PERIOD-ADVANCED       VALUE 'Y'.

       01  GL-WORK-AREA.
           05  GLAC-STATUS             PIC XX      VALUE SPACES.
           05  GLAN-STATUS             PIC XX      VALUE SPACES.
           05  GLJE-STATUS             PIC XX      VALUE SPACES.
           05  GLA-MORE                PIC XXX     VALUE 'YES'.
           05  GLA-FILE-SW             PIC X       VALUE 'N'.
               88  GLA-FILE-PRESENT        VALUE 'Y'.
           05  GLN-MORE                PIC XXX     VALUE 'YES'.
           05  GLN-BUILD-OK            PIC X       VALUE 'N'.
           05  GLA-READ-CTR            PIC 9(6)    VALUE ZERO.
           05  GLA-PERIOD-CTR          PIC 9(6)    VALUE ZERO.
           05  GLA-PRIOR-CTR           PIC 9(6)    VALUE ZERO.
           05  GLA-LATER-CTR           PIC 9(6)    VALUE ZERO.
           05  GLA-KEPT-CTR            PIC 9(6)    VALUE ZERO.
           05  GLA-CASH-AMT            PIC S9(9)V99 VALUE ZERO.
           05  GJ-POST-ACCOUNT         PIC X(4)    VALUE SPACES.
           05  GJ-POST-SUB             PIC XX      VALUE SPACES.
           05  GJ-POST-DESC            PIC X(30)   VALUE SPACES.
           05  GJ-POST-AMT             PIC S9(9)V99 VALUE ZERO.
           05  GJ-DEBIT-TOTAL          PIC 9(11)V99 VALUE ZERO.
           05  GJ-CREDIT-TOTAL         PIC 9(11)V99 VALUE ZERO.
           05  GJ-DIFFERENCE           PIC S9(11)V99 VALUE ZERO.
           05  GJ-OVERFLOW-CTR         PIC 9(6)    VALUE ZERO.
           05  GJ-WRITE-CTR            PIC 9(4)    VALUE ZERO.
           05  GJ-BALANCE-SW           PIC X       VALUE 'N'.
               88  JOURNAL-IN-BALANCE      VALUE 'Y'.
               88  JOURNAL-OUT-OF-BALANCE  VALUE 'N'.

      * THE CHART OF ACCOUNTS THE JOURNAL POSTS TO.  DEBITS ARE
      * CARRIED POSITIVE AND CREDITS NEGATIVE, SO EACH ROW'S NET SIGN
      * DECIDES WHICH COLUMN IT PRINTS IN.
       01  GL-ACCOUNT-CODES.
           05  GL-CASH-ACCT            PIC X(4)    VALUE '1010'.
           05  GL-CASH-DESC            PIC X(30)
               VALUE 'CASH'.
           05  GL-CIT-ACCT             PIC X(4)    VALUE '1150'.
           05  GL-CIT-DESC             PIC X(30)
               VALUE 'CONTRACTS IN TRANSIT'.
           05  GL-INVENTORY-ACCT       PIC X(4)    VALUE '1300'.
           05  GL-INVENTORY-DESC       PIC X(30)
               VALUE 'BOAT INVENTORY'.
           05  GL-TRADE-SUB            PIC XX      VALUE 'TR'.
           05  GL-TRADE-DESC           PIC X(30)
               VALUE 'BOAT INVENTORY - TRADE-INS'.
           05  GL-TAX-ACCT             PIC X(4)    VALUE '2150'.
           05  GL-TAX-DESC             PIC X(30)
               VALUE 'SALES TAX PAYABLE'.
           05  GL-ACCRUED-COMM-ACCT    PIC X(4)    VALUE '2210'.
           05  GL-ACCRUED-COMM-DESC    PIC X(30)
               VALUE 'ACCRUED COMMISSIONS'.
           05  GL-BOAT-SALES-ACCT      PIC X(4)    VALUE '4010'.
           05  GL-BOAT-SALES-DESC      PIC X(30)
               VALUE 'BOAT SALES'.
           05  GL-PKG-ACCT             PIC X(4)    VALUE '4200'.
           05  GL-PKG-DESC             PIC X(30)
               VALUE 'ACCESSORY PACKAGE REVENUE'.
           05  GL-PREP-ACCT            PIC X(4)    VALUE '4300'.
           05  GL-PREP-DESC            PIC X(30)
               VALUE 'PREP AND DELIVERY REVENUE'.
           05  GL-COST-ACCT            PIC X(4)    VALUE '5010'.
           05  GL-COST-DESC            PIC X(30)
               VALUE 'COST OF BOATS SOLD'.
           05  GL-COMM-ACCT            PIC X(4)    VALUE '6100'.
           05  GL-COMM-DESC            PIC X(30)
               VALUE 'COMMISSION EXPENSE'.

       01  GL-JOURNAL-TABLE.
           05  GL-JOURNAL-ENTRY         OCCURS 100 TIMES.
               10  GJT-ACCOUNT             PIC X(4).
               10  GJT-SUB                 PIC XX.
               10  GJT-DESC                PIC X(30).
               10  GJT-NET                 PIC S9(11)V99.

       01  GL-JOURNAL-AREA.
           05  GL-JOURNAL-COUNT         PIC 9(4)    VALUE ZERO.
           05  GL-JOURNAL-MAX           PIC 9(4)    VALUE 100.
           05  GJT-SEARCH-SUB           PIC 9(4)    VALUE ZERO.
           05  GJT-SORT-SUB1            PIC 9(4)    VALUE ZERO.
           05  GJT-SORT-SUB2            PIC 9(4)    VALUE ZERO.
           05  GJT-SORT-LIMIT           PIC 9(4)    VALUE ZERO.
           05  GJT-HOLD-ENTRY           PIC X(49)   VALUE SPACES.

       01  BOAT-TYPE-MASTER-TABLE.
           05  BOAT-TYPE-MASTER-ENTRY     OCCURS 20 TIMES.
           05  FILLER          PIC X       VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  O-TITLE         PIC X(56)
               VALUE 'WERTZ''S BOATS INC. - MONTH-END CLOSE REGISTER'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
               VALUE 'IN CLOSED PERIOD:'.
           05  O-PERIOD-CTR            PIC ZZZ,ZZ9.

       01  GL-ACTIVITY-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'GL ACTIVITY:'.
           05  O-GLA-READ-CTR          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'IN CLOSED PERIOD:'.
           05  O-GLA-PERIOD-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(22)
               VALUE 'PRIOR PERIOD DROPPED:'.
           05  O-GLA-PRIOR-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'LATER PERIOD HELD:'.
           05  O-GLA-LATER-CTR         PIC ZZZ,ZZ9.

       01  JOURNAL-HEADING.
           05  FILLER          PIC X(9)    VALUE 'ACCOUNT'.
           05  FILLER          PIC X(6)    VALUE 'SUB'.
           05  FILLER          PIC X(41)   VALUE 'DESCRIPTION'.
           05  FILLER          PIC X(21)   VALUE 'DEBIT'.
           05  FILLER          PIC X(6)    VALUE 'CREDIT'.

       01  JOURNAL-LINE.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-JL-ACCOUNT            PIC X(4).
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-JL-SUB                PIC XX.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-JL-DESC               PIC X(30).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-JL-DEBIT              PIC $$$,$$$,$$$,$$9.99
                                       BLANK WHEN ZERO.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-JL-CREDIT             PIC $$$,$$$,$$$,$$9.99
                                       BLANK WHEN ZERO.

       01  JOURNAL-TOTAL-LINE.
           05  FILLER                  PIC X(15)
               VALUE 'JOURNAL TOTALS:'.
           05  FILLER                  PIC X(33)   VALUE SPACES.
           05  O-JT-DEBIT              PIC $$$,$$$,$$$,$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-JT-CREDIT             PIC $$$,$$$,$$$,$$9.99.

       01  JOURNAL-PROOF-LINE.
           05  O-JP-MESSAGE            PIC X(48).
           05  O-JP-DIFFERENCE         PIC $$$,$$$,$$$,$$9.99-
                                       BLANK WHEN ZERO.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
       1000-INIT.
           PERFORM 1050-LOAD-BOAT-TYPES.
           PERFORM 1100-LOAD-PERIOD-CTL.
           PERFORM 1300-LOAD-GL-ACTIVITY.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           END-IF.
           MOVE PD-OPEN-YEAR TO C-CLOSE-YEAR.
           MOVE PD-OPEN-MONTH TO C-CLOSE-MONTH.
           MOVE PD-OPEN-PERIOD TO C-CLOSE-PERIOD.

       1200-START-CLOSE-MONTH.
      * THE KEY ORDERS THE FILE YEAR/MONTH FIRST, SO ONE START AT
               END-IF
           END-IF.

       1300-LOAD-GL-ACTIVITY.
      * THE JOURNAL IS BUILT BEFORE ANYTHING PRINTS SO A BAD
      * ACTIVITY FILE STOPS THE RUN WITH THE PERIOD STILL OPEN.  NO
      * FILE (STATUS 35) MEANS NOTHING HAS POSTED SINCE THE LAST
      * CLOSE - THE JOURNAL IS EMPTY AND STILL IN BALANCE.
           MOVE 'YES' TO GLA-MORE.
           OPEN INPUT BOATGLAC.
           IF GLAC-STATUS NOT = '00'
               IF GLAC-STATUS = '35'
                   MOVE 'NO' TO GLA-MORE
               ELSE
                   DISPLAY '*** COBGWW08 RUN STOPPED - BOATGLAC.DAT '
                       'OPEN FAILED, STATUS = ' GLAC-STATUS
                       ' - PERIOD NOT CLOSED ***'
                   STOP RUN
               END-IF
           ELSE
               SET GLA-FILE-PRESENT TO TRUE
               PERFORM 1310-READ-GL-ACTIVITY
               PERFORM 1320-POST-GL-ACTIVITY
                   UNTIL GLA-MORE = 'NO'
               CLOSE BOATGLAC
           END-IF.
           PERFORM 1400-SORT-JOURNAL.

       1310-READ-GL-ACTIVITY.
           READ BOATGLAC
               AT END
                   MOVE 'NO' TO GLA-MORE.
           IF GLA-MORE NOT = 'NO'
               ADD 1 TO GLA-READ-CTR
           END-IF.

       1320-POST-GL-ACTIVITY.
      * A RECORD DATED BEFORE THE CLOSING PERIOD BELONGS TO A MONTH
      * THE LEDGER HAS ALREADY CLOSED - IT IS COUNTED ON THE
      * REGISTER AND DROPPED, NOT JOURNALED.  A LATER PERIOD'S
      * RECORD WAITS ON THE FILE FOR ITS OWN CLOSE.
           IF GA-PERIOD < C-CLOSE-PERIOD
               ADD 1 TO GLA-PRIOR-CTR
           ELSE
               IF GA-PERIOD > C-CLOSE-PERIOD
                   ADD 1 TO GLA-LATER-CTR
               ELSE
                   ADD 1 TO GLA-PERIOD-CTR
                   PERFORM 1330-POST-DEAL
               END-IF
           END-IF.
           PERFORM 1310-READ-GL-ACTIVITY.

       1330-POST-DEAL.
      * CASH IS WHATEVER OF THE DEAL THE LENDER IS NOT PAYING - THE
      * WHOLE PRICE PLUS TAX ON A CASH DEAL, THE DOWN PAYMENT ON A
      * FINANCED ONE - LESS ANY TRADE-IN, WHICH IS A USED BOAT TAKEN
      * INTO INVENTORY AT ITS ALLOWANCE INSTEAD OF MONEY.  A RETURN
      * CARRIES NEGATIVE AMOUNTS AND SO REVERSES EVERY LINE IT
      * TOUCHES.
           COMPUTE GLA-CASH-AMT = GA-BOAT-AMT + GA-PKG-AMT
               + GA-PREP-AMT + GA-TAX-AMT - GA-FINANCED-AMT
               - GA-TRADE-AMT.
           MOVE GL-CASH-ACCT TO GJ-POST-ACCOUNT.
           MOVE SPACES TO GJ-POST-SUB.
           MOVE GL-CASH-DESC TO GJ-POST-DESC.
           MOVE GLA-CASH-AMT TO GJ-POST-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-CIT-ACCT TO GJ-POST-ACCOUNT.
           MOVE GL-CIT-DESC TO GJ-POST-DESC.
           MOVE GA-FINANCED-AMT TO GJ-POST-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-BOAT-SALES-ACCT TO GJ-POST-ACCOUNT.
           MOVE GA-BOAT-TYPE TO GJ-POST-SUB.
           PERFORM 1340-BOAT-SALES-DESC.
           COMPUTE GJ-POST-AMT = 0 - GA-BOAT-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-PKG-ACCT TO GJ-POST-ACCOUNT.
           MOVE SPACES TO GJ-POST-SUB.
           MOVE GL-PKG-DESC TO GJ-POST-DESC.
           COMPUTE GJ-POST-AMT = 0 - GA-PKG-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-PREP-ACCT TO GJ-POST-ACCOUNT.
           MOVE GL-PREP-DESC TO GJ-POST-DESC.
           COMPUTE GJ-POST-AMT = 0 - GA-PREP-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-TAX-ACCT TO GJ-POST-ACCOUNT.
           MOVE GA-STATE TO GJ-POST-SUB.
           MOVE GL-TAX-DESC TO GJ-POST-DESC.
           COMPUTE GJ-POST-AMT = 0 - GA-TAX-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-COMM-ACCT TO GJ-POST-ACCOUNT.
           MOVE SPACES TO GJ-POST-SUB.
           MOVE GL-COMM-DESC TO GJ-POST-DESC.
           MOVE GA-COMMISSION-AMT TO GJ-POST-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-ACCRUED-COMM-ACCT TO GJ-POST-ACCOUNT.
           MOVE GL-ACCRUED-COMM-DESC TO GJ-POST-DESC.
           COMPUTE GJ-POST-AMT = 0 - GA-COMMISSION-AMT.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-COST-ACCT TO GJ-POST-ACCOUNT.
           MOVE GL-COST-DESC TO GJ-POST-DESC.
           MOVE GA-DEALER-COST TO GJ-POST-AMT.
           PERFORM 1350-POST-JOURNAL.
      * A TRADE HULL CAME INTO INVENTORY AT ITS ALLOWANCE ON SUB TR,
      * SO ITS COST COMES BACK OUT OF TR.
           MOVE GL-INVENTORY-ACCT TO GJ-POST-ACCOUNT.
           IF GA-TRADE-HULL
               MOVE GL-TRADE-SUB TO GJ-POST-SUB
               MOVE GL-TRADE-DESC TO GJ-POST-DESC
           ELSE
               MOVE GL-INVENTORY-DESC TO GJ-POST-DESC
           END-IF.
           COMPUTE GJ-POST-AMT = 0 - GA-DEALER-COST.
           PERFORM 1350-POST-JOURNAL.
           MOVE GL-TRADE-SUB TO GJ-POST-SUB.
           MOVE GL-TRADE-DESC TO GJ-POST-DESC.
           MOVE GA-TRADE-AMT TO GJ-POST-AMT.
           PERFORM 1350-POST-JOURNAL.

       1340-BOAT-SALES-DESC.
           MOVE ZERO TO BTM-SEARCH-SUB.
           PERFORM 2110-SEARCH-BOAT-TYPE
               VARYING BTM-SEARCH-SUB FROM 1 BY 1
               UNTIL BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                  OR GA-BOAT-TYPE = BTM-CODE (BTM-SEARCH-SUB).
           MOVE SPACES TO GJ-POST-DESC.
           IF BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
               STRING GL-BOAT-SALES-DESC DELIMITED BY '  '
                   ' - UNKNOWN TYPE' DELIMITED BY SIZE
                   INTO GJ-POST-DESC
           ELSE
               STRING GL-BOAT-SALES-DESC DELIMITED BY '  '
                   ' - ' DELIMITED BY SIZE
                   BTM-DESCRIPTION (BTM-SEARCH-SUB) DELIMITED BY SIZE
                   INTO GJ-POST-DESC
           END-IF.

       1350-POST-JOURNAL.
      * A ROW THAT WILL NOT FIT IS COUNTED, NOT POSTED - THE MISSING
      * SIDE THEN SHOWS AS AN OUT-OF-BALANCE PROOF AND THE CLOSE IS
      * REFUSED RATHER THAN WRITING A SHORT JOURNAL.
           IF GJ-POST-AMT NOT = ZERO
               MOVE ZERO TO GJT-SEARCH-SUB
               PERFORM 1360-SEARCH-JOURNAL
                   VARYING GJT-SEARCH-SUB FROM 1 BY 1
                   UNTIL GJT-SEARCH-SUB > GL-JOURNAL-COUNT
                      OR (GJ-POST-ACCOUNT = GJT-ACCOUNT (GJT-SEARCH-SUB)
                      AND GJ-POST-SUB = GJT-SUB (GJT-SEARCH-SUB))
               IF GJT-SEARCH-SUB > GL-JOURNAL-COUNT
                   IF GL-JOURNAL-COUNT < GL-JOURNAL-MAX
                       ADD 1 TO GL-JOURNAL-COUNT
                       MOVE GJ-POST-ACCOUNT
                           TO GJT-ACCOUNT (GL-JOURNAL-COUNT)
                       MOVE GJ-POST-SUB TO GJT-SUB (GL-JOURNAL-COUNT)
                       MOVE GJ-POST-DESC TO GJT-DESC (GL-JOURNAL-COUNT)
                       MOVE GJ-POST-AMT TO GJT-NET (GL-JOURNAL-COUNT)
                   ELSE
                       ADD 1 TO GJ-OVERFLOW-CTR
                   END-IF
               ELSE
                   ADD GJ-POST-AMT TO GJT-NET (GJT-SEARCH-SUB)
               END-IF
           END-IF.

       1360-SEARCH-JOURNAL.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       1400-SORT-JOURNAL.
      * ACCOUNT THEN SUB-ACCOUNT, THE ORDER THE LEDGER KEYS THEM.
           MOVE 1 TO GJT-SORT-SUB1.
           PERFORM 1410-SORT-OUTER
               VARYING GJT-SORT-SUB1 FROM 1 BY 1
               UNTIL GJT-SORT-SUB1 > GL-JOURNAL-COUNT.

       1410-SORT-OUTER.
           COMPUTE GJT-SORT-LIMIT =
               GL-JOURNAL-COUNT - GJT-SORT-SUB1.
           PERFORM 1420-SORT-INNER
               VARYING GJT-SORT-SUB2 FROM 1 BY 1
               UNTIL GJT-SORT-SUB2 > GJT-SORT-LIMIT.

       1420-SORT-INNER.
           IF GJT-ACCOUNT (GJT-SORT-SUB2) >
                   GJT-ACCOUNT (GJT-SORT-SUB2 + 1)
                   OR (GJT-ACCOUNT (GJT-SORT-SUB2) =
                           GJT-ACCOUNT (GJT-SORT-SUB2 + 1)
                       AND GJT-SUB (GJT-SORT-SUB2) >
                           GJT-SUB (GJT-SORT-SUB2 + 1))
               MOVE GL-JOURNAL-ENTRY (GJT-SORT-SUB2)
                   TO GJT-HOLD-ENTRY
               MOVE GL-JOURNAL-ENTRY (GJT-SORT-SUB2 + 1)
                   TO GL-JOURNAL-ENTRY (GJT-SORT-SUB2)
               MOVE GJT-HOLD-ENTRY
                   TO GL-JOURNAL-ENTRY (GJT-SORT-SUB2 + 1)
           END-IF.

       2000-MAINLINE.
           IF HS-YEAR NOT = C-CLOSE-YEAR
                   OR HS-MONTH NOT = C-CLOSE-MONTH
           MOVE H-PERIOD-CTR TO O-PERIOD-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE GLA-READ-CTR TO O-GLA-READ-CTR.
           MOVE GLA-PERIOD-CTR TO O-GLA-PERIOD-CTR.
           MOVE GLA-PRIOR-CTR TO O-GLA-PRIOR-CTR.
           MOVE GLA-LATER-CTR TO O-GLA-LATER-CTR.
           WRITE PRTLINE FROM GL-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.
           IF HIST-STATUS = '00'
               CLOSE BOATHIST
           END-IF.
           PERFORM 3200-PRINT-JOURNAL.
           CLOSE BOATCLSE.
           IF JOURNAL-IN-BALANCE
               PERFORM 3300-WRITE-JOURNAL
           ELSE
               DISPLAY '*** COBGWW08 CLOSE REFUSED - GL JOURNAL IS OUT '
                   'OF BALANCE (SEE BOATCLSE.PRT) - PERIOD NOT '
                   'CLOSED ***'
           END-IF.
           IF JOURNAL-IN-BALANCE
               PERFORM 3100-ADVANCE-PERIOD
           END-IF.
           IF PERIOD-ADVANCED AND GLA-FILE-PRESENT
               PERFORM 3400-PURGE-GL-ACTIVITY
           END-IF.
           IF GLA-PRIOR-CTR > ZERO
               DISPLAY '*** WARNING - ' GLA-PRIOR-CTR ' BOATGLAC.DAT '
                   'RECORD(S) DATED IN AN ALREADY-CLOSED PERIOD WERE '
                   'NOT JOURNALED ***'
           END-IF.

       3100-ADVANCE-PERIOD.
      * THE REGISTER IS ON PAPER BEFORE THE CONTROL RECORD MOVES, SO
           ELSE
               WRITE PERIOD-CTL-REC
               CLOSE BOATPERD
               SET PERIOD-ADVANCED TO TRUE
               DISPLAY 'COBGWW08 - PERIOD ' C-CLOSE-YEAR '/'
                   C-CLOSE-MONTH ' CLOSED, ' PD-OPEN-YEAR '/'
                   PD-OPEN-MONTH ' NOW OPEN'
           END-IF.

       3200-PRINT-JOURNAL.
      * THE PROOF PRINTS WHETHER OR NOT IT BALANCES - AN OUT-OF-
      * BALANCE PAGE IS WHAT THE ACCOUNTANT WORKS FROM TO FIX IT.
           SET JOURNAL-PAGE TO TRUE.
           MOVE 'WERTZ''S BOATS INC. - MONTH-END GL JOURNAL' TO O-TITLE.
           PERFORM 9200-HDGS.
           MOVE ZERO TO GJT-SEARCH-SUB.
           PERFORM 3210-PRINT-JOURNAL-LINE
               VARYING GJT-SEARCH-SUB FROM 1 BY 1
               UNTIL GJT-SEARCH-SUB > GL-JOURNAL-COUNT.
           MOVE GJ-DEBIT-TOTAL TO O-JT-DEBIT.
           MOVE GJ-CREDIT-TOTAL TO O-JT-CREDIT.
           WRITE PRTLINE FROM JOURNAL-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           COMPUTE GJ-DIFFERENCE = GJ-DEBIT-TOTAL - GJ-CREDIT-TOTAL.
           IF GJ-DIFFERENCE = ZERO AND GJ-OVERFLOW-CTR = ZERO
               SET JOURNAL-IN-BALANCE TO TRUE
               MOVE 'JOURNAL IN BALANCE - WRITTEN TO BOATGLJE.DAT'
                   TO O-JP-MESSAGE
           ELSE
               SET JOURNAL-OUT-OF-BALANCE TO TRUE
               MOVE '*** JOURNAL OUT OF BALANCE - DIFFERENCE:'
                   TO O-JP-MESSAGE
           END-IF.
           MOVE GJ-DIFFERENCE TO O-JP-DIFFERENCE.
           WRITE PRTLINE FROM JOURNAL-PROOF-LINE
               AFTER ADVANCING 2 LINES.
           IF GJ-OVERFLOW-CTR > ZERO
               MOVE SPACES TO JOURNAL-PROOF-LINE
               MOVE '*** JOURNAL TABLE FULL - POSTINGS DROPPED:'
                   TO O-JP-MESSAGE
               MOVE GJ-OVERFLOW-CTR TO O-JP-DIFFERENCE
               WRITE PRTLINE FROM JOURNAL-PROOF-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       3210-PRINT-JOURNAL-LINE.
           IF GJT-NET (GJT-SEARCH-SUB) NOT = ZERO
               MOVE GJT-ACCOUNT (GJT-SEARCH-SUB) TO O-JL-ACCOUNT
               MOVE GJT-SUB (GJT-SEARCH-SUB) TO O-JL-SUB
               MOVE GJT-DESC (GJT-SEARCH-SUB) TO O-JL-DESC
               IF GJT-NET (GJT-SEARCH-SUB) > ZERO
                   MOVE GJT-NET (GJT-SEARCH-SUB) TO O-JL-DEBIT
                   MOVE ZERO TO O-JL-CREDIT
                   ADD GJT-NET (GJT-SEARCH-SUB) TO GJ-DEBIT-TOTAL
               ELSE
                   MOVE ZERO TO O-JL-DEBIT
                   COMPUTE O-JL-CREDIT = 0 - GJT-NET (GJT-SEARCH-SUB)
                   SUBTRACT GJT-NET (GJT-SEARCH-SUB)
                       FROM GJ-CREDIT-TOTAL
               END-IF
               WRITE PRTLINE FROM JOURNAL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       3300-WRITE-JOURNAL.
      * THE FILE HOLDS ONLY THE PERIOD JUST CLOSED, SO A RERUN OF A
      * CLOSE THAT DIED BEFORE THE PERIOD ADVANCED SIMPLY REPLACES
      * IT.  IF IT CANNOT BE WRITTEN THE PERIOD STAYS OPEN.
           OPEN OUTPUT BOATGLJE.
           IF GLJE-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATGLJE.DAT OPEN OUTPUT FAILED, '
                   'STATUS = ' GLJE-STATUS
                   ' - PERIOD NOT CLOSED, RERUN THE CLOSE ***'
               SET JOURNAL-OUT-OF-BALANCE TO TRUE
           ELSE
               MOVE ZERO TO GJ-WRITE-CTR
               MOVE ZERO TO GJT-SEARCH-SUB
               PERFORM 3310-WRITE-JOURNAL-ENTRY
                   VARYING GJT-SEARCH-SUB FROM 1 BY 1
                   UNTIL GJT-SEARCH-SUB > GL-JOURNAL-COUNT
               MOVE SPACES TO GL-JOURNAL-REC
               SET JE-TRAILER TO TRUE
               MOVE C-CLOSE-PERIOD TO JE-PERIOD
               MOVE 'PERIOD JOURNAL TOTAL' TO JE-DESCRIPTION
               MOVE 'D' TO JE-DR-CR
               MOVE GJ-DEBIT-TOTAL TO JE-AMOUNT
               WRITE GL-JOURNAL-REC
               CLOSE BOATGLJE
               DISPLAY 'COBGWW08 - ' GJ-WRITE-CTR ' JOURNAL LINE(S) '
                   'WRITTEN TO BOATGLJE.DAT'
           END-IF.

       3310-WRITE-JOURNAL-ENTRY.
           IF GJT-NET (GJT-SEARCH-SUB) NOT = ZERO
               MOVE SPACES TO GL-JOURNAL-REC
               SET JE-DETAIL TO TRUE
               MOVE C-CLOSE-PERIOD TO JE-PERIOD
               MOVE GJT-ACCOUNT (GJT-SEARCH-SUB) TO JE-ACCOUNT
               MOVE GJT-SUB (GJT-SEARCH-SUB) TO JE-SUB-ACCOUNT
               MOVE GJT-DESC (GJT-SEARCH-SUB) TO JE-DESCRIPTION
               IF GJT-NET (GJT-SEARCH-SUB) > ZERO
                   MOVE 'D' TO JE-DR-CR
                   MOVE GJT-NET (GJT-SEARCH-SUB) TO JE-AMOUNT
               ELSE
                   MOVE 'C' TO JE-DR-CR
                   COMPUTE JE-AMOUNT = 0 - GJT-NET (GJT-SEARCH-SUB)
               END-IF
               WRITE GL-JOURNAL-REC
               ADD 1 TO GJ-WRITE-CTR
           END-IF.

       3400-PURGE-GL-ACTIVITY.
      * ONLY LATER-PERIOD RECORDS SURVIVE THE CLOSE.  THE KEEPERS
      * ARE BUILT ON BOATGLAN.DAT FIRST AND COPIED BACK, SO A FAILURE
      * PART WAY LEAVES BOATGLAC.DAT WHOLE - THE CLOSED PERIOD'S
      * RECORDS ARE THEN DROPPED AS PRIOR-PERIOD ON THE NEXT CLOSE.
           MOVE 'N' TO GLN-BUILD-OK.
           MOVE ZERO TO GLA-KEPT-CTR.
           OPEN OUTPUT BOATGLAN.
           IF GLAN-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATGLAN.DAT OPEN OUTPUT FAILED, '
                   'STATUS = ' GLAN-STATUS
                   ' - BOATGLAC.DAT NOT PURGED'
           ELSE
               MOVE 'YES' TO GLA-MORE
               OPEN INPUT BOATGLAC
               IF GLAC-STATUS NOT = '00'
                   DISPLAY '*** ERROR - BOATGLAC.DAT OPEN INPUT '
                       'FAILED, STATUS = ' GLAC-STATUS
                       ' - BOATGLAC.DAT NOT PURGED'
                   CLOSE BOATGLAN
               ELSE
                   PERFORM 3410-READ-OLD-ACTIVITY
                   PERFORM 3420-KEEP-LATER-ACTIVITY
                       UNTIL GLA-MORE = 'NO'
                   CLOSE BOATGLAC
                         BOATGLAN
                   IF GLAN-STATUS = '00'
                       MOVE 'Y' TO GLN-BUILD-OK
                   END-IF
               END-IF
           END-IF.
           IF GLN-BUILD-OK = 'Y'
               PERFORM 3430-SWAP-GL-ACTIVITY
           END-IF.

       3410-READ-OLD-ACTIVITY.
           READ BOATGLAC
               AT END
                   MOVE 'NO' TO GLA-MORE.

       3420-KEEP-LATER-ACTIVITY.
           IF GA-PERIOD > C-CLOSE-PERIOD
               WRITE GLAN-REC FROM GL-ACTIVITY-REC
               ADD 1 TO GLA-KEPT-CTR
           END-IF.
           PERFORM 3410-READ-OLD-ACTIVITY.

       3430-SWAP-GL-ACTIVITY.
           MOVE 'YES' TO GLN-MORE.
           OPEN INPUT BOATGLAN.
           IF GLAN-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATGLAN.DAT OPEN INPUT FAILED, '
                   'STATUS = ' GLAN-STATUS
                   ' - BOATGLAC.DAT NOT PURGED'
           ELSE
               OPEN OUTPUT BOATGLAC
               IF GLAC-STATUS NOT = '00'
                   DISPLAY '*** ERROR - BOATGLAC.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' GLAC-STATUS
                       ' - KEPT ACTIVITY IS ON BOATGLAN.DAT'
                   CLOSE BOATGLAN
               ELSE
                   PERFORM 3431-READ-KEPT-ACTIVITY
                   PERFORM 3432-COPY-KEPT-ACTIVITY
                       UNTIL GLN-MORE = 'NO'
                   CLOSE BOATGLAN
                         BOATGLAC
                   DISPLAY 'COBGWW08 - BOATGLAC.DAT PURGED, '
                       GLA-KEPT-CTR ' LATER-PERIOD RECORD(S) KEPT'
               END-IF
           END-IF.

       3431-READ-KEPT-ACTIVITY.
           READ BOATGLAN
               AT END
                   MOVE 'NO' TO GLN-MORE.

       3432-COPY-KEPT-ACTIVITY.
           MOVE GLAN-REC TO GL-ACTIVITY-REC.
           WRITE GL-ACTIVITY-REC.
           PERFORM 3431-READ-KEPT-ACTIVITY.

       9000-READ.
           READ BOATHIST NEXT RECORD
               AT END
           END-IF.
           WRITE PRTLINE FROM PERIOD-LINE
               AFTER ADVANCING 1 LINE.
           IF JOURNAL-PAGE
               WRITE PRTLINE FROM JOURNAL-HEADING
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE PRTLINE FROM COLUMN-HEADING-ONE
                   AFTER ADVANCING 2 LINES
           END-IF.

       END PROGRAM COBGWW08.
