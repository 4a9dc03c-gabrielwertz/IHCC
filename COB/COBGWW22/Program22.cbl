       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBGWW22.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * FLOOR-PLAN NOTE MAINTENANCE.  THIS PROGRAM KEEPS BOATFLPN.DAT,
      * ONE NOTE PER HULL THE FLOOR-PLAN BANK HAS FINANCED ON THE LOT
      * (LAYOUT IN FLPNREC.CPY).  EACH RUN IT:
      *   - FOLDS IN THE BOATFLPX.DAT FEED CBLGWW02 WRITES WHEN A
      *     BATCH POSTS (S - THE FLOORED HULL SOLD, WITH THE SALE DATE
      *     AND THE BANK'S PAYOFF DEADLINE; R - A RETURN PUT THE HULL
      *     BACK IN STOCK BEFORE THE NOTE WAS PAID OFF),
      *   - APPLIES THE TRANSACTIONS THE OFFICE KEYS ON BOATFLPNT.DAT:
      *       A  ADD A NOTE WHEN THE BANK FLOORS AN IN-STOCK HULL -
      *          BANK, NOTE DATE, AMOUNT, RATE, CURTAILMENT SCHEDULE
      *          AND PAYOFF DAYS ARE ALL REQUIRED,
      *       C  CHANGE THE BANK, RATE, SCHEDULE OR PAYOFF DAYS - A
      *          BLANK FIELD KEEPS WHAT IS ON FILE,
      *       P  A CURTAILMENT PAYMENT ON AN IN-STOCK NOTE, NO MORE
      *          THAN THE BALANCE,
      *       O  THE PAYOFF - A BLANK AMOUNT PAYS THE BALANCE, A KEYED
      *          ONE MUST MATCH IT TO THE PENNY,
      *       D  DELETE A NOTE KEYED IN ERROR (NOTHING PAID ON IT).
      *     THE TRANSACTION DATE ON P AND O IS THE DAY THE MONEY WENT
      *     TO THE BANK - BLANK MEANS TODAY.
      *   - PRINTS EVERY FEED ROW AND TRANSACTION ON BOATFLPNA.PRT,
      *   - REWRITES THE MASTER (BUILD-THEN-SWAP, SAME AS COBGWW15)
      *     AND EMPTIES THE FEED AND TRANSACTION FILES IT CONSUMED SO
      *     A RERUN CANNOT PAY A CURTAILMENT TWICE.
      * NOTHING READ IS LOST TO THAT TRUNCATION.  A FEED ROW THAT
      * CANNOT BE APPLIED (TYPE F) AND A REJECTED TRANSACTION (TYPE T)
      * ARE WRITTEN TO THE BOATFLPNS.DAT SUSPENSE WITH THE REASON AND
      * A CYCLE COUNT, AND THE NEXT RUN TAKES THE SUSPENSE FIRST - ITS
      * F ROWS AHEAD OF THE NEW FEED, ITS T ROWS AHEAD OF THE NEW
      * TRANSACTIONS.  WHAT FAILS AGAIN GOES BACK WITH THE CYCLE
      * BUMPED.  THE OFFICE CORRECTS A T ROW IN PLACE (SAME AS
      * BOATRCYC.DAT IN COBGWW01 - DO NOT RE-KEY IT) AND DELETES AN
      * F ROW ONCE IT IS SETTLED WITH THE BANK.
      * A PAID-OFF NOTE STAYS ON FILE FPN-KEEP-DAYS AFTER ITS PAYOFF
      * SO THE CBLGWW23 ACCRUAL STILL SEES ITS LAST MONTH OF INTEREST,
      * THEN IT IS DROPPED.  RUN THIS AFTER EVERY POSTED BATCH SO THE
      * NEXT BATCH SEES THE NOTES IT SOLD.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM, CLONED FROM COBGWW15 - THE NOTES
      *               LIVED ON THE BANK'S MONTHLY STATEMENT AND NOBODY
      *               HERE KNEW A UNIT WAS OUT OF TRUST UNTIL THE
      *               AUDITOR DID.
      * 10/15/26  GW  FEED EXCEPTIONS AND REJECTED TRANSACTIONS GO TO
      *               THE BOATFLPNS.DAT SUSPENSE INSTEAD OF BEING LOST
      *               WHEN THE INPUT IS TRUNCATED; THE NEXT RUN READS
      *               THE SUSPENSE FIRST.
      * 10/15/26  GW  PAYOFFS, DELETES AND REJECTED MOVED TO THEIR OWN
      *               SUMMARY LINE - THE REJECTED COUNT RAN PAST
      *               COLUMN 132 AND NEVER PRINTED.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOATFLPN
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATFLPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPN-STATUS.

           SELECT BOATFLPX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATFLPX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPX-STATUS.

           SELECT HULLMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\HULLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULLMAST-STATUS.

           SELECT LENDMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\LENDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LENDMAST-STATUS.

           SELECT FLPNT
               ASSIGN TO 'C:\IHCC\COB\COBGWW22\BOATFLPNT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPNT-STATUS.

           SELECT FLPNA
               ASSIGN TO 'C:\IHCC\COB\COBGWW22\BOATFLPNA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT FLPNN
               ASSIGN TO 'C:\IHCC\COB\COBGWW22\BOATFLPNN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPNN-STATUS.

           SELECT FLPNS
               ASSIGN TO 'C:\IHCC\COB\COBGWW22\BOATFLPNS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPNS-STATUS.

           SELECT FLPNW
               ASSIGN TO 'C:\IHCC\COB\COBGWW22\BOATFLPNW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPNW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOATFLPN
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPN-IN-REC
           RECORD CONTAINS 101 CHARACTERS.

       01  FLPN-IN-REC                 PIC X(101).

       FD  BOATFLPX
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPX-REC
           RECORD CONTAINS 101 CHARACTERS.

       01  FLPX-REC                    PIC X(101).

       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.

       FD  LENDMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS LENDER-REC
           RECORD CONTAINS 28 CHARACTERS.

           COPY LENDREC.

       FD  FLPNT
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPNT-REC
           RECORD CONTAINS 47 CHARACTERS.

       01  FLPNT-REC                   PIC X(47).

       FD  FLPNA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  FLPNN
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPNN-REC
           RECORD CONTAINS 101 CHARACTERS.

       01  FLPNN-REC                   PIC X(101).

       FD  FLPNS
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPNS-REC
           RECORD CONTAINS 144 CHARACTERS.

       01  FLPNS-REC                   PIC X(144).

       FD  FLPNW
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPNW-REC
           RECORD CONTAINS 144 CHARACTERS.

       01  FLPNW-REC                   PIC X(144).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-RECS             PIC XXX     VALUE 'YES'.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 M-READ-CTR            PIC 9(6)    VALUE ZERO.
           05 M-ADD-CTR             PIC 9(6)    VALUE ZERO.
           05 M-CHANGE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-PAYMENT-CTR         PIC 9(6)    VALUE ZERO.
           05 M-PAYOFF-CTR          PIC 9(6)    VALUE ZERO.
           05 M-DELETE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-REJECT-CTR          PIC 9(6)    VALUE ZERO.
           05 M-FEED-CTR            PIC 9(6)    VALUE ZERO.
           05 M-SOLD-CTR            PIC 9(6)    VALUE ZERO.
           05 M-RETURN-CTR          PIC 9(6)    VALUE ZERO.
           05 M-FEED-EXCP-CTR       PIC 9(6)    VALUE ZERO.
           05 M-SUSP-FEED-CTR       PIC 9(6)    VALUE ZERO.
           05 M-SUSP-TRANS-CTR      PIC 9(6)    VALUE ZERO.
           05 M-SUSPEND-CTR         PIC 9(6)    VALUE ZERO.
           05 M-CURRENT-CYCLE       PIC 99      VALUE ZERO.
           05 M-MASTER-IN-CTR       PIC 9(6)    VALUE ZERO.
           05 M-MASTER-OUT-CTR      PIC 9(6)    VALUE ZERO.
           05 M-PURGE-CTR           PIC 9(6)    VALUE ZERO.
           05 M-CURT-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05 M-PAYOFF-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05 M-BALANCE             PIC S9(7)V99 VALUE ZERO.
           05 M-VALID-SW            PIC X       VALUE 'Y'.
               88 TRANS-IS-VALID        VALUE 'Y'.
               88 TRANS-IS-INVALID      VALUE 'N'.
           05 M-REASON              PIC X(40)   VALUE SPACES.
           05 M-PRIOR-REASON        PIC X(40)   VALUE SPACES.
           05 M-NEW-BANK            PIC X(3)    VALUE SPACES.
           05 M-NEW-DATE            PIC 9(8)    VALUE ZERO.
           05 M-NEW-AMOUNT          PIC 9(6)V99 VALUE ZERO.
           05 M-NEW-RATE            PIC 99V999  VALUE ZERO.
           05 M-NEW-START           PIC 9(3)    VALUE ZERO.
           05 M-NEW-EVERY           PIC 9(3)    VALUE ZERO.
           05 M-NEW-PCT             PIC 99V99   VALUE ZERO.
           05 M-NEW-PAYOFF-DAYS     PIC 99      VALUE ZERO.
           05 M-NEW-DUE-DATE        PIC 9(8)    VALUE ZERO.
           05 M-NEW-BATCH           PIC 9(6)    VALUE ZERO.
           05 M-FIND-HULL           PIC X(10)   VALUE SPACES.
           05 M-EDIT-DATE           PIC 9(8)    VALUE ZERO.
           05 A-TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05 A-TODAY-INT           PIC 9(8)    VALUE ZERO.
           05 A-WORK-INT            PIC 9(8)    VALUE ZERO.
           05 FPN-KEEP-DAYS         PIC 9(3)    VALUE 90.

      * A TRANSACTION IS WORKED HERE WHETHER IT CAME FROM BOATFLPNT.DAT
      * OR BACK OFF THE SUSPENSE.
       01  TRANS-REC.
           05  TR-ACTION               PIC X.
               88  TRANS-IS-ADD            VALUE 'A'.
               88  TRANS-IS-CHANGE         VALUE 'C'.
               88  TRANS-IS-PAYMENT        VALUE 'P'.
               88  TRANS-IS-PAYOFF         VALUE 'O'.
               88  TRANS-IS-DELETE         VALUE 'D'.
               88  VALID-TRANS-ACTION      VALUES 'A' 'C' 'P' 'O' 'D'.
           05  TR-HULL-ID              PIC X(10).
           05  TR-BANK-CODE            PIC X(3).
           05  TR-DATE-X               PIC X(8).
           05  FILLER REDEFINES TR-DATE-X.
               10  TR-DATE.
                   15  TR-YEAR             PIC 9(4).
                   15  TR-MONTH            PIC 99.
                   15  TR-DAY              PIC 99.
           05  TR-AMOUNT-X             PIC X(8).
           05  FILLER REDEFINES TR-AMOUNT-X.
               10  TR-AMOUNT               PIC 9(6)V99.
           05  TR-RATE-X               PIC X(5).
           05  FILLER REDEFINES TR-RATE-X.
               10  TR-RATE                 PIC 99V999.
           05  TR-CURT-START-X         PIC X(3).
           05  FILLER REDEFINES TR-CURT-START-X.
               10  TR-CURT-START           PIC 9(3).
           05  TR-CURT-EVERY-X         PIC X(3).
           05  FILLER REDEFINES TR-CURT-EVERY-X.
               10  TR-CURT-EVERY           PIC 9(3).
           05  TR-CURT-PCT-X           PIC X(4).
           05  FILLER REDEFINES TR-CURT-PCT-X.
               10  TR-CURT-PCT             PIC 99V99.
           05  TR-PAYOFF-DAYS-X        PIC X(2).
           05  FILLER REDEFINES TR-PAYOFF-DAYS-X.
               10  TR-PAYOFF-DAYS          PIC 99.

      * ONE SUSPENSE ROW - A FEED ROW (F) OR A TRANSACTION (T) THAT
      * COULD NOT BE APPLIED, WITH WHY AND HOW MANY RUNS IT HAS FAILED.
       01  SUSPENSE-REC.
           05  SU-TYPE                 PIC X.
               88  SU-IS-FEED              VALUE 'F'.
               88  SU-IS-TRANS             VALUE 'T'.
           05  SU-CYCLE-CTR            PIC 99.
           05  SU-REASON               PIC X(40).
           05  SU-DATA                 PIC X(101).

           COPY FLPNREC.

      * THE NOTE IS HELD WHOLE.  FNM-HULL-ID AND FNM-STATUS ARE ALL
      * THE SEARCHES NEED - THE REST IS WORKED ON THROUGH
      * FLOOR-PLAN-REC AND MOVED BACK.
       01  FLOOR-PLAN-TABLE.
           05  FLOOR-PLAN-ENTRY           OCCURS 999 TIMES.
               10  FNM-REC                     PIC X(101).
               10  FILLER REDEFINES FNM-REC.
                   15  FNM-HULL-ID                 PIC X(10).
                   15  FILLER                      PIC X(90).
                   15  FNM-STATUS                  PIC X.
               10  FNM-ROW-STATUS              PIC X.
                   88  FNM-ROW-ACTIVE              VALUE 'Y'.
                   88  FNM-ROW-DELETED             VALUE 'N'.

       01  FLOOR-PLAN-AREA.
           05  FLOOR-PLAN-COUNT         PIC 9(4)    VALUE ZERO.
           05  FLOOR-PLAN-MAX           PIC 9(4)    VALUE 999.
           05  FNM-SEARCH-SUB           PIC 9(4)    VALUE ZERO.
           05  FNM-WRITE-SUB            PIC 9(4)    VALUE ZERO.
           05  FNM-MORE                 PIC XXX     VALUE 'YES'.
           05  FLPN-STATUS              PIC XX      VALUE SPACES.
           05  FLPX-STATUS              PIC XX      VALUE SPACES.
           05  FLPNN-STATUS             PIC XX      VALUE SPACES.
           05  FLPNT-STATUS             PIC XX      VALUE SPACES.
           05  FLPX-MORE                PIC XXX     VALUE 'YES'.
           05  FLPX-READ-SW             PIC X       VALUE 'N'.
           05  FLPNT-OPEN-SW            PIC X       VALUE 'N'.
           05  FLPNS-STATUS             PIC XX      VALUE SPACES.
           05  FLPNW-STATUS             PIC XX      VALUE SPACES.
           05  FLPNS-MORE               PIC XXX     VALUE 'YES'.
           05  FLPNS-TRANS-SW           PIC X       VALUE 'N'.
           05  FPW-MORE                 PIC XXX     VALUE 'YES'.
           05  FPW-BUILD-OK             PIC X       VALUE 'N'.
           05  FPW-SWAP-OK              PIC X       VALUE 'N'.

       01  HULL-MASTER-TABLE.
           05  HULL-MASTER-ENTRY          OCCURS 500 TIMES.
               10  HLM-ID                      PIC X(10).
               10  HLM-STATUS                  PIC X.

       01  HULL-MASTER-AREA.
           05  HULL-MASTER-COUNT        PIC 9(3)    VALUE ZERO.
           05  HULL-MASTER-MAX          PIC 9(3)    VALUE 500.
           05  HLM-SEARCH-SUB           PIC 9(3)    VALUE ZERO.
           05  HLM-MORE                 PIC XXX     VALUE 'YES'.
           05  HULLMAST-STATUS          PIC XX      VALUE SPACES.

       01  LENDER-MASTER-TABLE.
           05  LENDER-MASTER-ENTRY        OCCURS 50 TIMES.
               10  LNM-CODE                    PIC X(3).
               10  LNM-NAME                    PIC X(25).

       01  LENDER-MASTER-AREA.
           05  LENDER-MASTER-COUNT      PIC 99      VALUE ZERO.
           05  LNM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  LENDER-MASTER-MAX        PIC 99      VALUE 50.
           05  LNM-MORE                 PIC XXX     VALUE 'YES'.
           05  LENDMAST-STATUS          PIC XX      VALUE SPACES.

       01  MAX-DAYS-TABLE.
           05  MAX-DAYS-LIST
               PIC X(24) VALUE '312831303130313130313031'.
           05  FILLER REDEFINES MAX-DAYS-LIST.
               10  MAX-DAYS-ENTRY      PIC 99 OCCURS 12 TIMES.

       01  LEAP-YEAR-WORK.
           05  LY-SWITCH                PIC X       VALUE 'N'.
               88  IS-LEAP-YEAR             VALUE 'Y'.

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
               VALUE 'WERTZ''S BOATS INC. - FLOOR-PLAN NOTE AUDIT'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(9)    VALUE 'ACTION'.
           05  FILLER          PIC X(11)   VALUE 'HULL ID'.
           05  FILLER          PIC X(4)    VALUE 'BNK'.
           05  FILLER          PIC X(11)   VALUE 'DATE'.
           05  FILLER          PIC X(11)   VALUE '    AMOUNT'.
           05  FILLER          PIC X(11)   VALUE 'BAL BEFORE'.
           05  FILLER          PIC X(11)   VALUE ' BAL AFTER'.
           05  FILLER          PIC X(7)    VALUE 'OLD RT'.
           05  FILLER          PIC X(8)    VALUE 'NEW RT'.
           05  FILLER          PIC X(3)    VALUE 'ST'.
           05  FILLER          PIC X(40)   VALUE 'REMARKS'.

       01  AUDIT-LINE.
           05  O-AUD-ACTION            PIC X(9).
           05  O-AUD-HULL              PIC X(11).
           05  O-AUD-BANK              PIC X(4).
           05  O-AUD-DATE              PIC X(11).
           05  O-AUD-AMOUNT            PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-BEF-BAL           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-AFT-BAL           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-BEF-RATE          PIC Z9.999.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-AFT-RATE          PIC Z9.999.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AUD-STATUS            PIC X(3).
           05  O-AUD-REASON            PIC X(40).

       01  SUMMARY-LINE-ONE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'FEED READ:'.
           05  O-FEED-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'SOLD:'.
           05  O-SOLD-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'RETURNS:'.
           05  O-RETURN-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'EXCEPTIONS:'.
           05  O-FEED-EXCP-CTR         PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-TWO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'TRANS READ:'.
           05  O-READ-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'ADDS:'.
           05  O-ADD-CTR               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'CHANGES:'.
           05  O-CHANGE-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'PAYMENTS:'.
           05  O-PAYMENT-CTR           PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-TWO-A.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'PAYOFFS:'.
           05  O-PAYOFF-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'DELETES:'.
           05  O-DELETE-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR            PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-THREE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'CURTAILMENTS:'.
           05  O-CURT-TOTAL            PIC $$$,$$$,$$9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'PAYOFFS:'.
           05  O-PAYOFF-TOTAL          PIC $$$,$$$,$$9.99.

       01  SUMMARY-LINE-FOUR.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'MASTERS IN:'.
           05  O-MASTER-IN-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'MASTERS OUT:'.
           05  O-MASTER-OUT-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'PAID NOTES PURGED:'.
           05  O-PURGE-CTR             PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-FIVE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'SUSPENSE FEED:'.
           05  O-SUSP-FEED-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'TRANS:'.
           05  O-SUSP-TRANS-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'BACK TO SUSPENSE:'.
           05  O-SUSPEND-CTR           PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO A-TODAY-YMD.
           COMPUTE A-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (A-TODAY-YMD).

           PERFORM 1050-LOAD-NOTES.
           PERFORM 1060-LOAD-LENDERS.
           PERFORM 1070-LOAD-HULLS.
           PERFORM 1090-OPEN-NEW-SUSPENSE.
           OPEN OUTPUT FLPNA.
           PERFORM 9200-HDGS.
           PERFORM 1100-APPLY-FEED.
           PERFORM 1080-OPEN-TRANS.
           PERFORM 9000-READ.

       1050-LOAD-NOTES.
      * STATUS 35 IS THE VERY FIRST RUN - THE MASTER STARTS EMPTY.
      * ANY OTHER FAILURE, OR A MASTER TOO BIG FOR THE TABLE, STOPS
      * THE RUN SO THE MASTER IS NEVER REWRITTEN FROM A PARTIAL LOAD
      * - A DROPPED ROW HERE IS A NOTE THE BANK STILL HOLDS.
           MOVE 'YES' TO FNM-MORE.
           OPEN INPUT BOATFLPN.
           IF FLPN-STATUS = '35'
               MOVE 'NO' TO FNM-MORE
           ELSE
               IF FLPN-STATUS NOT = '00'
                   DISPLAY '*** COBGWW22 RUN STOPPED - BOATFLPN.DAT '
                       'OPEN INPUT FAILED, STATUS = ' FLPN-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1051-READ-NOTE
               PERFORM 1052-STORE-NOTE
                   UNTIL FNM-MORE = 'NO'
               CLOSE BOATFLPN
           END-IF.
           MOVE FLOOR-PLAN-COUNT TO M-MASTER-IN-CTR.

       1051-READ-NOTE.
           READ BOATFLPN
               AT END
                   MOVE 'NO' TO FNM-MORE.

       1052-STORE-NOTE.
           IF FLOOR-PLAN-COUNT < FLOOR-PLAN-MAX
               ADD 1 TO FLOOR-PLAN-COUNT
               MOVE FLPN-IN-REC TO FNM-REC (FLOOR-PLAN-COUNT)
               SET FNM-ROW-ACTIVE (FLOOR-PLAN-COUNT) TO TRUE
           ELSE
               DISPLAY '*** COBGWW22 RUN STOPPED - BOATFLPN.DAT HAS '
                   'MORE THAN FLOOR-PLAN-MAX NOTES'
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-NOTE.

       1060-LOAD-LENDERS.
      * THE FLOOR-PLAN BANKS ARE KEPT ON THE LENDER MASTER WITH THE
      * RETAIL LENDERS.  EVERY ADD AND EVERY BANK CHANGE IS EDITED
      * AGAINST IT, SO WITHOUT IT NOTHING CAN BE APPLIED.
           MOVE 'YES' TO LNM-MORE.
           OPEN INPUT LENDMAST.
           IF LENDMAST-STATUS NOT = '00'
               DISPLAY '*** COBGWW22 RUN STOPPED - LENDMAST.DAT OPEN '
                   'INPUT FAILED, STATUS = ' LENDMAST-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-LENDER.
           PERFORM 1062-STORE-LENDER
               UNTIL LNM-MORE = 'NO'.
           CLOSE LENDMAST.

       1061-READ-LENDER.
           READ LENDMAST
               AT END
                   MOVE 'NO' TO LNM-MORE.

       1062-STORE-LENDER.
           IF LENDER-MASTER-COUNT < LENDER-MASTER-MAX
               ADD 1 TO LENDER-MASTER-COUNT
               MOVE LN-CODE TO LNM-CODE (LENDER-MASTER-COUNT)
               MOVE LN-NAME TO LNM-NAME (LENDER-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - LENDMAST.DAT HAS MORE THAN '
                   'LENDER-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1061-READ-LENDER.

       1070-LOAD-HULLS.
      * A NOTE CAN ONLY BE ADDED FOR A HULL IN STOCK ON HULLMAST.DAT,
      * SO WITHOUT IT NO ADD CAN BE EDITED.
           MOVE 'YES' TO HLM-MORE.
           OPEN INPUT HULLMAST.
           IF HULLMAST-STATUS NOT = '00'
               DISPLAY '*** COBGWW22 RUN STOPPED - HULLMAST.DAT OPEN '
                   'INPUT FAILED, STATUS = ' HULLMAST-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1071-READ-HULL.
           PERFORM 1072-STORE-HULL
               UNTIL HLM-MORE = 'NO'.
           CLOSE HULLMAST.

       1071-READ-HULL.
           READ HULLMAST
               AT END
                   MOVE 'NO' TO HLM-MORE.

       1072-STORE-HULL.
           IF HULL-MASTER-COUNT < HULL-MASTER-MAX
               ADD 1 TO HULL-MASTER-COUNT
               MOVE HL-HULL-ID TO HLM-ID (HULL-MASTER-COUNT)
               MOVE HL-STATUS TO HLM-STATUS (HULL-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - HULLMAST.DAT HAS MORE THAN '
                   'HULL-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1071-READ-HULL.

       1080-OPEN-TRANS.
      * THE SUSPENSE IS OPENED A SECOND TIME FOR ITS T ROWS, WHICH
      * 9000-READ HANDS OUT AHEAD OF BOATFLPNT.DAT.  NO TRANSACTION
      * FILE (STATUS 35) IS A RUN MADE ONLY TO FOLD IN A POSTED BATCH
      * - THE FEED AND THE SUSPENSE ARE STILL APPLIED.
           MOVE 'YES' TO FLPNS-MORE.
           OPEN INPUT FLPNS.
           IF FLPNS-STATUS = '00'
               MOVE 'Y' TO FLPNS-TRANS-SW
           END-IF.
           OPEN INPUT FLPNT.
           IF FLPNT-STATUS = '00'
               MOVE 'Y' TO FLPNT-OPEN-SW
           ELSE
               IF FLPNT-STATUS NOT = '35'
                   DISPLAY '*** WARNING - BOATFLPNT.DAT OPEN FAILED, '
                       'STATUS = ' FLPNT-STATUS
                       ' - NO TRANSACTIONS APPLIED'
               END-IF
           END-IF.

       1090-OPEN-NEW-SUSPENSE.
      * EVERYTHING THIS RUN CANNOT APPLY IS WRITTEN TO BOATFLPNW.DAT,
      * WHICH BECOMES THE SUSPENSE ONCE THE MASTER IS REPLACED.
      * WITHOUT IT A REJECT WOULD BE TRUNCATED AWAY, SO NO RUN.
           OPEN OUTPUT FLPNW.
           IF FLPNW-STATUS NOT = '00'
               DISPLAY '*** COBGWW22 RUN STOPPED - BOATFLPNW.DAT OPEN '
                   'OUTPUT FAILED, STATUS = ' FLPNW-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.

       1100-APPLY-FEED.
      * THE SUSPENDED FEED ROWS GO FIRST - THEY ARE OLDER THAN
      * ANYTHING ON BOATFLPX.DAT.  STATUS 35 ON BOATFLPX.DAT MEANS NO
      * BATCH HAS POSTED SINCE THE LAST RUN.
           PERFORM 1150-FOLD-SUSPENSE.
           MOVE 'YES' TO FLPX-MORE.
           OPEN INPUT BOATFLPX.
           IF FLPX-STATUS = '00'
               MOVE 'Y' TO FLPX-READ-SW
               PERFORM 1110-READ-FEED
               PERFORM 1120-PROCESS-FEED
                   UNTIL FLPX-MORE = 'NO'
               CLOSE BOATFLPX
           ELSE
               IF FLPX-STATUS NOT = '35'
                   DISPLAY '*** WARNING - BOATFLPX.DAT OPEN FAILED, '
                       'STATUS = ' FLPX-STATUS ' - FEED LEFT FOR THE '
                       'NEXT RUN'
               END-IF
           END-IF.

       1110-READ-FEED.
           READ BOATFLPX INTO FLOOR-PLAN-REC
               AT END
                   MOVE 'NO' TO FLPX-MORE.

       1120-PROCESS-FEED.
           MOVE ZERO TO M-CURRENT-CYCLE.
           PERFORM 1125-FOLD-FEED-ROW.
           PERFORM 1110-READ-FEED.

       1125-FOLD-FEED-ROW.
      * ONLY THE SALE FIELDS AND THE STATUS ARE TAKEN FROM THE FEED -
      * THE AMOUNTS ON THE MASTER ARE THIS PROGRAM'S OWN.  THE ROWS
      * ARE FOLDED IN THE ORDER THE BATCHES POSTED THEM, SO A SALE
      * FED AFTER A RETURN FINDS THE NOTE BACK IN STOCK.
           ADD 1 TO M-FEED-CTR.
           MOVE SPACES TO AUDIT-LINE.
           MOVE FP-HULL-ID TO O-AUD-HULL.
           MOVE FP-BANK-CODE TO O-AUD-BANK.
           MOVE FP-SOLD-DATE TO M-EDIT-DATE.
           PERFORM 9400-EDIT-DATE.
           MOVE FP-STATUS TO O-AUD-STATUS.
           MOVE FP-HULL-ID TO M-FIND-HULL.
           PERFORM 2140-FIND-MASTER-KEY.
           IF FP-RETURNED
               PERFORM 1140-APPLY-RETURN
           ELSE
               PERFORM 1130-APPLY-SALE
           END-IF.
           PERFORM 9300-PRINT-AUDIT-LINE.

       1130-APPLY-SALE.
           MOVE 'SOLD' TO O-AUD-ACTION.
           IF FNM-SEARCH-SUB > FLOOR-PLAN-COUNT
               MOVE 'NO LIVE NOTE ON FILE - CHECK THE BANK'
                   TO O-AUD-REASON
               PERFORM 1170-SUSPEND-FEED
           ELSE
               IF FNM-STATUS (FNM-SEARCH-SUB) NOT = 'O'
                   MOVE 'NOTE ALREADY SOLD - NOT APPLIED'
                       TO O-AUD-REASON
                   PERFORM 1170-SUSPEND-FEED
               ELSE
                   MOVE FP-SOLD-DATE TO M-NEW-DATE
                   MOVE FP-PAYOFF-DUE-DATE TO M-NEW-DUE-DATE
                   MOVE FP-BATCH-NBR TO M-NEW-BATCH
                   MOVE FNM-REC (FNM-SEARCH-SUB) TO FLOOR-PLAN-REC
                   MOVE M-NEW-DATE TO FP-SOLD-DATE
                   MOVE M-NEW-DUE-DATE TO FP-PAYOFF-DUE-DATE
                   MOVE M-NEW-BATCH TO FP-BATCH-NBR
                   SET FP-SOLD TO TRUE
                   MOVE FLOOR-PLAN-REC TO FNM-REC (FNM-SEARCH-SUB)
                   PERFORM 2260-FORMAT-BALANCES
                   MOVE SPACES TO O-AUD-REASON
                   STRING 'SOLD - PAY OFF BY ' DELIMITED BY SIZE
                       FP-PAYOFF-DUE-DATE (5:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       FP-PAYOFF-DUE-DATE (7:2) DELIMITED BY SIZE
                       '/' DELIMITED BY SIZE
                       FP-PAYOFF-DUE-DATE (1:4) DELIMITED BY SIZE
                       INTO O-AUD-REASON
                   ADD 1 TO M-SOLD-CTR
               END-IF
           END-IF.

       1140-APPLY-RETURN.
      * THE HULL IS BACK ON THE LOT AND THE BANK'S NOTE STANDS AS IT
      * DID BEFORE THE SALE.
           MOVE 'RETURN' TO O-AUD-ACTION.
           IF FNM-SEARCH-SUB > FLOOR-PLAN-COUNT
               MOVE 'NO LIVE NOTE ON FILE - NOT APPLIED'
                   TO O-AUD-REASON
               PERFORM 1170-SUSPEND-FEED
           ELSE
               IF FNM-STATUS (FNM-SEARCH-SUB) NOT = 'S'
                   MOVE 'NOTE NOT SOLD - NOT APPLIED'
                       TO O-AUD-REASON
                   PERFORM 1170-SUSPEND-FEED
               ELSE
                   MOVE FNM-REC (FNM-SEARCH-SUB) TO FLOOR-PLAN-REC
                   MOVE ZERO TO FP-SOLD-DATE
                   MOVE ZERO TO FP-PAYOFF-DUE-DATE
                   SET FP-IN-STOCK TO TRUE
                   MOVE FLOOR-PLAN-REC TO FNM-REC (FNM-SEARCH-SUB)
                   PERFORM 2260-FORMAT-BALANCES
                   MOVE 'O' TO O-AUD-STATUS
                   MOVE 'BACK IN STOCK - PAYOFF NO LONGER DUE'
                       TO O-AUD-REASON
                   ADD 1 TO M-RETURN-CTR
               END-IF
           END-IF.

       1150-FOLD-SUSPENSE.
      * THE F ROWS OF LAST RUN'S SUSPENSE.  ITS T ROWS ARE SKIPPED
      * HERE AND READ AGAIN AHEAD OF THE TRANSACTIONS.  STATUS 35 IS
      * A RUN WITH NOTHING IN SUSPENSE.
           MOVE 'YES' TO FLPNS-MORE.
           OPEN INPUT FLPNS.
           IF FLPNS-STATUS = '00'
               PERFORM 9011-READ-SUSPENSE
               PERFORM 1160-PROCESS-SUSPENSE
                   UNTIL FLPNS-MORE = 'NO'
               CLOSE FLPNS
           ELSE
               IF FLPNS-STATUS NOT = '35'
                   DISPLAY '*** COBGWW22 RUN STOPPED - BOATFLPNS.DAT '
                       'OPEN INPUT FAILED, STATUS = ' FLPNS-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
           END-IF.

       1160-PROCESS-SUSPENSE.
           IF SU-IS-FEED
               MOVE SU-DATA TO FLOOR-PLAN-REC
               IF SU-CYCLE-CTR NUMERIC
                   MOVE SU-CYCLE-CTR TO M-CURRENT-CYCLE
               ELSE
                   MOVE ZERO TO M-CURRENT-CYCLE
               END-IF
               ADD 1 TO M-SUSP-FEED-CTR
               PERFORM 1125-FOLD-FEED-ROW
           END-IF.
           PERFORM 9011-READ-SUSPENSE.

       1170-SUSPEND-FEED.
      * FLOOR-PLAN-REC STILL HOLDS THE FEED ROW AS IT WAS READ.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE 'F' TO SU-TYPE.
           COMPUTE SU-CYCLE-CTR = M-CURRENT-CYCLE + 1.
           MOVE O-AUD-REASON TO SU-REASON.
           MOVE FLOOR-PLAN-REC TO SU-DATA.
           WRITE FLPNW-REC FROM SUSPENSE-REC.
           ADD 1 TO M-FEED-EXCP-CTR.
           ADD 1 TO M-SUSPEND-CTR.

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
           MOVE TR-HULL-ID TO M-FIND-HULL.
           PERFORM 2140-FIND-MASTER-KEY.
           IF FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
               MOVE FNM-REC (FNM-SEARCH-SUB) TO FLOOR-PLAN-REC
               COMPUTE M-BALANCE =
                   FP-NOTE-AMT - FP-CURT-PAID - FP-PAYOFF-AMT
           ELSE
               MOVE ZERO TO M-BALANCE
           END-IF.

           IF NOT VALID-TRANS-ACTION
               SET TRANS-IS-INVALID TO TRUE
               STRING 'INVALID ACTION CODE' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               PERFORM 2110-EDIT-HULL
               EVALUATE TRUE
                   WHEN TRANS-IS-ADD
                       PERFORM 2115-EDIT-BANK
                       PERFORM 2120-EDIT-NOTE-DATE
                       PERFORM 2125-EDIT-AMOUNT
                       PERFORM 2130-EDIT-TERMS
                   WHEN TRANS-IS-CHANGE
                       PERFORM 2115-EDIT-BANK
                       PERFORM 2130-EDIT-TERMS
                   WHEN TRANS-IS-PAYMENT
                       PERFORM 2160-EDIT-PAYMENT
                   WHEN TRANS-IS-PAYOFF
                       PERFORM 2170-EDIT-PAYOFF
                   WHEN TRANS-IS-DELETE
                       PERFORM 2180-EDIT-DELETE
               END-EVALUATE
           END-IF.

       2110-EDIT-HULL.
      * AN ADD NEEDS AN IN-STOCK HULL WITH NO LIVE NOTE ON IT.  EVERY
      * OTHER ACTION WORKS ON THE HULL'S LIVE NOTE.
           IF TR-HULL-ID = SPACES
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'HULL ID MISSING' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TRANS-IS-ADD
                   PERFORM 2145-FIND-HULL
                   IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'HULL NOT ON HULLMAST' DELIMITED BY SIZE
                           INTO M-REASON
                   ELSE
                       IF HLM-STATUS (HLM-SEARCH-SUB) NOT = 'I'
                           SET TRANS-IS-INVALID TO TRUE
                           PERFORM 2150-ADD-REASON-SEPARATOR
                           STRING
                               FUNCTION TRIM(M-PRIOR-REASON)
                                   DELIMITED BY SIZE
                               'HULL NOT IN STOCK' DELIMITED BY SIZE
                               INTO M-REASON
                       END-IF
                   END-IF
                   IF FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'LIVE NOTE ALREADY ON FILE'
                               DELIMITED BY SIZE
                           INTO M-REASON
                   END-IF
               ELSE
                   IF FNM-SEARCH-SUB > FLOOR-PLAN-COUNT
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'NO LIVE NOTE ON FILE' DELIMITED BY SIZE
                           INTO M-REASON
                   END-IF
               END-IF
           END-IF.

       2115-EDIT-BANK.
      * REQUIRED ON AN ADD.  ON A CHANGE A BLANK KEEPS THE BANK.
           MOVE SPACES TO M-NEW-BANK.
           IF TRANS-IS-CHANGE
                   AND FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
               MOVE FP-BANK-CODE TO M-NEW-BANK
           END-IF.
           IF TRANS-IS-CHANGE AND TR-BANK-CODE = SPACES
               CONTINUE
           ELSE
               IF TR-BANK-CODE = SPACES
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'BANK CODE MISSING' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE ZERO TO LNM-SEARCH-SUB
                   PERFORM 2111-SEARCH-LENDER
                       VARYING LNM-SEARCH-SUB FROM 1 BY 1
                       UNTIL LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                          OR TR-BANK-CODE = LNM-CODE (LNM-SEARCH-SUB)
                   IF LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'BANK NOT ON LENDMAST' DELIMITED BY SIZE
                           INTO M-REASON
                   ELSE
                       MOVE TR-BANK-CODE TO M-NEW-BANK
                   END-IF
               END-IF
           END-IF.

       2111-SEARCH-LENDER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2120-EDIT-NOTE-DATE.
           IF TR-DATE-X = SPACES
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'NOTE DATE MISSING' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               PERFORM 2135-EDIT-DATE
           END-IF.

       2125-EDIT-AMOUNT.
           MOVE ZERO TO M-NEW-AMOUNT.
           IF TR-AMOUNT-X NOT NUMERIC
                   OR TR-AMOUNT = ZERO
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'AMOUNT NOT NUMERIC OR ZERO' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               MOVE TR-AMOUNT TO M-NEW-AMOUNT
           END-IF.

       2130-EDIT-TERMS.
      * AN ADD MUST CARRY THE WHOLE SCHEDULE; A CHANGE MAY LEAVE ANY
      * FIELD BLANK TO KEEP WHAT IS ON FILE.  A ZERO CURTAILMENT
      * PERCENT IS A BANK THAT TAKES NO CURTAILMENTS, BUT THE RATE
      * AND THE PAYOFF DAYS CAN NEVER BE ZERO.
           MOVE ZERO TO M-NEW-RATE.
           MOVE ZERO TO M-NEW-START.
           MOVE ZERO TO M-NEW-EVERY.
           MOVE ZERO TO M-NEW-PCT.
           MOVE ZERO TO M-NEW-PAYOFF-DAYS.
           IF TRANS-IS-CHANGE
                   AND FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
               MOVE FP-RATE TO M-NEW-RATE
               MOVE FP-CURT-START-DAYS TO M-NEW-START
               MOVE FP-CURT-EVERY-DAYS TO M-NEW-EVERY
               MOVE FP-CURT-PCT TO M-NEW-PCT
               MOVE FP-PAYOFF-DAYS TO M-NEW-PAYOFF-DAYS
           END-IF.
           IF TRANS-IS-CHANGE AND TR-RATE-X = SPACES
               CONTINUE
           ELSE
               IF TR-RATE-X NOT NUMERIC
                       OR TR-RATE = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'RATE NOT NUMERIC OR ZERO' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-RATE TO M-NEW-RATE
               END-IF
           END-IF.
           IF TRANS-IS-CHANGE AND TR-CURT-START-X = SPACES
               CONTINUE
           ELSE
               IF TR-CURT-START-X NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'CURT START DAYS NOT NUMERIC' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-CURT-START TO M-NEW-START
               END-IF
           END-IF.
           IF TRANS-IS-CHANGE AND TR-CURT-EVERY-X = SPACES
               CONTINUE
           ELSE
               IF TR-CURT-EVERY-X NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'CURT EVERY DAYS NOT NUMERIC' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-CURT-EVERY TO M-NEW-EVERY
               END-IF
           END-IF.
           IF TRANS-IS-CHANGE AND TR-CURT-PCT-X = SPACES
               CONTINUE
           ELSE
               IF TR-CURT-PCT-X NOT NUMERIC
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'CURT PERCENT NOT NUMERIC' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-CURT-PCT TO M-NEW-PCT
               END-IF
           END-IF.
           IF TRANS-IS-CHANGE AND TR-PAYOFF-DAYS-X = SPACES
               CONTINUE
           ELSE
               IF TR-PAYOFF-DAYS-X NOT NUMERIC
                       OR TR-PAYOFF-DAYS = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'PAYOFF DAYS NOT NUMERIC OR ZERO'
                           DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   MOVE TR-PAYOFF-DAYS TO M-NEW-PAYOFF-DAYS
               END-IF
           END-IF.

       2131-CHECK-LEAP-YEAR.
           MOVE 'N' TO LY-SWITCH.
           IF FUNCTION MOD (TR-YEAR, 4) = 0
                   AND (FUNCTION MOD (TR-YEAR, 100) NOT = 0
                        OR FUNCTION MOD (TR-YEAR, 400) = 0)
               MOVE 'Y' TO LY-SWITCH
           END-IF.

       2135-EDIT-DATE.
      * A GOOD DATE NOT AFTER TODAY IS LEFT IN M-NEW-DATE.  A PAYMENT
      * OR PAYOFF ALSO CANNOT COME BEFORE THE NOTE WAS WRITTEN.
           MOVE ZERO TO M-NEW-DATE.
           IF TR-DATE-X NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'DATE NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TR-YEAR < 1990 OR TR-YEAR > 2099
                       OR TR-MONTH < 1 OR TR-MONTH > 12
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'INVALID DATE' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   PERFORM 2131-CHECK-LEAP-YEAR
                   IF (TR-DAY < 1
                           OR TR-DAY > MAX-DAYS-ENTRY (TR-MONTH))
                           AND NOT (TR-MONTH = 2
                                    AND TR-DAY = 29
                                    AND IS-LEAP-YEAR)
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'INVALID DATE' DELIMITED BY SIZE
                           INTO M-REASON
                   ELSE
                       IF TR-DATE > A-TODAY-YMD
                           SET TRANS-IS-INVALID TO TRUE
                           PERFORM 2150-ADD-REASON-SEPARATOR
                           STRING
                               FUNCTION TRIM(M-PRIOR-REASON)
                                   DELIMITED BY SIZE
                               'DATE AFTER TODAY' DELIMITED BY SIZE
                               INTO M-REASON
                       ELSE
                           MOVE TR-DATE TO M-NEW-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.
           IF (TRANS-IS-PAYMENT OR TRANS-IS-PAYOFF)
                   AND M-NEW-DATE NOT = ZERO
                   AND FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
                   AND M-NEW-DATE < FP-NOTE-DATE
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'DATE BEFORE NOTE DATE' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2136-EDIT-PAY-DATE.
           IF TR-DATE-X = SPACES
               MOVE A-TODAY-YMD TO M-NEW-DATE
           ELSE
               PERFORM 2135-EDIT-DATE
           END-IF.

       2140-FIND-MASTER-KEY.
      * LEAVES FNM-SEARCH-SUB ON THE HULL'S LIVE NOTE - IN STOCK OR
      * SOLD, NOT YET PAID OFF - OR PAST FLOOR-PLAN-COUNT WHEN THE
      * HULL HAS NONE.  A HULL CAN HAVE ONLY ONE LIVE NOTE.
           MOVE ZERO TO FNM-SEARCH-SUB.
           PERFORM 2141-SEARCH-MASTER
               VARYING FNM-SEARCH-SUB FROM 1 BY 1
               UNTIL FNM-SEARCH-SUB > FLOOR-PLAN-COUNT
                  OR (M-FIND-HULL = FNM-HULL-ID (FNM-SEARCH-SUB)
                 AND FNM-ROW-ACTIVE (FNM-SEARCH-SUB)
                 AND (FNM-STATUS (FNM-SEARCH-SUB) = 'O'
                   OR FNM-STATUS (FNM-SEARCH-SUB) = 'S')).

       2141-SEARCH-MASTER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2145-FIND-HULL.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2146-SEARCH-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR TR-HULL-ID = HLM-ID (HLM-SEARCH-SUB).

       2146-SEARCH-HULL.
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

       2160-EDIT-PAYMENT.
      * A CURTAILMENT IS PAID ON A UNIT STILL ON THE LOT.  ONCE IT IS
      * SOLD THE BANK WANTS THE WHOLE BALANCE - USE THE PAYOFF.
           PERFORM 2136-EDIT-PAY-DATE.
           PERFORM 2125-EDIT-AMOUNT.
           IF FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
               IF NOT FP-IN-STOCK
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'UNIT SOLD - KEY A PAYOFF' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   IF M-NEW-AMOUNT > M-BALANCE
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'PAYMENT MORE THAN BALANCE'
                               DELIMITED BY SIZE
                           INTO M-REASON
                   END-IF
               END-IF
           END-IF.

       2170-EDIT-PAYOFF.
           PERFORM 2136-EDIT-PAY-DATE.
           IF TR-AMOUNT-X = SPACES
               MOVE M-BALANCE TO M-NEW-AMOUNT
           ELSE
               PERFORM 2125-EDIT-AMOUNT
               IF TRANS-IS-VALID
                       AND M-NEW-AMOUNT NOT = M-BALANCE
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'PAYOFF NOT EQUAL TO BALANCE' DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
           END-IF.

       2180-EDIT-DELETE.
      * A NOTE WITH MONEY PAID AGAINST IT IS REAL - IT IS CLOSED WITH
      * A PAYOFF, NOT DELETED.
           IF FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
               IF NOT FP-IN-STOCK
                       OR FP-CURT-PAID NOT = ZERO
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'NOTE SOLD OR PAID ON - NO DELETE'
                           DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
           END-IF.

       2200-APPLY-TRANS.
           MOVE SPACES TO AUDIT-LINE.
           PERFORM 2250-FORMAT-KEY.
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 2210-APPLY-ADD
               WHEN TRANS-IS-CHANGE
                   PERFORM 2220-APPLY-CHANGE
               WHEN TRANS-IS-PAYMENT
                   PERFORM 2230-APPLY-PAYMENT
               WHEN TRANS-IS-PAYOFF
                   PERFORM 2240-APPLY-PAYOFF
               WHEN TRANS-IS-DELETE
                   PERFORM 2245-APPLY-DELETE
           END-EVALUATE.
           PERFORM 9300-PRINT-AUDIT-LINE.

       2210-APPLY-ADD.
           MOVE 'ADD' TO O-AUD-ACTION.
           IF FLOOR-PLAN-COUNT < FLOOR-PLAN-MAX
               INITIALIZE FLOOR-PLAN-REC
               MOVE TR-HULL-ID TO FP-HULL-ID
               MOVE M-NEW-BANK TO FP-BANK-CODE
               MOVE M-NEW-DATE TO FP-NOTE-DATE
               MOVE M-NEW-AMOUNT TO FP-NOTE-AMT
               MOVE M-NEW-RATE TO FP-RATE
               MOVE M-NEW-START TO FP-CURT-START-DAYS
               MOVE M-NEW-EVERY TO FP-CURT-EVERY-DAYS
               MOVE M-NEW-PCT TO FP-CURT-PCT
               MOVE M-NEW-PAYOFF-DAYS TO FP-PAYOFF-DAYS
               SET FP-IN-STOCK TO TRUE
               ADD 1 TO FLOOR-PLAN-COUNT
               MOVE FLOOR-PLAN-REC TO FNM-REC (FLOOR-PLAN-COUNT)
               SET FNM-ROW-ACTIVE (FLOOR-PLAN-COUNT) TO TRUE
               MOVE M-NEW-AMOUNT TO O-AUD-AMOUNT
               MOVE M-NEW-AMOUNT TO O-AUD-AFT-BAL
               MOVE M-NEW-RATE TO O-AUD-AFT-RATE
               MOVE FP-STATUS TO O-AUD-STATUS
               MOVE 'NOTE ADDED' TO O-AUD-REASON
               ADD 1 TO M-ADD-CTR
           ELSE
               MOVE 'MASTER TABLE FULL - ADD NOT APPLIED'
                   TO O-AUD-REASON
               MOVE O-AUD-REASON TO M-REASON
               PERFORM 2310-SUSPEND-TRANS
           END-IF.

       2220-APPLY-CHANGE.
      * A NEW PAYOFF DAYS ON A NOTE ALREADY SOLD MOVES ITS DEADLINE.
           MOVE 'CHANGE' TO O-AUD-ACTION.
           MOVE FP-RATE TO O-AUD-BEF-RATE.
           MOVE M-NEW-BANK TO FP-BANK-CODE.
           MOVE M-NEW-RATE TO FP-RATE.
           MOVE M-NEW-START TO FP-CURT-START-DAYS.
           MOVE M-NEW-EVERY TO FP-CURT-EVERY-DAYS.
           MOVE M-NEW-PCT TO FP-CURT-PCT.
           MOVE M-NEW-PAYOFF-DAYS TO FP-PAYOFF-DAYS.
           MOVE 'TERMS CHANGED' TO O-AUD-REASON.
           IF FP-SOLD
               COMPUTE A-WORK-INT =
                   FUNCTION INTEGER-OF-DATE (FP-SOLD-DATE)
                       + FP-PAYOFF-DAYS
               COMPUTE FP-PAYOFF-DUE-DATE =
                   FUNCTION DATE-OF-INTEGER (A-WORK-INT)
               MOVE 'TERMS CHANGED - PAYOFF DEADLINE RESET'
                   TO O-AUD-REASON
           END-IF.
           MOVE FLOOR-PLAN-REC TO FNM-REC (FNM-SEARCH-SUB).
           MOVE M-NEW-BANK TO O-AUD-BANK.
           MOVE FP-RATE TO O-AUD-AFT-RATE.
           PERFORM 2260-FORMAT-BALANCES.
           ADD 1 TO M-CHANGE-CTR.

       2230-APPLY-PAYMENT.
           MOVE 'PAYMENT' TO O-AUD-ACTION.
           MOVE M-NEW-AMOUNT TO O-AUD-AMOUNT.
           MOVE M-BALANCE TO O-AUD-BEF-BAL.
           ADD M-NEW-AMOUNT TO FP-CURT-PAID.
           MOVE M-NEW-DATE TO FP-LAST-PAY-DATE.
           MOVE M-NEW-DATE TO M-EDIT-DATE.
           PERFORM 9400-EDIT-DATE.
           MOVE FLOOR-PLAN-REC TO FNM-REC (FNM-SEARCH-SUB).
           COMPUTE M-BALANCE =
               FP-NOTE-AMT - FP-CURT-PAID - FP-PAYOFF-AMT.
           MOVE M-BALANCE TO O-AUD-AFT-BAL.
           MOVE FP-RATE TO O-AUD-AFT-RATE.
           MOVE FP-STATUS TO O-AUD-STATUS.
           MOVE 'CURTAILMENT PAID' TO O-AUD-REASON.
           ADD M-NEW-AMOUNT TO M-CURT-TOTAL.
           ADD 1 TO M-PAYMENT-CTR.

       2240-APPLY-PAYOFF.
           MOVE 'PAYOFF' TO O-AUD-ACTION.
           MOVE M-NEW-AMOUNT TO O-AUD-AMOUNT.
           MOVE M-BALANCE TO O-AUD-BEF-BAL.
           MOVE ZERO TO O-AUD-AFT-BAL.
           IF FP-SOLD AND M-NEW-DATE > FP-PAYOFF-DUE-DATE
               MOVE 'PAID OFF - AFTER THE BANK DEADLINE'
                   TO O-AUD-REASON
           ELSE
               MOVE 'PAID OFF - NOTE CLOSED' TO O-AUD-REASON
           END-IF.
           MOVE M-NEW-AMOUNT TO FP-PAYOFF-AMT.
           MOVE M-NEW-DATE TO FP-PAYOFF-DATE.
           MOVE M-NEW-DATE TO FP-LAST-PAY-DATE.
           MOVE M-NEW-DATE TO M-EDIT-DATE.
           PERFORM 9400-EDIT-DATE.
           SET FP-PAID-OFF TO TRUE.
           MOVE FLOOR-PLAN-REC TO FNM-REC (FNM-SEARCH-SUB).
           MOVE FP-RATE TO O-AUD-AFT-RATE.
           MOVE FP-STATUS TO O-AUD-STATUS.
           ADD M-NEW-AMOUNT TO M-PAYOFF-TOTAL.
           ADD 1 TO M-PAYOFF-CTR.

       2245-APPLY-DELETE.
           MOVE 'DELETE' TO O-AUD-ACTION.
           MOVE M-BALANCE TO O-AUD-BEF-BAL.
           MOVE FP-RATE TO O-AUD-BEF-RATE.
           SET FNM-ROW-DELETED (FNM-SEARCH-SUB) TO TRUE.
           MOVE 'NOTE DELETED' TO O-AUD-REASON.
           ADD 1 TO M-DELETE-CTR.

       2250-FORMAT-KEY.
           MOVE TR-HULL-ID TO O-AUD-HULL.
           IF TR-BANK-CODE = SPACES
                   AND FNM-SEARCH-SUB <= FLOOR-PLAN-COUNT
               MOVE FP-BANK-CODE TO O-AUD-BANK
           ELSE
               MOVE TR-BANK-CODE TO O-AUD-BANK
           END-IF.
           IF TR-DATE-X = SPACES
               MOVE SPACES TO O-AUD-DATE
           ELSE
               MOVE TR-DATE-X (5:2) TO O-AUD-DATE (1:2)
               MOVE '/' TO O-AUD-DATE (3:1)
               MOVE TR-DATE-X (7:2) TO O-AUD-DATE (4:2)
               MOVE '/' TO O-AUD-DATE (6:1)
               MOVE TR-DATE-X (1:4) TO O-AUD-DATE (7:4)
           END-IF.

       2260-FORMAT-BALANCES.
           COMPUTE M-BALANCE =
               FP-NOTE-AMT - FP-CURT-PAID - FP-PAYOFF-AMT.
           MOVE M-BALANCE TO O-AUD-BEF-BAL.
           MOVE M-BALANCE TO O-AUD-AFT-BAL.
           MOVE FP-STATUS TO O-AUD-STATUS.

       2300-OUTPUT-REJECT.
           MOVE SPACES TO AUDIT-LINE.
           PERFORM 2250-FORMAT-KEY.
           STRING 'REJECT-' DELIMITED BY SIZE
               TR-ACTION DELIMITED BY SIZE
               INTO O-AUD-ACTION.
           IF TR-AMOUNT-X NUMERIC
               MOVE TR-AMOUNT TO O-AUD-AMOUNT
           END-IF.
           MOVE M-REASON TO O-AUD-REASON.
           PERFORM 9300-PRINT-AUDIT-LINE.
           PERFORM 2310-SUSPEND-TRANS.

       2310-SUSPEND-TRANS.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE 'T' TO SU-TYPE.
           COMPUTE SU-CYCLE-CTR = M-CURRENT-CYCLE + 1.
           MOVE M-REASON TO SU-REASON.
           MOVE TRANS-REC TO SU-DATA.
           WRITE FLPNW-REC FROM SUSPENSE-REC.
           ADD 1 TO M-REJECT-CTR.
           ADD 1 TO M-SUSPEND-CTR.

       3000-CLOSING.
           CLOSE FLPNW.
           PERFORM 3100-REWRITE-MASTER.
           MOVE M-FEED-CTR TO O-FEED-CTR.
           MOVE M-SOLD-CTR TO O-SOLD-CTR.
           MOVE M-RETURN-CTR TO O-RETURN-CTR.
           MOVE M-FEED-EXCP-CTR TO O-FEED-EXCP-CTR.
           MOVE M-READ-CTR TO O-READ-CTR.
           MOVE M-ADD-CTR TO O-ADD-CTR.
           MOVE M-CHANGE-CTR TO O-CHANGE-CTR.
           MOVE M-PAYMENT-CTR TO O-PAYMENT-CTR.
           MOVE M-PAYOFF-CTR TO O-PAYOFF-CTR.
           MOVE M-DELETE-CTR TO O-DELETE-CTR.
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-CURT-TOTAL TO O-CURT-TOTAL.
           MOVE M-PAYOFF-TOTAL TO O-PAYOFF-TOTAL.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           MOVE M-PURGE-CTR TO O-PURGE-CTR.
           MOVE M-SUSP-FEED-CTR TO O-SUSP-FEED-CTR.
           MOVE M-SUSP-TRANS-CTR TO O-SUSP-TRANS-CTR.
           MOVE M-SUSPEND-CTR TO O-SUSPEND-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO-A
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE-THREE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE-FOUR
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE-FIVE
               AFTER ADVANCING 1 LINE.

           PERFORM 3300-CLEAR-CONSUMED-FILES.

           CLOSE FLPNA.

       3100-REWRITE-MASTER.
      * THE NEW MASTER IS BUILT COMPLETE ON THE BOATFLPNN.DAT WORK
      * FILE FIRST, THEN COPIED OVER BOATFLPN.DAT.  AN ABEND DURING
      * THE BUILD LEAVES THE LIVE MASTER UNTOUCHED, AND IF THE SWAP
      * ITSELF FAILS THE FULL NEW MASTER IS STILL ON THE WORK FILE.
           MOVE 'N' TO FPW-BUILD-OK.
           OPEN OUTPUT FLPNN.
           IF FLPNN-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATFLPNN.DAT OPEN OUTPUT FAILED, '
                   'STATUS = ' FLPNN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               MOVE ZERO TO FNM-WRITE-SUB
               PERFORM 3110-WRITE-MASTER-ENTRY
                   VARYING FNM-WRITE-SUB FROM 1 BY 1
                   UNTIL FNM-WRITE-SUB > FLOOR-PLAN-COUNT
               CLOSE FLPNN
               IF FLPNN-STATUS = '00'
                   MOVE 'Y' TO FPW-BUILD-OK
               END-IF
           END-IF.
           IF FPW-BUILD-OK = 'Y'
               PERFORM 3120-SWAP-MASTER
           END-IF.

       3110-WRITE-MASTER-ENTRY.
      * A PAID-OFF NOTE IS KEPT FPN-KEEP-DAYS PAST ITS PAYOFF, THEN
      * DROPPED.
           IF FNM-ROW-ACTIVE (FNM-WRITE-SUB)
               MOVE FNM-REC (FNM-WRITE-SUB) TO FLOOR-PLAN-REC
               IF FP-PAID-OFF
                   COMPUTE A-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (FP-PAYOFF-DATE)
                           + FPN-KEEP-DAYS
               ELSE
                   MOVE A-TODAY-INT TO A-WORK-INT
               END-IF
               IF A-WORK-INT < A-TODAY-INT
                   ADD 1 TO M-PURGE-CTR
               ELSE
                   WRITE FLPNN-REC FROM FLOOR-PLAN-REC
                   ADD 1 TO M-MASTER-OUT-CTR
               END-IF
           END-IF.

       3120-SWAP-MASTER.
           MOVE 'YES' TO FPW-MORE.
           OPEN INPUT FLPNN.
           IF FLPNN-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATFLPNN.DAT OPEN INPUT FAILED, '
                   'STATUS = ' FLPNN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               OPEN OUTPUT BOATFLPN
               IF FLPN-STATUS NOT = '00'
                   DISPLAY '*** ERROR - BOATFLPN.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' FLPN-STATUS
                       ' - NEW MASTER IS ON BOATFLPNN.DAT'
                   CLOSE FLPNN
               ELSE
                   PERFORM 3121-READ-NEW-MASTER
                   PERFORM 3122-COPY-NEW-MASTER
                       UNTIL FPW-MORE = 'NO'
                   CLOSE FLPNN
                         BOATFLPN
                   MOVE 'Y' TO FPW-SWAP-OK
               END-IF
           END-IF.

       3121-READ-NEW-MASTER.
           READ FLPNN
               AT END
                   MOVE 'NO' TO FPW-MORE.

       3122-COPY-NEW-MASTER.
           MOVE FLPNN-REC TO FLPN-IN-REC.
           WRITE FLPN-IN-REC.
           PERFORM 3121-READ-NEW-MASTER.

       3300-CLEAR-CONSUMED-FILES.
      * ONCE THE NEW MASTER IS IN PLACE THE FEED AND TRANSACTIONS IT
      * WAS BUILT FROM ARE TRUNCATED, SAME AS COBGWW15, SO A RERUN
      * CANNOT MARK A SALE OR BOOK A CURTAILMENT TWICE, AND THIS RUN'S
      * BOATFLPNW.DAT REPLACES THE SUSPENSE IT READ - WHAT WAS NOT
      * APPLIED IS ON IT.  IF THE MASTER WAS NOT REPLACED ALL OF THEM
      * ARE LEFT FOR THE RERUN.
           IF FPW-SWAP-OK = 'Y'
               PERFORM 3310-REPLACE-SUSPENSE
               IF FLPX-READ-SW = 'Y'
                   OPEN OUTPUT BOATFLPX
                   CLOSE BOATFLPX
               END-IF
               IF FLPNT-OPEN-SW = 'Y'
                   CLOSE FLPNT
                   OPEN OUTPUT FLPNT
                   CLOSE FLPNT
               END-IF
           ELSE
               IF FLPNT-OPEN-SW = 'Y'
                   CLOSE FLPNT
               END-IF
               DISPLAY '*** COBGWW22 - BOATFLPN.DAT NOT REPLACED - '
                   'BOATFLPX.DAT, BOATFLPNT.DAT AND BOATFLPNS.DAT '
                   'LEFT FOR THE RERUN'
           END-IF.

       3310-REPLACE-SUSPENSE.
           MOVE 'YES' TO FPW-MORE.
           OPEN INPUT FLPNW.
           IF FLPNW-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATFLPNW.DAT OPEN INPUT FAILED, '
                   'STATUS = ' FLPNW-STATUS
                   ' - COPY IT OVER BOATFLPNS.DAT BY HAND'
           ELSE
               OPEN OUTPUT FLPNS
               IF FLPNS-STATUS NOT = '00'
                   DISPLAY '*** ERROR - BOATFLPNS.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' FLPNS-STATUS
                       ' - NEW SUSPENSE IS ON BOATFLPNW.DAT'
               ELSE
                   PERFORM 3311-READ-NEW-SUSPENSE
                   PERFORM 3312-COPY-NEW-SUSPENSE
                       UNTIL FPW-MORE = 'NO'
                   CLOSE FLPNS
               END-IF
               CLOSE FLPNW
           END-IF.

       3311-READ-NEW-SUSPENSE.
           READ FLPNW
               AT END
                   MOVE 'NO' TO FPW-MORE.

       3312-COPY-NEW-SUSPENSE.
           MOVE FLPNW-REC TO FLPNS-REC.
           WRITE FLPNS-REC.
           PERFORM 3311-READ-NEW-SUSPENSE.

       9000-READ.
      * THE SUSPENDED TRANSACTIONS FIRST, THEN BOATFLPNT.DAT.
           IF FLPNS-TRANS-SW = 'Y'
               PERFORM 9010-READ-SUSPENDED-TRANS
           END-IF.
           IF FLPNS-TRANS-SW NOT = 'Y'
               MOVE ZERO TO M-CURRENT-CYCLE
               IF FLPNT-OPEN-SW = 'Y'
                   PERFORM 9020-READ-TRANS
               ELSE
                   MOVE 'NO' TO MORE-RECS
               END-IF
           END-IF.

       9010-READ-SUSPENDED-TRANS.
      * SKIPS THE F ROWS, ALREADY FOLDED BY 1150-FOLD-SUSPENSE.
           MOVE SPACE TO SU-TYPE.
           PERFORM 9011-READ-SUSPENSE
               UNTIL SU-IS-TRANS
                  OR FLPNS-MORE = 'NO'.
           IF FLPNS-MORE = 'NO'
               CLOSE FLPNS
               MOVE 'N' TO FLPNS-TRANS-SW
           ELSE
               MOVE SU-DATA TO TRANS-REC
               IF SU-CYCLE-CTR NUMERIC
                   MOVE SU-CYCLE-CTR TO M-CURRENT-CYCLE
               ELSE
                   MOVE ZERO TO M-CURRENT-CYCLE
               END-IF
               ADD 1 TO M-SUSP-TRANS-CTR
           END-IF.

       9011-READ-SUSPENSE.
           MOVE SPACE TO SU-TYPE.
           READ FLPNS INTO SUSPENSE-REC
               AT END
                   MOVE 'NO' TO FLPNS-MORE.

       9020-READ-TRANS.
           READ FLPNT INTO TRANS-REC
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

       9400-EDIT-DATE.
           IF M-EDIT-DATE = ZERO
               MOVE SPACES TO O-AUD-DATE
           ELSE
               MOVE M-EDIT-DATE (5:2) TO O-AUD-DATE (1:2)
               MOVE '/' TO O-AUD-DATE (3:1)
               MOVE M-EDIT-DATE (7:2) TO O-AUD-DATE (4:2)
               MOVE '/' TO O-AUD-DATE (6:1)
               MOVE M-EDIT-DATE (1:4) TO O-AUD-DATE (7:4)
           END-IF.

       END PROGRAM COBGWW22.
