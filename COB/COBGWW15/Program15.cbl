       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBGWW15.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * LENDER FUNDING MATCH.  THIS PROGRAM KEEPS BOATCIT.DAT, THE
      * CONTRACTS-IN-TRANSIT MASTER - ONE ROW PER FINANCED DEAL A
      * LENDER HAS NOT YET PAID US FOR.  EACH RUN IT:
      *   - FOLDS IN THE BOATCITX.DAT FEED CBLGWW02 WRITES WHEN A
      *     BATCH POSTS (A FINANCED SALE OPENS A CONTRACT, A
      *     FINANCED RETURN CANCELS THE SALE'S OPEN CONTRACT),
      *   - APPLIES THE FUNDING RECEIPTS THE OFFICE KEYS FROM THE
      *     LENDER WIRES (FUNDRCVT.DAT - LENDER, CUSTOMER NUMBER,
      *     AMOUNT, DATE RECEIVED).  A RECEIPT GOES AGAINST THE OPEN
      *     CONTRACT FOR THAT LENDER AND CUSTOMER WHOSE BALANCE IT
      *     MATCHES EXACTLY, ELSE THE OLDEST ONE.  PAID IN FULL
      *     CLEARS THE CONTRACT, A SHORT PAYMENT LEAVES THE BALANCE
      *     OPEN, AN OVERPAYMENT CLEARS IT AND IS FLAGGED FOR A
      *     REFUND,
      *   - PRINTS EVERY FEED ROW AND RECEIPT ON FUNDRCVA.PRT, THEN
      *     AN AGING OF EVERYTHING STILL OPEN BY LENDER IN 0-10 /
      *     11-20 / 21-30 / OVER-30 DAY BUCKETS FROM THE SALE DATE,
      *   - REWRITES THE MASTER (BUILD-THEN-SWAP, SAME AS COBGWW05)
      *     AND EMPTIES THE FEED AND RECEIPTS FILES IT CONSUMED SO A
      *     RERUN CANNOT APPLY THEM TWICE.
      * FUNDED AND CANCELLED CONTRACTS ARE PRINTED AND DROPPED - THE
      * MASTER ONLY EVER HOLDS OPEN PAPER.
      * NOTHING READ IS LOST TO THE TRUNCATION.  A FEED ROW THAT
      * CANNOT BE APPLIED (TYPE F) AND A REJECTED RECEIPT (TYPE T) ARE
      * WRITTEN TO THE FUNDRCVS.DAT SUSPENSE WITH THE REASON AND A
      * CYCLE COUNT, AND THE NEXT RUN TAKES THE SUSPENSE FIRST - ITS
      * F ROWS AHEAD OF THE NEW FEED, ITS T ROWS AHEAD OF THE NEW
      * RECEIPTS.  WHAT FAILS AGAIN GOES BACK WITH THE CYCLE BUMPED.
      * THE OFFICE CORRECTS A T ROW IN PLACE (SAME AS BOATRCYC.DAT IN
      * COBGWW01 - DO NOT RE-KEY THE WIRE) AND DELETES AN F ROW ONCE
      * IT IS SETTLED WITH THE LENDER.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM.  BOATFUNX.DAT TOLD THE LENDERS
      *               WHAT THEY OWED BUT NOTHING TRACKED WHETHER THE
      *               MONEY EVER ARRIVED.
      * 10/15/26  GW  FEED EXCEPTIONS AND REJECTED RECEIPTS GO TO THE
      *               FUNDRCVS.DAT SUSPENSE INSTEAD OF BEING LOST WHEN
      *               THE INPUT IS TRUNCATED; THE NEXT RUN READS THE
      *               SUSPENSE FIRST.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOATCIT
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATCIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CIT-STATUS.

           SELECT BOATCITX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATCITX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITX-STATUS.

           SELECT LENDMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\LENDMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LENDMAST-STATUS.

           SELECT FUNDRCVT
               ASSIGN TO 'C:\IHCC\COB\COBGWW15\FUNDRCVT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCVT-STATUS.

           SELECT FUNDRCVA
               ASSIGN TO 'C:\IHCC\COB\COBGWW15\FUNDRCVA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT BOATCITN
               ASSIGN TO 'C:\IHCC\COB\COBGWW15\BOATCITN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITN-STATUS.

           SELECT FUNDRCVS
               ASSIGN TO 'C:\IHCC\COB\COBGWW15\FUNDRCVS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCVS-STATUS.

           SELECT FUNDRCVW
               ASSIGN TO 'C:\IHCC\COB\COBGWW15\FUNDRCVW.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCVW-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  BOATCIT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CIT-IN-REC
           RECORD CONTAINS 72 CHARACTERS.

       01  CIT-IN-REC                  PIC X(72).

       FD  BOATCITX
           LABEL RECORD IS STANDARD
           DATA RECORD IS CITX-REC
           RECORD CONTAINS 72 CHARACTERS.

       01  CITX-REC                    PIC X(72).

       FD  LENDMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS LENDER-REC
           RECORD CONTAINS 28 CHARACTERS.

           COPY LENDREC.

       FD  FUNDRCVT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCVT-REC
           RECORD CONTAINS 24 CHARACTERS.

       01  RCVT-REC                    PIC X(24).

       FD  FUNDRCVA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  BOATCITN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CITN-REC
           RECORD CONTAINS 72 CHARACTERS.

       01  CITN-REC                    PIC X(72).

       FD  FUNDRCVS
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCVS-REC
           RECORD CONTAINS 115 CHARACTERS.

       01  RCVS-REC                    PIC X(115).

       FD  FUNDRCVW
           LABEL RECORD IS STANDARD
           DATA RECORD IS RCVW-REC
           RECORD CONTAINS 115 CHARACTERS.

       01  RCVW-REC                    PIC X(115).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-RECS             PIC XXX     VALUE 'YES'.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 M-READ-CTR            PIC 9(6)    VALUE ZERO.
           05 M-PAID-CTR            PIC 9(6)    VALUE ZERO.
           05 M-SHORT-CTR           PIC 9(6)    VALUE ZERO.
           05 M-OVER-CTR            PIC 9(6)    VALUE ZERO.
           05 M-REJECT-CTR          PIC 9(6)    VALUE ZERO.
           05 M-FEED-CTR            PIC 9(6)    VALUE ZERO.
           05 M-NEW-CTR             PIC 9(6)    VALUE ZERO.
           05 M-RETURN-CTR          PIC 9(6)    VALUE ZERO.
           05 M-FEED-EXCP-CTR       PIC 9(6)    VALUE ZERO.
           05 M-SUSP-FEED-CTR       PIC 9(6)    VALUE ZERO.
           05 M-SUSP-TRANS-CTR      PIC 9(6)    VALUE ZERO.
           05 M-SUSPEND-CTR         PIC 9(6)    VALUE ZERO.
           05 M-CURRENT-CYCLE       PIC 99      VALUE ZERO.
           05 M-MASTER-IN-CTR       PIC 9(6)    VALUE ZERO.
           05 M-MASTER-OUT-CTR      PIC 9(6)    VALUE ZERO.
           05 M-RECEIVED-TOTAL      PIC 9(9)V99 VALUE ZERO.
           05 M-BALANCE             PIC S9(7)V99 VALUE ZERO.
           05 M-VALID-SW            PIC X       VALUE 'Y'.
               88 TRANS-IS-VALID        VALUE 'Y'.
               88 TRANS-IS-INVALID      VALUE 'N'.
           05 M-REASON              PIC X(40)   VALUE SPACES.
           05 M-PRIOR-REASON        PIC X(40)   VALUE SPACES.
           05 A-TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05 A-TODAY-INT           PIC 9(8)    VALUE ZERO.
           05 A-SALE-INT            PIC 9(8)    VALUE ZERO.
           05 A-DAYS-OPEN           PIC S9(5)   VALUE ZERO.

      * A RECEIPT IS WORKED HERE WHETHER IT CAME FROM FUNDRCVT.DAT OR
      * BACK OFF THE SUSPENSE.
       01  TRANS-REC.
           05  TR-LENDER-CODE          PIC X(3).
           05  TR-CUST-X               PIC X(5).
           05  FILLER REDEFINES TR-CUST-X.
               10  TR-CUSTOMER-NBR         PIC 9(5).
           05  TR-AMOUNT-X             PIC X(8).
           05  FILLER REDEFINES TR-AMOUNT-X.
               10  TR-AMOUNT               PIC 9(6)V99.
           05  TR-DATE-X               PIC X(8).
           05  FILLER REDEFINES TR-DATE-X.
               10  TR-RCV-DATE.
                   15  TR-RCV-YEAR         PIC 9(4).
                   15  TR-RCV-MONTH        PIC 99.
                   15  TR-RCV-DAY          PIC 99.

      * ONE SUSPENSE ROW - A FEED ROW (F) OR A RECEIPT (T) THAT COULD
      * NOT BE APPLIED, WITH WHY AND HOW MANY RUNS IT HAS FAILED.
       01  SUSPENSE-REC.
           05  SU-TYPE                 PIC X.
               88  SU-IS-FEED              VALUE 'F'.
               88  SU-IS-TRANS             VALUE 'T'.
           05  SU-CYCLE-CTR            PIC 99.
           05  SU-REASON               PIC X(40).
           05  SU-DATA                 PIC X(72).

           COPY CITREC.

       01  CIT-MASTER-TABLE.
           05  CIT-MASTER-ENTRY           OCCURS 999 TIMES.
               10  CTM-LENDER                  PIC X(3).
               10  CTM-CUSTOMER                PIC 9(5).
               10  CTM-LAST-NAME               PIC X(15).
               10  CTM-HULL-ID                 PIC X(10).
               10  CTM-SALE-DATE               PIC 9(8).
               10  CTM-BATCH-NBR               PIC 9(6).
               10  CTM-FINANCED                PIC 9(6)V99.
               10  CTM-RECEIVED                PIC 9(6)V99.
               10  CTM-LAST-RCV                PIC 9(8).
               10  CTM-ROW-STATUS              PIC X.
                   88  CTM-ROW-OPEN                VALUE 'Y'.
                   88  CTM-ROW-CLOSED              VALUE 'N'.

       01  CTM-HOLD-ENTRY                      PIC X(72).

       01  CIT-MASTER-AREA.
           05  CIT-MASTER-COUNT         PIC 9(4)    VALUE ZERO.
           05  CIT-MASTER-MAX           PIC 9(4)    VALUE 999.
           05  CTM-SEARCH-SUB           PIC 9(4)    VALUE ZERO.
           05  CTM-WRITE-SUB            PIC 9(4)    VALUE ZERO.
           05  CTM-SORT-SUB1            PIC 9(4)    VALUE ZERO.
           05  CTM-SORT-SUB2            PIC 9(4)    VALUE ZERO.
           05  CTM-SORT-LIMIT           PIC 9(4)    VALUE ZERO.
           05  CTM-MORE                 PIC XXX     VALUE 'YES'.
           05  CIT-STATUS               PIC XX      VALUE SPACES.
           05  CITX-STATUS              PIC XX      VALUE SPACES.
           05  CITN-STATUS              PIC XX      VALUE SPACES.
           05  RCVT-STATUS              PIC XX      VALUE SPACES.
           05  CITX-MORE                PIC XXX     VALUE 'YES'.
           05  CITX-READ-SW             PIC X       VALUE 'N'.
           05  RCVT-OPEN-SW             PIC X       VALUE 'N'.
           05  RCVS-STATUS              PIC XX      VALUE SPACES.
           05  RCVW-STATUS              PIC XX      VALUE SPACES.
           05  RCVS-MORE                PIC XXX     VALUE 'YES'.
           05  RCVS-TRANS-SW            PIC X       VALUE 'N'.
           05  CTN-MORE                 PIC XXX     VALUE 'YES'.
           05  CTN-BUILD-OK             PIC X       VALUE 'N'.
           05  CTN-SWAP-OK              PIC X       VALUE 'N'.

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

      * ONE SET OF BUCKET TOTALS PER LENDER AND ONE FOR THE HOUSE.
      * BOTH ARE PRINTED THROUGH AG-PRINT-TOTALS, WHICH HAS THE SAME
      * SHAPE, SO ONE PAIR OF TOTAL LINES SERVES BOTH LEVELS.
       01  AGING-WORK-AREA.
           05  AG-FIRST-SW              PIC X       VALUE 'Y'.
           05  AG-CURRENT-LENDER        PIC X(3)    VALUE SPACES.
           05  AG-SUB                   PIC 9(4)    VALUE ZERO.
           05  AG-BKT                   PIC 9       VALUE ZERO.
           05  AG-BALANCE               PIC 9(7)V99 VALUE ZERO.
           05  AG-LENDER-TOTALS.
               10  AG-LND-CTR               PIC 9(5).
               10  AG-LND-AMT               PIC 9(9)V99.
               10  AG-LND-BUCKET            OCCURS 4 TIMES.
                   15  AG-LND-BKT-CTR           PIC 9(5).
                   15  AG-LND-BKT-AMT           PIC 9(9)V99.
           05  AG-GRAND-TOTALS.
               10  AG-GRD-CTR               PIC 9(5).
               10  AG-GRD-AMT               PIC 9(9)V99.
               10  AG-GRD-BUCKET            OCCURS 4 TIMES.
                   15  AG-GRD-BKT-CTR           PIC 9(5).
                   15  AG-GRD-BKT-AMT           PIC 9(9)V99.
           05  AG-PRINT-TOTALS.
               10  AG-PRT-CTR               PIC 9(5).
               10  AG-PRT-AMT               PIC 9(9)V99.
               10  AG-PRT-BUCKET            OCCURS 4 TIMES.
                   15  AG-PRT-BKT-CTR           PIC 9(5).
                   15  AG-PRT-BKT-AMT           PIC 9(9)V99.

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
           05  O-TITLE         PIC X(56)
               VALUE 'WERTZ''S BOATS INC. - LENDER FUNDING MATCH'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(9)    VALUE 'ACTION'.
           05  FILLER          PIC X(5)    VALUE 'LNDR'.
           05  FILLER          PIC X(6)    VALUE 'CUST'.
           05  FILLER          PIC X(16)   VALUE 'LAST NAME'.
           05  FILLER          PIC X(11)   VALUE 'HULL ID'.
           05  FILLER          PIC X(11)   VALUE 'SALE DATE'.
           05  FILLER          PIC X(11)   VALUE '  FINANCED'.
           05  FILLER          PIC X(11)   VALUE '  RECEIVED'.
           05  FILLER          PIC X(12)   VALUE '    BALANCE'.
           05  FILLER          PIC X(40)   VALUE 'REMARKS'.

       01  AUDIT-LINE.
           05  O-AUD-ACTION            PIC X(9).
           05  O-AUD-LENDER            PIC X(5).
           05  O-AUD-CUST              PIC X(6).
           05  O-AUD-NAME              PIC X(16).
           05  O-AUD-HULL              PIC X(11).
           05  O-AUD-DATE              PIC X(11).
           05  O-AUD-FINANCED          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-RECEIVED          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-BALANCE           PIC ZZZ,ZZ9.99-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AUD-REASON            PIC X(40).

       01  SUMMARY-LINE-ONE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'FEED READ:'.
           05  O-FEED-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'NEW:'.
           05  O-NEW-CTR               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'RETURNS:'.
           05  O-RETURN-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'EXCEPTIONS:'.
           05  O-FEED-EXCP-CTR         PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-TWO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'RECEIPTS READ:'.
           05  O-READ-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'PAID:'.
           05  O-PAID-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'SHORT:'.
           05  O-SHORT-CTR             PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(12)   VALUE 'OVERPAID:'.
           05  O-OVER-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'REJECTED:'.
           05  O-REJECT-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(10)   VALUE 'RECEIVED:'.
           05  O-RECEIVED-TOTAL        PIC $$$,$$$,$$9.99.

       01  SUMMARY-LINE-THREE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'MASTERS IN:'.
           05  O-MASTER-IN-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'MASTERS OUT:'.
           05  O-MASTER-OUT-CTR        PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-FOUR.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'SUSPENSE FEED:'.
           05  O-SUSP-FEED-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'RECEIPTS:'.
           05  O-SUSP-TRANS-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'BACK TO SUSPENSE:'.
           05  O-SUSPEND-CTR           PIC ZZZ,ZZ9.

       01  AGING-HEADING-ONE.
           05  FILLER          PIC X(5)    VALUE 'LNDR'.
           05  FILLER          PIC X(7)    VALUE 'CUST'.
           05  FILLER          PIC X(16)   VALUE 'LAST NAME'.
           05  FILLER          PIC X(11)   VALUE 'HULL ID'.
           05  FILLER          PIC X(11)   VALUE 'SALE DATE'.
           05  FILLER          PIC X(6)    VALUE '  DAYS'.
           05  FILLER          PIC X(13)   VALUE '    0-10 DAYS'.
           05  FILLER          PIC X(13)   VALUE '   11-20 DAYS'.
           05  FILLER          PIC X(13)   VALUE '   21-30 DAYS'.
           05  FILLER          PIC X(13)   VALUE ' OVER 30 DAYS'.
           05  FILLER          PIC X(15)   VALUE '   OPEN BALANCE'.

       01  AGING-DETAIL-LINE.
           05  O-AGD-LENDER            PIC X(5).
           05  O-AGD-CUST              PIC X(7).
           05  O-AGD-NAME              PIC X(16).
           05  O-AGD-HULL              PIC X(11).
           05  O-AGD-DATE              PIC X(11).
           05  O-AGD-DAYS              PIC Z,ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AGD-BUCKET            OCCURS 4 TIMES.
               10  FILLER                  PIC X       VALUE SPACE.
               10  O-AGD-BKT-AMT           PIC Z,ZZZ,ZZ9.99
                                           BLANK WHEN ZERO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AGD-BALANCE           PIC ZZ,ZZZ,ZZ9.99.

       01  AGING-TOTAL-LINE.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  O-AGT-NAME              PIC X(25).
           05  FILLER                  PIC X(11)   VALUE 'CONTRACTS:'.
           05  O-AGT-CTR               PIC ZZ,ZZ9.
           05  FILLER                  PIC X(10)   VALUE SPACES.
           05  O-AGT-BKT1-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AGT-BKT2-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AGT-BKT3-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-AGT-BKT4-AMT          PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-AGT-AMT               PIC ZZ,ZZZ,ZZ9.99.

       01  AGING-COUNT-LINE.
           05  FILLER                  PIC X(30)   VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE 'CONTRACTS BY BUCKET:'.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  O-AGC-BKT1-CTR          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  O-AGC-BKT2-CTR          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  O-AGC-BKT3-CTR          PIC ZZ,ZZ9.
           05  FILLER                  PIC X(7)    VALUE SPACES.
           05  O-AGC-BKT4-CTR          PIC ZZ,ZZ9.

       01  AGING-NONE-LINE.
           05  FILLER                  PIC X(40)
               VALUE 'NO CONTRACTS IN TRANSIT'.

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

           PERFORM 1050-LOAD-CONTRACTS.
           PERFORM 1060-LOAD-LENDERS.
           PERFORM 1090-OPEN-NEW-SUSPENSE.
           OPEN OUTPUT FUNDRCVA.
           PERFORM 9200-HDGS.
           PERFORM 1100-APPLY-FEED.
           PERFORM 1200-SORT-CONTRACTS.
           PERFORM 1080-OPEN-RECEIPTS.
           PERFORM 9000-READ.

       1050-LOAD-CONTRACTS.
      * STATUS 35 IS THE VERY FIRST MATCHING RUN - THE MASTER STARTS
      * EMPTY.  ANY OTHER FAILURE STOPS THE RUN SO THE MASTER IS
      * NEVER REWRITTEN FROM A PARTIAL LOAD.
           MOVE 'YES' TO CTM-MORE.
           OPEN INPUT BOATCIT.
           IF CIT-STATUS = '35'
               MOVE 'NO' TO CTM-MORE
           ELSE
               IF CIT-STATUS NOT = '00'
                   DISPLAY '*** COBGWW15 RUN STOPPED - BOATCIT.DAT '
                       'OPEN INPUT FAILED, STATUS = ' CIT-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1051-READ-CONTRACT
               PERFORM 1052-STORE-CONTRACT
                   UNTIL CTM-MORE = 'NO'
               CLOSE BOATCIT
           END-IF.
           MOVE CIT-MASTER-COUNT TO M-MASTER-IN-CTR.

       1051-READ-CONTRACT.
           READ BOATCIT INTO CIT-REC
               AT END
                   MOVE 'NO' TO CTM-MORE.

       1052-STORE-CONTRACT.
      * A MASTER TOO BIG FOR THE TABLE STOPS THE RUN - DROPPING A
      * ROW HERE WOULD WRITE OFF A CONTRACT THE LENDER STILL OWES.
           IF CIT-MASTER-COUNT < CIT-MASTER-MAX
               ADD 1 TO CIT-MASTER-COUNT
               MOVE CIT-MASTER-COUNT TO CTM-WRITE-SUB
               PERFORM 1053-MOVE-CIT-TO-TABLE
           ELSE
               DISPLAY '*** COBGWW15 RUN STOPPED - BOATCIT.DAT HAS '
                   'MORE THAN CIT-MASTER-MAX CONTRACTS'
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-CONTRACT.

       1053-MOVE-CIT-TO-TABLE.
           MOVE CT-LENDER-CODE TO CTM-LENDER (CTM-WRITE-SUB).
           MOVE CT-CUSTOMER-NBR TO CTM-CUSTOMER (CTM-WRITE-SUB).
           MOVE CT-LAST-NAME TO CTM-LAST-NAME (CTM-WRITE-SUB).
           MOVE CT-HULL-ID TO CTM-HULL-ID (CTM-WRITE-SUB).
           MOVE CT-SALE-DATE TO CTM-SALE-DATE (CTM-WRITE-SUB).
           MOVE CT-BATCH-NBR TO CTM-BATCH-NBR (CTM-WRITE-SUB).
           MOVE CT-AMT-FINANCED TO CTM-FINANCED (CTM-WRITE-SUB).
           MOVE CT-AMT-RECEIVED TO CTM-RECEIVED (CTM-WRITE-SUB).
           MOVE CT-LAST-RCV-DATE TO CTM-LAST-RCV (CTM-WRITE-SUB).
           SET CTM-ROW-OPEN (CTM-WRITE-SUB) TO TRUE.

       1060-LOAD-LENDERS.
      * EVERY RECEIPT'S LENDER CODE IS EDITED AGAINST THE LENDER
      * MASTER, SO WITHOUT IT NOTHING CAN BE MATCHED.
           MOVE 'YES' TO LNM-MORE.
           OPEN INPUT LENDMAST.
           IF LENDMAST-STATUS NOT = '00'
               DISPLAY '*** COBGWW15 RUN STOPPED - LENDMAST.DAT OPEN '
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

       1080-OPEN-RECEIPTS.
      * THE SUSPENSE IS OPENED A SECOND TIME FOR ITS T ROWS, WHICH
      * 9000-READ HANDS OUT AHEAD OF FUNDRCVT.DAT.  NO RECEIPTS FILE
      * (STATUS 35) IS A DAY NO WIRES CAME IN - THE FEED AND THE
      * SUSPENSE ARE STILL APPLIED AND THE AGING STILL PRINTS.
           MOVE 'YES' TO RCVS-MORE.
           OPEN INPUT FUNDRCVS.
           IF RCVS-STATUS = '00'
               MOVE 'Y' TO RCVS-TRANS-SW
           END-IF.
           OPEN INPUT FUNDRCVT.
           IF RCVT-STATUS = '00'
               MOVE 'Y' TO RCVT-OPEN-SW
           ELSE
               IF RCVT-STATUS NOT = '35'
                   DISPLAY '*** WARNING - FUNDRCVT.DAT OPEN FAILED, '
                       'STATUS = ' RCVT-STATUS ' - NO RECEIPTS APPLIED'
               END-IF
           END-IF.

       1090-OPEN-NEW-SUSPENSE.
      * EVERYTHING THIS RUN CANNOT APPLY IS WRITTEN TO FUNDRCVW.DAT,
      * WHICH BECOMES THE SUSPENSE ONCE THE MASTER IS REPLACED.
      * WITHOUT IT A REJECT WOULD BE TRUNCATED AWAY, SO NO RUN.
           OPEN OUTPUT FUNDRCVW.
           IF RCVW-STATUS NOT = '00'
               DISPLAY '*** COBGWW15 RUN STOPPED - FUNDRCVW.DAT OPEN '
                   'OUTPUT FAILED, STATUS = ' RCVW-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.

       1100-APPLY-FEED.
      * THE SUSPENDED FEED ROWS GO FIRST - THEY ARE OLDER THAN
      * ANYTHING ON BOATCITX.DAT.  THE FEED IS OPTIONAL TOO - STATUS
      * 35 MEANS NO BATCH HAS POSTED A FINANCED DEAL SINCE THE LAST
      * MATCHING RUN.
           PERFORM 1150-FOLD-SUSPENSE.
           MOVE 'YES' TO CITX-MORE.
           OPEN INPUT BOATCITX.
           IF CITX-STATUS = '00'
               MOVE 'Y' TO CITX-READ-SW
               PERFORM 1110-READ-FEED
               PERFORM 1120-PROCESS-FEED
                   UNTIL CITX-MORE = 'NO'
               CLOSE BOATCITX
           ELSE
               IF CITX-STATUS NOT = '35'
                   DISPLAY '*** WARNING - BOATCITX.DAT OPEN FAILED, '
                       'STATUS = ' CITX-STATUS ' - FEED LEFT FOR THE '
                       'NEXT RUN'
               END-IF
           END-IF.

       1110-READ-FEED.
           READ BOATCITX INTO CIT-REC
               AT END
                   MOVE 'NO' TO CITX-MORE.

       1120-PROCESS-FEED.
           MOVE ZERO TO M-CURRENT-CYCLE.
           PERFORM 1125-FOLD-FEED-ROW.
           PERFORM 1110-READ-FEED.

       1125-FOLD-FEED-ROW.
           ADD 1 TO M-FEED-CTR.
           MOVE SPACES TO AUDIT-LINE.
           MOVE CT-LENDER-CODE TO O-AUD-LENDER.
           MOVE CT-CUSTOMER-NBR TO O-AUD-CUST.
           MOVE CT-LAST-NAME TO O-AUD-NAME.
           MOVE CT-HULL-ID TO O-AUD-HULL.
           MOVE CT-SALE-DATE (5:2) TO O-AUD-DATE (1:2).
           MOVE '/' TO O-AUD-DATE (3:1).
           MOVE CT-SALE-DATE (7:2) TO O-AUD-DATE (4:2).
           MOVE '/' TO O-AUD-DATE (6:1).
           MOVE CT-SALE-DATE (1:4) TO O-AUD-DATE (7:4).
           MOVE CT-AMT-FINANCED TO O-AUD-FINANCED.
           IF CT-RETURN
               PERFORM 1140-APPLY-RETURN
           ELSE
               PERFORM 1130-OPEN-CONTRACT
           END-IF.
           PERFORM 9300-PRINT-AUDIT-LINE.

       1130-OPEN-CONTRACT.
           MOVE 'NEW' TO O-AUD-ACTION.
           IF CIT-MASTER-COUNT < CIT-MASTER-MAX
               ADD 1 TO CIT-MASTER-COUNT
               MOVE CIT-MASTER-COUNT TO CTM-WRITE-SUB
               PERFORM 1053-MOVE-CIT-TO-TABLE
               MOVE CT-AMT-FINANCED TO O-AUD-BALANCE
               MOVE 'OPENED - AWAITING LENDER FUNDING'
                   TO O-AUD-REASON
               ADD 1 TO M-NEW-CTR
           ELSE
               MOVE 'MASTER TABLE FULL - TRACK BY HAND'
                   TO O-AUD-REASON
               PERFORM 1170-SUSPEND-FEED
           END-IF.

       1140-APPLY-RETURN.
      * A RETURN CANCELS THE SALE'S OPEN CONTRACT.  IF THE LENDER HAS
      * ALREADY PAID ANY OF IT THE MONEY HAS TO GO BACK, SO THE LINE
      * SAYS SO.
           MOVE 'RETURN' TO O-AUD-ACTION.
           MOVE ZERO TO CTM-SEARCH-SUB.
           PERFORM 1141-SEARCH-RETURN
               VARYING CTM-SEARCH-SUB FROM 1 BY 1
               UNTIL CTM-SEARCH-SUB > CIT-MASTER-COUNT
                  OR (CTM-ROW-OPEN (CTM-SEARCH-SUB)
                 AND CT-LENDER-CODE = CTM-LENDER (CTM-SEARCH-SUB)
                 AND CT-CUSTOMER-NBR = CTM-CUSTOMER (CTM-SEARCH-SUB)
                 AND CT-HULL-ID = CTM-HULL-ID (CTM-SEARCH-SUB)).
           IF CTM-SEARCH-SUB > CIT-MASTER-COUNT
               MOVE 'NO OPEN CONTRACT - REFUND IF FUNDED'
                   TO O-AUD-REASON
               PERFORM 1170-SUSPEND-FEED
           ELSE
               SET CTM-ROW-CLOSED (CTM-SEARCH-SUB) TO TRUE
               MOVE CTM-RECEIVED (CTM-SEARCH-SUB) TO O-AUD-RECEIVED
               MOVE ZERO TO O-AUD-BALANCE
               IF CTM-RECEIVED (CTM-SEARCH-SUB) > ZERO
                   MOVE 'CANCELLED - PART FUNDED, REFUND DUE'
                       TO O-AUD-REASON
               ELSE
                   MOVE 'CANCELLED - DEAL RETURNED'
                       TO O-AUD-REASON
               END-IF
               ADD 1 TO M-RETURN-CTR
           END-IF.

       1141-SEARCH-RETURN.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       1150-FOLD-SUSPENSE.
      * THE F ROWS OF LAST RUN'S SUSPENSE.  ITS T ROWS ARE SKIPPED
      * HERE AND READ AGAIN AHEAD OF THE RECEIPTS.  STATUS 35 IS A
      * RUN WITH NOTHING IN SUSPENSE.
           MOVE 'YES' TO RCVS-MORE.
           OPEN INPUT FUNDRCVS.
           IF RCVS-STATUS = '00'
               PERFORM 9011-READ-SUSPENSE
               PERFORM 1160-PROCESS-SUSPENSE
                   UNTIL RCVS-MORE = 'NO'
               CLOSE FUNDRCVS
           ELSE
               IF RCVS-STATUS NOT = '35'
                   DISPLAY '*** COBGWW15 RUN STOPPED - FUNDRCVS.DAT '
                       'OPEN INPUT FAILED, STATUS = ' RCVS-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
           END-IF.

       1160-PROCESS-SUSPENSE.
           IF SU-IS-FEED
               MOVE SU-DATA TO CIT-REC
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
      * CIT-REC STILL HOLDS THE FEED ROW AS IT WAS READ.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE 'F' TO SU-TYPE.
           COMPUTE SU-CYCLE-CTR = M-CURRENT-CYCLE + 1.
           MOVE O-AUD-REASON TO SU-REASON.
           MOVE CIT-REC TO SU-DATA.
           WRITE RCVW-REC FROM SUSPENSE-REC.
           ADD 1 TO M-FEED-EXCP-CTR.
           ADD 1 TO M-SUSPEND-CTR.

       1200-SORT-CONTRACTS.
      * LENDER THEN SALE DATE, SO A RECEIPT'S FALLBACK MATCH IS THE
      * OLDEST OPEN CONTRACT AND THE AGING PRINTS IN LENDER ORDER.
           MOVE 1 TO CTM-SORT-SUB1.
           PERFORM 1210-SORT-OUTER
               VARYING CTM-SORT-SUB1 FROM 1 BY 1
               UNTIL CTM-SORT-SUB1 > CIT-MASTER-COUNT.

       1210-SORT-OUTER.
           COMPUTE CTM-SORT-LIMIT =
               CIT-MASTER-COUNT - CTM-SORT-SUB1.
           PERFORM 1220-SORT-INNER
               VARYING CTM-SORT-SUB2 FROM 1 BY 1
               UNTIL CTM-SORT-SUB2 > CTM-SORT-LIMIT.

       1220-SORT-INNER.
           IF CTM-LENDER (CTM-SORT-SUB2) >
                   CTM-LENDER (CTM-SORT-SUB2 + 1)
                   OR (CTM-LENDER (CTM-SORT-SUB2) =
                           CTM-LENDER (CTM-SORT-SUB2 + 1)
                       AND CTM-SALE-DATE (CTM-SORT-SUB2) >
                           CTM-SALE-DATE (CTM-SORT-SUB2 + 1))
               MOVE CIT-MASTER-ENTRY (CTM-SORT-SUB2)
                   TO CTM-HOLD-ENTRY
               MOVE CIT-MASTER-ENTRY (CTM-SORT-SUB2 + 1)
                   TO CIT-MASTER-ENTRY (CTM-SORT-SUB2)
               MOVE CTM-HOLD-ENTRY
                   TO CIT-MASTER-ENTRY (CTM-SORT-SUB2 + 1)
           END-IF.

       2000-MAINLINE.
           PERFORM 2100-EDIT-TRANS.
           IF TRANS-IS-VALID
               PERFORM 2200-APPLY-RECEIPT
           ELSE
               PERFORM 2300-OUTPUT-REJECT
           END-IF.
           PERFORM 9000-READ.

       2100-EDIT-TRANS.
           SET TRANS-IS-VALID TO TRUE.
           MOVE SPACES TO M-REASON.
           PERFORM 2110-EDIT-LENDER.
           PERFORM 2120-EDIT-CUSTOMER.
           PERFORM 2125-EDIT-AMOUNT.
           PERFORM 2130-EDIT-RECEIVED-DATE.
           IF TRANS-IS-VALID
               PERFORM 2140-FIND-CONTRACT
               IF CTM-SEARCH-SUB > CIT-MASTER-COUNT
                   SET TRANS-IS-INVALID TO TRUE
                   MOVE 'NO OPEN CONTRACT FOR LENDER/CUSTOMER'
                       TO M-REASON
               END-IF
           END-IF.

       2110-EDIT-LENDER.
           IF TR-LENDER-CODE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'LENDER CODE MISSING' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               MOVE ZERO TO LNM-SEARCH-SUB
               PERFORM 2111-SEARCH-LENDER
                   VARYING LNM-SEARCH-SUB FROM 1 BY 1
                   UNTIL LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                      OR TR-LENDER-CODE = LNM-CODE (LNM-SEARCH-SUB)
               IF LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'LENDER NOT ON FILE' DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
           END-IF.

       2111-SEARCH-LENDER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2120-EDIT-CUSTOMER.
           IF TR-CUST-X NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'CUSTOMER NBR NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2125-EDIT-AMOUNT.
           IF TR-AMOUNT-X NOT NUMERIC
                   OR TR-AMOUNT = ZERO
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'AMOUNT NOT NUMERIC OR ZERO' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2130-EDIT-RECEIVED-DATE.
           IF TR-DATE-X NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'RECEIVED DATE NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TR-RCV-YEAR < 1990 OR TR-RCV-YEAR > 2099
                       OR TR-RCV-MONTH < 1 OR TR-RCV-MONTH > 12
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'INVALID RECEIVED DATE' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   PERFORM 2131-CHECK-LEAP-YEAR
                   IF (TR-RCV-DAY < 1
                           OR TR-RCV-DAY >
                               MAX-DAYS-ENTRY (TR-RCV-MONTH))
                           AND NOT (TR-RCV-MONTH = 2
                                    AND TR-RCV-DAY = 29
                                    AND IS-LEAP-YEAR)
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'INVALID RECEIVED DATE' DELIMITED BY SIZE
                           INTO M-REASON
                   ELSE
                       IF TR-RCV-DATE > A-TODAY-YMD
                           SET TRANS-IS-INVALID TO TRUE
                           PERFORM 2150-ADD-REASON-SEPARATOR
                           STRING
                               FUNCTION TRIM(M-PRIOR-REASON)
                                   DELIMITED BY SIZE
                               'RECEIVED DATE AFTER TODAY'
                                   DELIMITED BY SIZE
                               INTO M-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2131-CHECK-LEAP-YEAR.
           MOVE 'N' TO LY-SWITCH.
           IF FUNCTION MOD (TR-RCV-YEAR, 4) = 0
                   AND (FUNCTION MOD (TR-RCV-YEAR, 100) NOT = 0
                        OR FUNCTION MOD (TR-RCV-YEAR, 400) = 0)
               MOVE 'Y' TO LY-SWITCH
           END-IF.

       2140-FIND-CONTRACT.
      * A WIRE USUALLY PAYS ONE DEAL TO THE PENNY, SO AN OPEN
      * CONTRACT FOR THE LENDER AND CUSTOMER WHOSE BALANCE MATCHES
      * THE RECEIPT EXACTLY WINS.  FAILING THAT THE RECEIPT GOES
      * AGAINST THE OLDEST ONE.  LEAVES CTM-SEARCH-SUB PAST
      * CIT-MASTER-COUNT WHEN THE CUSTOMER HAS NOTHING OPEN.
           MOVE ZERO TO CTM-SEARCH-SUB.
           PERFORM 2141-SEARCH-CONTRACT
               VARYING CTM-SEARCH-SUB FROM 1 BY 1
               UNTIL CTM-SEARCH-SUB > CIT-MASTER-COUNT
                  OR (CTM-ROW-OPEN (CTM-SEARCH-SUB)
                 AND TR-LENDER-CODE = CTM-LENDER (CTM-SEARCH-SUB)
                 AND TR-CUSTOMER-NBR = CTM-CUSTOMER (CTM-SEARCH-SUB)
                 AND TR-AMOUNT = CTM-FINANCED (CTM-SEARCH-SUB)
                               - CTM-RECEIVED (CTM-SEARCH-SUB)).
           IF CTM-SEARCH-SUB > CIT-MASTER-COUNT
               MOVE ZERO TO CTM-SEARCH-SUB
               PERFORM 2141-SEARCH-CONTRACT
                   VARYING CTM-SEARCH-SUB FROM 1 BY 1
                   UNTIL CTM-SEARCH-SUB > CIT-MASTER-COUNT
                      OR (CTM-ROW-OPEN (CTM-SEARCH-SUB)
                     AND TR-LENDER-CODE = CTM-LENDER (CTM-SEARCH-SUB)
                     AND TR-CUSTOMER-NBR =
                             CTM-CUSTOMER (CTM-SEARCH-SUB))
           END-IF.

       2141-SEARCH-CONTRACT.
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

       2200-APPLY-RECEIPT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TR-LENDER-CODE TO O-AUD-LENDER.
           MOVE TR-CUST-X TO O-AUD-CUST.
           MOVE CTM-LAST-NAME (CTM-SEARCH-SUB) TO O-AUD-NAME.
           MOVE CTM-HULL-ID (CTM-SEARCH-SUB) TO O-AUD-HULL.
           MOVE CTM-SALE-DATE (CTM-SEARCH-SUB) (5:2)
               TO O-AUD-DATE (1:2).
           MOVE '/' TO O-AUD-DATE (3:1).
           MOVE CTM-SALE-DATE (CTM-SEARCH-SUB) (7:2)
               TO O-AUD-DATE (4:2).
           MOVE '/' TO O-AUD-DATE (6:1).
           MOVE CTM-SALE-DATE (CTM-SEARCH-SUB) (1:4)
               TO O-AUD-DATE (7:4).
           MOVE CTM-FINANCED (CTM-SEARCH-SUB) TO O-AUD-FINANCED.
           MOVE TR-AMOUNT TO O-AUD-RECEIVED.
           COMPUTE M-BALANCE = CTM-FINANCED (CTM-SEARCH-SUB)
                             - CTM-RECEIVED (CTM-SEARCH-SUB)
                             - TR-AMOUNT.
           MOVE M-BALANCE TO O-AUD-BALANCE.
           MOVE TR-RCV-DATE TO CTM-LAST-RCV (CTM-SEARCH-SUB).
           ADD TR-AMOUNT TO M-RECEIVED-TOTAL.
           EVALUATE TRUE
               WHEN M-BALANCE = ZERO
                   MOVE 'PAID' TO O-AUD-ACTION
                   MOVE 'FUNDED IN FULL - CONTRACT CLEARED'
                       TO O-AUD-REASON
                   MOVE CTM-FINANCED (CTM-SEARCH-SUB)
                       TO CTM-RECEIVED (CTM-SEARCH-SUB)
                   SET CTM-ROW-CLOSED (CTM-SEARCH-SUB) TO TRUE
                   ADD 1 TO M-PAID-CTR
               WHEN M-BALANCE > ZERO
                   MOVE 'SHORT' TO O-AUD-ACTION
                   MOVE 'PARTIAL PAYMENT - BALANCE STILL OPEN'
                       TO O-AUD-REASON
                   ADD TR-AMOUNT TO CTM-RECEIVED (CTM-SEARCH-SUB)
                   ADD 1 TO M-SHORT-CTR
               WHEN OTHER
                   MOVE 'OVERPAID' TO O-AUD-ACTION
                   MOVE 'OVERPAID - CLEARED, REFUND THE LENDER'
                       TO O-AUD-REASON
                   MOVE CTM-FINANCED (CTM-SEARCH-SUB)
                       TO CTM-RECEIVED (CTM-SEARCH-SUB)
                   SET CTM-ROW-CLOSED (CTM-SEARCH-SUB) TO TRUE
                   ADD 1 TO M-OVER-CTR
           END-EVALUATE.
           PERFORM 9300-PRINT-AUDIT-LINE.

       2300-OUTPUT-REJECT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'REJECT' TO O-AUD-ACTION.
           MOVE TR-LENDER-CODE TO O-AUD-LENDER.
           MOVE TR-CUST-X TO O-AUD-CUST.
           IF TR-AMOUNT-X NUMERIC
               MOVE TR-AMOUNT TO O-AUD-RECEIVED
           END-IF.
           MOVE M-REASON TO O-AUD-REASON.
           PERFORM 9300-PRINT-AUDIT-LINE.
           MOVE SPACES TO SUSPENSE-REC.
           MOVE 'T' TO SU-TYPE.
           COMPUTE SU-CYCLE-CTR = M-CURRENT-CYCLE + 1.
           MOVE M-REASON TO SU-REASON.
           MOVE TRANS-REC TO SU-DATA.
           WRITE RCVW-REC FROM SUSPENSE-REC.
           ADD 1 TO M-REJECT-CTR.
           ADD 1 TO M-SUSPEND-CTR.

       3000-CLOSING.
           CLOSE FUNDRCVW.
           PERFORM 3100-REWRITE-MASTER.
           MOVE M-FEED-CTR TO O-FEED-CTR.
           MOVE M-NEW-CTR TO O-NEW-CTR.
           MOVE M-RETURN-CTR TO O-RETURN-CTR.
           MOVE M-FEED-EXCP-CTR TO O-FEED-EXCP-CTR.
           MOVE M-READ-CTR TO O-READ-CTR.
           MOVE M-PAID-CTR TO O-PAID-CTR.
           MOVE M-SHORT-CTR TO O-SHORT-CTR.
           MOVE M-OVER-CTR TO O-OVER-CTR.
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-RECEIVED-TOTAL TO O-RECEIVED-TOTAL.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           MOVE M-SUSP-FEED-CTR TO O-SUSP-FEED-CTR.
           MOVE M-SUSP-TRANS-CTR TO O-SUSP-TRANS-CTR.
           MOVE M-SUSPEND-CTR TO O-SUSPEND-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE-THREE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM SUMMARY-LINE-FOUR
               AFTER ADVANCING 1 LINE.

           PERFORM 3200-AGING-REPORT.
           PERFORM 3300-CLEAR-CONSUMED-FILES.

           CLOSE FUNDRCVA.

       3100-REWRITE-MASTER.
      * THE NEW MASTER IS BUILT COMPLETE ON THE BOATCITN.DAT WORK
      * FILE FIRST, THEN COPIED OVER BOATCIT.DAT.  AN ABEND DURING
      * THE BUILD LEAVES THE LIVE MASTER UNTOUCHED, AND IF THE SWAP
      * ITSELF FAILS THE FULL NEW MASTER IS STILL ON THE WORK FILE.
           MOVE 'N' TO CTN-BUILD-OK.
           OPEN OUTPUT BOATCITN.
           IF CITN-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATCITN.DAT OPEN OUTPUT FAILED, '
                   'STATUS = ' CITN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               MOVE ZERO TO CTM-WRITE-SUB
               PERFORM 3110-WRITE-MASTER-ENTRY
                   VARYING CTM-WRITE-SUB FROM 1 BY 1
                   UNTIL CTM-WRITE-SUB > CIT-MASTER-COUNT
               CLOSE BOATCITN
               IF CITN-STATUS = '00'
                   MOVE 'Y' TO CTN-BUILD-OK
               END-IF
           END-IF.
           IF CTN-BUILD-OK = 'Y'
               PERFORM 3120-SWAP-MASTER
           END-IF.

       3110-WRITE-MASTER-ENTRY.
           IF CTM-ROW-OPEN (CTM-WRITE-SUB)
               MOVE SPACES TO CIT-REC
               MOVE CTM-LENDER (CTM-WRITE-SUB) TO CT-LENDER-CODE
               MOVE CTM-CUSTOMER (CTM-WRITE-SUB) TO CT-CUSTOMER-NBR
               MOVE CTM-LAST-NAME (CTM-WRITE-SUB) TO CT-LAST-NAME
               MOVE CTM-HULL-ID (CTM-WRITE-SUB) TO CT-HULL-ID
               MOVE CTM-SALE-DATE (CTM-WRITE-SUB) TO CT-SALE-DATE
               MOVE CTM-BATCH-NBR (CTM-WRITE-SUB) TO CT-BATCH-NBR
               MOVE CTM-FINANCED (CTM-WRITE-SUB) TO CT-AMT-FINANCED
               MOVE CTM-RECEIVED (CTM-WRITE-SUB) TO CT-AMT-RECEIVED
               MOVE CTM-LAST-RCV (CTM-WRITE-SUB) TO CT-LAST-RCV-DATE
               SET CT-OPEN TO TRUE
               WRITE CITN-REC FROM CIT-REC
               ADD 1 TO M-MASTER-OUT-CTR
           END-IF.

       3120-SWAP-MASTER.
           MOVE 'YES' TO CTN-MORE.
           OPEN INPUT BOATCITN.
           IF CITN-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATCITN.DAT OPEN INPUT FAILED, '
                   'STATUS = ' CITN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               OPEN OUTPUT BOATCIT
               IF CIT-STATUS NOT = '00'
                   DISPLAY '*** ERROR - BOATCIT.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' CIT-STATUS
                       ' - NEW MASTER IS ON BOATCITN.DAT'
                   CLOSE BOATCITN
               ELSE
                   PERFORM 3121-READ-NEW-MASTER
                   PERFORM 3122-COPY-NEW-MASTER
                       UNTIL CTN-MORE = 'NO'
                   CLOSE BOATCITN
                         BOATCIT
                   MOVE 'Y' TO CTN-SWAP-OK
               END-IF
           END-IF.

       3121-READ-NEW-MASTER.
           READ BOATCITN
               AT END
                   MOVE 'NO' TO CTN-MORE.

       3122-COPY-NEW-MASTER.
           MOVE CITN-REC TO CIT-IN-REC.
           WRITE CIT-IN-REC.
           PERFORM 3121-READ-NEW-MASTER.

       3200-AGING-REPORT.
      * OPEN CONTRACTS BY LENDER, AGED FROM THE SALE DATE - THE DAY
      * THE LENDER'S CLOCK STARTED - WITH EACH BALANCE PRINTED UNDER
      * ITS BUCKET, A TOTAL PER LENDER AND A HOUSE TOTAL.
           MOVE 'WERTZ''S BOATS INC. - CONTRACTS IN TRANSIT AGING'
               TO O-TITLE.
           PERFORM 9250-AGING-HDGS.
           MOVE 'Y' TO AG-FIRST-SW.
           INITIALIZE AG-GRAND-TOTALS.
           MOVE ZERO TO AG-SUB.
           PERFORM 3210-AGE-CONTRACT
               VARYING AG-SUB FROM 1 BY 1
               UNTIL AG-SUB > CIT-MASTER-COUNT.
           IF AG-FIRST-SW = 'Y'
               WRITE PRTLINE FROM AGING-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 3230-END-LENDER
               MOVE AG-GRAND-TOTALS TO AG-PRINT-TOTALS
               MOVE 'ALL LENDERS' TO O-AGT-NAME
               PERFORM 3240-PRINT-AGING-TOTALS
           END-IF.

       3210-AGE-CONTRACT.
           IF CTM-ROW-OPEN (AG-SUB)
               IF AG-FIRST-SW = 'Y'
                   MOVE 'N' TO AG-FIRST-SW
                   PERFORM 3220-START-LENDER
               ELSE
                   IF CTM-LENDER (AG-SUB) NOT = AG-CURRENT-LENDER
                       PERFORM 3230-END-LENDER
                       PERFORM 3220-START-LENDER
                   END-IF
               END-IF
               COMPUTE AG-BALANCE = CTM-FINANCED (AG-SUB)
                                  - CTM-RECEIVED (AG-SUB)
               COMPUTE A-SALE-INT =
                   FUNCTION INTEGER-OF-DATE (CTM-SALE-DATE (AG-SUB))
               COMPUTE A-DAYS-OPEN = A-TODAY-INT - A-SALE-INT
               IF A-DAYS-OPEN < ZERO
                   MOVE ZERO TO A-DAYS-OPEN
               END-IF
               EVALUATE TRUE
                   WHEN A-DAYS-OPEN <= 10
                       MOVE 1 TO AG-BKT
                   WHEN A-DAYS-OPEN <= 20
                       MOVE 2 TO AG-BKT
                   WHEN A-DAYS-OPEN <= 30
                       MOVE 3 TO AG-BKT
                   WHEN OTHER
                       MOVE 4 TO AG-BKT
               END-EVALUATE
               ADD 1 TO AG-LND-CTR
               ADD AG-BALANCE TO AG-LND-AMT
               ADD 1 TO AG-LND-BKT-CTR (AG-BKT)
               ADD AG-BALANCE TO AG-LND-BKT-AMT (AG-BKT)
               ADD 1 TO AG-GRD-CTR
               ADD AG-BALANCE TO AG-GRD-AMT
               ADD 1 TO AG-GRD-BKT-CTR (AG-BKT)
               ADD AG-BALANCE TO AG-GRD-BKT-AMT (AG-BKT)
               MOVE SPACES TO AGING-DETAIL-LINE
               MOVE CTM-LENDER (AG-SUB) TO O-AGD-LENDER
               MOVE CTM-CUSTOMER (AG-SUB) TO O-AGD-CUST
               MOVE CTM-LAST-NAME (AG-SUB) TO O-AGD-NAME
               MOVE CTM-HULL-ID (AG-SUB) TO O-AGD-HULL
               MOVE CTM-SALE-DATE (AG-SUB) (5:2) TO O-AGD-DATE (1:2)
               MOVE '/' TO O-AGD-DATE (3:1)
               MOVE CTM-SALE-DATE (AG-SUB) (7:2) TO O-AGD-DATE (4:2)
               MOVE '/' TO O-AGD-DATE (6:1)
               MOVE CTM-SALE-DATE (AG-SUB) (1:4) TO O-AGD-DATE (7:4)
               MOVE A-DAYS-OPEN TO O-AGD-DAYS
               MOVE ZERO TO O-AGD-BKT-AMT (1)
               MOVE ZERO TO O-AGD-BKT-AMT (2)
               MOVE ZERO TO O-AGD-BKT-AMT (3)
               MOVE ZERO TO O-AGD-BKT-AMT (4)
               MOVE AG-BALANCE TO O-AGD-BKT-AMT (AG-BKT)
               MOVE AG-BALANCE TO O-AGD-BALANCE
               WRITE PRTLINE FROM AGING-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9250-AGING-HDGS
           END-IF.

       3220-START-LENDER.
           MOVE CTM-LENDER (AG-SUB) TO AG-CURRENT-LENDER.
           INITIALIZE AG-LENDER-TOTALS.

       3230-END-LENDER.
           MOVE AG-LENDER-TOTALS TO AG-PRINT-TOTALS.
           MOVE ZERO TO LNM-SEARCH-SUB.
           PERFORM 2111-SEARCH-LENDER
               VARYING LNM-SEARCH-SUB FROM 1 BY 1
               UNTIL LNM-SEARCH-SUB > LENDER-MASTER-COUNT
                  OR AG-CURRENT-LENDER = LNM-CODE (LNM-SEARCH-SUB).
           IF LNM-SEARCH-SUB > LENDER-MASTER-COUNT
               MOVE SPACES TO O-AGT-NAME
               STRING AG-CURRENT-LENDER DELIMITED BY SIZE
                   ' - NOT ON LENDMAST' DELIMITED BY SIZE
                   INTO O-AGT-NAME
           ELSE
               MOVE LNM-NAME (LNM-SEARCH-SUB) TO O-AGT-NAME
           END-IF.
           PERFORM 3240-PRINT-AGING-TOTALS.

       3240-PRINT-AGING-TOTALS.
           MOVE AG-PRT-CTR TO O-AGT-CTR.
           MOVE AG-PRT-AMT TO O-AGT-AMT.
           MOVE AG-PRT-BKT-AMT (1) TO O-AGT-BKT1-AMT.
           MOVE AG-PRT-BKT-AMT (2) TO O-AGT-BKT2-AMT.
           MOVE AG-PRT-BKT-AMT (3) TO O-AGT-BKT3-AMT.
           MOVE AG-PRT-BKT-AMT (4) TO O-AGT-BKT4-AMT.
           MOVE AG-PRT-BKT-CTR (1) TO O-AGC-BKT1-CTR.
           MOVE AG-PRT-BKT-CTR (2) TO O-AGC-BKT2-CTR.
           MOVE AG-PRT-BKT-CTR (3) TO O-AGC-BKT3-CTR.
           MOVE AG-PRT-BKT-CTR (4) TO O-AGC-BKT4-CTR.
           WRITE PRTLINE FROM AGING-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9250-AGING-HDGS.
           WRITE PRTLINE FROM AGING-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PRTLINE.
           WRITE PRTLINE
               AFTER ADVANCING 1 LINE.

       3300-CLEAR-CONSUMED-FILES.
      * ONCE THE NEW MASTER IS IN PLACE THE FEED AND RECEIPTS IT WAS
      * BUILT FROM ARE TRUNCATED - SAME AS COBGWW01'S CONSUMED RECYCLE
      * FILE - SO A RERUN CANNOT OPEN A CONTRACT OR BOOK A WIRE
      * TWICE - AND THIS RUN'S FUNDRCVW.DAT REPLACES THE SUSPENSE IT
      * READ, SINCE WHAT WAS NOT APPLIED IS ON IT.  IF THE MASTER WAS
      * NOT REPLACED ALL OF THEM ARE LEFT FOR THE RERUN.
           IF CTN-SWAP-OK = 'Y'
               PERFORM 3310-REPLACE-SUSPENSE
               IF CITX-READ-SW = 'Y'
                   OPEN OUTPUT BOATCITX
                   CLOSE BOATCITX
               END-IF
               IF RCVT-OPEN-SW = 'Y'
                   CLOSE FUNDRCVT
                   OPEN OUTPUT FUNDRCVT
                   CLOSE FUNDRCVT
               END-IF
           ELSE
               IF RCVT-OPEN-SW = 'Y'
                   CLOSE FUNDRCVT
               END-IF
               DISPLAY '*** COBGWW15 - BOATCIT.DAT NOT REPLACED - '
                   'BOATCITX.DAT, FUNDRCVT.DAT AND FUNDRCVS.DAT '
                   'LEFT FOR THE RERUN'
           END-IF.

       3310-REPLACE-SUSPENSE.
           MOVE 'YES' TO CTN-MORE.
           OPEN INPUT FUNDRCVW.
           IF RCVW-STATUS NOT = '00'
               DISPLAY '*** ERROR - FUNDRCVW.DAT OPEN INPUT FAILED, '
                   'STATUS = ' RCVW-STATUS
                   ' - COPY IT OVER FUNDRCVS.DAT BY HAND'
           ELSE
               OPEN OUTPUT FUNDRCVS
               IF RCVS-STATUS NOT = '00'
                   DISPLAY '*** ERROR - FUNDRCVS.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' RCVS-STATUS
                       ' - NEW SUSPENSE IS ON FUNDRCVW.DAT'
               ELSE
                   PERFORM 3311-READ-NEW-SUSPENSE
                   PERFORM 3312-COPY-NEW-SUSPENSE
                       UNTIL CTN-MORE = 'NO'
                   CLOSE FUNDRCVS
               END-IF
               CLOSE FUNDRCVW
           END-IF.

       3311-READ-NEW-SUSPENSE.
           READ FUNDRCVW
               AT END
                   MOVE 'NO' TO CTN-MORE.

       3312-COPY-NEW-SUSPENSE.
           MOVE RCVW-REC TO RCVS-REC.
           WRITE RCVS-REC.
           PERFORM 3311-READ-NEW-SUSPENSE.

       9000-READ.
      * THE SUSPENDED RECEIPTS FIRST, THEN FUNDRCVT.DAT.
           IF RCVS-TRANS-SW = 'Y'
               PERFORM 9010-READ-SUSPENDED-TRANS
           END-IF.
           IF RCVS-TRANS-SW NOT = 'Y'
               MOVE ZERO TO M-CURRENT-CYCLE
               IF RCVT-OPEN-SW = 'Y'
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
                  OR RCVS-MORE = 'NO'.
           IF RCVS-MORE = 'NO'
               CLOSE FUNDRCVS
               MOVE 'N' TO RCVS-TRANS-SW
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
           READ FUNDRCVS INTO SUSPENSE-REC
               AT END
                   MOVE 'NO' TO RCVS-MORE.

       9020-READ-TRANS.
           READ FUNDRCVT INTO TRANS-REC
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

       9250-AGING-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM AGING-HEADING-ONE
               AFTER ADVANCING 1 LINE.

       9300-PRINT-AUDIT-LINE.
           WRITE PRTLINE FROM AUDIT-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       END PROGRAM COBGWW15.
