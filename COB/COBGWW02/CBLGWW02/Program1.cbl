      *               REPORT'S NET UNITS AND THE UNITS/DOLLARS
      *               ACTUALLY POSTED INTO BOATHIST.DAT, SO CBLGWW11
      *               CAN PROVE REPORT TOTALS = HISTORY POSTED.
      * 10/15/26  GW  ADDED THE DEAL GROSS PROFIT REPORT ON THE NEW
      *               BOATGPRT.PRT.  A CLOSING PASS RE-SORTS THE
      *               EXTRACT BY BOAT TYPE AND SALESPERSON AND PRICES
      *               EACH DEAL (BOAT + PACKAGE + PREP) AGAINST ITS
      *               HULL'S DEALER COST ON HULLMAST.DAT FOR MARGIN
      *               DOLLARS AND PERCENT, WITH BOAT TYPE SUBTOTALS, A
      *               SALESPERSON SUMMARY AND AN EXCEPTION LIST OF
      *               DEALS SOLD BELOW COST OR UNDER THE MINIMUM
      *               MARGIN.  A RETURN REVERSES ITS DEAL'S MARGIN.
      * 10/15/26  GW  WHEN A BATCH POSTS, THE FUNDING PASS ALSO
      *               APPENDS EVERY FINANCED SALE (AND EVERY FINANCED
      *               RETURN) TO THE BOATCITX.DAT CONTRACTS-IN-TRANSIT
      *               FEED SO COBGWW15 CAN TRACK WHETHER EACH LENDER
      *               ACTUALLY FUNDED.  A REPRINT OR AN ALREADY-POSTED
      *               BATCH FEEDS NOTHING.
      * 10/15/26  GW  WHEN A BATCH POSTS, A CLOSING PASS ALSO APPENDS
      *               ONE PRICED RECORD PER DEAL (BOAT, PACKAGE, PREP,
      *               TAX, COMMISSION, HULL DEALER COST, LENDER SHARE)
      *               TO BOATGLAC.DAT FOR THE COBGWW08 MONTH-END GL
      *               JOURNAL.  A REPRINT OR AN ALREADY-POSTED BATCH
      *               WRITES NOTHING.
      * 10/15/26  GW  THE CUSTOMER MASTER REWRITE CARRIES THE NEW
      *               CU-STATUS AND CU-MERGED-INTO FIELDS THROUGH
      *               UNCHANGED.
      * 10/15/26  GW  WHEN A BATCH POSTS, A CLOSING PASS ALSO WRITES A
      *               MANUFACTURER WARRANTY REGISTRATION FOR EVERY HULL
      *               FLIPPED TO SOLD (AND A CANCELLATION FOR EVERY
      *               RETURNED HULL), WITH THE BUYER'S NAME, ADDRESS
      *               AND PHONE FROM CUSTMAST.DAT, TO THE BOATWRTX.DAT
      *               TRANSMISSION FEED AND THE BOATWREG.DAT
      *               REGISTERED-WARRANTY FILE.  A REPRINT OR AN
      *               ALREADY-POSTED BATCH WRITES NOTHING.
      * 10/15/26  GW  THE SALE RECORD NOW CARRIES A TRADE-IN.  A DEAL
      *               WITH A TRADE PRINTS A TRADE LINE UNDER ITS DETAIL
      *               LINE WITH THE NET-OF-TRADE AMOUNT, SALES TAX IS
      *               FIGURED ON THE NET OF TRADE (THE REMITTANCE
      *               REPORT'S TAXABLE SALES TOO), AND THE GRAND TOTALS
      *               AND CASH RECEIPTS SHOW THE ALLOWANCES.  AT
      *               POSTING THE TRADE IS BOOKED INTO HULLMAST.DAT AS
      *               USED STOCK FROM A TRADE AT ITS ALLOWANCE; A
      *               RETURN OF THE DEAL PULLS THE TRADE BACK OUT
      *               UNLESS IT HAS ALREADY BEEN RESOLD.  THE GL
      *               ACTIVITY RECORD CARRIES THE ALLOWANCE.
      * 10/15/26  GW  WHEN A BATCH POSTS, A CLOSING PASS ALSO APPENDS
      *               ONE SIGNED UNIT-AND-DOLLARS RECORD PER DEAL, BY
      *               SALESPERSON AND MONTH, TO BOATSPAC.DAT FOR THE
      *               CBLGWW21 QUOTA ATTAINMENT REPORT.  A REPRINT OR AN
      *               ALREADY-POSTED BATCH WRITES NOTHING.
      * 10/15/26  GW  WHEN A BATCH POSTS, A CLOSING PASS ALSO PRINTS THE
      *               FLOOR-PLAN PAYOFF-DUE LISTING (BOATPAYF.PRT) FOR
      *               EVERY FLOORED HULL MARKED SOLD - NOTE BALANCE AND
      *               THE BANK'S PAYOFF DEADLINE - AND APPENDS THE NOTE
      *               TO BOATFLPX.DAT FOR COBGWW22 (A RETURNED HULL'S
      *               NOTE GOES BACK AS STATUS R).  A REPRINT OR AN
      *               ALREADY-POSTED BATCH PRINTS AND WRITES NOTHING.
      * 10/15/26  GW  A TRADE-IN OF A HULL ALREADY ON HULLMAST SAVES THE
      *               ROW'S PRIOR VALUES IN HL-PRIOR, AND A RETURN OF
      *               THE DEAL PUTS THEM BACK (STATUS S) INSTEAD OF
      *               DROPPING THE ROW.  A FLOORED HULL WHOSE NOTE IS
      *               NOT YET FOLDED BY COBGWW22 STILL GETS ITS S OR R
      *               FEED RECORD.  CUSTOMER HISTORY ON A MERGED-AWAY
      *               NUMBER GOES TO THE SURVIVOR.  USED AND TRADE
      *               HULLS ARE NO LONGER REGISTERED FOR WARRANTY.
      * 10/15/26  GW  BOATGLAC RECORD GREW TO 122 - THE SOLD HULL'S
      *               SOURCE RIDES ON IT SO COBGWW08 RELIEVES A TRADE
      *               HULL'S COST FROM INVENTORY SUB TR.
      * 10/15/26  GW  TRADE, NET-OF-TRADE AND GRAND TOTAL LINES CUT TO
      *               132 - THE AMOUNT'S TRAILING SIGN WAS FALLING OFF
      *               THE END OF THE PRINT LINE.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATRPRT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RPRT-STATUS.
           SELECT BOATCITX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATCITX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CITX-STATUS.
           SELECT BOATGLAC
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATGLAC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GLAC-STATUS.
           SELECT BOATWRTX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATWRTX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRTX-STATUS.
           SELECT BOATWREG
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATWREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WREG-STATUS.
           SELECT BOATSPAC
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATSPAC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAC-STATUS.
           SELECT CBLBOATG
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\CBLBOATG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BOATGPRT
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATGPRT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
           SELECT BOATFLPN
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATFLPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPN-STATUS.
           SELECT BOATFLPX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATFLPX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FLPX-STATUS.
           SELECT BOATPAYF
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATPAYF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CBLBOATV
           LABEL RECORD IS STANDARD
           DATA RECORD IS CBLBOATV-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  CBLBOATV-REC                PIC X(96).

       SD  SORTWORK
           DATA RECORD IS SORT-REC.
       FD  CBLBOATS
           LABEL RECORD IS STANDARD
           DATA RECORD IS I-REC
           RECORD CONTAINS 96 CHARACTERS.

           COPY BOATREC.

           05  CKPT-FIN-FIN-CTR            PIC S9(6).
           05  CKPT-FIN-FIN-AMT            PIC S9(12)V99.
           05  CKPT-FIN-AMT-FINANCED      PIC S9(12)V99.
           05  CKPT-GT-TRADE-CTR          PIC S9(6).
           05  CKPT-GT-TRADE-TOTAL        PIC S9(12)V99.

       01  CKPT-STATE-RECORD.
           05  CKPT-STATE-TAG               PIC X       VALUE 'S'.
           05  CKPT-STS-TOTAL               PIC S9(12)V99.
           05  CKPT-STS-TAX                 PIC S9(12)V99.
           05  CKPT-STS-NORATE              PIC X.
           05  CKPT-STS-TAXABLE             PIC S9(12)V99.

       01  CKPT-MONTH-RECORD.
           05  CKPT-MONTH-TAG               PIC X       VALUE 'M'.
           05  CKPT-HULL-TAG                PIC X       VALUE 'N'.
           05  CKPT-HL-ID                   PIC X(10).
           05  CKPT-HL-RUN-STATUS           PIC X.
           05  CKPT-HL-TYPE                 PIC X.
           05  CKPT-HL-COST                 PIC 9(6)V99.
           05  CKPT-HL-RECEIVED             PIC 9(8).
           05  CKPT-HL-CONDITION            PIC X.
           05  CKPT-HL-SOURCE               PIC X.
           05  CKPT-HL-PRIOR                PIC X(20).

       FD  BOATTYPE
           LABEL RECORD IS STANDARD
       FD  CBLBOATP
           LABEL RECORD IS STANDARD
           DATA RECORD IS P-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  P-REC                       PIC X(96).

       FD  BOATSTMT
           LABEL RECORD IS OMITTED
       FD  CUSTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 84 CHARACTERS.

           COPY CUSTREC.

       FD  CUSTMASN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUSN-REC
           RECORD CONTAINS 84 CHARACTERS.

       01  CUSN-REC                    PIC X(84).

       FD  BOATPERD
           LABEL RECORD IS STANDARD
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

       FD  BOATRUNC
           LABEL RECORD IS STANDARD
       FD  CBLBOATL
           LABEL RECORD IS STANDARD
           DATA RECORD IS L-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  L-REC                       PIC X(96).

       FD  BOATFUNX
           LABEL RECORD IS STANDARD

       01  FUNX-REC                    PIC X(45).

       FD  BOATCITX
           LABEL RECORD IS STANDARD
           DATA RECORD IS CIT-REC
           RECORD CONTAINS 72 CHARACTERS.

           COPY CITREC.

       FD  BOATGLAC
           LABEL RECORD IS STANDARD
           DATA RECORD IS GL-ACTIVITY-REC
           RECORD CONTAINS 122 CHARACTERS.

           COPY GLACREC.

       FD  BOATWRTX
           LABEL RECORD IS STANDARD
           DATA RECORD IS WRTX-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  WRTX-REC                    PIC X(96).

       FD  BOATWREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS WREG-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  WREG-REC                    PIC X(96).

       FD  BOATSPAC
           LABEL RECORD IS STANDARD
           DATA RECORD IS SLS-ACTIVITY-REC
           RECORD CONTAINS 39 CHARACTERS.

           COPY SPACTREC.

       FD  BOATRPRT
           LABEL RECORD IS STANDARD
           DATA RECORD IS RPRT-REC

       01  RPRT-REC                    PIC X(6).

       FD  CBLBOATG
           LABEL RECORD IS STANDARD
           DATA RECORD IS G-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  G-REC                       PIC X(96).

       FD  BOATGPRT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS GPRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  GPRTLINE                    PIC X(132).

       FD  BOATFLPN
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPN-REC
           RECORD CONTAINS 101 CHARACTERS.

       01  FLPN-REC                    PIC X(101).

       FD  BOATFLPX
           LABEL RECORD IS STANDARD
           DATA RECORD IS FLPX-REC
           RECORD CONTAINS 101 CHARACTERS.

       01  FLPX-REC                    PIC X(101).

       FD  BOATPAYF
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS FPRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  FPRTLINE                    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 C-SALECTR             PIC S9999   VALUE ZERO.
           05  XT-PKG-PRICE            PIC 9(4).
           05  XT-TOTAL-COST           PIC +9(7).99.
           05  XT-TAX                  PIC +9(7).99.
           05  XT-TRADE                PIC +9(7).99.
           05  XT-CTR                  PIC +9(6).
           05  XT-DOLLARS              PIC +9(12).99.
           05  XT-DOLLARS2             PIC +9(12).99.
           05  FIN-AMT-FINANCED        PIC S9(12)V99 VALUE ZERO.
           05  FIN-NET-CASH            PIC S9(12)V99 VALUE ZERO.

      * THE ALLOWANCE IS MONEY THE CUSTOMER NEVER PAID - THE TRADE
      * ITSELF CAME IN INSTEAD - SO IT COMES OFF THE TAXABLE AMOUNT
      * AND OFF CASH RECEIPTS, BUT THE DEAL TOTAL STAYS GROSS.
       01  TRADE-WORK-AREA.
           05  TRADE-ALLOWANCE         PIC 9(6)V99 VALUE ZERO.
           05  NET-OF-TRADE            PIC 9(7)V99 VALUE ZERO.
           05  SIGNED-NET-OF-TRADE     PIC S9(7)V99 VALUE ZERO.
           05  SIGNED-TRADE-ALLOWANCE  PIC S9(7)V99 VALUE ZERO.
           05  GT-TRADE-CTR            PIC S9(6)   VALUE ZERO.
           05  GT-TRADE-TOTAL          PIC S9(12)V99 VALUE ZERO.
           05  GT-NET-OF-TRADE         PIC S9(12)V99 VALUE ZERO.
           05  TRD-BOOK-SW             PIC X       VALUE 'N'.
           05  TRD-HULL-STATUS         PIC X       VALUE SPACE.
           05  TRD-BOOKED-CTR          PIC 9(6)    VALUE ZERO.
           05  TRD-NOT-BOOKED-CTR      PIC 9(6)    VALUE ZERO.
           05  TRD-PULLED-CTR          PIC 9(6)    VALUE ZERO.
           05  TRD-NOT-PULLED-CTR      PIC 9(6)    VALUE ZERO.
           05  GLA-TRADE-ALLOWANCE     PIC 9(6)V99 VALUE ZERO.

       01  TRADE-DETAIL-LINE.
           05  FILLER                  PIC X(24)   VALUE SPACES.
           05  FILLER                  PIC X(15)
               VALUE 'TRADE-IN HULL:'.
           05  O-TR-HULL-ID            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-TR-TYPE-DESC          PIC X(13).
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(11)   VALUE 'ALLOWANCE:'.
           05  O-TR-ALLOWANCE          PIC ZZZ,ZZZ.99-.
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  FILLER                  PIC X(13)
               VALUE 'NET OF TRADE:'.
           05  O-TR-NET                PIC Z,ZZZ,ZZZ.99-.

       01  TRADE-TOTAL-LINE.
           05  FILLER                  PIC X(22)   VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE 'TRADE-IN ALLOWANCES'.
           05  FILLER                  PIC X(13)   VALUE 'TRADE-INS:'.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GT-TRADE-CTR          PIC ZZ,ZZ9-.
           05  FILLER                  PIC X(33)   VALUE SPACES.
           05  O-GT-TRADE-TOTAL        PIC $$$,$$$,$$$,$$$.99-.

       01  NET-OF-TRADE-LINE.
           05  FILLER                  PIC X(22)   VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE 'GRAND TOTAL NET OF TRADE'.
           05  FILLER                  PIC X(54)   VALUE SPACES.
           05  O-GT-NET-OF-TRADE       PIC $$$,$$$,$$$,$$$.99-.

       01  FUNDING-WORK-AREA.
           05  FU-MORE                 PIC XXX     VALUE 'YES'.
           05  FU-CURRENT-LENDER       PIC X(3)    VALUE SPACES.
           05  FU-UNITS                PIC S9(5)   VALUE ZERO.
           05  FU-TOTAL                PIC S9(10)V99 VALUE ZERO.
           05  FU-SALE-AMT             PIC S9(8)V99 VALUE ZERO.
           05  FU-CIT-SW               PIC X       VALUE 'N'.
               88  CIT-FEED-ON             VALUE 'Y'.
           05  CITX-STATUS             PIC XX      VALUE SPACES.
           05  FU-CIT-CTR              PIC 9(6)    VALUE ZERO.

      * ONE D RECORD PER FINANCED SALE AND ONE T RECORD PER LENDER.
      * ON THE T RECORD THE CUSTOMER-NUMBER POSITIONS CARRY THE DEAL
           05  FILLER                  PIC X(4)    VALUE SPACES.
           05  O-FS-AMT                PIC $$$,$$$,$$$,$$$.99-.

       01  GL-ACTIVITY-WORK-AREA.
           05  GLA-MORE                PIC XXX     VALUE 'YES'.
           05  GLA-FEED-SW             PIC X       VALUE 'N'.
               88  GLA-FEED-ON             VALUE 'Y'.
           05  GLAC-STATUS             PIC XX      VALUE SPACES.
           05  GLA-CTR                 PIC 9(6)    VALUE ZERO.
           05  GLA-NO-HULL-CTR         PIC 9(6)    VALUE ZERO.
           05  GLA-SIGN                PIC S9      VALUE ZERO.
           05  GLA-SIGNED-TOTAL        PIC S9(8)V99 VALUE ZERO.

       01  SLS-ACTIVITY-WORK-AREA.
           05  SPA-MORE                PIC XXX     VALUE 'YES'.
           05  SPA-FEED-SW             PIC X       VALUE 'N'.
               88  SPA-FEED-ON             VALUE 'Y'.
           05  SPAC-STATUS             PIC XX      VALUE SPACES.
           05  SPA-CTR                 PIC 9(6)    VALUE ZERO.

      * THE FLOOR-PLAN NOTES ARE LOADED ONLY FOR THE PAYOFF PASS.  A
      * HULL CAN HAVE PAID-OFF NOTES ON FILE AS WELL AS ITS LIVE ONE
      * (A UNIT SOLD, RETURNED AND FLOORED AGAIN), SO THE LIVE NOTE
      * (STATUS O OR S) IS ALWAYS LOOKED FOR FIRST.
       01  FLOOR-PLAN-WORK-AREA.
           05  FPN-MORE                PIC XXX     VALUE 'YES'.
           05  FPN-FEED-SW             PIC X       VALUE 'N'.
               88  FPN-FEED-ON             VALUE 'Y'.
           05  FPN-FEED-OPEN           PIC X       VALUE 'N'.
           05  FLPN-STATUS             PIC XX      VALUE SPACES.
           05  FLPX-STATUS             PIC XX      VALUE SPACES.
           05  FPN-PCTR                PIC 99      VALUE ZERO.
           05  FPN-SOLD-CTR            PIC 9(6)    VALUE ZERO.
           05  FPN-RETURN-CTR          PIC 9(6)    VALUE ZERO.
           05  FPN-NO-NOTE-CTR         PIC 9(6)    VALUE ZERO.
           05  FPN-PAYOFF-TOTAL        PIC 9(8)V99 VALUE ZERO.
           05  FPN-BALANCE             PIC S9(7)V99 VALUE ZERO.
           05  FPN-DUE-INT             PIC 9(8)    VALUE ZERO.
           05  FPN-DATE-WORK           PIC 9(8)    VALUE ZERO.
           05  FILLER REDEFINES FPN-DATE-WORK.
               10  FPN-DW-YEAR             PIC 9(4).
               10  FPN-DW-MONTH            PIC 99.
               10  FPN-DW-DAY              PIC 99.
           05  FPN-EDIT-DATE.
               10  FPN-ED-MONTH            PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  FPN-ED-DAY              PIC 99.
               10  FILLER                  PIC X       VALUE '/'.
               10  FPN-ED-YEAR             PIC 9(4).

           COPY FLPNREC.

       01  FLOOR-PLAN-NOTE-TABLE.
           05  FLOOR-PLAN-NOTE-ENTRY      OCCURS 999 TIMES.
               10  FNT-REC                     PIC X(101).
               10  FILLER REDEFINES FNT-REC.
                   15  FNT-HULL-ID                 PIC X(10).
                   15  FILLER                      PIC X(90).
                   15  FNT-STATUS                  PIC X.

       01  FLOOR-PLAN-NOTE-AREA.
           05  FLOOR-PLAN-NOTE-COUNT    PIC 9(4)    VALUE ZERO.
           05  FLOOR-PLAN-NOTE-MAX      PIC 9(4)    VALUE 999.
           05  FNT-SEARCH-SUB           PIC 9(4)    VALUE ZERO.
           05  FNT-FOUND-SUB            PIC 9(4)    VALUE ZERO.

       01  FPN-HEADING-ONE.
           05  FILLER                  PIC X(38)
               VALUE 'FLOOR-PLAN PAYOFF DUE LISTING - BATCH'.
           05  O-FPN-BATCH             PIC 9(6).

       01  FPN-HEADING-TWO.
           05  FILLER                  PIC X(12)   VALUE 'HULL ID'.
           05  FILLER                  PIC X(5)    VALUE 'BANK'.
           05  FILLER                  PIC X(21)   VALUE 'BANK NAME'.
           05  FILLER                  PIC X(12)   VALUE 'SALE DATE'.
           05  FILLER                  PIC X(13)   VALUE ' NOTE AMOUNT'.
           05  FILLER                  PIC X(13)   VALUE '  CURTAILED'.
           05  FILLER                  PIC X(13)   VALUE ' PAYOFF DUE'.
           05  FILLER                  PIC X(12)   VALUE 'PAY BY'.
           05  FILLER                  PIC X(30)   VALUE 'REMARK'.

       01  FPN-DETAIL-LINE.
           05  O-FPN-HULL-ID           PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-FPN-BANK              PIC X(3).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-FPN-BANK-NAME         PIC X(20).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-FPN-SALE-DATE         PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-FPN-NOTE-AMT          PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-FPN-CURT-PAID         PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-FPN-BALANCE           PIC ZZZ,ZZ9.99.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-FPN-DUE-DATE          PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-FPN-REMARK            PIC X(31).

       01  FPN-TOTAL-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'FLOORED UNITS SOLD:'.
           05  O-FPN-SOLD-CTR          PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(36)   VALUE SPACES.
           05  O-FPN-PAYOFF-TOTAL      PIC ZZ,ZZZ,ZZ9.99.

       01  FPN-COUNT-LINE.
           05  FILLER                  PIC X(30)
               VALUE 'FLOORED UNITS RETURNED:'.
           05  O-FPN-RETURN-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(5)    VALUE SPACES.
           05  FILLER                  PIC X(30)
               VALUE 'SOLD WITH NO NOTE ON FILE:'.
           05  O-FPN-NO-NOTE-CTR       PIC ZZZ,ZZ9.

      * THE WARRANTY TERM IS THE SAME FOR EVERY LINE WE CARRY - THE
      * REGISTRATION CARRIES THE EXPIRATION DATE SO CBLGWW18 NEVER
      * HAS TO KNOW THE TERM.
       01  WARRANTY-WORK-AREA.
           05  WTY-MORE                PIC XXX     VALUE 'YES'.
           05  WTY-FEED-SW             PIC X       VALUE 'N'.
               88  WTY-FEED-ON             VALUE 'Y'.
           05  WRTX-STATUS             PIC XX      VALUE SPACES.
           05  WREG-STATUS             PIC XX      VALUE SPACES.
           05  WTY-REG-CTR             PIC 9(6)    VALUE ZERO.
           05  WTY-CANCEL-CTR          PIC 9(6)    VALUE ZERO.
           05  WTY-NO-HULL-CTR         PIC 9(6)    VALUE ZERO.
           05  WTY-NO-CUST-CTR         PIC 9(6)    VALUE ZERO.
           05  WTY-USED-CTR            PIC 9(6)    VALUE ZERO.
           05  WTY-TERM-YEARS          PIC 9       VALUE 3.
           05  WTY-EXPIRE-DATE         PIC 9(8)    VALUE ZERO.
           05  FILLER REDEFINES WTY-EXPIRE-DATE.
               10  WTY-EXPIRE-YEAR         PIC 9(4).
               10  WTY-EXPIRE-MONTH        PIC 99.
               10  WTY-EXPIRE-DAY          PIC 99.

           COPY WARRREC.

       01  GROSS-PROFIT-WORK-AREA.
           05  GP-MORE                 PIC XXX     VALUE 'YES'.
           05  GP-FIRST-SW             PIC X       VALUE 'Y'.
           05  GP-CURRENT-TYPE         PIC X       VALUE SPACE.
           05  GP-PCTR                 PIC 99      VALUE ZERO.
           05  GP-MIN-MARGIN-PCT       PIC 9(3)V99 VALUE 8.00.
           05  GP-HULL-FOUND           PIC X       VALUE 'N'.
           05  GP-SIGN                 PIC S9      VALUE +1.
           05  GP-FLAG                 PIC X(10)   VALUE SPACES.
           05  GP-SALE-AMT             PIC 9(7)V99 VALUE ZERO.
           05  GP-DEALER-COST          PIC 9(6)V99 VALUE ZERO.
           05  GP-MARGIN               PIC S9(7)V99 VALUE ZERO.
           05  GP-MARGIN-PCT           PIC S9(7)V99 VALUE ZERO.
           05  GP-SIGNED-SALE          PIC S9(7)V99 VALUE ZERO.
           05  GP-SIGNED-COST          PIC S9(7)V99 VALUE ZERO.
           05  GP-SIGNED-MARGIN        PIC S9(7)V99 VALUE ZERO.
           05  GP-TYPE-CTR             PIC S9(5)   VALUE ZERO.
           05  GP-TYPE-SALES           PIC S9(10)V99 VALUE ZERO.
           05  GP-TYPE-COST            PIC S9(10)V99 VALUE ZERO.
           05  GP-TYPE-MARGIN          PIC S9(10)V99 VALUE ZERO.
           05  GP-GRAND-CTR            PIC S9(5)   VALUE ZERO.
           05  GP-GRAND-SALES          PIC S9(10)V99 VALUE ZERO.
           05  GP-GRAND-COST           PIC S9(10)V99 VALUE ZERO.
           05  GP-GRAND-MARGIN         PIC S9(10)V99 VALUE ZERO.
           05  GP-PCT-SALES            PIC S9(10)V99 VALUE ZERO.
           05  GP-PCT-MARGIN           PIC S9(10)V99 VALUE ZERO.
           05  GP-WORK-PCT             PIC S9(7)V99 VALUE ZERO.
           05  GP-NO-HULL-CTR          PIC 9(6)    VALUE ZERO.

       01  GP-SALES-TABLE.
           05  GP-SALES-ENTRY              OCCURS 99 TIMES.
               10  GPS-ID                      PIC X(4).
               10  GPS-CTR                     PIC S9(5).
               10  GPS-SALES                   PIC S9(10)V99.
               10  GPS-COST                    PIC S9(10)V99.
               10  GPS-MARGIN                  PIC S9(10)V99.

       01  GP-SALES-WORK-AREA.
           05  GPS-COUNT               PIC 99      VALUE ZERO.
           05  GPS-SUB                 PIC 99      VALUE ZERO.
           05  GPS-TABLE-MAX           PIC 99      VALUE 98.
           05  GPS-SKIP-SW             PIC X       VALUE 'N'.
           05  GPS-OVERFLOW-CTR        PIC 9(6)    VALUE ZERO.
           05  GPS-SORT-SUB1           PIC 99      VALUE ZERO.
           05  GPS-SORT-SUB2           PIC 99      VALUE ZERO.
           05  GPS-SORT-LIMIT          PIC 99      VALUE ZERO.
           05  GPS-SWAP-ID             PIC X(4).
           05  GPS-SWAP-CTR            PIC S9(5).
           05  GPS-SWAP-SALES          PIC S9(10)V99.
           05  GPS-SWAP-COST           PIC S9(10)V99.
           05  GPS-SWAP-MARGIN         PIC S9(10)V99.

       01  GP-EXCEPTION-TABLE.
           05  GP-EXCEPTION-ENTRY          OCCURS 99 TIMES.
               10  GPX-LAST-NAME               PIC X(15).
               10  GPX-SALESPERSON             PIC X(4).
               10  GPX-HULL-ID                 PIC X(10).
               10  GPX-BOAT-COST               PIC 9(6)V99.
               10  GPX-PKG-PRICE               PIC 9(4).
               10  GPX-PREP-COST               PIC 9(3).
               10  GPX-SALE-AMT                PIC 9(7)V99.
               10  GPX-DEALER-COST             PIC 9(6)V99.
               10  GPX-MARGIN                  PIC S9(7)V99.
               10  GPX-MARGIN-PCT              PIC S9(7)V99.
               10  GPX-REASON                  PIC X(10).

       01  GP-EXCEPTION-WORK-AREA.
           05  GPX-COUNT               PIC 99      VALUE ZERO.
           05  GPX-SUB                 PIC 99      VALUE ZERO.
           05  GPX-TABLE-MAX           PIC 99      VALUE 98.
           05  GPX-OVERFLOW-CTR        PIC 9(6)    VALUE ZERO.

       01  GP-HEADING-ONE.
           05  FILLER                  PIC X(40)
               VALUE 'DEAL GROSS PROFIT REPORT'.

       01  GP-HEADING-TWO.
           05  FILLER                  PIC X(17)   VALUE 'CUSTOMER'.
           05  FILLER                  PIC X(6)    VALUE 'SLSP'.
           05  FILLER                  PIC X(12)   VALUE 'HULL ID'.
           05  FILLER                  PIC X(12)   VALUE 'BOAT PRICE'.
           05  FILLER                  PIC X(7)    VALUE '  PKG'.
           05  FILLER                  PIC X(5)    VALUE 'PREP'.
           05  FILLER                  PIC X(15)   VALUE
               '    DEAL TOTAL'.
           05  FILLER                  PIC X(15)   VALUE
               '   DEALER COST'.
           05  FILLER                  PIC X(15)   VALUE
               '        MARGIN'.
           05  FILLER                  PIC X(15)   VALUE
               '   MARGIN PCT'.
           05  FILLER                  PIC X(4)    VALUE 'FLAG'.

       01  GP-DETAIL-LINE.
           05  O-GP-LAST-NAME          PIC X(15).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-SALESPERSON        PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-HULL-ID            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-BOAT-COST          PIC ZZZ,ZZZ.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-PKG-PRICE          PIC Z,ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-PREP-COST          PIC ZZ9.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-SALE-AMT           PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-DEALER-COST        PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-MARGIN             PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-MARGIN-PCT         PIC +Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GP-FLAG               PIC X(10).

       01  GP-TYPE-TOTAL-LINE.
           05  FILLER                  PIC X(14)
               VALUE 'SUBTOTALS FOR'.
           05  O-GP-TT-DESC            PIC X(13).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(7)    VALUE 'DEALS:'.
           05  O-GP-TT-CTR             PIC Z,ZZ9-.
           05  FILLER                  PIC X(17)   VALUE SPACES.
           05  O-GP-TT-SALES           PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-TT-COST            PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-TT-MARGIN          PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-TT-PCT             PIC +Z,ZZZ,ZZ9.99.

       01  GP-GRAND-LINE.
           05  FILLER                  PIC X(29)
               VALUE 'GROSS PROFIT GRAND TOTALS'.
           05  FILLER                  PIC X(7)    VALUE 'DEALS:'.
           05  O-GP-GT-CTR             PIC Z,ZZ9-.
           05  FILLER                  PIC X(17)   VALUE SPACES.
           05  O-GP-GT-SALES           PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-GT-COST            PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-GT-MARGIN          PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GP-GT-PCT             PIC +Z,ZZZ,ZZ9.99.

       01  GP-SLSP-HEADING-ONE.
           05  FILLER                  PIC X(40)
               VALUE 'GROSS PROFIT BY SALESPERSON'.

       01  GP-SLSP-HEADING-TWO.
           05  FILLER                  PIC X(6)    VALUE 'ID'.
           05  FILLER                  PIC X(22)   VALUE 'NAME'.
           05  FILLER                  PIC X(31)   VALUE ' DEALS'.
           05  FILLER                  PIC X(15)   VALUE
               '   DEAL TOTALS'.
           05  FILLER                  PIC X(15)   VALUE
               '   DEALER COST'.
           05  FILLER                  PIC X(15)   VALUE
               '        MARGIN'.
           05  FILLER                  PIC X(13)   VALUE
               '   MARGIN PCT'.

       01  GP-SLSP-LINE.
           05  O-GPS-ID                PIC X(4).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GPS-NAME              PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GPS-CTR               PIC Z,ZZ9-.
           05  FILLER                  PIC X(25)   VALUE SPACES.
           05  O-GPS-SALES             PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GPS-COST              PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GPS-MARGIN            PIC ZZ,ZZZ,ZZZ.99-.
           05  FILLER                  PIC X       VALUE SPACES.
           05  O-GPS-PCT               PIC +Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-GPS-FLAG              PIC X.

       01  GP-EXCP-HEADING-ONE.
           05  FILLER                  PIC X(42)
               VALUE 'GROSS PROFIT EXCEPTIONS - DEALS SOLD BELOW'.
           05  FILLER                  PIC X(27)
               VALUE ' DEALER COST OR UNDER'.
           05  O-GP-MIN-PCT            PIC ZZ9.99.
           05  FILLER                  PIC X(11)   VALUE ' PCT MARGIN'.

       01  GP-EXCP-COUNT-LINE.
           05  FILLER                  PIC X(26)
               VALUE 'GROSS PROFIT EXCEPTIONS:'.
           05  O-GPX-COUNT             PIC ZZZ,ZZ9.

       01  GP-NO-HULL-LINE.
           05  FILLER                  PIC X(14)
               VALUE '*** WARNING - '.
           05  O-GP-NO-HULL-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(80)
               VALUE ' DEAL(S) NAMED A HULL NOT ON HULLMAST.DAT - MARGIN
      -    ' SHOWN WITH NO DEALER COST ***'.

       01  GP-EXCP-OVERFLOW-LINE.
           05  FILLER                  PIC X(14)
               VALUE '*** WARNING - '.
           05  O-GPX-OVERFLOW-CTR      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(65)
               VALUE ' EXCEPTION(S) EXCEEDED TABLE CAPACITY AND WERE
      -    ' NOT LISTED ***'.

       01  GP-SLSP-OVERFLOW-LINE.
           05  FILLER                  PIC X(14)
               VALUE '*** WARNING - '.
           05  O-GPS-OVERFLOW-CTR      PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(69)
               VALUE ' DEAL(S) EXCEEDED THE SALESPERSON TABLE AND WERE
      -    ' NOT SUMMARIZED ***'.

       01  RUN-CTL-AREA.
           05  RUNC-STATUS              PIC XX      VALUE SPACES.
           05  RW-EVENT                 PIC X       VALUE 'S'.
               10  HLM-RECEIVED                PIC 9(8).
               10  HLM-STATUS                  PIC X.
               10  HLM-RUN-STATUS              PIC X.
               10  HLM-CONDITION               PIC X.
               10  HLM-SOURCE                  PIC X.
               10  HLM-PRIOR.
                   15  HLM-PRIOR-STATUS            PIC X.
                   15  HLM-PRIOR-TYPE              PIC X.
                   15  HLM-PRIOR-COST              PIC 9(6)V99.
                   15  HLM-PRIOR-RECEIVED          PIC 9(8).
                   15  HLM-PRIOR-CONDITION         PIC X.
                   15  HLM-PRIOR-SOURCE            PIC X.

       01  HULL-MASTER-AREA.
           05  HULL-MASTER-COUNT        PIC 999     VALUE ZERO.
           05  HN-DEALER-COST          PIC 9(6)V99.
           05  HN-RECEIVED-DATE        PIC 9(8).
           05  HN-STATUS               PIC X.
           05  HN-CONDITION            PIC X.
           05  HN-SOURCE               PIC X.
           05  HN-PRIOR                PIC X(20).

       01  PERIOD-CTL-AREA.
           05  PERD-STATUS              PIC XX      VALUE SPACES.
               10  CM-RUN-DLRS                 PIC S9(10)V99.
               10  CM-SYNTH-SW                 PIC X.
                   88  CM-ROW-SYNTHETIC            VALUE 'Y'.
               10  CM-STATUS                   PIC X.
               10  CM-MERGED-INTO              PIC X(5).

       01  CUSTOMER-MASTER-AREA.
           05  CUSTOMER-MASTER-COUNT    PIC 999     VALUE ZERO.
           05  CUSN-BUILD-OK            PIC X       VALUE 'N'.
           05  CM-OVERFLOW-CTR          PIC 9(6)    VALUE ZERO.
           05  CM-NEG-CTR               PIC 9(6)    VALUE ZERO.
           05  CM-RETIRED-SUB           PIC 999     VALUE ZERO.
           05  CM-SURVIVOR-NBR          PIC 9(5)    VALUE ZERO.
           05  CM-HOP-CTR               PIC 99      VALUE ZERO.
           05  CKPT-CUST-RESTORE-SUB    PIC 999     VALUE ZERO.

       01  CUSN-WORK-REC.
           05  CN-PHONE                PIC X(10).
           05  CN-CTR                  PIC 9(4).
           05  CN-DOLLARS              PIC 9(10)V99.
           05  CN-STATUS               PIC X.
           05  CN-MERGED-INTO          PIC X(5).

       01  REPEAT-HEADING-ONE.
           05  FILLER                  PIC X(40)
               10  STS-TOTAL                   PIC S9(12)V99.
               10  STS-TAX                     PIC S9(12)V99.
               10  STS-NORATE                  PIC X.
               10  STS-TAXABLE                 PIC S9(12)V99.

       01  TAX-RATE-TABLE.
           05  TAX-RATE-ENTRY              OCCURS 60 TIMES.
           05  STATE-SWAP-TOTAL        PIC S9(12)V99.
           05  STATE-SWAP-TAX          PIC S9(12)V99.
           05  STATE-SWAP-NORATE       PIC X.
           05  STATE-SWAP-TAXABLE      PIC S9(12)V99.

       01  STATE-HEADING-ONE.
           05  FILLER                  PIC X(40)
           05  O-MJ-TOTAL-COST     PIC $$$$,$$$,$$$.99-.

       01  GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(22)   VALUE SPACES.
           05  FILLER                  PIC X(37)   VALUE 'GRAND TOTALS'.
           05  FILLER                  PIC X(13)   VALUE 'NUMBER SOLD:'.
           05  FILLER                  PIC X       VALUE SPACES.
               MOVE ZERO TO CM-RUN-CTR (CUSTOMER-MASTER-COUNT)
               MOVE ZERO TO CM-RUN-DLRS (CUSTOMER-MASTER-COUNT)
               MOVE 'N' TO CM-SYNTH-SW (CUSTOMER-MASTER-COUNT)
               MOVE CU-STATUS TO CM-STATUS (CUSTOMER-MASTER-COUNT)
               MOVE CU-MERGED-INTO
                   TO CM-MERGED-INTO (CUSTOMER-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - CUSTMAST.DAT HAS MORE THAN '
                   'CUSTOMER-MASTER-MAX ENTRIES - ROW IGNORED'
                   TO HLM-RECEIVED (HULL-MASTER-COUNT)
               MOVE HL-STATUS TO HLM-STATUS (HULL-MASTER-COUNT)
               MOVE SPACE TO HLM-RUN-STATUS (HULL-MASTER-COUNT)
               MOVE HL-CONDITION TO HLM-CONDITION (HULL-MASTER-COUNT)
               MOVE HL-SOURCE TO HLM-SOURCE (HULL-MASTER-COUNT)
               MOVE HL-PRIOR TO HLM-PRIOR (HULL-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - HULLMAST.DAT HAS MORE THAN '
                   'HULL-MASTER-MAX ENTRIES - ROW IGNORED'
                   MOVE CKPT-FIN-FIN-CTR TO FIN-FIN-CTR
                   MOVE CKPT-FIN-FIN-AMT TO FIN-FIN-AMT
                   MOVE CKPT-FIN-AMT-FINANCED TO FIN-AMT-FINANCED
                   MOVE CKPT-GT-TRADE-CTR TO GT-TRADE-CTR
                   MOVE CKPT-GT-TRADE-TOTAL TO GT-TRADE-TOTAL
               WHEN 'S'
                   ADD 1 TO CKPT-RESTORE-SUB
                   MOVE CKPT-STS-STATE TO STS-STATE (CKPT-RESTORE-SUB)
                   MOVE CKPT-STS-TAX TO STS-TAX (CKPT-RESTORE-SUB)
                   MOVE CKPT-STS-NORATE
                       TO STS-NORATE (CKPT-RESTORE-SUB)
                   MOVE CKPT-STS-TAXABLE
                       TO STS-TAXABLE (CKPT-RESTORE-SUB)
               WHEN 'M'
                   ADD 1 TO CKPT-MONTH-RESTORE-SUB
                   MOVE CKPT-MS-YEAR

       1145-RESTORE-HULL-RUN.
      * HULL RUN STATUSES ARE RESTORED BY HULL ID - THE MASTER TABLE
      * IS ALREADY LOADED WHEN THE CHECKPOINT IS READ.  THE WHOLE ROW
      * COMES BACK, SINCE A TRADE BOOKED BEFORE THE ABEND CHANGED
      * MORE THAN THE STATUS - AND A TRADE HULL NEW TO THE MASTER
      * IS NOT ON IT YET, SO ITS ROW IS ADDED AGAIN.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 1146-SEARCH-HULL-RESTORE
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR CKPT-HL-ID = HLM-ID (HLM-SEARCH-SUB).
           IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
               IF HULL-MASTER-COUNT < HULL-MASTER-MAX
                   ADD 1 TO HULL-MASTER-COUNT
                   MOVE HULL-MASTER-COUNT TO HLM-SEARCH-SUB
                   MOVE CKPT-HL-ID TO HLM-ID (HLM-SEARCH-SUB)
                   MOVE SPACE TO HLM-STATUS (HLM-SEARCH-SUB)
               ELSE
                   ADD 1 TO TRD-NOT-BOOKED-CTR
               END-IF
           END-IF.
           IF HLM-SEARCH-SUB <= HULL-MASTER-COUNT
               MOVE CKPT-HL-RUN-STATUS
                   TO HLM-RUN-STATUS (HLM-SEARCH-SUB)
               MOVE CKPT-HL-TYPE TO HLM-TYPE (HLM-SEARCH-SUB)
               MOVE CKPT-HL-COST TO HLM-COST (HLM-SEARCH-SUB)
               MOVE CKPT-HL-RECEIVED
                   TO HLM-RECEIVED (HLM-SEARCH-SUB)
               MOVE CKPT-HL-CONDITION
                   TO HLM-CONDITION (HLM-SEARCH-SUB)
               MOVE CKPT-HL-SOURCE TO HLM-SOURCE (HLM-SEARCH-SUB)
               MOVE CKPT-HL-PRIOR TO HLM-PRIOR (HLM-SEARCH-SUB)
           END-IF.

       1146-SEARCH-HULL-RESTORE.
               MOVE +1 TO TRANS-SIGN
           END-IF.
           COMPUTE SIGNED-TOTAL-COST = TOTAL-COST * TRANS-SIGN.
      * NO TRADE HULL MEANS NO ALLOWANCE, WHATEVER IS IN THE FIELD.
           IF NO-TRADE-IN OR I-TRADE-ALLOWANCE NOT NUMERIC
               MOVE ZERO TO TRADE-ALLOWANCE
           ELSE
               MOVE I-TRADE-ALLOWANCE TO TRADE-ALLOWANCE
               ADD TRANS-SIGN TO GT-TRADE-CTR
           END-IF.
           COMPUTE NET-OF-TRADE = TOTAL-COST - TRADE-ALLOWANCE.
           COMPUTE SIGNED-NET-OF-TRADE = NET-OF-TRADE * TRANS-SIGN.
           COMPUTE SIGNED-TRADE-ALLOWANCE =
               TRADE-ALLOWANCE * TRANS-SIGN.
           ADD SIGNED-TRADE-ALLOWANCE TO GT-TRADE-TOTAL.
           PERFORM 2145-CALC-TAX.
           ADD TRANS-SIGN TO C-SALECTR.
           ADD 1 TO C-PROC-CTR.
           PERFORM 2185-ACCUM-HISTORY.
           PERFORM 2188-ACCUM-CUSTOMER.
           PERFORM 2187-MARK-HULL.
           PERFORM 2165-BOOK-TRADE-IN.
           PERFORM 2193-ACCUM-FINANCING.

       2145-CALC-TAX.
           ELSE
               MOVE 'Y' TO TAX-RATE-FOUND
               COMPUTE TAX-AMOUNT ROUNDED =
                   SIGNED-NET-OF-TRADE * TXM-RATE (TXM-SEARCH-SUB)
               ADD TAX-AMOUNT TO GT-TAX-TOTAL
           END-IF.

               MOVE ZERO TO STS-TOTAL (STATE-SEARCH-SUB)
               MOVE ZERO TO STS-TAX (STATE-SEARCH-SUB)
               MOVE SPACE TO STS-NORATE (STATE-SEARCH-SUB)
               MOVE ZERO TO STS-TAXABLE (STATE-SEARCH-SUB)
           END-IF.
           ADD TRANS-SIGN TO STS-CTR (STATE-SEARCH-SUB).
           ADD SIGNED-TOTAL-COST TO STS-TOTAL (STATE-SEARCH-SUB).
           ADD SIGNED-NET-OF-TRADE TO STS-TAXABLE (STATE-SEARCH-SUB).
           ADD TAX-AMOUNT TO STS-TAX (STATE-SEARCH-SUB).
           IF TAX-RATE-FOUND = 'N'
               MOVE 'Y' TO STS-NORATE (STATE-SEARCH-SUB)
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2165-BOOK-TRADE-IN.
      * A SALE'S TRADE GOES INTO STOCK AS A USED BOAT FROM A TRADE,
      * AT ITS ALLOWANCE, RECEIVED ON THE SALE DATE - A NEW ROW, OR
      * THE OLD ROW OF A HULL WE SOLD BEFORE AND ARE TAKING BACK.  A
      * RETURN OF THE DEAL PULLS THE TRADE BACK OUT WHILE IT IS
      * STILL ON THE LOT.  LIKE 2187, THE CHANGE IS HELD IN
      * HLM-RUN-STATUS UNTIL THE BATCH PROVES POSTABLE; X MEANS
      * PULLED AND DROPS THE ROW WHEN THE MASTER IS REWRITTEN.  A
      * REUSED ROW KEEPS WHAT IT HELD BEFORE IN HLM-PRIOR, WHICH
      * RIDES ON THE MASTER UNTIL THE RETURN PUTS IT BACK.
           IF NOT NO-TRADE-IN
               MOVE ZERO TO HLM-SEARCH-SUB
               PERFORM 2192-FIND-HULL
                   VARYING HLM-SEARCH-SUB FROM 1 BY 1
                   UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                      OR I-TRADE-HULL-ID = HLM-ID (HLM-SEARCH-SUB)
               MOVE SPACE TO TRD-HULL-STATUS
               IF HLM-SEARCH-SUB <= HULL-MASTER-COUNT
                   IF HLM-RUN-STATUS (HLM-SEARCH-SUB) = SPACE
                       MOVE HLM-STATUS (HLM-SEARCH-SUB)
                           TO TRD-HULL-STATUS
                   ELSE
                       MOVE HLM-RUN-STATUS (HLM-SEARCH-SUB)
                           TO TRD-HULL-STATUS
                   END-IF
               END-IF
               IF RETURN-TRANS
                   PERFORM 2167-PULL-TRADE-HULL
               ELSE
                   PERFORM 2166-STOCK-TRADE-HULL
               END-IF
           END-IF.

       2166-STOCK-TRADE-HULL.
      * A HULL ALREADY IN STOCK CANNOT COME IN AGAIN - COBGWW01
      * BOUNCES THAT, SO ONLY AN OLD EXTRACT CAN GET HERE.
           MOVE 'Y' TO TRD-BOOK-SW.
           IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
               IF HULL-MASTER-COUNT < HULL-MASTER-MAX
                   ADD 1 TO HULL-MASTER-COUNT
                   MOVE HULL-MASTER-COUNT TO HLM-SEARCH-SUB
                   MOVE I-TRADE-HULL-ID TO HLM-ID (HLM-SEARCH-SUB)
                   MOVE SPACE TO HLM-STATUS (HLM-SEARCH-SUB)
                   MOVE SPACES TO HLM-PRIOR (HLM-SEARCH-SUB)
               ELSE
                   MOVE 'N' TO TRD-BOOK-SW
               END-IF
           ELSE
               IF TRD-HULL-STATUS = 'I'
                   MOVE 'N' TO TRD-BOOK-SW
               ELSE
                   MOVE TRD-HULL-STATUS
                       TO HLM-PRIOR-STATUS (HLM-SEARCH-SUB)
                   MOVE HLM-TYPE (HLM-SEARCH-SUB)
                       TO HLM-PRIOR-TYPE (HLM-SEARCH-SUB)
                   MOVE HLM-COST (HLM-SEARCH-SUB)
                       TO HLM-PRIOR-COST (HLM-SEARCH-SUB)
                   MOVE HLM-RECEIVED (HLM-SEARCH-SUB)
                       TO HLM-PRIOR-RECEIVED (HLM-SEARCH-SUB)
                   MOVE HLM-CONDITION (HLM-SEARCH-SUB)
                       TO HLM-PRIOR-CONDITION (HLM-SEARCH-SUB)
                   MOVE HLM-SOURCE (HLM-SEARCH-SUB)
                       TO HLM-PRIOR-SOURCE (HLM-SEARCH-SUB)
               END-IF
           END-IF.
           IF TRD-BOOK-SW = 'Y'
               MOVE I-TRADE-BOAT-TYPE TO HLM-TYPE (HLM-SEARCH-SUB)
               MOVE TRADE-ALLOWANCE TO HLM-COST (HLM-SEARCH-SUB)
               MOVE I-PURCHASE-DATE TO HLM-RECEIVED (HLM-SEARCH-SUB)
               MOVE 'U' TO HLM-CONDITION (HLM-SEARCH-SUB)
               MOVE 'T' TO HLM-SOURCE (HLM-SEARCH-SUB)
               MOVE 'I' TO HLM-RUN-STATUS (HLM-SEARCH-SUB)
               ADD 1 TO TRD-BOOKED-CTR
           ELSE
               ADD 1 TO TRD-NOT-BOOKED-CTR
           END-IF.

       2167-PULL-TRADE-HULL.
      * A TRADE ALREADY RESOLD STAYS SOLD - THE OFFICE SETTLES THAT
      * WITH THE CUSTOMER BY HAND.  A ROW THE TRADE REUSED GOES
      * BACK TO WHAT IT WAS; A ROW THE TRADE ADDED IS DROPPED.
           IF TRD-HULL-STATUS = 'I'
                   AND HLM-SOURCE (HLM-SEARCH-SUB) = 'T'
               IF HLM-PRIOR-STATUS (HLM-SEARCH-SUB) = SPACE
                   MOVE 'X' TO HLM-RUN-STATUS (HLM-SEARCH-SUB)
               ELSE
                   MOVE HLM-PRIOR-STATUS (HLM-SEARCH-SUB)
                       TO HLM-RUN-STATUS (HLM-SEARCH-SUB)
                   MOVE HLM-PRIOR-TYPE (HLM-SEARCH-SUB)
                       TO HLM-TYPE (HLM-SEARCH-SUB)
                   MOVE HLM-PRIOR-COST (HLM-SEARCH-SUB)
                       TO HLM-COST (HLM-SEARCH-SUB)
                   MOVE HLM-PRIOR-RECEIVED (HLM-SEARCH-SUB)
                       TO HLM-RECEIVED (HLM-SEARCH-SUB)
                   MOVE HLM-PRIOR-CONDITION (HLM-SEARCH-SUB)
                       TO HLM-CONDITION (HLM-SEARCH-SUB)
                   MOVE HLM-PRIOR-SOURCE (HLM-SEARCH-SUB)
                       TO HLM-SOURCE (HLM-SEARCH-SUB)
                   MOVE SPACES TO HLM-PRIOR (HLM-SEARCH-SUB)
               END-IF
               ADD 1 TO TRD-PULLED-CTR
           ELSE
               ADD 1 TO TRD-NOT-PULLED-CTR
           END-IF.

       2193-ACCUM-FINANCING.
      * THE CASH/FINANCED SPLIT KEEPS THE MONTH'S CASH RECEIPTS
      * HONEST - A FINANCED DEAL'S LENDER SHARE IS MONEY THE LENDER
      * ROW OF ITS OWN SO THE REPORT STILL TIES OUT.  THE ROW IS
      * FLAGGED SYNTHETIC AND STAYS REPORT-ONLY - 9962 NEVER WRITES
      * IT TO THE MASTER, SO A STALE EXTRACT CANNOT MANUFACTURE A
      * CUSTOMER RECORD THE INTAKE EDIT WOULD THEN TRUST.  A SALE
      * EDITED BEFORE A COBGWW16 MERGE AND POSTED AFTER IT CARRIES
      * THE RETIRED NUMBER - ITS COUNT AND DOLLARS GO TO THE
      * SURVIVOR, SO THE RETIRED ROW STAYS AT ZERO.
           MOVE ZERO TO CM-SEARCH-SUB.
           PERFORM 2189-FIND-CUSTOMER
               VARYING CM-SEARCH-SUB FROM 1 BY 1
               END-IF
           END-IF.
           IF CM-SEARCH-SUB <= CUSTOMER-MASTER-COUNT
               MOVE ZERO TO CM-HOP-CTR
               PERFORM 2194-FOLLOW-MERGE
                   UNTIL CM-STATUS (CM-SEARCH-SUB) NOT = 'R'
                      OR CM-HOP-CTR > 9
               ADD TRANS-SIGN TO CM-RUN-CTR (CM-SEARCH-SUB)
               ADD SIGNED-TOTAL-COST TO CM-RUN-DLRS (CM-SEARCH-SUB)
           END-IF.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2194-FOLLOW-MERGE.
      * COBGWW16 KEEPS EVERY POINTER ON A SURVIVOR, SO ONE HOP IS
      * THE RULE - THE HOP LIMIT ONLY GUARDS AGAINST A BAD MASTER.
      * A POINTER THAT LEADS NOWHERE LEAVES THE SALE ON THE ROW IT
      * WAS KEYED TO.
           ADD 1 TO CM-HOP-CTR.
           MOVE CM-SEARCH-SUB TO CM-RETIRED-SUB.
           IF CM-MERGED-INTO (CM-SEARCH-SUB) IS NOT NUMERIC
               MOVE 99 TO CM-HOP-CTR
           ELSE
               MOVE CM-MERGED-INTO (CM-SEARCH-SUB) TO CM-SURVIVOR-NBR
               MOVE ZERO TO CM-SEARCH-SUB
               PERFORM 2189-FIND-CUSTOMER
                   VARYING CM-SEARCH-SUB FROM 1 BY 1
                   UNTIL CM-SEARCH-SUB > CUSTOMER-MASTER-COUNT
                      OR CM-SURVIVOR-NBR = CM-NBR (CM-SEARCH-SUB)
               IF CM-SEARCH-SUB > CUSTOMER-MASTER-COUNT
                   MOVE CM-RETIRED-SUB TO CM-SEARCH-SUB
                   MOVE 99 TO CM-HOP-CTR
               END-IF
           END-IF.

       2160-PRINT-BOAT-HEADER.
           MOVE I-BOAT-TYPE TO BTM-LOOKUP-CODE.
           PERFORM 2190-FIND-BOAT-TYPE.
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.
           IF NOT NO-TRADE-IN
               PERFORM 2205-PRINT-TRADE-LINE
           END-IF.
           PERFORM 2210-WRITE-EXTRACT-DETAIL.

       2205-PRINT-TRADE-LINE.
           MOVE I-TRADE-HULL-ID TO O-TR-HULL-ID.
           MOVE I-TRADE-BOAT-TYPE TO BTM-LOOKUP-CODE.
           PERFORM 2190-FIND-BOAT-TYPE.
           MOVE BTM-LOOKUP-DESC TO O-TR-TYPE-DESC.
           MOVE SIGNED-TRADE-ALLOWANCE TO O-TR-ALLOWANCE.
           MOVE SIGNED-NET-OF-TRADE TO O-TR-NET.
           WRITE PRTLINE FROM TRADE-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       2210-WRITE-EXTRACT-DETAIL.
      * SAME FIELDS AS THE PRINTED DETAIL LINE, COMMA-DELIMITED.
      * THE PACKAGE LOOKUP FIELDS STILL CARRY THIS SALE FROM
           MOVE PACKAGE-PRICE TO XT-PKG-PRICE.
           MOVE SIGNED-TOTAL-COST TO XT-TOTAL-COST.
           MOVE TAX-AMOUNT TO XT-TAX.
           MOVE SIGNED-TRADE-ALLOWANCE TO XT-TRADE.
           MOVE I-MONTH TO XT-MM.
           MOVE I-DAY TO XT-DD.
           MOVE I-YEAR TO XT-YYYY.
               I-SALESPERSON-ID DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               XT-DATE DELIMITED BY SIZE
               ',' DELIMITED BY SIZE
               XT-TRADE DELIMITED BY SIZE
               INTO EXTR-REC.
           WRITE EXTR-REC.

           PERFORM 9100-MAJORSUBTOTALS.
           WRITE PRTLINE FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM TRADE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM NET-OF-TRADE-LINE
               AFTER ADVANCING 1 LINE.
           PERFORM 9400-RECONCILE.
           PERFORM 9450-FINANCED-SPLIT.
           PERFORM 9500-STATE-SUMMARY.

           PERFORM 9850-SALESPERSON-STATEMENTS.
           PERFORM 9860-LENDER-FUNDING.
           PERFORM 9870-GROSS-PROFIT-REPORT.
           IF GLA-FEED-ON
               PERFORM 9890-GL-ACTIVITY
           END-IF.
           IF WTY-FEED-ON
               PERFORM 9893-WARRANTY-FEED
           END-IF.
           IF SPA-FEED-ON
               PERFORM 9897-SALES-ACTIVITY
           END-IF.
           IF FPN-FEED-ON
               PERFORM 9980-FLOOR-PLAN-PAYOFF
           END-IF.
           IF NOT REPRINT-RUN
               PERFORM 9730-CLEAR-CHECKPOINT
           END-IF.
       9300-GRANDTOTALS.
           MOVE C-SALECTR TO O-GT-SALECTR.
           MOVE GT-TOTAL-COST TO O-GT-TOTAL-COST.
           MOVE GT-TRADE-CTR TO O-GT-TRADE-CTR.
           MOVE GT-TRADE-TOTAL TO O-GT-TRADE-TOTAL.
           COMPUTE GT-NET-OF-TRADE = GT-TOTAL-COST - GT-TRADE-TOTAL.
           MOVE GT-NET-OF-TRADE TO O-GT-NET-OF-TRADE.

       9400-RECONCILE.
           MOVE E-INPUT-CTR TO O-RC-READ-CTR.
           MOVE FIN-AMT-FINANCED TO O-FS-AMT.
           WRITE PRTLINE FROM FIN-SPLIT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TRADE ALLOWANCES:' TO O-FS-LABEL.
           MOVE GT-TRADE-CTR TO O-FS-CTR.
           MOVE GT-TRADE-TOTAL TO O-FS-AMT.
           WRITE PRTLINE FROM FIN-SPLIT-LINE
               AFTER ADVANCING 1 LINE.
      * CASH RECEIPTS = EVERYTHING SOLD LESS WHAT THE LENDERS OWE
      * AND LESS THE TRADES TAKEN IN PLACE OF MONEY.
           COMPUTE FIN-NET-CASH = GT-TOTAL-COST - FIN-AMT-FINANCED
               - GT-TRADE-TOTAL.
           MOVE 'CASH RECEIPTS:' TO O-FS-LABEL.
           MOVE ZERO TO O-FS-CTR.
           MOVE FIN-NET-CASH TO O-FS-AMT.
               MOVE STS-TAX   (STATE-SORT-SUB2)  TO STATE-SWAP-TAX
               MOVE STS-NORATE (STATE-SORT-SUB2)
                   TO STATE-SWAP-NORATE
               MOVE STS-TAXABLE (STATE-SORT-SUB2)
                   TO STATE-SWAP-TAXABLE
               MOVE STS-STATE (STATE-SORT-SUB2 + 1)
                   TO STS-STATE (STATE-SORT-SUB2)
               MOVE STS-CTR (STATE-SORT-SUB2 + 1)
                   TO STS-TAX (STATE-SORT-SUB2)
               MOVE STS-NORATE (STATE-SORT-SUB2 + 1)
                   TO STS-NORATE (STATE-SORT-SUB2)
               MOVE STS-TAXABLE (STATE-SORT-SUB2 + 1)
                   TO STS-TAXABLE (STATE-SORT-SUB2)
               MOVE STATE-SWAP-STATE
                   TO STS-STATE (STATE-SORT-SUB2 + 1)
               MOVE STATE-SWAP-CTR
                   TO STS-TAX (STATE-SORT-SUB2 + 1)
               MOVE STATE-SWAP-NORATE
                   TO STS-NORATE (STATE-SORT-SUB2 + 1)
               MOVE STATE-SWAP-TAXABLE
                   TO STS-TAXABLE (STATE-SORT-SUB2 + 1)
           END-IF.

       9520-PRINT-STATE-LINE.
       9560-PRINT-TAX-LINE.
           MOVE STS-STATE (STATE-SEARCH-SUB) TO O-TAX-STATE.
           MOVE STS-CTR (STATE-SEARCH-SUB)   TO O-TAX-CTR.
           MOVE STS-TAXABLE (STATE-SEARCH-SUB) TO O-TAX-SALES.
           MOVE STS-TAX (STATE-SEARCH-SUB)   TO O-TAX-TAX.
           IF STS-NORATE (STATE-SEARCH-SUB) = 'Y'
               MOVE '*NO RATE*' TO O-TAX-NORATE
                   AT EOP
                       PERFORM 9570-TAX-EOP-HDGS.
           ADD STS-CTR (STATE-SEARCH-SUB) TO GT-REMIT-CTR.
           ADD STS-TAXABLE (STATE-SEARCH-SUB) TO GT-REMIT-SALES.
           ADD STS-TAX (STATE-SEARCH-SUB) TO GT-REMIT-TAX.

       9570-TAX-EOP-HDGS.
           MOVE FIN-FIN-CTR TO CKPT-FIN-FIN-CTR.
           MOVE FIN-FIN-AMT TO CKPT-FIN-FIN-AMT.
           MOVE FIN-AMT-FINANCED TO CKPT-FIN-AMT-FINANCED.
           MOVE GT-TRADE-CTR TO CKPT-GT-TRADE-CTR.
           MOVE GT-TRADE-TOTAL TO CKPT-GT-TRADE-TOTAL.
           WRITE CKPT-CTR-RECORD.
           MOVE ZERO TO CKPT-RESTORE-SUB.
           PERFORM 9710-WRITE-STATE-CKPT
           MOVE STS-TOTAL (CKPT-RESTORE-SUB) TO CKPT-STS-TOTAL.
           MOVE STS-TAX (CKPT-RESTORE-SUB) TO CKPT-STS-TAX.
           MOVE STS-NORATE (CKPT-RESTORE-SUB) TO CKPT-STS-NORATE.
           MOVE STS-TAXABLE (CKPT-RESTORE-SUB) TO CKPT-STS-TAXABLE.
           WRITE CKPT-STATE-RECORD.

       9720-WRITE-MONTH-CKPT.
               MOVE HLM-ID (CKPT-HULL-RESTORE-SUB) TO CKPT-HL-ID
               MOVE HLM-RUN-STATUS (CKPT-HULL-RESTORE-SUB)
                   TO CKPT-HL-RUN-STATUS
               MOVE HLM-TYPE (CKPT-HULL-RESTORE-SUB) TO CKPT-HL-TYPE
               MOVE HLM-COST (CKPT-HULL-RESTORE-SUB) TO CKPT-HL-COST
               MOVE HLM-RECEIVED (CKPT-HULL-RESTORE-SUB)
                   TO CKPT-HL-RECEIVED
               MOVE HLM-CONDITION (CKPT-HULL-RESTORE-SUB)
                   TO CKPT-HL-CONDITION
               MOVE HLM-SOURCE (CKPT-HULL-RESTORE-SUB)
                   TO CKPT-HL-SOURCE
               MOVE HLM-PRIOR (CKPT-HULL-RESTORE-SUB)
                   TO CKPT-HL-PRIOR
               WRITE CKPT-HULL-RECORD
           END-IF.

      * EXTRACT - ONE D RECORD PER FINANCED SALE (RETURNS CARRY A
      * NEGATIVE AMOUNT) AND A T RECORD PER LENDER WITH THE NET
      * AMOUNT DUE, SO THE OFFICE MATCHES LENDER WIRES TO DEALS
      * INSTEAD OF RE-KEYING FROM THE PRINT REPORT.  WHEN THIS RUN
      * POSTED THE BATCH THE SAME DEALS ARE ALSO APPENDED TO THE
      * BOATCITX.DAT CONTRACTS-IN-TRANSIT FEED FOR COBGWW15.
           SORT SORTWORK
               ON ASCENDING KEY SR-LENDER-CODE
                                SR-YEAR SR-MONTH SR-DAY
           MOVE 'Y' TO FU-FIRST-SW.
           OPEN INPUT CBLBOATL.
           OPEN OUTPUT BOATFUNX.
           IF CIT-FEED-ON
               PERFORM 9865-OPEN-CIT-FEED
           END-IF.
           PERFORM 9861-READ-FUNDING.
           PERFORM 9862-PROCESS-FUNDING
               UNTIL FU-MORE = 'NO'.
           END-IF.
           CLOSE CBLBOATL
                 BOATFUNX.
           IF CIT-FEED-ON
               CLOSE BOATCITX
               DISPLAY 'CBLGWW02 - ' FU-CIT-CTR ' CONTRACT(S) FED '
                   'TO BOATCITX.DAT'
           END-IF.

       9861-READ-FUNDING.
           READ CBLBOATL
               MOVE PS-PURCHASE-DATE TO FX-DATE
               MOVE FU-SALE-AMT TO FX-AMOUNT
               WRITE FUNX-REC FROM FUNX-RECORD
               IF CIT-FEED-ON
                   PERFORM 9866-WRITE-CIT-FEED
               END-IF
           END-IF.
           PERFORM 9861-READ-FUNDING.

           MOVE FU-TOTAL TO FX-AMOUNT.
           WRITE FUNX-REC FROM FUNX-RECORD.

       9865-OPEN-CIT-FEED.
      * THE FEED IS EXTENDED IN PLACE UNTIL COBGWW15 CONSUMES IT, SO
      * SEVERAL BATCHES CAN QUEUE UP BETWEEN MATCHING RUNS.  ON THE
      * VERY FIRST FEED (STATUS 35) IT HAS TO BE CREATED FRESH.
           MOVE ZERO TO FU-CIT-CTR.
           OPEN EXTEND BOATCITX.
           IF CITX-STATUS = '35'
               OPEN OUTPUT BOATCITX
           END-IF.
           IF CITX-STATUS NOT = '00'
               DISPLAY '*** WARNING - BOATCITX.DAT OPEN FAILED, '
                   'STATUS = ' CITX-STATUS ' - BATCH '
                   BCH-H-BATCH-NBR ' CONTRACTS NOT FED TO COBGWW15 ***'
               MOVE 'N' TO FU-CIT-SW
           END-IF.

       9866-WRITE-CIT-FEED.
      * A RETURN GOES OVER AS STATUS R WITH THE ORIGINAL AMOUNT -
      * COBGWW15 USES IT TO CLOSE THE SALE'S OPEN CONTRACT.
           MOVE SPACES TO CIT-REC.
           MOVE PS-LENDER-CODE TO CT-LENDER-CODE.
           MOVE PS-CUSTOMER-NBR TO CT-CUSTOMER-NBR.
           MOVE PS-LAST-NAME TO CT-LAST-NAME.
           MOVE PS-HULL-ID TO CT-HULL-ID.
           MOVE PS-PURCHASE-DATE TO CT-SALE-DATE.
           MOVE BCH-H-BATCH-NBR TO CT-BATCH-NBR.
           MOVE PS-AMT-FINANCED TO CT-AMT-FINANCED.
           MOVE ZERO TO CT-AMT-RECEIVED.
           MOVE ZERO TO CT-LAST-RCV-DATE.
           IF PS-RETURN-TRANS
               SET CT-RETURN TO TRUE
           ELSE
               SET CT-OPEN TO TRUE
           END-IF.
           WRITE CIT-REC.
           ADD 1 TO FU-CIT-CTR.

       9870-GROSS-PROFIT-REPORT.
      * RE-SORT THE EDITED EXTRACT BY BOAT TYPE AND SALESPERSON AND
      * PRICE EVERY DEAL AGAINST ITS HULL'S DEALER COST FROM THE
      * HULL MASTER.  THE REPORT GOES TO ITS OWN PRINT FILE - DEALER
      * COST IS FOR THE OWNERS AND SALES MANAGEMENT, NOT FOR THE
      * COUNTER COPY OF BOATPRT1.
           SORT SORTWORK
               ON ASCENDING KEY SR-BOAT-TYPE
                                SR-SALESPERSON-ID
                                SR-YEAR SR-MONTH SR-DAY
               USING CBLBOATS
               GIVING CBLBOATG.
           MOVE 'YES' TO GP-MORE.
           MOVE 'Y' TO GP-FIRST-SW.
           OPEN INPUT CBLBOATG.
           OPEN OUTPUT BOATGPRT.
           PERFORM 9875-GP-EOP-HDGS.
           PERFORM 9871-READ-GROSS-PROFIT.
           PERFORM 9872-PROCESS-GROSS-PROFIT
               UNTIL GP-MORE = 'NO'.
           IF GP-FIRST-SW = 'N'
               PERFORM 9874-END-TYPE
           END-IF.
           MOVE GP-GRAND-SALES TO GP-PCT-SALES.
           MOVE GP-GRAND-MARGIN TO GP-PCT-MARGIN.
           PERFORM 9889-CALC-MARGIN-PCT.
           MOVE GP-GRAND-CTR TO O-GP-GT-CTR.
           MOVE GP-GRAND-SALES TO O-GP-GT-SALES.
           MOVE GP-GRAND-COST TO O-GP-GT-COST.
           MOVE GP-GRAND-MARGIN TO O-GP-GT-MARGIN.
           MOVE GP-WORK-PCT TO O-GP-GT-PCT.
           WRITE GPRTLINE FROM GP-GRAND-LINE
               AFTER ADVANCING 2 LINES.
           IF GP-NO-HULL-CTR > ZERO
               MOVE GP-NO-HULL-CTR TO O-GP-NO-HULL-CTR
               WRITE GPRTLINE FROM GP-NO-HULL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM 9880-GP-SALESPERSON-SUMMARY.
           PERFORM 9886-GP-EXCEPTIONS.
           CLOSE CBLBOATG
                 BOATGPRT.

       9871-READ-GROSS-PROFIT.
           READ CBLBOATG
               AT END
                   MOVE 'NO' TO GP-MORE.

       9872-PROCESS-GROSS-PROFIT.
           MOVE G-REC TO PS-REC.
           IF GP-FIRST-SW = 'Y'
               MOVE 'N' TO GP-FIRST-SW
               MOVE PS-BOAT-TYPE TO GP-CURRENT-TYPE
               PERFORM 9873-START-TYPE
           ELSE
               IF PS-BOAT-TYPE NOT = GP-CURRENT-TYPE
                   PERFORM 9874-END-TYPE
                   MOVE PS-BOAT-TYPE TO GP-CURRENT-TYPE
                   PERFORM 9873-START-TYPE
               END-IF
           END-IF.
           MOVE PS-ACCESSORY-PACKAGE TO PPM-LOOKUP-CODE.
           MOVE PS-PURCHASE-DATE TO PPM-LOOKUP-DATE.
           PERFORM 2197-FIND-PACKAGE-PRICE.
           COMPUTE GP-SALE-AMT = PS-BOAT-COST
               + PS-PREP-DELIVER-COST
               + PPM-LOOKUP-PRICE.
      * A HULL NOT ON THE MASTER HAS NO DEALER COST TO MEASURE
      * AGAINST - THE DEAL STILL PRINTS AND TOTALS, FLAGGED, BUT IS
      * KEPT OFF THE EXCEPTION LIST IT CANNOT FAIRLY BE JUDGED FOR.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2192-FIND-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR PS-HULL-ID = HLM-ID (HLM-SEARCH-SUB).
           IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
               MOVE 'N' TO GP-HULL-FOUND
               MOVE ZERO TO GP-DEALER-COST
               ADD 1 TO GP-NO-HULL-CTR
           ELSE
               MOVE 'Y' TO GP-HULL-FOUND
               MOVE HLM-COST (HLM-SEARCH-SUB) TO GP-DEALER-COST
           END-IF.
           COMPUTE GP-MARGIN = GP-SALE-AMT - GP-DEALER-COST.
           MOVE GP-SALE-AMT TO GP-PCT-SALES.
           MOVE GP-MARGIN TO GP-PCT-MARGIN.
           PERFORM 9889-CALC-MARGIN-PCT.
           MOVE GP-WORK-PCT TO GP-MARGIN-PCT.
      * A RETURN BACKS THE WHOLE DEAL OUT - SALE, COST AND MARGIN
      * ALL CARRY THROUGH AS NEGATIVES.  ITS PERCENT IS THE SAME AS
      * THE ORIGINAL SALE'S.
           IF PS-RETURN-TRANS
               MOVE -1 TO GP-SIGN
           ELSE
               MOVE +1 TO GP-SIGN
           END-IF.
           COMPUTE GP-SIGNED-SALE = GP-SALE-AMT * GP-SIGN.
           COMPUTE GP-SIGNED-COST = GP-DEALER-COST * GP-SIGN.
           COMPUTE GP-SIGNED-MARGIN = GP-MARGIN * GP-SIGN.
           ADD GP-SIGN TO GP-TYPE-CTR.
           ADD GP-SIGNED-SALE TO GP-TYPE-SALES.
           ADD GP-SIGNED-COST TO GP-TYPE-COST.
           ADD GP-SIGNED-MARGIN TO GP-TYPE-MARGIN.
           ADD GP-SIGN TO GP-GRAND-CTR.
           ADD GP-SIGNED-SALE TO GP-GRAND-SALES.
           ADD GP-SIGNED-COST TO GP-GRAND-COST.
           ADD GP-SIGNED-MARGIN TO GP-GRAND-MARGIN.
           PERFORM 9876-ACCUM-GP-SALESPERSON.
           MOVE SPACES TO GP-FLAG.
           EVALUATE TRUE
               WHEN GP-HULL-FOUND = 'N'
                   MOVE 'NO HULL' TO GP-FLAG
               WHEN PS-RETURN-TRANS
                   MOVE 'RETURN' TO GP-FLAG
               WHEN GP-MARGIN < ZERO
                   MOVE 'BELOW COST' TO GP-FLAG
                   PERFORM 9877-ADD-GP-EXCEPTION
               WHEN GP-MARGIN-PCT < GP-MIN-MARGIN-PCT
                   MOVE 'LOW MARGIN' TO GP-FLAG
                   PERFORM 9877-ADD-GP-EXCEPTION
           END-EVALUATE.
           MOVE PS-LAST-NAME TO O-GP-LAST-NAME.
           MOVE PS-SALESPERSON-ID TO O-GP-SALESPERSON.
           MOVE PS-HULL-ID TO O-GP-HULL-ID.
           MOVE PS-BOAT-COST TO O-GP-BOAT-COST.
           MOVE PPM-LOOKUP-PRICE TO O-GP-PKG-PRICE.
           MOVE PS-PREP-DELIVER-COST TO O-GP-PREP-COST.
           MOVE GP-SIGNED-SALE TO O-GP-SALE-AMT.
           MOVE GP-SIGNED-COST TO O-GP-DEALER-COST.
           MOVE GP-SIGNED-MARGIN TO O-GP-MARGIN.
           MOVE GP-MARGIN-PCT TO O-GP-MARGIN-PCT.
           MOVE GP-FLAG TO O-GP-FLAG.
           WRITE GPRTLINE FROM GP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9875-GP-EOP-HDGS.
           PERFORM 9871-READ-GROSS-PROFIT.

       9873-START-TYPE.
           MOVE ZERO TO GP-TYPE-CTR.
           MOVE ZERO TO GP-TYPE-SALES.
           MOVE ZERO TO GP-TYPE-COST.
           MOVE ZERO TO GP-TYPE-MARGIN.
           MOVE GP-CURRENT-TYPE TO BTM-LOOKUP-CODE.
           PERFORM 2190-FIND-BOAT-TYPE.
           MOVE BTM-LOOKUP-DESC TO H-BOAT-TYPE.
           WRITE GPRTLINE FROM BOAT-LINE
               AFTER ADVANCING 2 LINES.

       9874-END-TYPE.
           MOVE GP-CURRENT-TYPE TO BTM-LOOKUP-CODE.
           PERFORM 2190-FIND-BOAT-TYPE.
           MOVE GP-TYPE-SALES TO GP-PCT-SALES.
           MOVE GP-TYPE-MARGIN TO GP-PCT-MARGIN.
           PERFORM 9889-CALC-MARGIN-PCT.
           MOVE BTM-LOOKUP-DESC TO O-GP-TT-DESC.
           MOVE GP-TYPE-CTR TO O-GP-TT-CTR.
           MOVE GP-TYPE-SALES TO O-GP-TT-SALES.
           MOVE GP-TYPE-COST TO O-GP-TT-COST.
           MOVE GP-TYPE-MARGIN TO O-GP-TT-MARGIN.
           MOVE GP-WORK-PCT TO O-GP-TT-PCT.
           WRITE GPRTLINE FROM GP-TYPE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9875-GP-EOP-HDGS.

       9875-GP-EOP-HDGS.
           ADD 1 TO GP-PCTR.
           MOVE GP-PCTR TO O-PCTR.
           WRITE GPRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           MOVE PCTR TO O-PCTR.
           WRITE GPRTLINE FROM GP-HEADING-ONE
               AFTER ADVANCING 2 LINES.
           WRITE GPRTLINE FROM GP-HEADING-TWO
               AFTER ADVANCING 2 LINES.

       9876-ACCUM-GP-SALESPERSON.
           MOVE ZERO TO GPS-SUB.
           MOVE 'N' TO GPS-SKIP-SW.
           PERFORM 9878-FIND-GP-SALESPERSON
               VARYING GPS-SUB FROM 1 BY 1
               UNTIL GPS-SUB > GPS-COUNT
                  OR PS-SALESPERSON-ID = GPS-ID (GPS-SUB).
           IF GPS-SUB > GPS-COUNT
               IF GPS-COUNT < GPS-TABLE-MAX
                   ADD 1 TO GPS-COUNT
                   MOVE GPS-COUNT TO GPS-SUB
                   MOVE PS-SALESPERSON-ID TO GPS-ID (GPS-SUB)
                   MOVE ZERO TO GPS-CTR (GPS-SUB)
                   MOVE ZERO TO GPS-SALES (GPS-SUB)
                   MOVE ZERO TO GPS-COST (GPS-SUB)
                   MOVE ZERO TO GPS-MARGIN (GPS-SUB)
               ELSE
                   ADD 1 TO GPS-OVERFLOW-CTR
                   MOVE 'Y' TO GPS-SKIP-SW
               END-IF
           END-IF.
           IF GPS-SKIP-SW = 'N'
               ADD GP-SIGN TO GPS-CTR (GPS-SUB)
               ADD GP-SIGNED-SALE TO GPS-SALES (GPS-SUB)
               ADD GP-SIGNED-COST TO GPS-COST (GPS-SUB)
               ADD GP-SIGNED-MARGIN TO GPS-MARGIN (GPS-SUB)
           END-IF.

       9877-ADD-GP-EXCEPTION.
           IF GPX-COUNT < GPX-TABLE-MAX
               ADD 1 TO GPX-COUNT
               MOVE PS-LAST-NAME TO GPX-LAST-NAME (GPX-COUNT)
               MOVE PS-SALESPERSON-ID TO GPX-SALESPERSON (GPX-COUNT)
               MOVE PS-HULL-ID TO GPX-HULL-ID (GPX-COUNT)
               MOVE PS-BOAT-COST TO GPX-BOAT-COST (GPX-COUNT)
               MOVE PPM-LOOKUP-PRICE TO GPX-PKG-PRICE (GPX-COUNT)
               MOVE PS-PREP-DELIVER-COST TO GPX-PREP-COST (GPX-COUNT)
               MOVE GP-SALE-AMT TO GPX-SALE-AMT (GPX-COUNT)
               MOVE GP-DEALER-COST TO GPX-DEALER-COST (GPX-COUNT)
               MOVE GP-MARGIN TO GPX-MARGIN (GPX-COUNT)
               MOVE GP-MARGIN-PCT TO GPX-MARGIN-PCT (GPX-COUNT)
               MOVE GP-FLAG TO GPX-REASON (GPX-COUNT)
           ELSE
               ADD 1 TO GPX-OVERFLOW-CTR
           END-IF.

       9878-FIND-GP-SALESPERSON.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       9880-GP-SALESPERSON-SUMMARY.
           PERFORM 9881-SORT-GP-SALES-TABLE.
           PERFORM 9885-GP-SLSP-EOP-HDGS.
           MOVE ZERO TO GPS-SUB.
           PERFORM 9884-PRINT-GP-SLSP-LINE
               VARYING GPS-SUB FROM 1 BY 1
               UNTIL GPS-SUB > GPS-COUNT.
           WRITE GPRTLINE FROM GP-GRAND-LINE
               AFTER ADVANCING 2 LINES.
           IF GPS-OVERFLOW-CTR > ZERO
               MOVE GPS-OVERFLOW-CTR TO O-GPS-OVERFLOW-CTR
               WRITE GPRTLINE FROM GP-SLSP-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       9881-SORT-GP-SALES-TABLE.
           MOVE 1 TO GPS-SORT-SUB1.
           PERFORM 9882-SORT-OUTER
               VARYING GPS-SORT-SUB1 FROM 1 BY 1
               UNTIL GPS-SORT-SUB1 > GPS-COUNT.

       9882-SORT-OUTER.
           COMPUTE GPS-SORT-LIMIT = GPS-COUNT - GPS-SORT-SUB1.
           PERFORM 9883-SORT-INNER
               VARYING GPS-SORT-SUB2 FROM 1 BY 1
               UNTIL GPS-SORT-SUB2 > GPS-SORT-LIMIT.

       9883-SORT-INNER.
           IF GPS-ID (GPS-SORT-SUB2) > GPS-ID (GPS-SORT-SUB2 + 1)
               MOVE GPS-ID (GPS-SORT-SUB2)     TO GPS-SWAP-ID
               MOVE GPS-CTR (GPS-SORT-SUB2)    TO GPS-SWAP-CTR
               MOVE GPS-SALES (GPS-SORT-SUB2)  TO GPS-SWAP-SALES
               MOVE GPS-COST (GPS-SORT-SUB2)   TO GPS-SWAP-COST
               MOVE GPS-MARGIN (GPS-SORT-SUB2) TO GPS-SWAP-MARGIN
               MOVE GPS-ID (GPS-SORT-SUB2 + 1)
                   TO GPS-ID (GPS-SORT-SUB2)
               MOVE GPS-CTR (GPS-SORT-SUB2 + 1)
                   TO GPS-CTR (GPS-SORT-SUB2)
               MOVE GPS-SALES (GPS-SORT-SUB2 + 1)
                   TO GPS-SALES (GPS-SORT-SUB2)
               MOVE GPS-COST (GPS-SORT-SUB2 + 1)
                   TO GPS-COST (GPS-SORT-SUB2)
               MOVE GPS-MARGIN (GPS-SORT-SUB2 + 1)
                   TO GPS-MARGIN (GPS-SORT-SUB2)
               MOVE GPS-SWAP-ID
                   TO GPS-ID (GPS-SORT-SUB2 + 1)
               MOVE GPS-SWAP-CTR
                   TO GPS-CTR (GPS-SORT-SUB2 + 1)
               MOVE GPS-SWAP-SALES
                   TO GPS-SALES (GPS-SORT-SUB2 + 1)
               MOVE GPS-SWAP-COST
                   TO GPS-COST (GPS-SORT-SUB2 + 1)
               MOVE GPS-SWAP-MARGIN
                   TO GPS-MARGIN (GPS-SORT-SUB2 + 1)
           END-IF.

       9884-PRINT-GP-SLSP-LINE.
           MOVE GPS-ID (GPS-SUB) TO SPM-LOOKUP-ID.
           PERFORM 2195-FIND-SALESPERSON.
           MOVE GPS-SALES (GPS-SUB) TO GP-PCT-SALES.
           MOVE GPS-MARGIN (GPS-SUB) TO GP-PCT-MARGIN.
           PERFORM 9889-CALC-MARGIN-PCT.
           MOVE GPS-ID (GPS-SUB) TO O-GPS-ID.
           MOVE SPM-LOOKUP-NAME TO O-GPS-NAME.
           MOVE GPS-CTR (GPS-SUB) TO O-GPS-CTR.
           MOVE GPS-SALES (GPS-SUB) TO O-GPS-SALES.
           MOVE GPS-COST (GPS-SUB) TO O-GPS-COST.
           MOVE GPS-MARGIN (GPS-SUB) TO O-GPS-MARGIN.
           MOVE GP-WORK-PCT TO O-GPS-PCT.
           IF SPM-LOOKUP-FOUND = 'N'
               MOVE '*' TO O-GPS-FLAG
           ELSE
               MOVE SPACE TO O-GPS-FLAG
           END-IF.
           WRITE GPRTLINE FROM GP-SLSP-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9885-GP-SLSP-EOP-HDGS.

       9885-GP-SLSP-EOP-HDGS.
           ADD 1 TO GP-PCTR.
           MOVE GP-PCTR TO O-PCTR.
           WRITE GPRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           MOVE PCTR TO O-PCTR.
           WRITE GPRTLINE FROM GP-SLSP-HEADING-ONE
               AFTER ADVANCING 2 LINES.
           WRITE GPRTLINE FROM GP-SLSP-HEADING-TWO
               AFTER ADVANCING 2 LINES.

       9886-GP-EXCEPTIONS.
      * ONLY SALES ARE JUDGED - A RETURN'S DEAL WAS ALREADY LISTED
      * WHEN THE SALE WENT THROUGH.
           MOVE GP-MIN-MARGIN-PCT TO O-GP-MIN-PCT.
           PERFORM 9888-GP-EXCP-EOP-HDGS.
           MOVE ZERO TO GPX-SUB.
           PERFORM 9887-PRINT-GP-EXCP-LINE
               VARYING GPX-SUB FROM 1 BY 1
               UNTIL GPX-SUB > GPX-COUNT.
           MOVE GPX-COUNT TO O-GPX-COUNT.
           WRITE GPRTLINE FROM GP-EXCP-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           IF GPX-OVERFLOW-CTR > ZERO
               MOVE GPX-OVERFLOW-CTR TO O-GPX-OVERFLOW-CTR
               WRITE GPRTLINE FROM GP-EXCP-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       9887-PRINT-GP-EXCP-LINE.
           MOVE GPX-LAST-NAME (GPX-SUB) TO O-GP-LAST-NAME.
           MOVE GPX-SALESPERSON (GPX-SUB) TO O-GP-SALESPERSON.
           MOVE GPX-HULL-ID (GPX-SUB) TO O-GP-HULL-ID.
           MOVE GPX-BOAT-COST (GPX-SUB) TO O-GP-BOAT-COST.
           MOVE GPX-PKG-PRICE (GPX-SUB) TO O-GP-PKG-PRICE.
           MOVE GPX-PREP-COST (GPX-SUB) TO O-GP-PREP-COST.
           MOVE GPX-SALE-AMT (GPX-SUB) TO O-GP-SALE-AMT.
           MOVE GPX-DEALER-COST (GPX-SUB) TO O-GP-DEALER-COST.
           MOVE GPX-MARGIN (GPX-SUB) TO O-GP-MARGIN.
           MOVE GPX-MARGIN-PCT (GPX-SUB) TO O-GP-MARGIN-PCT.
           MOVE GPX-REASON (GPX-SUB) TO O-GP-FLAG.
           WRITE GPRTLINE FROM GP-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9888-GP-EXCP-EOP-HDGS.

       9888-GP-EXCP-EOP-HDGS.
           ADD 1 TO GP-PCTR.
           MOVE GP-PCTR TO O-PCTR.
           WRITE GPRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           MOVE PCTR TO O-PCTR.
           WRITE GPRTLINE FROM GP-EXCP-HEADING-ONE
               AFTER ADVANCING 2 LINES.
           WRITE GPRTLINE FROM GP-HEADING-TWO
               AFTER ADVANCING 2 LINES.

       9889-CALC-MARGIN-PCT.
      * MARGIN AS A PERCENT OF THE DEAL TOTAL.  A ZERO (OR FULLY
      * RETURNED) TOTAL HAS NO MEANINGFUL PERCENT AND SHOWS ZERO.
           IF GP-PCT-SALES = ZERO
               MOVE ZERO TO GP-WORK-PCT
           ELSE
               COMPUTE GP-WORK-PCT ROUNDED =
                   (GP-PCT-MARGIN * 100) / GP-PCT-SALES
           END-IF.

       9890-GL-ACTIVITY.
      * ONE RECORD PER DEAL OF THE BATCH JUST POSTED, PRICED THE SAME
      * WAY THE MAINLINE PRICED IT, APPENDED FOR THE MONTH-END
      * JOURNAL.  THE FILE IS EXTENDED IN PLACE - COBGWW08 DROPS A
      * PERIOD'S RECORDS ONLY AFTER IT CLOSES THAT PERIOD - AND ON
      * THE VERY FIRST POSTING (STATUS 35) IT IS CREATED FRESH.
           MOVE ZERO TO GLA-CTR.
           OPEN EXTEND BOATGLAC.
           IF GLAC-STATUS = '35'
               OPEN OUTPUT BOATGLAC
           END-IF.
           IF GLAC-STATUS NOT = '00'
               DISPLAY '*** WARNING - BOATGLAC.DAT OPEN FAILED, '
                   'STATUS = ' GLAC-STATUS ' - BATCH '
                   BCH-H-BATCH-NBR ' NOT FED TO THE GL JOURNAL ***'
           ELSE
               MOVE 'YES' TO GLA-MORE
               OPEN INPUT CBLBOATS
               PERFORM 9891-READ-GL-ACTIVITY
               PERFORM 9892-WRITE-GL-ACTIVITY
                   UNTIL GLA-MORE = 'NO'
               CLOSE CBLBOATS
                     BOATGLAC
               DISPLAY 'CBLGWW02 - ' GLA-CTR ' DEAL(S) FED TO '
                   'BOATGLAC.DAT'
               IF GLA-NO-HULL-CTR > ZERO
                   DISPLAY '*** WARNING - ' GLA-NO-HULL-CTR ' DEAL(S) '
                       'FED TO THE GL WITH NO HULL ON HULLMAST.DAT - '
                       'COST OF SALES IS SHORT ***'
               END-IF
           END-IF.

       9891-READ-GL-ACTIVITY.
           READ CBLBOATS INTO PS-REC
               AT END
                   MOVE 'NO' TO GLA-MORE.

       9892-WRITE-GL-ACTIVITY.
           IF PS-RETURN-TRANS
               MOVE -1 TO GLA-SIGN
           ELSE
               MOVE +1 TO GLA-SIGN
           END-IF.
           MOVE PS-ACCESSORY-PACKAGE TO PPM-LOOKUP-CODE.
           MOVE PS-PURCHASE-DATE TO PPM-LOOKUP-DATE.
           PERFORM 2197-FIND-PACKAGE-PRICE.
           COMPUTE GLA-SIGNED-TOTAL = (PS-BOAT-COST
               + PS-PREP-DELIVER-COST
               + PPM-LOOKUP-PRICE) * GLA-SIGN.
           MOVE SPACES TO GL-ACTIVITY-REC.
           MOVE PS-YEAR TO GA-YEAR.
           MOVE PS-MONTH TO GA-MONTH.
           MOVE BCH-H-BATCH-NBR TO GA-BATCH-NBR.
           MOVE PS-BOAT-TYPE TO GA-BOAT-TYPE.
           MOVE PS-STATE TO GA-STATE.
           MOVE PS-LENDER-CODE TO GA-LENDER-CODE.
           MOVE PS-HULL-ID TO GA-HULL-ID.
           MOVE PS-CUSTOMER-NBR TO GA-CUSTOMER-NBR.
           COMPUTE GA-BOAT-AMT = PS-BOAT-COST * GLA-SIGN.
           COMPUTE GA-PKG-AMT = PPM-LOOKUP-PRICE * GLA-SIGN.
           COMPUTE GA-PREP-AMT = PS-PREP-DELIVER-COST * GLA-SIGN.
           COMPUTE GA-FINANCED-AMT = PS-AMT-FINANCED * GLA-SIGN.
           IF PS-NO-TRADE-IN OR PS-TRADE-ALLOWANCE NOT NUMERIC
               MOVE ZERO TO GLA-TRADE-ALLOWANCE
           ELSE
               MOVE PS-TRADE-ALLOWANCE TO GLA-TRADE-ALLOWANCE
           END-IF.
           COMPUTE GA-TRADE-AMT = GLA-TRADE-ALLOWANCE * GLA-SIGN.
      * TAX AND COMMISSION ARE FIGURED ON THE SIGNED DEAL TOTAL AT
      * THE SAME RATES THE REPORT USED - TAX NET OF THE TRADE - AND
      * A STATE WITH NO RATE ON STATETAX.DAT WAS TAXED AT ZERO THERE
      * AND IS HERE TOO.
           MOVE ZERO TO TXM-SEARCH-SUB.
           PERFORM 2146-FIND-TAX-RATE
               VARYING TXM-SEARCH-SUB FROM 1 BY 1
               UNTIL TXM-SEARCH-SUB > TAX-RATE-COUNT
                  OR PS-STATE = TXM-STATE (TXM-SEARCH-SUB).
           IF TXM-SEARCH-SUB > TAX-RATE-COUNT
               MOVE ZERO TO GA-TAX-AMT
           ELSE
               COMPUTE GA-TAX-AMT ROUNDED =
                   (GLA-SIGNED-TOTAL - GA-TRADE-AMT)
                       * TXM-RATE (TXM-SEARCH-SUB)
           END-IF.
           MOVE PS-SALESPERSON-ID TO SPM-LOOKUP-ID.
           PERFORM 2195-FIND-SALESPERSON.
           COMPUTE GA-COMMISSION-AMT ROUNDED =
               GLA-SIGNED-TOTAL * SPM-LOOKUP-RATE.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2192-FIND-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR PS-HULL-ID = HLM-ID (HLM-SEARCH-SUB).
           IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
               MOVE ZERO TO GA-DEALER-COST
               ADD 1 TO GLA-NO-HULL-CTR
           ELSE
               COMPUTE GA-DEALER-COST =
                   HLM-COST (HLM-SEARCH-SUB) * GLA-SIGN
               MOVE HLM-SOURCE (HLM-SEARCH-SUB) TO GA-HULL-SOURCE
           END-IF.
           WRITE GL-ACTIVITY-REC.
           ADD 1 TO GLA-CTR.
           PERFORM 9891-READ-GL-ACTIVITY.

       9893-WARRANTY-FEED.
      * ONE REGISTRATION PER NEW HULL THE BATCH SOLD AND ONE
      * CANCELLATION PER NEW HULL IT TOOK BACK.  BOTH FILES ARE
      * EXTENDED IN PLACE (CREATED FRESH ON STATUS 35) - THE FEED
      * UNTIL IT IS TRANSMITTED, THE REGISTERED-WARRANTY FILE FOR
      * GOOD.  IF EITHER WILL NOT OPEN NEITHER IS WRITTEN, SO THE
      * TWO NEVER DISAGREE ABOUT WHAT WAS REGISTERED.
           MOVE ZERO TO WTY-REG-CTR.
           MOVE ZERO TO WTY-CANCEL-CTR.
           OPEN EXTEND BOATWRTX.
           IF WRTX-STATUS = '35'
               OPEN OUTPUT BOATWRTX
           END-IF.
           OPEN EXTEND BOATWREG.
           IF WREG-STATUS = '35'
               OPEN OUTPUT BOATWREG
           END-IF.
           IF WRTX-STATUS NOT = '00' OR WREG-STATUS NOT = '00'
               DISPLAY '*** WARNING - WARRANTY FILE OPEN FAILED, '
                   'BOATWRTX STATUS = ' WRTX-STATUS ', BOATWREG '
                   'STATUS = ' WREG-STATUS ' - BATCH '
                   BCH-H-BATCH-NBR ' WARRANTIES NOT REGISTERED ***'
               IF WRTX-STATUS = '00'
                   CLOSE BOATWRTX
               END-IF
               IF WREG-STATUS = '00'
                   CLOSE BOATWREG
               END-IF
           ELSE
               MOVE 'YES' TO WTY-MORE
               OPEN INPUT CBLBOATS
               PERFORM 9894-READ-WARRANTY
               PERFORM 9895-WRITE-WARRANTY
                   UNTIL WTY-MORE = 'NO'
               CLOSE CBLBOATS
                     BOATWRTX
                     BOATWREG
               DISPLAY 'CBLGWW02 - ' WTY-REG-CTR ' WARRANTY '
                   'REGISTRATION(S) AND ' WTY-CANCEL-CTR
                   ' CANCELLATION(S) WRITTEN TO BOATWRTX.DAT'
               IF WTY-USED-CTR > ZERO
                   DISPLAY 'CBLGWW02 - ' WTY-USED-CTR ' USED/TRADE '
                       'HULL DEAL(S) NOT REGISTERED'
               END-IF
               IF WTY-NO-HULL-CTR > ZERO
                   DISPLAY '*** WARNING - ' WTY-NO-HULL-CTR ' DEAL(S) '
                       'NAMED NO HULL ON HULLMAST.DAT - NO WARRANTY '
                       'RECORD WRITTEN ***'
               END-IF
               IF WTY-NO-CUST-CTR > ZERO
                   DISPLAY '*** WARNING - ' WTY-NO-CUST-CTR ' WARRANTY '
                       'RECORD(S) WENT OUT WITH NO BUYER ON '
                       'CUSTMAST.DAT - FIX THE NAME WITH THE '
                       'MANUFACTURER ***'
               END-IF
           END-IF.

       9894-READ-WARRANTY.
           READ CBLBOATS INTO PS-REC
               AT END
                   MOVE 'NO' TO WTY-MORE.

       9895-WRITE-WARRANTY.
      * ONLY A HULL ON HULLMAST.DAT GETS A RECORD - ONE NOT ON IT IS
      * COUNTED AND SKIPPED.  A USED OR TRADED-IN HULL IS NOT NEW
      * FACTORY STOCK AND CARRIES NO NEW-BOAT WARRANTY, SO ITS SALE
      * IS NOT REGISTERED AND ITS RETURN CANCELS NOTHING.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2192-FIND-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR PS-HULL-ID = HLM-ID (HLM-SEARCH-SUB).
           IF HLM-SEARCH-SUB > HULL-MASTER-COUNT
               ADD 1 TO WTY-NO-HULL-CTR
           ELSE
               IF HLM-CONDITION (HLM-SEARCH-SUB) = 'U'
                       OR HLM-SOURCE (HLM-SEARCH-SUB) = 'T'
                   ADD 1 TO WTY-USED-CTR
               ELSE
                   PERFORM 9896-BUILD-WARRANTY
                   WRITE WRTX-REC FROM WARRANTY-REC
                   WRITE WREG-REC FROM WARRANTY-REC
               END-IF
           END-IF.
           PERFORM 9894-READ-WARRANTY.

       9896-BUILD-WARRANTY.
           MOVE SPACES TO WARRANTY-REC.
           MOVE PS-HULL-ID TO WR-HULL-ID.
           MOVE PS-BOAT-TYPE TO WR-BOAT-TYPE.
           MOVE PS-PURCHASE-DATE TO WR-SALE-DATE.
           MOVE PS-CUSTOMER-NBR TO WR-CUSTOMER-NBR.
           MOVE BCH-H-BATCH-NBR TO WR-BATCH-NBR.
           IF PS-RETURN-TRANS
               SET WR-CANCELLATION TO TRUE
               MOVE ZERO TO WR-EXPIRE-DATE
               ADD 1 TO WTY-CANCEL-CTR
           ELSE
      * A LEAP-DAY SALE EXPIRES ON THE 28TH IN A YEAR WITHOUT ONE.
               SET WR-REGISTRATION TO TRUE
               MOVE PS-PURCHASE-DATE TO WTY-EXPIRE-DATE
               ADD WTY-TERM-YEARS TO WTY-EXPIRE-YEAR
               IF WTY-EXPIRE-MONTH = 2 AND WTY-EXPIRE-DAY = 29
                   MOVE 28 TO WTY-EXPIRE-DAY
               END-IF
               MOVE WTY-EXPIRE-DATE TO WR-EXPIRE-DATE
               ADD 1 TO WTY-REG-CTR
           END-IF.
           MOVE ZERO TO CM-SEARCH-SUB.
           PERFORM 2189-FIND-CUSTOMER
               VARYING CM-SEARCH-SUB FROM 1 BY 1
               UNTIL CM-SEARCH-SUB > CUSTOMER-MASTER-COUNT
                  OR PS-CUSTOMER-NBR = CM-NBR (CM-SEARCH-SUB).
           IF CM-SEARCH-SUB > CUSTOMER-MASTER-COUNT
               MOVE PS-LAST-NAME TO WR-NAME
               MOVE PS-STATE TO WR-STATE
               ADD 1 TO WTY-NO-CUST-CTR
           ELSE
               IF CM-ROW-SYNTHETIC (CM-SEARCH-SUB)
                   MOVE PS-LAST-NAME TO WR-NAME
                   MOVE PS-STATE TO WR-STATE
                   ADD 1 TO WTY-NO-CUST-CTR
               ELSE
                   MOVE CM-NAME (CM-SEARCH-SUB) TO WR-NAME
                   MOVE CM-ADDRESS (CM-SEARCH-SUB) TO WR-ADDRESS
                   MOVE CM-STATE (CM-SEARCH-SUB) TO WR-STATE
                   MOVE CM-PHONE (CM-SEARCH-SUB) TO WR-PHONE
               END-IF
           END-IF.

       9897-SALES-ACTIVITY.
      * ONE RECORD PER DEAL OF THE BATCH JUST POSTED, DATED BY THE
      * SALE (OR RETURN) DATE AND PRICED THE WAY THE COMMISSION
      * SUMMARY PRICED IT.  THE FILE IS EXTENDED IN PLACE AND CREATED
      * FRESH ON THE VERY FIRST POSTING (STATUS 35).
           MOVE ZERO TO SPA-CTR.
           OPEN EXTEND BOATSPAC.
           IF SPAC-STATUS = '35'
               OPEN OUTPUT BOATSPAC
           END-IF.
           IF SPAC-STATUS NOT = '00'
               DISPLAY '*** WARNING - BOATSPAC.DAT OPEN FAILED, '
                   'STATUS = ' SPAC-STATUS ' - BATCH '
                   BCH-H-BATCH-NBR ' NOT FED TO QUOTA ATTAINMENT ***'
           ELSE
               MOVE 'YES' TO SPA-MORE
               OPEN INPUT CBLBOATS
               PERFORM 9898-READ-SALES-ACTIVITY
               PERFORM 9899-WRITE-SALES-ACTIVITY
                   UNTIL SPA-MORE = 'NO'
               CLOSE CBLBOATS
                     BOATSPAC
               DISPLAY 'CBLGWW02 - ' SPA-CTR ' DEAL(S) FED TO '
                   'BOATSPAC.DAT'
           END-IF.

       9898-READ-SALES-ACTIVITY.
           READ CBLBOATS INTO PS-REC
               AT END
                   MOVE 'NO' TO SPA-MORE.

       9899-WRITE-SALES-ACTIVITY.
           MOVE PS-ACCESSORY-PACKAGE TO PPM-LOOKUP-CODE.
           MOVE PS-PURCHASE-DATE TO PPM-LOOKUP-DATE.
           PERFORM 2197-FIND-PACKAGE-PRICE.
           MOVE SPACES TO SLS-ACTIVITY-REC.
           MOVE PS-YEAR TO SA-YEAR.
           MOVE PS-MONTH TO SA-MONTH.
           MOVE PS-SALESPERSON-ID TO SA-SALESPERSON-ID.
           MOVE BCH-H-BATCH-NBR TO SA-BATCH-NBR.
           MOVE PS-HULL-ID TO SA-HULL-ID.
           IF PS-RETURN-TRANS
               MOVE -1 TO SA-UNITS
           ELSE
               MOVE +1 TO SA-UNITS
           END-IF.
           COMPUTE SA-DOLLARS = (PS-BOAT-COST
               + PS-PREP-DELIVER-COST
               + PPM-LOOKUP-PRICE) * SA-UNITS.
           WRITE SLS-ACTIVITY-REC.
           ADD 1 TO SPA-CTR.
           PERFORM 9898-READ-SALES-ACTIVITY.

       9900-POST-HISTORY.
      * POST THIS RUN'S YEAR/MONTH/BOAT TYPE/STATE BUCKETS INTO THE
      * CUMULATIVE HISTORY MASTER.  THE BATCH NUMBER FROM THE EXTRACT
                   'NAMED A HULL NOT ON HULLMAST.DAT - STATUS NOT '
                   'FLIPPED ***'
           END-IF.
           IF TRD-NOT-BOOKED-CTR > ZERO
               DISPLAY '*** WARNING - ' TRD-NOT-BOOKED-CTR ' TRADE-IN'
                   '(S) WERE ALREADY IN STOCK OR OVERFLOWED THE HULL '
                   'TABLE - NOT BOOKED INTO HULLMAST.DAT ***'
           END-IF.
           IF TRD-NOT-PULLED-CTR > ZERO
               DISPLAY '*** WARNING - ' TRD-NOT-PULLED-CTR ' RETURNED '
                   'DEAL(S) HAD A TRADE-IN ALREADY RESOLD OR NOT IN '
                   'STOCK - TRADE NOT PULLED, SETTLE BY HAND ***'
           END-IF.

       9908-POST-IF-UNPOSTED.
           IF BATCH-ALREADY-POSTED
                       PERFORM 9960-UPDATE-CUSTOMER-MASTER
                       PERFORM 9970-UPDATE-HULL-MASTER
                       PERFORM 9940-LOG-POSTED-BATCH
                       SET CIT-FEED-ON TO TRUE
                       SET GLA-FEED-ON TO TRUE
                       SET WTY-FEED-ON TO TRUE
                       SET SPA-FEED-ON TO TRUE
                       SET FPN-FEED-ON TO TRUE
                   ELSE
                       DISPLAY '*** BATCH ' BCH-H-BATCH-NBR ' HAD '
                           'HISTORY I/O ERRORS AND WAS NOT LOGGED - '
               MOVE CM-PHONE (CM-WRITE-SUB) TO CN-PHONE
               MOVE CM-CTR (CM-WRITE-SUB) TO CN-CTR
               MOVE CM-DOLLARS (CM-WRITE-SUB) TO CN-DOLLARS
               MOVE CM-STATUS (CM-WRITE-SUB) TO CN-STATUS
               MOVE CM-MERGED-INTO (CM-WRITE-SUB) TO CN-MERGED-INTO
               WRITE CUSN-REC FROM CUSN-WORK-REC
           END-IF.

           END-IF.

       9972-WRITE-HULL-REC.
      * A TRADE PULLED BACK OUT BY A RETURN (X) LEAVES THE MASTER -
      * ONLY A ROW 2166 ADDED NEW GETS AN X; 2167 PUTS A REUSED ROW
      * BACK AS IT WAS.
           IF HLM-STATUS (HLM-WRITE-SUB) NOT = 'X'
               MOVE HLM-ID (HLM-WRITE-SUB) TO HN-HULL-ID
               MOVE HLM-TYPE (HLM-WRITE-SUB) TO HN-BOAT-TYPE
               MOVE HLM-COST (HLM-WRITE-SUB) TO HN-DEALER-COST
               MOVE HLM-RECEIVED (HLM-WRITE-SUB) TO HN-RECEIVED-DATE
               MOVE HLM-STATUS (HLM-WRITE-SUB) TO HN-STATUS
               MOVE HLM-CONDITION (HLM-WRITE-SUB) TO HN-CONDITION
               MOVE HLM-SOURCE (HLM-WRITE-SUB) TO HN-SOURCE
               MOVE HLM-PRIOR (HLM-WRITE-SUB) TO HN-PRIOR
               WRITE HLN-REC FROM HLN-WORK-REC
           END-IF.

       9973-SWAP-HULL-MASTER.
           MOVE 'YES' TO HLN-MORE.
           WRITE HULL-REC.
           PERFORM 9974-READ-NEW-HULL.

       9980-FLOOR-PLAN-PAYOFF.
      * EVERY FLOORED HULL THE BATCH SOLD OWES THE BANK ITS NOTE
      * BALANCE BY THE PAYOFF DEADLINE (SALE DATE PLUS THE BANK'S
      * PAYOFF DAYS ON THE NOTE), SO THE OFFICE GETS A LISTING TO PAY
      * FROM.  THE SOLD NOTES (AND ANY A RETURN PUT BACK IN STOCK)
      * ARE APPENDED TO BOATFLPX.DAT FOR COBGWW22.  IF THE FEED WILL
      * NOT OPEN THE LISTING STILL PRINTS - PAYING THE BANK ON TIME
      * MATTERS MORE - AND A COBGWW22 PAYOFF CLOSES THE NOTE EITHER
      * WAY.  NO NOTE MASTER YET (STATUS 35) MEANS NOTHING IS FLOORED.
           PERFORM 9981-LOAD-FLOOR-PLAN.
           IF FLPN-STATUS = '35'
               DISPLAY 'CBLGWW02 - NO BOATFLPN.DAT ON FILE - '
                   'PAYOFF LISTING NOT PRINTED'
           ELSE
               IF FLPN-STATUS NOT = '00'
                   DISPLAY '*** WARNING - BOATFLPN.DAT OPEN INPUT '
                       'FAILED, STATUS = ' FLPN-STATUS ' - BATCH '
                       BCH-H-BATCH-NBR ' PAYOFF LISTING NOT PRINTED, '
                       'PAY THE BANK FROM THE SALES REPORT ***'
               ELSE
                   PERFORM 9982-OPEN-FLOOR-PLAN-FEED
                   MOVE 'YES' TO FPN-MORE
                   OPEN INPUT CBLBOATS
                   OPEN OUTPUT BOATPAYF
                   PERFORM 9988-FPN-EOP-HDGS
                   PERFORM 9983-READ-FLOOR-PLAN-SALE
                   PERFORM 9984-PROCESS-FLOOR-PLAN-SALE
                       UNTIL FPN-MORE = 'NO'
                   MOVE FPN-SOLD-CTR TO O-FPN-SOLD-CTR
                   MOVE FPN-PAYOFF-TOTAL TO O-FPN-PAYOFF-TOTAL
                   MOVE FPN-RETURN-CTR TO O-FPN-RETURN-CTR
                   MOVE FPN-NO-NOTE-CTR TO O-FPN-NO-NOTE-CTR
                   WRITE FPRTLINE FROM FPN-TOTAL-LINE
                       AFTER ADVANCING 2 LINES
                   WRITE FPRTLINE FROM FPN-COUNT-LINE
                       AFTER ADVANCING 1 LINE
                   CLOSE CBLBOATS
                         BOATPAYF
                   IF FPN-FEED-OPEN = 'Y'
                       CLOSE BOATFLPX
                   END-IF
                   DISPLAY 'CBLGWW02 - ' FPN-SOLD-CTR ' FLOORED '
                       'UNIT(S) SOLD - PAYOFF LISTING ON BOATPAYF.PRT'
               END-IF
           END-IF.

       9981-LOAD-FLOOR-PLAN.
           MOVE 'YES' TO FPN-MORE.
           OPEN INPUT BOATFLPN.
           IF FLPN-STATUS = '00'
               PERFORM 9985-READ-FLOOR-PLAN-NOTE
               PERFORM 9986-STORE-FLOOR-PLAN-NOTE
                   UNTIL FPN-MORE = 'NO'
               CLOSE BOATFLPN
           END-IF.

       9982-OPEN-FLOOR-PLAN-FEED.
           MOVE 'N' TO FPN-FEED-OPEN.
           OPEN EXTEND BOATFLPX.
           IF FLPX-STATUS = '35'
               OPEN OUTPUT BOATFLPX
           END-IF.
           IF FLPX-STATUS = '00'
               MOVE 'Y' TO FPN-FEED-OPEN
           ELSE
               DISPLAY '*** WARNING - BOATFLPX.DAT OPEN FAILED, '
                   'STATUS = ' FLPX-STATUS ' - BATCH '
                   BCH-H-BATCH-NBR ' NOTES NOT MARKED SOLD - THE '
                   'LISTING STILL PRINTS ***'
           END-IF.

       9983-READ-FLOOR-PLAN-SALE.
           READ CBLBOATS INTO PS-REC
               AT END
                   MOVE 'NO' TO FPN-MORE.

       9984-PROCESS-FLOOR-PLAN-SALE.
      * ONLY A HULL ON HULLMAST.DAT IS LOOKED AT - ONE NOT ON IT IS
      * ALREADY COUNTED BY 2187.  A TRADE TAKEN IN WAS NEVER
      * FLOORED, SO A TRADE WITH NO NOTE IS NOT AN EXCEPTION.
           MOVE ZERO TO HLM-SEARCH-SUB.
           PERFORM 2192-FIND-HULL
               VARYING HLM-SEARCH-SUB FROM 1 BY 1
               UNTIL HLM-SEARCH-SUB > HULL-MASTER-COUNT
                  OR PS-HULL-ID = HLM-ID (HLM-SEARCH-SUB).
           IF HLM-SEARCH-SUB <= HULL-MASTER-COUNT
               PERFORM 9987-FIND-FLOOR-PLAN-NOTE
               MOVE SPACES TO FPN-DETAIL-LINE
               MOVE PS-HULL-ID TO O-FPN-HULL-ID
               MOVE PS-PURCHASE-DATE TO FPN-DATE-WORK
               PERFORM 9989-EDIT-FPN-DATE
               MOVE FPN-EDIT-DATE TO O-FPN-SALE-DATE
               IF FNT-FOUND-SUB = ZERO
                   IF PS-RETURN-TRANS
                           OR HLM-SOURCE (HLM-SEARCH-SUB) = 'T'
                       CONTINUE
                   ELSE
                       MOVE 'NO FLOOR-PLAN NOTE ON FILE'
                           TO O-FPN-REMARK
                       ADD 1 TO FPN-NO-NOTE-CTR
                       PERFORM 9990-PRINT-FPN-LINE
                   END-IF
               ELSE
                   MOVE FNT-REC (FNT-FOUND-SUB) TO FLOOR-PLAN-REC
                   PERFORM 9991-FORMAT-FPN-NOTE
                   IF PS-RETURN-TRANS
                       PERFORM 9993-RETURN-FLOOR-PLAN-NOTE
                   ELSE
                       PERFORM 9992-SELL-FLOOR-PLAN-NOTE
                   END-IF
               END-IF
           END-IF.
           PERFORM 9983-READ-FLOOR-PLAN-SALE.

       9985-READ-FLOOR-PLAN-NOTE.
           READ BOATFLPN
               AT END
                   MOVE 'NO' TO FPN-MORE.

       9986-STORE-FLOOR-PLAN-NOTE.
           IF FLOOR-PLAN-NOTE-COUNT < FLOOR-PLAN-NOTE-MAX
               ADD 1 TO FLOOR-PLAN-NOTE-COUNT
               MOVE FLPN-REC TO FNT-REC (FLOOR-PLAN-NOTE-COUNT)
           ELSE
               DISPLAY '*** WARNING - BOATFLPN.DAT HAS MORE THAN '
                   'FLOOR-PLAN-NOTE-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 9985-READ-FLOOR-PLAN-NOTE.

       9987-FIND-FLOOR-PLAN-NOTE.
      * LEAVES FNT-FOUND-SUB ON THE HULL'S LIVE NOTE, ELSE ON ITS
      * LATEST PAID-OFF ONE, ELSE ZERO.
           MOVE ZERO TO FNT-FOUND-SUB.
           MOVE ZERO TO FNT-SEARCH-SUB.
           PERFORM 9994-SEARCH-FLOOR-PLAN-NOTE
               VARYING FNT-SEARCH-SUB FROM 1 BY 1
               UNTIL FNT-SEARCH-SUB > FLOOR-PLAN-NOTE-COUNT.

       9988-FPN-EOP-HDGS.
           ADD 1 TO FPN-PCTR.
           MOVE FPN-PCTR TO O-PCTR.
           WRITE FPRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           MOVE PCTR TO O-PCTR.
           MOVE BCH-H-BATCH-NBR TO O-FPN-BATCH.
           WRITE FPRTLINE FROM FPN-HEADING-ONE
               AFTER ADVANCING 2 LINES.
           WRITE FPRTLINE FROM FPN-HEADING-TWO
               AFTER ADVANCING 2 LINES.

       9989-EDIT-FPN-DATE.
           MOVE FPN-DW-MONTH TO FPN-ED-MONTH.
           MOVE FPN-DW-DAY TO FPN-ED-DAY.
           MOVE FPN-DW-YEAR TO FPN-ED-YEAR.

       9990-PRINT-FPN-LINE.
           WRITE FPRTLINE FROM FPN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9988-FPN-EOP-HDGS.

       9991-FORMAT-FPN-NOTE.
           MOVE FP-BANK-CODE TO O-FPN-BANK.
           MOVE '(NOT ON LENDMAST)' TO O-FPN-BANK-NAME.
           MOVE ZERO TO LNM-SEARCH-SUB.
           PERFORM 9995-SEARCH-FPN-BANK
               VARYING LNM-SEARCH-SUB FROM 1 BY 1
               UNTIL LNM-SEARCH-SUB > LENDER-MASTER-COUNT.
           MOVE FP-NOTE-AMT TO O-FPN-NOTE-AMT.
           MOVE FP-CURT-PAID TO O-FPN-CURT-PAID.
           COMPUTE FPN-BALANCE =
               FP-NOTE-AMT - FP-CURT-PAID - FP-PAYOFF-AMT.
           IF FPN-BALANCE < ZERO
               MOVE ZERO TO FPN-BALANCE
           END-IF.

       9992-SELL-FLOOR-PLAN-NOTE.
      * A NOTE STILL SOLD ON THE MASTER MAY BE A RETURN COBGWW22 HAS
      * NOT FOLDED IN YET - THE SALE IS FED ANYWAY, AND COBGWW22
      * APPLIES THE FEED IN ORDER (IF NO RETURN IS WAITING, IT LISTS
      * THE SALE AS AN EXCEPTION).  A NOTE ALREADY PAID OFF MEANS
      * THE UNIT WAS RETURNED AND NEVER FLOORED AGAIN - THE OFFICE
      * SORTS THAT OUT WITH THE BANK, SO IT IS LISTED BUT NOT FED.
           IF FP-IN-STOCK
               PERFORM 9996-FEED-FLOOR-PLAN-SALE
               MOVE 'PAY OFF BY THE DATE SHOWN' TO O-FPN-REMARK
           ELSE
               IF FP-SOLD
                   PERFORM 9996-FEED-FLOOR-PLAN-SALE
                   MOVE 'NOT YET FOLDED - SALE FED'
                       TO O-FPN-REMARK
               ELSE
                   MOVE 'NOTE ALREADY PAID OFF - CHECK'
                       TO O-FPN-REMARK
               END-IF
           END-IF.
           PERFORM 9990-PRINT-FPN-LINE.

       9993-RETURN-FLOOR-PLAN-NOTE.
      * A SOLD NOTE NOT YET PAID GOES BACK IN STOCK AS IS.  A NOTE
      * STILL IN STOCK ON THE MASTER IS A SALE COBGWW22 HAS NOT
      * FOLDED IN YET - THE RETURN IS FED BEHIND IT SO THE TWO CANCEL
      * WHEN THE FEED IS APPLIED.  ONCE THE BANK HAS BEEN PAID THE
      * RETURNED UNIT IS ON THE LOT UNFLOORED UNTIL THE OFFICE FLOORS
      * IT AGAIN THROUGH COBGWW22.
           IF FP-SOLD OR FP-IN-STOCK
               IF FP-SOLD
                   MOVE 'RETURNED - PAYOFF NOT DUE' TO O-FPN-REMARK
               ELSE
                   MOVE 'NOT YET FOLDED - RETURN FED'
                       TO O-FPN-REMARK
               END-IF
               SET FP-RETURNED TO TRUE
               MOVE BCH-H-BATCH-NBR TO FP-BATCH-NBR
               IF FPN-FEED-OPEN = 'Y'
                   WRITE FLPX-REC FROM FLOOR-PLAN-REC
               END-IF
               MOVE 'O' TO FNT-STATUS (FNT-FOUND-SUB)
               MOVE FPN-BALANCE TO O-FPN-BALANCE
               ADD 1 TO FPN-RETURN-CTR
               PERFORM 9990-PRINT-FPN-LINE
           ELSE
               IF FP-PAID-OFF
                   MOVE 'RETURNED - PAID OFF, UNFLOORED'
                       TO O-FPN-REMARK
                   ADD 1 TO FPN-RETURN-CTR
                   PERFORM 9990-PRINT-FPN-LINE
               END-IF
           END-IF.

       9994-SEARCH-FLOOR-PLAN-NOTE.
           IF PS-HULL-ID = FNT-HULL-ID (FNT-SEARCH-SUB)
               IF FNT-STATUS (FNT-SEARCH-SUB) = 'O'
                       OR FNT-STATUS (FNT-SEARCH-SUB) = 'S'
                   MOVE FNT-SEARCH-SUB TO FNT-FOUND-SUB
               ELSE
                   IF FNT-FOUND-SUB = ZERO
                       MOVE FNT-SEARCH-SUB TO FNT-FOUND-SUB
                   ELSE
                       IF FNT-STATUS (FNT-FOUND-SUB) = 'P'
                           MOVE FNT-SEARCH-SUB TO FNT-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

       9995-SEARCH-FPN-BANK.
           IF FP-BANK-CODE = LNM-CODE (LNM-SEARCH-SUB)
               MOVE LNM-NAME (LNM-SEARCH-SUB) TO O-FPN-BANK-NAME
           END-IF.

       9996-FEED-FLOOR-PLAN-SALE.
      * THE DEADLINE RUNS FROM THIS SALE'S DATE, WHATEVER AN EARLIER
      * SALE OF THE HULL SET.
           MOVE PS-PURCHASE-DATE TO FPN-DATE-WORK.
           COMPUTE FPN-DUE-INT =
               FUNCTION INTEGER-OF-DATE (FPN-DATE-WORK)
                   + FP-PAYOFF-DAYS.
           MOVE PS-PURCHASE-DATE TO FP-SOLD-DATE.
           COMPUTE FP-PAYOFF-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (FPN-DUE-INT).
           MOVE BCH-H-BATCH-NBR TO FP-BATCH-NBR.
           SET FP-SOLD TO TRUE.
           MOVE FLOOR-PLAN-REC TO FNT-REC (FNT-FOUND-SUB).
           IF FPN-FEED-OPEN = 'Y'
               WRITE FLPX-REC FROM FLOOR-PLAN-REC
           END-IF.
           MOVE FPN-BALANCE TO O-FPN-BALANCE.
           MOVE FP-PAYOFF-DUE-DATE TO FPN-DATE-WORK.
           PERFORM 9989-EDIT-FPN-DATE.
           MOVE FPN-EDIT-DATE TO O-FPN-DUE-DATE.
           ADD 1 TO FPN-SOLD-CTR.
           ADD FPN-BALANCE TO FPN-PAYOFF-TOTAL.

       END PROGRAM CBLGWW02.
