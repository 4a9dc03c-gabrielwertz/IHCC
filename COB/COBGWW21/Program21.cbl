       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLGWW21.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * SALESPERSON QUOTA ATTAINMENT REPORT FOR THE MONTHLY SALES
      * MEETING.  THIS PROGRAM READS THE QUOTMAST.DAT QUOTA MASTER
      * (MAINTAINED BY COBGWW20) AND THE BOATSPAC.DAT SALESPERSON
      * ACTIVITY FILE (ONE SIGNED RECORD PER POSTED DEAL, WRITTEN BY
      * CBLGWW02) AND PRINTS ON QUOTATTN.PRT, FOR EACH SALESPERSON,
      * ACTUAL UNITS AND DOLLARS NET OF RETURNS AGAINST THE UNIT AND
      * DOLLAR TARGETS FOR THE MONTH AND FOR THE YEAR TO DATE, WITH
      * PERCENT OF TARGET.
      *
      * THE REPORT MONTH IS THE CLOSED-THROUGH PERIOD ON BOATPERD.DAT,
      * SO THE MEETING SEES THE MONTH COBGWW08 JUST CLOSED.  BEFORE
      * THE FIRST CLOSE IT IS THE CALENDAR MONTH BEFORE THE RUN DATE.
      *
      * PERCENT OF TARGET IS MEASURED ON DOLLARS WHEN A DOLLAR TARGET
      * IS SET, OTHERWISE ON UNITS; WITH NEITHER SET THE PERSON IS
      * NOT JUDGED.  STAFF ARE RANKED ON THE MONTH'S PERCENT - THOSE
      * WITH NO QUOTA FOR THE MONTH FOLLOW, UNRANKED, BY DOLLARS.
      * ANYONE UNDER 75 PERCENT IN BOTH THE REPORT MONTH AND THE MONTH
      * BEFORE IS FLAGGED.  THE HOUSE TOTAL LINES SET EVERYONE'S
      * ACTUALS, QUOTA OR NOT, AGAINST THE SUM OF ALL QUOTAS.
      * NOTHING IS UPDATED.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM - THE SALES MANAGER WAS CHECKING A
      *               SPREADSHEET OF TARGETS AGAINST THE COMMISSION
      *               SUMMARY BY HAND BEFORE EVERY SALES MEETING.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALESPER
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\SALESPER.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALESPER-STATUS.

           SELECT QUOTMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\QUOTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QUOTMAST-STATUS.

           SELECT BOATSPAC
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATSPAC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPAC-STATUS.

           SELECT BOATPERD
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATPERD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PERD-STATUS.

           SELECT QUOTATTN
               ASSIGN TO 'C:\IHCC\COB\COBGWW21\QUOTATTN.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  SALESPER
           LABEL RECORD IS STANDARD
           DATA RECORD IS SALESPER-REC
           RECORD CONTAINS 28 CHARACTERS.

           COPY SALESREC.

       FD  QUOTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS QUOTA-REC
           RECORD CONTAINS 24 CHARACTERS.

           COPY QUOTAREC.

       FD  BOATSPAC
           LABEL RECORD IS STANDARD
           DATA RECORD IS SLS-ACTIVITY-REC
           RECORD CONTAINS 39 CHARACTERS.

           COPY SPACTREC.

       FD  BOATPERD
           LABEL RECORD IS STANDARD
           DATA RECORD IS PERIOD-CTL-REC
           RECORD CONTAINS 12 CHARACTERS.

           COPY PERDCTL.

       FD  QUOTATTN
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 SALESPER-STATUS       PIC XX      VALUE SPACES.
           05 QUOTMAST-STATUS       PIC XX      VALUE SPACES.
           05 SPAC-STATUS           PIC XX      VALUE SPACES.
           05 PERD-STATUS           PIC XX      VALUE SPACES.
           05 SPM-MORE              PIC XXX     VALUE 'YES'.
           05 QTM-MORE              PIC XXX     VALUE 'YES'.
           05 SPA-MORE              PIC XXX     VALUE 'YES'.
           05 R-QUOTA-READ-CTR      PIC 9(6)    VALUE ZERO.
           05 R-ACTIVITY-READ-CTR   PIC 9(6)    VALUE ZERO.
           05 R-OVERFLOW-CTR        PIC 9(6)    VALUE ZERO.
           05 R-FLAGGED-CTR         PIC 9(6)    VALUE ZERO.
           05 R-RANK                PIC 999     VALUE ZERO.
           05 R-UNDER-PCT           PIC 999     VALUE 75.

      * THE REPORT MONTH, THE MONTH BEFORE IT (FOR THE TWO-MONTHS-
      * RUNNING TEST) AND THE FIRST MONTH OF THE YEAR TO DATE.
       01  REPORT-PERIOD-AREA.
           05  RPT-PERIOD              PIC 9(6)    VALUE ZERO.
           05  FILLER REDEFINES RPT-PERIOD.
               10  RPT-YEAR                PIC 9(4).
               10  RPT-MONTH               PIC 99.
           05  PRV-PERIOD              PIC 9(6)    VALUE ZERO.
           05  FILLER REDEFINES PRV-PERIOD.
               10  PRV-YEAR                PIC 9(4).
               10  PRV-MONTH               PIC 99.
           05  YTD-FIRST-PERIOD        PIC 9(6)    VALUE ZERO.
           05  LOOKUP-PERIOD           PIC 9(6)    VALUE ZERO.
           05  LOOKUP-ID               PIC X(4)    VALUE SPACES.

       01  SALES-PERSON-TABLE.
           05  SALES-PERSON-ENTRY         OCCURS 99 TIMES.
               10  SPT-ID                      PIC X(4).
               10  SPT-NAME                    PIC X(20).
               10  SPT-MTH-UNITS               PIC S9(5).
               10  SPT-MTH-DOLLARS             PIC S9(9)V99.
               10  SPT-MTH-UNIT-TGT            PIC 9(5).
               10  SPT-MTH-DOLLAR-TGT          PIC 9(9)V99.
               10  SPT-PRV-UNITS               PIC S9(5).
               10  SPT-PRV-DOLLARS             PIC S9(9)V99.
               10  SPT-PRV-UNIT-TGT            PIC 9(5).
               10  SPT-PRV-DOLLAR-TGT          PIC 9(9)V99.
               10  SPT-YTD-UNITS               PIC S9(5).
               10  SPT-YTD-DOLLARS             PIC S9(9)V99.
               10  SPT-YTD-UNIT-TGT            PIC 9(5).
               10  SPT-YTD-DOLLAR-TGT          PIC 9(9)V99.
               10  SPT-MTH-PCT                 PIC S9(5)V9.
               10  SPT-MTH-JUDGED              PIC X.
               10  SPT-PRV-PCT                 PIC S9(5)V9.
               10  SPT-PRV-JUDGED              PIC X.
               10  SPT-YTD-PCT                 PIC S9(5)V9.
               10  SPT-YTD-JUDGED              PIC X.
               10  SPT-RANK-GROUP              PIC X.
                   88  SPT-RANKED                  VALUE '1'.
                   88  SPT-UNRANKED                VALUE '2'.
               10  SPT-FLAG-SW                 PIC X.
                   88  SPT-FLAGGED                 VALUE 'Y'.

       01  SALES-PERSON-AREA.
           05  SALES-PERSON-COUNT       PIC 999     VALUE ZERO.
           05  SALES-PERSON-MAX         PIC 999     VALUE 99.
           05  SPT-SUB                  PIC 999     VALUE ZERO.
           05  SPT-SEARCH-SUB           PIC 999     VALUE ZERO.

       01  SORT-WORK-AREA.
           05  SORT-SUB1                PIC 999     VALUE ZERO.
           05  SORT-SUB2                PIC 999     VALUE ZERO.
           05  SORT-LIMIT               PIC 999     VALUE ZERO.
           05  SORT-SWAP-SW             PIC X       VALUE 'N'.
           05  HOLD-ENTRY               PIC X(143).

      * ONE PERCENT-OF-TARGET CALCULATION - LOADED, PERFORMED, READ.
       01  PCT-WORK-AREA.
           05  PCT-UNITS                PIC S9(5)   VALUE ZERO.
           05  PCT-DOLLARS              PIC S9(9)V99 VALUE ZERO.
           05  PCT-UNIT-TGT             PIC 9(5)    VALUE ZERO.
           05  PCT-DOLLAR-TGT           PIC 9(9)V99 VALUE ZERO.
           05  PCT-RESULT               PIC S9(5)V9 VALUE ZERO.
           05  PCT-JUDGED               PIC X       VALUE 'N'.

       01  HOUSE-TOTAL-AREA.
           05  HT-MTH-UNITS             PIC S9(7)   VALUE ZERO.
           05  HT-MTH-DOLLARS           PIC S9(11)V99 VALUE ZERO.
           05  HT-MTH-UNIT-TGT          PIC 9(7)    VALUE ZERO.
           05  HT-MTH-DOLLAR-TGT        PIC 9(11)V99 VALUE ZERO.
           05  HT-YTD-UNITS             PIC S9(7)   VALUE ZERO.
           05  HT-YTD-DOLLARS           PIC S9(11)V99 VALUE ZERO.
           05  HT-YTD-UNIT-TGT          PIC 9(7)    VALUE ZERO.
           05  HT-YTD-DOLLAR-TGT        PIC 9(11)V99 VALUE ZERO.

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
               VALUE 'WERTZ''S BOATS INC. - SALES QUOTA ATTAINMENT'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  PERIOD-HEADING.
           05  FILLER          PIC X(15)   VALUE 'REPORT MONTH:'.
           05  O-PH-MONTH      PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PH-YEAR       PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(15)   VALUE 'YEAR TO DATE:'.
           05  FILLER          PIC X(3)    VALUE '01/'.
           05  O-PH-YTD-YEAR1  PIC 9(4).
           05  FILLER          PIC X(3)    VALUE ' - '.
           05  O-PH-YTD-MONTH  PIC 99.
           05  FILLER          PIC X       VALUE '/'.
           05  O-PH-YTD-YEAR2  PIC 9(4).
           05  FILLER          PIC X(5)    VALUE SPACES.
           05  FILLER          PIC X(60)
               VALUE 'PCT ON DOLLARS - ON UNITS IF NO DOLLAR TARGET'.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(28)   VALUE SPACES.
           05  FILLER          PIC X(41)
               VALUE '<------------- MONTH ------------->'.
           05  FILLER          PIC X(43)
               VALUE '<------------ YEAR TO DATE ------------->'.

       01  COLUMN-HEADING-TWO.
           05  FILLER          PIC X(4)    VALUE 'RANK'.
           05  FILLER          PIC X(5)    VALUE ' ID'.
           05  FILLER          PIC X(19)   VALUE 'NAME'.
           05  FILLER          PIC X(11)   VALUE 'UNITS  TGT'.
           05  FILLER          PIC X(21)
               VALUE '  DOLLARS       TGT'.
           05  FILLER          PIC X(9)    VALUE '    PCT'.
           05  FILLER          PIC X(11)   VALUE 'UNITS  TGT'.
           05  FILLER          PIC X(23)
               VALUE '   DOLLARS        TGT'.
           05  FILLER          PIC X(9)    VALUE '    PCT'.

       01  DETAIL-LINE.
           05  O-DT-RANK               PIC ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-ID                 PIC X(4).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-NAME               PIC X(18).
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-MTH-UNITS          PIC ZZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-MTH-UNIT-TGT       PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-MTH-DOLLARS        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-MTH-DOLLAR-TGT     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-MTH-PCT            PIC ZZZ9.9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-YTD-UNITS          PIC ZZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-YTD-UNIT-TGT       PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-YTD-DOLLARS        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-YTD-DOLLAR-TGT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-DT-YTD-PCT            PIC ZZZ9.9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-FLAG               PIC X(20).

       01  HOUSE-TOTAL-LINE.
           05  FILLER                  PIC X(9)    VALUE SPACES.
           05  O-HT-LABEL              PIC X(19).
           05  O-HT-MTH-UNITS          PIC ZZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-MTH-UNIT-TGT       PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-MTH-DOLLARS        PIC Z,ZZZ,ZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-MTH-DOLLAR-TGT     PIC Z,ZZZ,ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-MTH-PCT            PIC ZZZ9.9-.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-HT-YTD-UNITS          PIC ZZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-YTD-UNIT-TGT       PIC ZZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-YTD-DOLLARS        PIC ZZ,ZZZ,ZZ9-.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-YTD-DOLLAR-TGT     PIC ZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X       VALUE SPACE.
           05  O-HT-YTD-PCT            PIC ZZZ9.9-.

       01  SUMMARY-LINE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(37)
               VALUE 'UNDER 75 PCT OF TARGET TWO MONTHS:'.
           05  O-FLAGGED-CTR           PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(14)   VALUE 'QUOTA ROWS:'.
           05  O-QUOTA-READ-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'ACTIVITY RECORDS:'.
           05  O-ACTIVITY-READ-CTR     PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(19)
               VALUE 'OVER TABLE LIMIT:'.
           05  O-OVERFLOW-CTR          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-FIGURE-ATTAINMENT.
           PERFORM 3000-PRINT-REPORT.
           STOP RUN.

       1000-INIT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.

           PERFORM 1040-SET-REPORT-PERIOD.
           PERFORM 1050-LOAD-SALESPERSONS.
           PERFORM 1060-LOAD-QUOTAS.
           PERFORM 1070-LOAD-ACTIVITY.

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
           IF RPT-MONTH = 1
               COMPUTE PRV-YEAR = RPT-YEAR - 1
               MOVE 12 TO PRV-MONTH
           ELSE
               MOVE RPT-YEAR TO PRV-YEAR
               COMPUTE PRV-MONTH = RPT-MONTH - 1
           END-IF.
           COMPUTE YTD-FIRST-PERIOD = RPT-YEAR * 100 + 1.
           MOVE RPT-MONTH TO O-PH-MONTH.
           MOVE RPT-YEAR TO O-PH-YEAR.
           MOVE RPT-YEAR TO O-PH-YTD-YEAR1.
           MOVE RPT-MONTH TO O-PH-YTD-MONTH.
           MOVE RPT-YEAR TO O-PH-YTD-YEAR2.

       1050-LOAD-SALESPERSONS.
      * EVERYONE ON THE MASTER GETS A ROW SO THE NAMES PRINT; A
      * QUOTA OR SALE UNDER AN ID NOT ON THE MASTER GETS ONE TOO.
           MOVE 'YES' TO SPM-MORE.
           OPEN INPUT SALESPER.
           IF SALESPER-STATUS NOT = '00'
               DISPLAY '*** WARNING - SALESPER.DAT OPEN INPUT FAILED, '
                   'STATUS = ' SALESPER-STATUS ' - NAMES NOT PRINTED'
               MOVE 'NO' TO SPM-MORE
           ELSE
               PERFORM 1051-READ-SALESPERSON
               PERFORM 1052-STORE-SALESPERSON
                   UNTIL SPM-MORE = 'NO'
               CLOSE SALESPER
           END-IF.

       1051-READ-SALESPERSON.
           READ SALESPER
               AT END
                   MOVE 'NO' TO SPM-MORE.

       1052-STORE-SALESPERSON.
           MOVE SP-ID TO LOOKUP-ID.
           PERFORM 1080-FIND-PERSON.
           IF SPT-SUB > ZERO
               MOVE SP-NAME TO SPT-NAME (SPT-SUB)
           END-IF.
           PERFORM 1051-READ-SALESPERSON.

       1060-LOAD-QUOTAS.
           MOVE 'YES' TO QTM-MORE.
           OPEN INPUT QUOTMAST.
           IF QUOTMAST-STATUS NOT = '00'
               DISPLAY '*** WARNING - QUOTMAST.DAT OPEN INPUT FAILED, '
                   'STATUS = ' QUOTMAST-STATUS ' - NO QUOTAS ON THE '
                   'REPORT'
               MOVE 'NO' TO QTM-MORE
           ELSE
               PERFORM 1061-READ-QUOTA
               PERFORM 1062-STORE-QUOTA
                   UNTIL QTM-MORE = 'NO'
               CLOSE QUOTMAST
           END-IF.

       1061-READ-QUOTA.
           READ QUOTMAST
               AT END
                   MOVE 'NO' TO QTM-MORE.
           IF QTM-MORE NOT = 'NO'
               ADD 1 TO R-QUOTA-READ-CTR
           END-IF.

       1062-STORE-QUOTA.
           MOVE QT-PERIOD TO LOOKUP-PERIOD.
           IF LOOKUP-PERIOD = PRV-PERIOD
                   OR (LOOKUP-PERIOD >= YTD-FIRST-PERIOD
                   AND LOOKUP-PERIOD <= RPT-PERIOD)
               MOVE QT-SALESPERSON-ID TO LOOKUP-ID
               PERFORM 1080-FIND-PERSON
               IF SPT-SUB > ZERO
                   PERFORM 1063-BUCKET-QUOTA
               END-IF
           END-IF.
           PERFORM 1061-READ-QUOTA.

       1063-BUCKET-QUOTA.
           IF LOOKUP-PERIOD = RPT-PERIOD
               ADD QT-UNIT-TARGET TO SPT-MTH-UNIT-TGT (SPT-SUB)
               ADD QT-DOLLAR-TARGET TO SPT-MTH-DOLLAR-TGT (SPT-SUB)
           END-IF.
           IF LOOKUP-PERIOD = PRV-PERIOD
               ADD QT-UNIT-TARGET TO SPT-PRV-UNIT-TGT (SPT-SUB)
               ADD QT-DOLLAR-TARGET TO SPT-PRV-DOLLAR-TGT (SPT-SUB)
           END-IF.
           IF LOOKUP-PERIOD >= YTD-FIRST-PERIOD
                   AND LOOKUP-PERIOD <= RPT-PERIOD
               ADD QT-UNIT-TARGET TO SPT-YTD-UNIT-TGT (SPT-SUB)
               ADD QT-DOLLAR-TARGET TO SPT-YTD-DOLLAR-TGT (SPT-SUB)
           END-IF.

       1070-LOAD-ACTIVITY.
      * NO ACTIVITY FILE YET (STATUS 35) MEANS NOTHING HAS POSTED
      * SINCE IT WAS STARTED - EVERY ACTUAL PRINTS AS ZERO.
           MOVE 'YES' TO SPA-MORE.
           OPEN INPUT BOATSPAC.
           IF SPAC-STATUS NOT = '00'
               IF SPAC-STATUS NOT = '35'
                   DISPLAY '*** WARNING - BOATSPAC.DAT OPEN INPUT '
                       'FAILED, STATUS = ' SPAC-STATUS
                       ' - NO ACTUALS ON THE REPORT'
               END-IF
               MOVE 'NO' TO SPA-MORE
           ELSE
               PERFORM 1071-READ-ACTIVITY
               PERFORM 1072-STORE-ACTIVITY
                   UNTIL SPA-MORE = 'NO'
               CLOSE BOATSPAC
           END-IF.

       1071-READ-ACTIVITY.
           READ BOATSPAC
               AT END
                   MOVE 'NO' TO SPA-MORE.
           IF SPA-MORE NOT = 'NO'
               ADD 1 TO R-ACTIVITY-READ-CTR
           END-IF.

       1072-STORE-ACTIVITY.
           MOVE SA-PERIOD TO LOOKUP-PERIOD.
           IF LOOKUP-PERIOD = PRV-PERIOD
                   OR (LOOKUP-PERIOD >= YTD-FIRST-PERIOD
                   AND LOOKUP-PERIOD <= RPT-PERIOD)
               MOVE SA-SALESPERSON-ID TO LOOKUP-ID
               PERFORM 1080-FIND-PERSON
               IF SPT-SUB > ZERO
                   PERFORM 1073-BUCKET-ACTIVITY
               END-IF
           END-IF.
           PERFORM 1071-READ-ACTIVITY.

       1073-BUCKET-ACTIVITY.
           IF LOOKUP-PERIOD = RPT-PERIOD
               ADD SA-UNITS TO SPT-MTH-UNITS (SPT-SUB)
               ADD SA-DOLLARS TO SPT-MTH-DOLLARS (SPT-SUB)
           END-IF.
           IF LOOKUP-PERIOD = PRV-PERIOD
               ADD SA-UNITS TO SPT-PRV-UNITS (SPT-SUB)
               ADD SA-DOLLARS TO SPT-PRV-DOLLARS (SPT-SUB)
           END-IF.
           IF LOOKUP-PERIOD >= YTD-FIRST-PERIOD
                   AND LOOKUP-PERIOD <= RPT-PERIOD
               ADD SA-UNITS TO SPT-YTD-UNITS (SPT-SUB)
               ADD SA-DOLLARS TO SPT-YTD-DOLLARS (SPT-SUB)
           END-IF.

       1080-FIND-PERSON.
      * LEAVES SPT-SUB ON LOOKUP-ID'S ROW, ADDING THE ROW IF NEEDED,
      * OR ZERO WHEN THE TABLE IS FULL (COUNTED ON THE SUMMARY).
           MOVE ZERO TO SPT-SEARCH-SUB.
           PERFORM 1081-SEARCH-PERSON
               VARYING SPT-SEARCH-SUB FROM 1 BY 1
               UNTIL SPT-SEARCH-SUB > SALES-PERSON-COUNT
                  OR LOOKUP-ID = SPT-ID (SPT-SEARCH-SUB).
           IF SPT-SEARCH-SUB <= SALES-PERSON-COUNT
               MOVE SPT-SEARCH-SUB TO SPT-SUB
           ELSE
               IF SALES-PERSON-COUNT < SALES-PERSON-MAX
                   ADD 1 TO SALES-PERSON-COUNT
                   MOVE SALES-PERSON-COUNT TO SPT-SUB
                   INITIALIZE SALES-PERSON-ENTRY (SPT-SUB)
                   MOVE LOOKUP-ID TO SPT-ID (SPT-SUB)
                   MOVE '(NOT ON SALESPER)' TO SPT-NAME (SPT-SUB)
               ELSE
                   MOVE ZERO TO SPT-SUB
                   ADD 1 TO R-OVERFLOW-CTR
               END-IF
           END-IF.

       1081-SEARCH-PERSON.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2000-FIGURE-ATTAINMENT.
           MOVE ZERO TO SPT-SUB.
           PERFORM 2100-FIGURE-PERSON
               VARYING SPT-SUB FROM 1 BY 1
               UNTIL SPT-SUB > SALES-PERSON-COUNT.
           PERFORM 2300-SORT-BY-ATTAINMENT.

       2100-FIGURE-PERSON.
           MOVE SPT-MTH-UNITS (SPT-SUB) TO PCT-UNITS.
           MOVE SPT-MTH-DOLLARS (SPT-SUB) TO PCT-DOLLARS.
           MOVE SPT-MTH-UNIT-TGT (SPT-SUB) TO PCT-UNIT-TGT.
           MOVE SPT-MTH-DOLLAR-TGT (SPT-SUB) TO PCT-DOLLAR-TGT.
           PERFORM 2200-CALC-PCT.
           MOVE PCT-RESULT TO SPT-MTH-PCT (SPT-SUB).
           MOVE PCT-JUDGED TO SPT-MTH-JUDGED (SPT-SUB).

           MOVE SPT-PRV-UNITS (SPT-SUB) TO PCT-UNITS.
           MOVE SPT-PRV-DOLLARS (SPT-SUB) TO PCT-DOLLARS.
           MOVE SPT-PRV-UNIT-TGT (SPT-SUB) TO PCT-UNIT-TGT.
           MOVE SPT-PRV-DOLLAR-TGT (SPT-SUB) TO PCT-DOLLAR-TGT.
           PERFORM 2200-CALC-PCT.
           MOVE PCT-RESULT TO SPT-PRV-PCT (SPT-SUB).
           MOVE PCT-JUDGED TO SPT-PRV-JUDGED (SPT-SUB).

           MOVE SPT-YTD-UNITS (SPT-SUB) TO PCT-UNITS.
           MOVE SPT-YTD-DOLLARS (SPT-SUB) TO PCT-DOLLARS.
           MOVE SPT-YTD-UNIT-TGT (SPT-SUB) TO PCT-UNIT-TGT.
           MOVE SPT-YTD-DOLLAR-TGT (SPT-SUB) TO PCT-DOLLAR-TGT.
           PERFORM 2200-CALC-PCT.
           MOVE PCT-RESULT TO SPT-YTD-PCT (SPT-SUB).
           MOVE PCT-JUDGED TO SPT-YTD-JUDGED (SPT-SUB).

           IF SPT-MTH-JUDGED (SPT-SUB) = 'Y'
               SET SPT-RANKED (SPT-SUB) TO TRUE
           ELSE
               SET SPT-UNRANKED (SPT-SUB) TO TRUE
           END-IF.
           MOVE 'N' TO SPT-FLAG-SW (SPT-SUB).
           IF SPT-MTH-JUDGED (SPT-SUB) = 'Y'
                   AND SPT-PRV-JUDGED (SPT-SUB) = 'Y'
               IF SPT-MTH-PCT (SPT-SUB) < R-UNDER-PCT
                       AND SPT-PRV-PCT (SPT-SUB) < R-UNDER-PCT
                   SET SPT-FLAGGED (SPT-SUB) TO TRUE
                   ADD 1 TO R-FLAGGED-CTR
               END-IF
           END-IF.

           ADD SPT-MTH-UNITS (SPT-SUB) TO HT-MTH-UNITS.
           ADD SPT-MTH-DOLLARS (SPT-SUB) TO HT-MTH-DOLLARS.
           ADD SPT-MTH-UNIT-TGT (SPT-SUB) TO HT-MTH-UNIT-TGT.
           ADD SPT-MTH-DOLLAR-TGT (SPT-SUB) TO HT-MTH-DOLLAR-TGT.
           ADD SPT-YTD-UNITS (SPT-SUB) TO HT-YTD-UNITS.
           ADD SPT-YTD-DOLLARS (SPT-SUB) TO HT-YTD-DOLLARS.
           ADD SPT-YTD-UNIT-TGT (SPT-SUB) TO HT-YTD-UNIT-TGT.
           ADD SPT-YTD-DOLLAR-TGT (SPT-SUB) TO HT-YTD-DOLLAR-TGT.

       2200-CALC-PCT.
      * DOLLARS WHEN A DOLLAR TARGET IS SET, ELSE UNITS, ELSE NOT
      * JUDGED.
           MOVE ZERO TO PCT-RESULT.
           MOVE 'Y' TO PCT-JUDGED.
           IF PCT-DOLLAR-TGT > ZERO
               COMPUTE PCT-RESULT ROUNDED =
                   PCT-DOLLARS * 100 / PCT-DOLLAR-TGT
           ELSE
               IF PCT-UNIT-TGT > ZERO
                   COMPUTE PCT-RESULT ROUNDED =
                       PCT-UNITS * 100 / PCT-UNIT-TGT
               ELSE
                   MOVE 'N' TO PCT-JUDGED
               END-IF
           END-IF.

       2300-SORT-BY-ATTAINMENT.
      * RANKED ROWS FIRST, HIGHEST MONTH PERCENT ON TOP; THE UNRANKED
      * FOLLOW BY MONTH DOLLARS.
           IF SALES-PERSON-COUNT > 1
               COMPUTE SORT-LIMIT = SALES-PERSON-COUNT - 1
               PERFORM 2310-SORT-OUTER
                   VARYING SORT-SUB1 FROM 1 BY 1
                   UNTIL SORT-SUB1 > SORT-LIMIT
           END-IF.

       2310-SORT-OUTER.
           PERFORM 2320-SORT-INNER
               VARYING SORT-SUB2 FROM 1 BY 1
               UNTIL SORT-SUB2 > SALES-PERSON-COUNT - SORT-SUB1.

       2320-SORT-INNER.
           MOVE 'N' TO SORT-SWAP-SW.
           IF SPT-RANK-GROUP (SORT-SUB2) >
                   SPT-RANK-GROUP (SORT-SUB2 + 1)
               MOVE 'Y' TO SORT-SWAP-SW
           END-IF.
           IF SPT-RANK-GROUP (SORT-SUB2) =
                   SPT-RANK-GROUP (SORT-SUB2 + 1)
               IF SPT-RANKED (SORT-SUB2)
                   IF SPT-MTH-PCT (SORT-SUB2) <
                           SPT-MTH-PCT (SORT-SUB2 + 1)
                       MOVE 'Y' TO SORT-SWAP-SW
                   END-IF
               ELSE
                   IF SPT-MTH-DOLLARS (SORT-SUB2) <
                           SPT-MTH-DOLLARS (SORT-SUB2 + 1)
                       MOVE 'Y' TO SORT-SWAP-SW
                   END-IF
               END-IF
           END-IF.
           IF SORT-SWAP-SW = 'Y'
               MOVE SALES-PERSON-ENTRY (SORT-SUB2) TO HOLD-ENTRY
               MOVE SALES-PERSON-ENTRY (SORT-SUB2 + 1)
                   TO SALES-PERSON-ENTRY (SORT-SUB2)
               MOVE HOLD-ENTRY TO SALES-PERSON-ENTRY (SORT-SUB2 + 1)
           END-IF.

       3000-PRINT-REPORT.
           OPEN OUTPUT QUOTATTN.
           PERFORM 9200-HDGS.
           MOVE ZERO TO R-RANK.
           MOVE ZERO TO SPT-SUB.
           PERFORM 3100-PRINT-PERSON
               VARYING SPT-SUB FROM 1 BY 1
               UNTIL SPT-SUB > SALES-PERSON-COUNT.
           PERFORM 3200-PRINT-HOUSE-TOTAL.

           MOVE R-FLAGGED-CTR TO O-FLAGGED-CTR.
           MOVE R-QUOTA-READ-CTR TO O-QUOTA-READ-CTR.
           MOVE R-ACTIVITY-READ-CTR TO O-ACTIVITY-READ-CTR.
           MOVE R-OVERFLOW-CTR TO O-OVERFLOW-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           IF R-OVERFLOW-CTR > ZERO
               DISPLAY '*** WARNING - ' R-OVERFLOW-CTR ' QUOTA OR '
                   'ACTIVITY RECORD(S) OVER SALES-PERSON-MAX LEFT OFF '
                   'THE REPORT - HOUSE TOTALS ARE SHORT ***'
           END-IF.

           CLOSE QUOTATTN.

       3100-PRINT-PERSON.
      * A SALESPERSON WITH NO QUOTA AND NO SALES IN ANY OF THE
      * MONTHS REPORTED HAS NOTHING TO SHOW AND IS LEFT OFF.
           IF SPT-MTH-JUDGED (SPT-SUB) = 'Y'
                   OR SPT-YTD-JUDGED (SPT-SUB) = 'Y'
                   OR SPT-PRV-JUDGED (SPT-SUB) = 'Y'
                   OR SPT-YTD-UNITS (SPT-SUB) NOT = ZERO
                   OR SPT-YTD-DOLLARS (SPT-SUB) NOT = ZERO
                   OR SPT-PRV-UNITS (SPT-SUB) NOT = ZERO
               MOVE SPACES TO DETAIL-LINE
               IF SPT-RANKED (SPT-SUB)
                   ADD 1 TO R-RANK
                   MOVE R-RANK TO O-DT-RANK
               END-IF
               MOVE SPT-ID (SPT-SUB) TO O-DT-ID
               MOVE SPT-NAME (SPT-SUB) TO O-DT-NAME
               MOVE SPT-MTH-UNITS (SPT-SUB) TO O-DT-MTH-UNITS
               MOVE SPT-MTH-UNIT-TGT (SPT-SUB) TO O-DT-MTH-UNIT-TGT
               MOVE SPT-MTH-DOLLARS (SPT-SUB) TO O-DT-MTH-DOLLARS
               MOVE SPT-MTH-DOLLAR-TGT (SPT-SUB)
                   TO O-DT-MTH-DOLLAR-TGT
               IF SPT-MTH-JUDGED (SPT-SUB) = 'Y'
                   MOVE SPT-MTH-PCT (SPT-SUB) TO O-DT-MTH-PCT
               END-IF
               MOVE SPT-YTD-UNITS (SPT-SUB) TO O-DT-YTD-UNITS
               MOVE SPT-YTD-UNIT-TGT (SPT-SUB) TO O-DT-YTD-UNIT-TGT
               MOVE SPT-YTD-DOLLARS (SPT-SUB) TO O-DT-YTD-DOLLARS
               MOVE SPT-YTD-DOLLAR-TGT (SPT-SUB)
                   TO O-DT-YTD-DOLLAR-TGT
               IF SPT-YTD-JUDGED (SPT-SUB) = 'Y'
                   MOVE SPT-YTD-PCT (SPT-SUB) TO O-DT-YTD-PCT
               END-IF
               IF SPT-FLAGGED (SPT-SUB)
                   MOVE '** UNDER 75 - 2 MOS' TO O-DT-FLAG
               ELSE
                   IF SPT-UNRANKED (SPT-SUB)
                       MOVE 'NO QUOTA THIS MONTH' TO O-DT-FLAG
                   END-IF
               END-IF
               WRITE PRTLINE FROM DETAIL-LINE
                   AFTER ADVANCING 1 LINE
                       AT EOP
                           PERFORM 9200-HDGS
           END-IF.

       3200-PRINT-HOUSE-TOTAL.
      * AN UNSET PERCENT PRINTS BLANK, SO THE LINE IS CLEARED FIRST.
           MOVE SPACES TO HOUSE-TOTAL-LINE.
           MOVE 'HOUSE VS ALL QUOTAS' TO O-HT-LABEL.
           MOVE HT-MTH-UNITS TO O-HT-MTH-UNITS.
           MOVE HT-MTH-UNIT-TGT TO O-HT-MTH-UNIT-TGT.
           MOVE HT-MTH-DOLLARS TO O-HT-MTH-DOLLARS.
           MOVE HT-MTH-DOLLAR-TGT TO O-HT-MTH-DOLLAR-TGT.
           MOVE HT-MTH-UNITS TO PCT-UNITS.
           MOVE HT-MTH-DOLLARS TO PCT-DOLLARS.
           MOVE HT-MTH-UNIT-TGT TO PCT-UNIT-TGT.
           MOVE HT-MTH-DOLLAR-TGT TO PCT-DOLLAR-TGT.
           PERFORM 2200-CALC-PCT.
           IF PCT-JUDGED = 'Y'
               MOVE PCT-RESULT TO O-HT-MTH-PCT
           END-IF.
           MOVE HT-YTD-UNITS TO O-HT-YTD-UNITS.
           MOVE HT-YTD-UNIT-TGT TO O-HT-YTD-UNIT-TGT.
           MOVE HT-YTD-DOLLARS TO O-HT-YTD-DOLLARS.
           MOVE HT-YTD-DOLLAR-TGT TO O-HT-YTD-DOLLAR-TGT.
           MOVE HT-YTD-UNITS TO PCT-UNITS.
           MOVE HT-YTD-DOLLARS TO PCT-DOLLARS.
           MOVE HT-YTD-UNIT-TGT TO PCT-UNIT-TGT.
           MOVE HT-YTD-DOLLAR-TGT TO PCT-DOLLAR-TGT.
           PERFORM 2200-CALC-PCT.
           IF PCT-JUDGED = 'Y'
               MOVE PCT-RESULT TO O-HT-YTD-PCT
           END-IF.
           WRITE PRTLINE FROM HOUSE-TOTAL-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9200-HDGS.

       9200-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM PERIOD-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE PRTLINE FROM COLUMN-HEADING-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HEADING-TWO
               AFTER ADVANCING 1 LINE.

       END PROGRAM CBLGWW21.
