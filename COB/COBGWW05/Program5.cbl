      * BLANK ACTIVE FLAG KEEPS THE FLAG; THE RATE MUST ALWAYS BE
      * SUPPLIED.
      *
      * A DELETE IS REFUSED WHILE THE PERSON STILL HAS A COMMISSION
      * STATEMENT COMING - SALES UNDER THE ID ON THE EDITED EXTRACT
      * CBLBOATV.DAT WHOSE BATCH HAS NOT YET POSTED (NOT ON THE
      * BOATHPST.DAT POSTED-BATCH LOG).  CBLGWW02 WOULD OTHERWISE PAY
      * THOSE SALES AT THE HOUSE RATE WITH NO NAME.  SET THE PERSON
      * INACTIVE INSTEAD AND DELETE AFTER THE BATCH POSTS.
      *
      * MOD HISTORY
      * 09/01/26  GW  NEW PROGRAM, CLONED FROM COBGWW03 AFTER A
      *               HAND-EDIT OF THE MASTER PAID A SALESPERSON AT
      *               50 PERCENT WITH NO AUDIT TRAIL.
      * 10/15/26  GW  DELETE OF A SALESPERSON WITH SALES IN AN
      *               UNPOSTED BATCH IS REFUSED WITH THE REASON.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SALESPEN-STATUS.

           SELECT CBLBOATV
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\CBLBOATV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATV-STATUS.

           SELECT BOATHPST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATHPST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HPST-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  SPN-REC                     PIC X(28).

       FD  CBLBOATV
           LABEL RECORD IS STANDARD
           DATA RECORD IS CBLBOATV-REC
           RECORD CONTAINS 96 CHARACTERS.

       01  CBLBOATV-REC                PIC X(96).

       FD  BOATHPST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HPST-REC
           RECORD CONTAINS 6 CHARACTERS.

       01  HPST-REC                    PIC X(6).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-RECS             PIC XXX     VALUE 'YES'.
           05 M-CHANGE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-DELETE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-REJECT-CTR          PIC 9(6)    VALUE ZERO.
           05 M-IN-USE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-MASTER-IN-CTR       PIC 9(6)    VALUE ZERO.
           05 M-MASTER-OUT-CTR      PIC 9(6)    VALUE ZERO.
           05 M-VALID-SW            PIC X       VALUE 'Y'.
               10  SPM-ROW-STATUS              PIC X.
                   88  SPM-ROW-ACTIVE              VALUE 'Y'.
                   88  SPM-ROW-DELETED             VALUE 'N'.
               10  SPM-PENDING-CTR             PIC 9(5).

       01  SALES-MASTER-AREA.
           05  SALES-MASTER-COUNT       PIC 99      VALUE ZERO.
           05  SPN-MORE                 PIC XXX     VALUE 'YES'.
           05  SPN-BUILD-OK             PIC X       VALUE 'N'.

       01  PENDING-SALES-AREA.
           05  BOATV-STATUS             PIC XX      VALUE SPACES.
           05  HPST-STATUS              PIC XX      VALUE SPACES.
           05  BV-MORE                  PIC XXX     VALUE 'YES'.
           05  HPST-MORE                PIC XXX     VALUE 'YES'.
           05  BV-BATCH-NBR             PIC 9(6)    VALUE ZERO.
           05  BV-POSTED-SW             PIC X       VALUE 'N'.
               88  BV-BATCH-POSTED          VALUE 'Y'.
           05  PND-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  PND-SALES-EDIT           PIC ZZ,ZZ9.
           05  PND-BATCH-EDIT           PIC 9(6).

           COPY BOATREC.

           COPY BATCHREC.

       01  SPN-WORK-REC.
           05  SPN-ID                   PIC X(4).
           05  SPN-NAME                 PIC X(20).
           05  FILLER                  PIC X(13)
               VALUE 'MASTERS OUT:'.
           05  O-MASTER-OUT-CTR        PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(26)
               VALUE 'DELETES REFUSED (IN USE):'.
           05  O-IN-USE-CTR            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.

       1000-INIT.
           PERFORM 1050-LOAD-SALESPERSONS.
           PERFORM 1060-COUNT-PENDING-SALES.
           OPEN INPUT SALESPET.
           OPEN OUTPUT SALESPEA.

               MOVE SP-COMM-RATE TO SPM-RATE (SALES-MASTER-COUNT)
               MOVE SP-ACTIVE-FLAG TO SPM-ACTIVE (SALES-MASTER-COUNT)
               SET SPM-ROW-ACTIVE (SALES-MASTER-COUNT) TO TRUE
               MOVE ZERO TO SPM-PENDING-CTR (SALES-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - SALESPER.DAT HAS MORE THAN '
                   'SALES-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1051-READ-SALESPERSON.

       1060-COUNT-PENDING-SALES.
      * THE EDITED EXTRACT STAYS ON DISK AFTER CBLGWW02 POSTS IT, SO
      * ITS SALES ONLY COUNT WHILE ITS BATCH IS MISSING FROM THE
      * POSTED LOG.  NO EXTRACT (STATUS 35) MEANS NOTHING PENDING.
      * ANY OTHER FAILURE STOPS THE RUN - A DELETE THAT CANNOT BE
      * CHECKED IS NOT APPLIED.
           MOVE 'YES' TO BV-MORE.
           OPEN INPUT CBLBOATV.
           IF BOATV-STATUS = '35'
               MOVE 'NO' TO BV-MORE
           ELSE
               IF BOATV-STATUS NOT = '00'
                   DISPLAY '*** COBGWW05 RUN STOPPED - CBLBOATV.DAT '
                       'OPEN INPUT FAILED, STATUS = ' BOATV-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1061-READ-EXTRACT
               PERFORM 1062-COUNT-EXTRACT-REC
                   UNTIL BV-MORE = 'NO'
               CLOSE CBLBOATV
           END-IF.

       1061-READ-EXTRACT.
           READ CBLBOATV
               AT END
                   MOVE 'NO' TO BV-MORE.

       1062-COUNT-EXTRACT-REC.
      * CONTROL RECORDS ARE RECOGNIZED THE WAY CBLGWW02 DOES IT - THE
      * ID BYTE PLUS ALL-NUMERIC CONTROL FIELDS, SINCE A DETAIL
      * RECORD STARTS WITH A LAST NAME.
           EVALUATE TRUE
               WHEN CBLBOATV-REC (1:1) = 'H'
                       AND CBLBOATV-REC (2:14) IS NUMERIC
                   MOVE CBLBOATV-REC TO BCH-HEADER-REC
                   MOVE BCH-H-BATCH-NBR TO BV-BATCH-NBR
                   PERFORM 1070-CHECK-POSTED-LOG
                   IF BV-BATCH-POSTED
                       MOVE 'NO' TO BV-MORE
                   END-IF
               WHEN CBLBOATV-REC (1:1) = 'T'
                       AND CBLBOATV-REC (2:20) IS NUMERIC
                   CONTINUE
               WHEN OTHER
                   MOVE CBLBOATV-REC TO I-REC
                   PERFORM 1063-FIND-PENDING-ID
                   IF PND-SEARCH-SUB <= SALES-MASTER-COUNT
                       ADD 1 TO SPM-PENDING-CTR (PND-SEARCH-SUB)
                   END-IF
           END-EVALUATE.
           IF BV-MORE NOT = 'NO'
               PERFORM 1061-READ-EXTRACT
           END-IF.

       1063-FIND-PENDING-ID.
           MOVE ZERO TO PND-SEARCH-SUB.
           PERFORM 1064-SEARCH-PENDING-ID
               VARYING PND-SEARCH-SUB FROM 1 BY 1
               UNTIL PND-SEARCH-SUB > SALES-MASTER-COUNT
                  OR I-SALESPERSON-ID = SPM-ID (PND-SEARCH-SUB).

       1064-SEARCH-PENDING-ID.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       1070-CHECK-POSTED-LOG.
           MOVE 'N' TO BV-POSTED-SW.
           MOVE 'YES' TO HPST-MORE.
           OPEN INPUT BOATHPST.
           IF HPST-STATUS = '00'
               PERFORM 1071-READ-POSTED-LOG
               PERFORM 1072-CHECK-POSTED-BATCH
                   UNTIL HPST-MORE = 'NO'
               CLOSE BOATHPST
           END-IF.

       1071-READ-POSTED-LOG.
           READ BOATHPST
               AT END
                   MOVE 'NO' TO HPST-MORE.

       1072-CHECK-POSTED-BATCH.
           IF HPST-REC = BV-BATCH-NBR
               SET BV-BATCH-POSTED TO TRUE
           END-IF.
           PERFORM 1071-READ-POSTED-LOG.

       2000-MAINLINE.
           PERFORM 2100-EDIT-TRANS.
           IF TRANS-IS-VALID
                       AND TR-ACTIVE-FLAG NOT = SPACE
                   PERFORM 2135-EDIT-ACTIVE-FLAG
               END-IF
               IF TRANS-IS-DELETE
                       AND SPM-SEARCH-SUB <= SALES-MASTER-COUNT
                   PERFORM 2160-EDIT-IN-USE
               END-IF
           END-IF.

       2110-EDIT-ID.
                   INTO M-PRIOR-REASON
           END-IF.

       2160-EDIT-IN-USE.
           IF SPM-PENDING-CTR (SPM-SEARCH-SUB) > ZERO
               SET TRANS-IS-INVALID TO TRUE
               ADD 1 TO M-IN-USE-CTR
               MOVE SPM-PENDING-CTR (SPM-SEARCH-SUB) TO PND-SALES-EDIT
               MOVE BV-BATCH-NBR TO PND-BATCH-EDIT
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'IN USE: ' DELIMITED BY SIZE
                   FUNCTION TRIM(PND-SALES-EDIT) DELIMITED BY SIZE
                   ' SALES IN BATCH ' DELIMITED BY SIZE
                   PND-BATCH-EDIT DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2200-APPLY-TRANS.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TR-ID TO O-AUD-ID.
               MOVE TR-ACTIVE-FLAG
                   TO SPM-ACTIVE (SALES-MASTER-COUNT)
               SET SPM-ROW-ACTIVE (SALES-MASTER-COUNT) TO TRUE
               MOVE ZERO TO SPM-PENDING-CTR (SALES-MASTER-COUNT)
               MOVE TR-NAME TO O-AUD-AFT-NAME
               MOVE TR-COMM-RATE TO O-AUD-AFT-RATE
               MOVE TR-ACTIVE-FLAG TO O-AUD-AFT-ACTIVE
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           MOVE M-IN-USE-CTR TO O-IN-USE-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
