      * THE CEILING BOUNCES HERE INSTEAD OF ON A REMITTANCE REPORT.
      * A ZERO RATE IS LEGITIMATE - SOME STATES HAVE NO SALES TAX.
      *
      * A DELETE IS REFUSED WHILE ACTIVE CUSTOMERS ON CUSTMAST.DAT
      * STILL LIVE IN THE STATE - THEIR NEXT SALE WOULD BE TAXED AT
      * ZERO.  THE AUDIT LISTING SAYS HOW MANY.
      *
      * MOD HISTORY
      * 09/01/26  GW  NEW PROGRAM, CLONED FROM COBGWW03 SO THE TAX
      *               MASTER STOPS BEING HAND-EDITED WITH NO AUDIT
      *               TRAIL.
      * 10/15/26  GW  DELETE OF A STATE WITH ACTIVE CUSTOMERS ON
      *               CUSTMAST IS REFUSED WITH THE REASON.
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATETXN-STATUS.

           SELECT CUSTMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\CUSTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  TXN-REC                     PIC X(6).

       FD  CUSTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 84 CHARACTERS.

           COPY CUSTREC.

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
               10  TXM-ROW-STATUS              PIC X.
                   88  TXM-ROW-ACTIVE              VALUE 'Y'.
                   88  TXM-ROW-DELETED             VALUE 'N'.
               10  TXM-CUST-CTR                PIC 9(5).

       01  TAX-RATE-AREA.
           05  TAX-RATE-COUNT           PIC 99      VALUE ZERO.
           05  TXN-MORE                 PIC XXX     VALUE 'YES'.
           05  TXN-BUILD-OK             PIC X       VALUE 'N'.

       01  IN-USE-AREA.
           05  CUSTMAST-STATUS          PIC XX      VALUE SPACES.
           05  CUM-MORE                 PIC XXX     VALUE 'YES'.
           05  USE-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  USE-CUST-EDIT            PIC ZZ,ZZ9.

       01  TXN-WORK-REC.
           05  TXN-STATE                PIC XX.
           05  TXN-RATE                 PIC V9999.
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
           PERFORM 1050-LOAD-TAX-RATES.
           PERFORM 1060-COUNT-CUSTOMERS.
           OPEN INPUT STATETXT.
           OPEN OUTPUT STATETXA.

               MOVE TX-STATE TO TXM-STATE (TAX-RATE-COUNT)
               MOVE TX-RATE TO TXM-RATE (TAX-RATE-COUNT)
               SET TXM-ROW-ACTIVE (TAX-RATE-COUNT) TO TRUE
               MOVE ZERO TO TXM-CUST-CTR (TAX-RATE-COUNT)
           ELSE
               DISPLAY '*** WARNING - STATETAX.DAT HAS MORE THAN '
                   'TAX-RATE-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1051-READ-TAX-RATE.

       1060-COUNT-CUSTOMERS.
      * RETIRED (MERGED) CUSTOMER NUMBERS NEVER BUY AGAIN, SO ONLY
      * ACTIVE ONES HOLD A STATE IN USE.  NO CUSTOMER MASTER (STATUS
      * 35) MEANS NO CUSTOMERS.  ANY OTHER FAILURE STOPS THE RUN - A
      * DELETE THAT CANNOT BE CHECKED IS NOT APPLIED.
           MOVE 'YES' TO CUM-MORE.
           OPEN INPUT CUSTMAST.
           IF CUSTMAST-STATUS = '35'
               MOVE 'NO' TO CUM-MORE
           ELSE
               IF CUSTMAST-STATUS NOT = '00'
                   DISPLAY '*** COBGWW06 RUN STOPPED - CUSTMAST.DAT '
                       'OPEN INPUT FAILED, STATUS = ' CUSTMAST-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1061-READ-CUSTOMER
               PERFORM 1062-COUNT-CUSTOMER
                   UNTIL CUM-MORE = 'NO'
               CLOSE CUSTMAST
           END-IF.

       1061-READ-CUSTOMER.
           READ CUSTMAST
               AT END
                   MOVE 'NO' TO CUM-MORE.

       1062-COUNT-CUSTOMER.
           IF CU-ACTIVE
               MOVE ZERO TO USE-SEARCH-SUB
               PERFORM 1063-SEARCH-CUSTOMER-STATE
                   VARYING USE-SEARCH-SUB FROM 1 BY 1
                   UNTIL USE-SEARCH-SUB > TAX-RATE-COUNT
                      OR CU-STATE = TXM-STATE (USE-SEARCH-SUB)
               IF USE-SEARCH-SUB <= TAX-RATE-COUNT
                   ADD 1 TO TXM-CUST-CTR (USE-SEARCH-SUB)
               END-IF
           END-IF.
           PERFORM 1061-READ-CUSTOMER.

       1063-SEARCH-CUSTOMER-STATE.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2000-MAINLINE.
           PERFORM 2100-EDIT-TRANS.
           IF TRANS-IS-VALID
               IF TRANS-IS-ADD OR TRANS-IS-CHANGE
                   PERFORM 2120-EDIT-RATE
               END-IF
               IF TRANS-IS-DELETE
                       AND TXM-SEARCH-SUB <= TAX-RATE-COUNT
                   PERFORM 2160-EDIT-IN-USE
               END-IF
           END-IF.

       2110-EDIT-STATE.
                   INTO M-PRIOR-REASON
           END-IF.

       2160-EDIT-IN-USE.
           IF TXM-CUST-CTR (TXM-SEARCH-SUB) > ZERO
               SET TRANS-IS-INVALID TO TRUE
               ADD 1 TO M-IN-USE-CTR
               MOVE TXM-CUST-CTR (TXM-SEARCH-SUB) TO USE-CUST-EDIT
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'IN USE: ' DELIMITED BY SIZE
                   FUNCTION TRIM(USE-CUST-EDIT) DELIMITED BY SIZE
                   ' ACTIVE CUSTOMERS' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2200-APPLY-TRANS.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TR-STATE TO O-AUD-STATE.
               MOVE TR-STATE TO TXM-STATE (TAX-RATE-COUNT)
               MOVE TR-RATE TO TXM-RATE (TAX-RATE-COUNT)
               SET TXM-ROW-ACTIVE (TAX-RATE-COUNT) TO TRUE
               MOVE ZERO TO TXM-CUST-CTR (TAX-RATE-COUNT)
               MOVE TR-RATE TO O-AUD-AFT-RATE
               ADD 1 TO M-ADD-CTR
           ELSE
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           MOVE M-IN-USE-CTR TO O-IN-USE-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
