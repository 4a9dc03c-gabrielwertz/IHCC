       IDENTIFICATION DIVISION.
       PROGRAM-ID.     COBGWW16.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * THIS PROGRAM MAINTAINS CUSTMAST.DAT, THE CUSTOMER MASTER
      * SHARED BY COBGWW01 AND CBLGWW02, THE SAME WAY COBGWW05
      * MAINTAINS THE SALESPERSON MASTER.  IT READS A TRANSACTION FILE
      * OF ADD/CHANGE/MERGE RECORDS (CUSTMASTT.DAT), VALIDATES EACH
      * ONE, APPLIES THE GOOD ONES AND PRINTS A BEFORE/AFTER AUDIT
      * LISTING ON CUSTMASTA.PRT.
      *
      * ADD     - NEW CUSTOMER NUMBER WITH NAME AND STATE REQUIRED.
      *           THE STATE MUST BE ON STATETAX.DAT.
      *           THE PURCHASE COUNT AND LIFETIME DOLLARS START AT
      *           ZERO - ONLY CBLGWW02 POSTS THEM.
      * CHANGE  - NAME, ADDRESS, STATE AND PHONE.  A BLANK FIELD KEEPS
      *           WHAT IS ALREADY ON FILE.  A NEW STATE MUST BE ON
      *           STATETAX.DAT.
      * MERGE   - THE SAME BUYER KEYED UNDER TWO NUMBERS.  THE
      *           TRANSACTION'S CUSTOMER NUMBER IS THE DUPLICATE AND
      *           THE MERGE-INTO NUMBER IS THE ONE THAT SURVIVES.  THE
      *           DUPLICATE'S PURCHASE COUNT AND LIFETIME DOLLARS ARE
      *           ADDED TO THE SURVIVOR, AND THE DUPLICATE STAYS ON
      *           FILE RETIRED (ZERO COUNTS, POINTING AT THE SURVIVOR)
      *           SO THE NUMBER IS NEVER REISSUED AND COBGWW01 CAN
      *           BOUNCE A SALE KEYED TO IT WITH THE NUMBER TO USE.
      *           BOTH RECORDS PRINT BEFORE AND AFTER ON THE AUDIT.
      *           ANY NUMBER RETIRED INTO THE DUPLICATE EARLIER IS
      *           POINTED ON TO THE SURVIVOR, SO A POINTER NEVER
      *           NAMES A RETIRED NUMBER.
      *
      * THERE IS NO DELETE - A CUSTOMER WITH PURCHASES ON FILE IS
      * HISTORY, AND A NUMBER KEYED IN ERROR IS FOLDED AWAY BY A
      * MERGE INSTEAD.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM, CLONED FROM COBGWW05 - CUSTMAST.DAT
      *               WAS STILL HAND-EDITED AND THE SAME BUYER UNDER
      *               TWO NUMBERS WAS SPLITTING THE REPEAT-BUYER
      *               COUNTS.
      * 10/15/26  GW  A MERGE NOW RE-POINTS THE NUMBERS ALREADY
      *               RETIRED INTO THE DUPLICATE - MERGING B INTO C
      *               LEFT A, RETIRED INTO B, POINTING AT A RETIRED
      *               NUMBER.
      * 10/15/26  GW  ADD AND CHANGE NOW LOOK THE STATE UP ON
      *               STATETAX.DAT - A WELL-FORMED CODE WITH NO RATE ROW
      *               WAS GOING ON FILE AS AN ORPHAN STATE.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\CUSTMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAST-STATUS.

           SELECT CUSTMAT
               ASSIGN TO 'C:\IHCC\COB\COBGWW16\CUSTMASTT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTMAA
               ASSIGN TO 'C:\IHCC\COB\COBGWW16\CUSTMASTA.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

           SELECT CUSTMAN
               ASSIGN TO 'C:\IHCC\COB\COBGWW16\CUSTMASTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CUSTMAN-STATUS.

           SELECT STATETAX
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\STATETAX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STATETAX-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CUSTMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS CUST-REC
           RECORD CONTAINS 84 CHARACTERS.

           COPY CUSTREC.

       FD  CUSTMAT
           LABEL RECORD IS STANDARD
           DATA RECORD IS TRANS-REC
           RECORD CONTAINS 68 CHARACTERS.

       01  TRANS-REC.
           05  TR-ACTION               PIC X.
               88  TRANS-IS-ADD            VALUE 'A'.
               88  TRANS-IS-CHANGE         VALUE 'C'.
               88  TRANS-IS-MERGE          VALUE 'M'.
               88  VALID-TRANS-ACTION      VALUES 'A' 'C' 'M'.
           05  TR-CUST-X               PIC X(5).
           05  FILLER REDEFINES TR-CUST-X.
               10  TR-CUST-NBR             PIC 9(5).
           05  TR-NAME                 PIC X(20).
           05  TR-ADDRESS              PIC X(25).
           05  TR-STATE                PIC XX.
           05  TR-PHONE                PIC X(10).
           05  TR-MERGE-INTO-X         PIC X(5).
           05  FILLER REDEFINES TR-MERGE-INTO-X.
               10  TR-MERGE-INTO           PIC 9(5).

       FD  CUSTMAA
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       FD  CUSTMAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS CMN-REC
           RECORD CONTAINS 84 CHARACTERS.

       01  CMN-REC                     PIC X(84).

       FD  STATETAX
           LABEL RECORD IS STANDARD
           DATA RECORD IS TAX-RATE-REC
           RECORD CONTAINS 6 CHARACTERS.

           COPY TAXRATE.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 MORE-RECS             PIC XXX     VALUE 'YES'.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 M-READ-CTR            PIC 9(6)    VALUE ZERO.
           05 M-ADD-CTR             PIC 9(6)    VALUE ZERO.
           05 M-CHANGE-CTR          PIC 9(6)    VALUE ZERO.
           05 M-MERGE-CTR           PIC 9(6)    VALUE ZERO.
           05 M-REJECT-CTR          PIC 9(6)    VALUE ZERO.
           05 M-MASTER-IN-CTR       PIC 9(6)    VALUE ZERO.
           05 M-MASTER-OUT-CTR      PIC 9(6)    VALUE ZERO.
           05 M-RETIRED-OUT-CTR     PIC 9(6)    VALUE ZERO.
           05 M-VALID-SW            PIC X       VALUE 'Y'.
               88 TRANS-IS-VALID        VALUE 'Y'.
               88 TRANS-IS-INVALID      VALUE 'N'.
           05 M-REASON              PIC X(40)   VALUE SPACES.
           05 M-PRIOR-REASON        PIC X(40)   VALUE SPACES.

       01  CUSTOMER-MASTER-TABLE.
           05  CUSTOMER-MASTER-ENTRY      OCCURS 500 TIMES.
               10  CM-NBR                      PIC 9(5).
               10  CM-NAME                     PIC X(20).
               10  CM-ADDRESS                  PIC X(25).
               10  CM-STATE                    PIC XX.
               10  CM-PHONE                    PIC X(10).
               10  CM-CTR                      PIC 9(4).
               10  CM-DOLLARS                  PIC 9(10)V99.
               10  CM-STATUS                   PIC X.
                   88  CM-ROW-ACTIVE               VALUE 'A'.
                   88  CM-ROW-RETIRED              VALUE 'R'.
               10  CM-MERGED-INTO              PIC 9(5).

       01  CUSTOMER-MASTER-AREA.
           05  CUSTOMER-MASTER-COUNT    PIC 999     VALUE ZERO.
           05  CUSTOMER-MASTER-MAX      PIC 999     VALUE 500.
           05  CM-SEARCH-SUB            PIC 999     VALUE ZERO.
           05  CM-SURVIVOR-SUB          PIC 999     VALUE ZERO.
           05  CM-IMAGE-SUB             PIC 999     VALUE ZERO.
           05  CM-REPOINT-SUB           PIC 999     VALUE ZERO.
           05  CM-WRITE-SUB             PIC 999     VALUE ZERO.
           05  CM-MORE                  PIC XXX     VALUE 'YES'.
           05  CUSTMAST-STATUS          PIC XX      VALUE SPACES.
           05  CUSTMAN-STATUS           PIC XX      VALUE SPACES.
           05  CMN-MORE                 PIC XXX     VALUE 'YES'.
           05  CMN-BUILD-OK             PIC X       VALUE 'N'.

      * STATETAX.DAT IS READ ONLY HERE - COBGWW06 MAINTAINS IT.  ONLY
      * THE STATE CODE IS KEPT, TO EDIT ADD AND CHANGE STATES AGAINST.
       01  STATE-TAX-TABLE.
           05  STATE-TAX-ENTRY          OCCURS 60 TIMES.
               10  STM-STATE                PIC XX.

       01  STATE-TAX-AREA.
           05  STATE-TAX-COUNT          PIC 99      VALUE ZERO.
           05  STATE-TAX-MAX            PIC 99      VALUE 60.
           05  STM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  STM-MORE                 PIC XXX     VALUE 'YES'.
           05  STATETAX-STATUS          PIC XX      VALUE SPACES.

       01  CMN-WORK-REC.
           05  CN-NBR                   PIC 9(5).
           05  CN-NAME                  PIC X(20).
           05  CN-ADDRESS               PIC X(25).
           05  CN-STATE                 PIC XX.
           05  CN-PHONE                 PIC X(10).
           05  CN-CTR                   PIC 9(4).
           05  CN-DOLLARS               PIC 9(10)V99.
           05  CN-STATUS                PIC X.
           05  CN-MERGED-INTO           PIC 9(5).

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
               VALUE 'WERTZ''S BOATS INC. - CUSTOMER AUDIT LISTING'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(7)    VALUE 'ACTION'.
           05  FILLER          PIC X(6)    VALUE 'CUST'.
           05  FILLER          PIC X(7)    VALUE 'IMAGE'.
           05  FILLER          PIC X(21)   VALUE 'NAME'.
           05  FILLER          PIC X(26)   VALUE 'ADDRESS'.
           05  FILLER          PIC X(3)    VALUE 'ST'.
           05  FILLER          PIC X(11)   VALUE 'PHONE'.
           05  FILLER          PIC X(9)    VALUE 'PURCH'.
           05  FILLER          PIC X(14)   VALUE 'LIFETIME $'.
           05  FILLER          PIC X(28)   VALUE 'NOTE / REJECT REASON'.

      * A REJECT PRINTS ITS REASON ACROSS THE RECORD-IMAGE COLUMNS,
      * WHICH ARE EMPTY ON A REJECT LINE ANYWAY.
       01  AUDIT-LINE.
           05  O-AUD-ACTION            PIC X(7).
           05  O-AUD-CUST              PIC X(6).
           05  O-AUD-TAG               PIC X(7).
           05  O-AUD-IMAGE.
               10  O-AUD-NAME              PIC X(21).
               10  O-AUD-ADDRESS           PIC X(26).
               10  O-AUD-STATE             PIC X(3).
               10  O-AUD-PHONE             PIC X(11).
               10  O-AUD-CTR               PIC ZZZ9.
               10  FILLER                  PIC X.
               10  O-AUD-DOLLARS           PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER REDEFINES O-AUD-IMAGE.
               10  O-AUD-REASON            PIC X(40).
               10  FILLER                  PIC X(42).
           05  FILLER                  PIC X(2).
           05  O-AUD-NOTE              PIC X(28).

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
           05  FILLER                  PIC X(8)    VALUE 'MERGES:'.
           05  O-MERGE-CTR             PIC ZZZ,ZZ9.
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
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'RETIRED (OUT):'.
           05  O-RETIRED-OUT-CTR       PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL MORE-RECS = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-LOAD-CUSTOMERS.
           PERFORM 1060-LOAD-STATES.
           OPEN INPUT CUSTMAT.
           OPEN OUTPUT CUSTMAA.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9200-HDGS.
           PERFORM 9000-READ.

       1050-LOAD-CUSTOMERS.
      * A MAINTENANCE RUN THAT COULD NOT LOAD THE MASTER MUST NOT
      * APPLY TRANSACTIONS TO AN EMPTY TABLE AND REWRITE IT - THAT
      * WOULD WIPE EVERY CUSTOMER'S PURCHASE HISTORY.  A FULL TABLE
      * STOPS THE RUN FOR THE SAME REASON - THE REWRITE WOULD DROP
      * THE ROWS THAT DID NOT FIT.
           MOVE 'YES' TO CM-MORE.
           OPEN INPUT CUSTMAST.
           IF CUSTMAST-STATUS NOT = '00'
               DISPLAY '*** COBGWW16 RUN STOPPED - CUSTMAST.DAT OPEN '
                   'INPUT FAILED, STATUS = ' CUSTMAST-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-CUSTOMER.
           PERFORM 1052-STORE-CUSTOMER
               UNTIL CM-MORE = 'NO'.
           CLOSE CUSTMAST.
           MOVE CUSTOMER-MASTER-COUNT TO M-MASTER-IN-CTR.

       1051-READ-CUSTOMER.
           READ CUSTMAST
               AT END
                   MOVE 'NO' TO CM-MORE.

       1052-STORE-CUSTOMER.
      * A RECORD WRITTEN BEFORE CU-STATUS EXISTED HAS A BLANK STATUS
      * AND IS LOADED AS ACTIVE.
           IF CUSTOMER-MASTER-COUNT < CUSTOMER-MASTER-MAX
               ADD 1 TO CUSTOMER-MASTER-COUNT
               MOVE CU-NBR TO CM-NBR (CUSTOMER-MASTER-COUNT)
               MOVE CU-NAME TO CM-NAME (CUSTOMER-MASTER-COUNT)
               MOVE CU-ADDRESS TO CM-ADDRESS (CUSTOMER-MASTER-COUNT)
               MOVE CU-STATE TO CM-STATE (CUSTOMER-MASTER-COUNT)
               MOVE CU-PHONE TO CM-PHONE (CUSTOMER-MASTER-COUNT)
               MOVE CU-PURCHASE-CTR TO CM-CTR (CUSTOMER-MASTER-COUNT)
               MOVE CU-LIFETIME-DLRS
                   TO CM-DOLLARS (CUSTOMER-MASTER-COUNT)
               IF CU-RETIRED
                   SET CM-ROW-RETIRED (CUSTOMER-MASTER-COUNT) TO TRUE
                   MOVE CU-MERGED-INTO
                       TO CM-MERGED-INTO (CUSTOMER-MASTER-COUNT)
               ELSE
                   SET CM-ROW-ACTIVE (CUSTOMER-MASTER-COUNT) TO TRUE
                   MOVE ZERO TO CM-MERGED-INTO (CUSTOMER-MASTER-COUNT)
               END-IF
           ELSE
               DISPLAY '*** COBGWW16 RUN STOPPED - CUSTMAST.DAT HAS '
                   'MORE THAN CUSTOMER-MASTER-MAX ENTRIES - MASTER '
                   'NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1051-READ-CUSTOMER.

       1060-LOAD-STATES.
      * WITHOUT THE STATE TABLE EVERY ADD AND EVERY STATE CHANGE
      * WOULD REJECT, SO A FAILED OPEN STOPS THE RUN BEFORE ANY
      * TRANSACTION IS READ.
           MOVE 'YES' TO STM-MORE.
           OPEN INPUT STATETAX.
           IF STATETAX-STATUS NOT = '00'
               DISPLAY '*** COBGWW16 RUN STOPPED - STATETAX.DAT OPEN '
                   'INPUT FAILED, STATUS = ' STATETAX-STATUS
                   ' - MASTER NOT TOUCHED ***'
               STOP RUN
           END-IF.
           PERFORM 1061-READ-STATE.
           PERFORM 1062-STORE-STATE
               UNTIL STM-MORE = 'NO'.
           CLOSE STATETAX.

       1061-READ-STATE.
           READ STATETAX
               AT END
                   MOVE 'NO' TO STM-MORE.

       1062-STORE-STATE.
           IF STATE-TAX-COUNT < STATE-TAX-MAX
               ADD 1 TO STATE-TAX-COUNT
               MOVE TX-STATE TO STM-STATE (STATE-TAX-COUNT)
           ELSE
               DISPLAY '*** WARNING - STATETAX.DAT HAS MORE THAN '
                   'STATE-TAX-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1061-READ-STATE.

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
           PERFORM 2140-FIND-MASTER-NBR.

           IF NOT VALID-TRANS-ACTION
               SET TRANS-IS-INVALID TO TRUE
               STRING 'INVALID ACTION CODE' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               PERFORM 2110-EDIT-CUST-NBR
               IF TRANS-IS-ADD
                   PERFORM 2120-EDIT-NAME
                   PERFORM 2125-EDIT-STATE
               END-IF
               IF TRANS-IS-CHANGE
                   PERFORM 2135-EDIT-CHANGE-FIELDS
               END-IF
               IF TRANS-IS-ADD OR TRANS-IS-CHANGE
                   PERFORM 2130-EDIT-PHONE
               END-IF
               IF TRANS-IS-MERGE
                   PERFORM 2145-EDIT-MERGE-INTO
               END-IF
           END-IF.

       2110-EDIT-CUST-NBR.
      * A RETIRED NUMBER IS STILL ON FILE, SO IT CAN NEVER BE ADDED
      * AGAIN, AND IT CAN NO LONGER BE CHANGED OR MERGED.
           IF TR-CUST-X NOT NUMERIC OR TR-CUST-NBR = ZERO
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'CUSTOMER NUMBER NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TRANS-IS-ADD
                       AND CM-SEARCH-SUB <= CUSTOMER-MASTER-COUNT
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'DUPLICATE CUSTOMER NUMBER' DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
               IF (TRANS-IS-CHANGE OR TRANS-IS-MERGE)
                       AND CM-SEARCH-SUB > CUSTOMER-MASTER-COUNT
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'CUSTOMER NOT ON FILE' DELIMITED BY SIZE
                       INTO M-REASON
               END-IF
               IF (TRANS-IS-CHANGE OR TRANS-IS-MERGE)
                       AND CM-SEARCH-SUB <= CUSTOMER-MASTER-COUNT
                   IF CM-ROW-RETIRED (CM-SEARCH-SUB)
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'CUSTOMER IS RETIRED' DELIMITED BY SIZE
                           INTO M-REASON
                   END-IF
               END-IF
           END-IF.

       2120-EDIT-NAME.
           IF TR-NAME = SPACES
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'NAME MISSING' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2125-EDIT-STATE.
           IF TR-STATE = SPACES
                   OR TR-STATE NOT ALPHABETIC
                   OR TR-STATE (1:1) = SPACE
                   OR TR-STATE (2:1) = SPACE
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'STATE MISSING OR INVALID' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               PERFORM 2126-LOOK-UP-STATE
           END-IF.

       2126-LOOK-UP-STATE.
           PERFORM 2127-SEARCH-STATE
               VARYING STM-SEARCH-SUB FROM 1 BY 1
               UNTIL STM-SEARCH-SUB > STATE-TAX-COUNT
                   OR TR-STATE = STM-STATE (STM-SEARCH-SUB).
           IF STM-SEARCH-SUB > STATE-TAX-COUNT
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'STATE NOT ON STATETAX' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2127-SEARCH-STATE.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2130-EDIT-PHONE.
           IF TR-PHONE NOT = SPACES
                   AND TR-PHONE NOT NUMERIC
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'PHONE NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2135-EDIT-CHANGE-FIELDS.
           IF TR-NAME = SPACES AND TR-ADDRESS = SPACES
                   AND TR-STATE = SPACES AND TR-PHONE = SPACES
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'NOTHING TO CHANGE' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               IF TR-STATE NOT = SPACES
                   PERFORM 2125-EDIT-STATE
               END-IF
           END-IF.

       2140-FIND-MASTER-NBR.
      * LEAVES CM-SEARCH-SUB POINTING AT THE MATCHING ENTRY, ACTIVE
      * OR RETIRED, OR PAST CUSTOMER-MASTER-COUNT WHEN THE NUMBER IS
      * NOT ON FILE.
           IF TR-CUST-X NUMERIC
               MOVE ZERO TO CM-SEARCH-SUB
               PERFORM 2141-SEARCH-MASTER
                   VARYING CM-SEARCH-SUB FROM 1 BY 1
                   UNTIL CM-SEARCH-SUB > CUSTOMER-MASTER-COUNT
                      OR TR-CUST-NBR = CM-NBR (CM-SEARCH-SUB)
           ELSE
               COMPUTE CM-SEARCH-SUB = CUSTOMER-MASTER-COUNT + 1
           END-IF.

       2141-SEARCH-MASTER.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2145-EDIT-MERGE-INTO.
      * THE SURVIVOR MUST BE A DIFFERENT, ACTIVE CUSTOMER ALREADY ON
      * FILE.  CM-SURVIVOR-SUB IS LEFT POINTING AT IT FOR THE APPLY.
           IF TR-MERGE-INTO-X NOT NUMERIC OR TR-MERGE-INTO = ZERO
               SET TRANS-IS-INVALID TO TRUE
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'MERGE-INTO NUMBER NOT NUMERIC' DELIMITED BY SIZE
                   INTO M-REASON
           ELSE
               MOVE ZERO TO CM-SURVIVOR-SUB
               PERFORM 2146-SEARCH-SURVIVOR
                   VARYING CM-SURVIVOR-SUB FROM 1 BY 1
                   UNTIL CM-SURVIVOR-SUB > CUSTOMER-MASTER-COUNT
                      OR TR-MERGE-INTO = CM-NBR (CM-SURVIVOR-SUB)
               IF TR-MERGE-INTO = TR-CUST-NBR
                   SET TRANS-IS-INVALID TO TRUE
                   PERFORM 2150-ADD-REASON-SEPARATOR
                   STRING
                       FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                       'CANNOT MERGE INTO ITSELF' DELIMITED BY SIZE
                       INTO M-REASON
               ELSE
                   IF CM-SURVIVOR-SUB > CUSTOMER-MASTER-COUNT
                       SET TRANS-IS-INVALID TO TRUE
                       PERFORM 2150-ADD-REASON-SEPARATOR
                       STRING
                           FUNCTION TRIM(M-PRIOR-REASON)
                               DELIMITED BY SIZE
                           'MERGE-INTO NOT ON FILE' DELIMITED BY SIZE
                           INTO M-REASON
                   ELSE
                       IF CM-ROW-RETIRED (CM-SURVIVOR-SUB)
                           SET TRANS-IS-INVALID TO TRUE
                           PERFORM 2150-ADD-REASON-SEPARATOR
                           STRING
                               FUNCTION TRIM(M-PRIOR-REASON)
                                   DELIMITED BY SIZE
                               'MERGE-INTO IS RETIRED'
                                   DELIMITED BY SIZE
                               INTO M-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF.

       2146-SEARCH-SURVIVOR.
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
           EVALUATE TRUE
               WHEN TRANS-IS-ADD
                   PERFORM 2210-APPLY-ADD
               WHEN TRANS-IS-CHANGE
                   PERFORM 2220-APPLY-CHANGE
               WHEN TRANS-IS-MERGE
                   PERFORM 2230-APPLY-MERGE
           END-EVALUATE.

       2210-APPLY-ADD.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'ADD' TO O-AUD-ACTION.
           MOVE TR-CUST-X TO O-AUD-CUST.
           IF CUSTOMER-MASTER-COUNT < CUSTOMER-MASTER-MAX
               MOVE 'BEFORE' TO O-AUD-TAG
               MOVE '(NONE)' TO O-AUD-NAME
               PERFORM 9300-PRINT-AUDIT-LINE
               MOVE SPACES TO AUDIT-LINE
               ADD 1 TO CUSTOMER-MASTER-COUNT
               MOVE TR-CUST-NBR TO CM-NBR (CUSTOMER-MASTER-COUNT)
               MOVE TR-NAME TO CM-NAME (CUSTOMER-MASTER-COUNT)
               MOVE TR-ADDRESS TO CM-ADDRESS (CUSTOMER-MASTER-COUNT)
               MOVE TR-STATE TO CM-STATE (CUSTOMER-MASTER-COUNT)
               MOVE TR-PHONE TO CM-PHONE (CUSTOMER-MASTER-COUNT)
               MOVE ZERO TO CM-CTR (CUSTOMER-MASTER-COUNT)
               MOVE ZERO TO CM-DOLLARS (CUSTOMER-MASTER-COUNT)
               SET CM-ROW-ACTIVE (CUSTOMER-MASTER-COUNT) TO TRUE
               MOVE ZERO TO CM-MERGED-INTO (CUSTOMER-MASTER-COUNT)
               MOVE 'AFTER' TO O-AUD-TAG
               MOVE CUSTOMER-MASTER-COUNT TO CM-IMAGE-SUB
               PERFORM 2250-PRINT-IMAGE
               ADD 1 TO M-ADD-CTR
           ELSE
               MOVE 'MASTER TABLE FULL - ADD NOT APPLIED'
                   TO O-AUD-REASON
               PERFORM 9300-PRINT-AUDIT-LINE
               ADD 1 TO M-REJECT-CTR
           END-IF.

       2220-APPLY-CHANGE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'CHANGE' TO O-AUD-ACTION.
           MOVE 'BEFORE' TO O-AUD-TAG.
           MOVE CM-SEARCH-SUB TO CM-IMAGE-SUB.
           PERFORM 2250-PRINT-IMAGE.
           IF TR-NAME NOT = SPACES
               MOVE TR-NAME TO CM-NAME (CM-SEARCH-SUB)
           END-IF.
           IF TR-ADDRESS NOT = SPACES
               MOVE TR-ADDRESS TO CM-ADDRESS (CM-SEARCH-SUB)
           END-IF.
           IF TR-STATE NOT = SPACES
               MOVE TR-STATE TO CM-STATE (CM-SEARCH-SUB)
           END-IF.
           IF TR-PHONE NOT = SPACES
               MOVE TR-PHONE TO CM-PHONE (CM-SEARCH-SUB)
           END-IF.
           MOVE 'AFTER' TO O-AUD-TAG.
           PERFORM 2250-PRINT-IMAGE.
           ADD 1 TO M-CHANGE-CTR.

       2230-APPLY-MERGE.
      * BOTH RECORDS PRINT BEFORE THE FOLD AND BOTH AGAIN AFTER IT,
      * SO THE LISTING SHOWS EXACTLY WHAT MOVED WHERE.
           MOVE SPACES TO AUDIT-LINE.
           MOVE 'MERGE' TO O-AUD-ACTION.
           MOVE 'BEFORE' TO O-AUD-TAG.
           MOVE 'DUPLICATE - TO BE RETIRED' TO O-AUD-NOTE.
           MOVE CM-SEARCH-SUB TO CM-IMAGE-SUB.
           PERFORM 2250-PRINT-IMAGE.
           MOVE 'BEFORE' TO O-AUD-TAG.
           MOVE 'SURVIVOR' TO O-AUD-NOTE.
           MOVE CM-SURVIVOR-SUB TO CM-IMAGE-SUB.
           PERFORM 2250-PRINT-IMAGE.
           ADD CM-CTR (CM-SEARCH-SUB) TO CM-CTR (CM-SURVIVOR-SUB).
           ADD CM-DOLLARS (CM-SEARCH-SUB)
               TO CM-DOLLARS (CM-SURVIVOR-SUB).
           MOVE ZERO TO CM-CTR (CM-SEARCH-SUB).
           MOVE ZERO TO CM-DOLLARS (CM-SEARCH-SUB).
           SET CM-ROW-RETIRED (CM-SEARCH-SUB) TO TRUE.
           MOVE TR-MERGE-INTO TO CM-MERGED-INTO (CM-SEARCH-SUB).
           MOVE 'AFTER' TO O-AUD-TAG.
           STRING 'RETIRED - MERGED INTO ' DELIMITED BY SIZE
               TR-MERGE-INTO-X DELIMITED BY SIZE
               INTO O-AUD-NOTE.
           MOVE CM-SEARCH-SUB TO CM-IMAGE-SUB.
           PERFORM 2250-PRINT-IMAGE.
           MOVE 'AFTER' TO O-AUD-TAG.
           STRING 'SURVIVOR - ABSORBED ' DELIMITED BY SIZE
               TR-CUST-X DELIMITED BY SIZE
               INTO O-AUD-NOTE.
           MOVE CM-SURVIVOR-SUB TO CM-IMAGE-SUB.
           PERFORM 2250-PRINT-IMAGE.
           MOVE ZERO TO CM-REPOINT-SUB.
           PERFORM 2235-REPOINT-RETIRED
               VARYING CM-REPOINT-SUB FROM 1 BY 1
               UNTIL CM-REPOINT-SUB > CUSTOMER-MASTER-COUNT.
           ADD 1 TO M-MERGE-CTR.

       2235-REPOINT-RETIRED.
      * A NUMBER RETIRED INTO THE DUPLICATE EARLIER NOW POINTS AT THE
      * SURVIVOR - COBGWW01'S "USE" NUMBER AND CBLGWW02'S POSTING
      * BOTH FOLLOW ONE POINTER.
           IF CM-ROW-RETIRED (CM-REPOINT-SUB)
                   AND CM-MERGED-INTO (CM-REPOINT-SUB)
                       = CM-NBR (CM-SEARCH-SUB)
               MOVE TR-MERGE-INTO TO CM-MERGED-INTO (CM-REPOINT-SUB)
               MOVE 'AFTER' TO O-AUD-TAG
               STRING 'RETIRED - REPOINTED TO ' DELIMITED BY SIZE
                   TR-MERGE-INTO-X DELIMITED BY SIZE
                   INTO O-AUD-NOTE
               MOVE CM-REPOINT-SUB TO CM-IMAGE-SUB
               PERFORM 2250-PRINT-IMAGE
           END-IF.

       2250-PRINT-IMAGE.
      * ONE BEFORE OR AFTER LINE FOR THE ROW AT CM-IMAGE-SUB.  THE
      * CALLER SETS THE ACTION, TAG AND NOTE; THE LINE IS CLEARED
      * AFTER PRINTING SO THE ACTION SHOWS ONLY ON THE FIRST LINE.
           MOVE CM-NBR (CM-IMAGE-SUB) TO O-AUD-CUST.
           MOVE CM-NAME (CM-IMAGE-SUB) TO O-AUD-NAME.
           MOVE CM-ADDRESS (CM-IMAGE-SUB) TO O-AUD-ADDRESS.
           MOVE CM-STATE (CM-IMAGE-SUB) TO O-AUD-STATE.
           MOVE CM-PHONE (CM-IMAGE-SUB) TO O-AUD-PHONE.
           MOVE CM-CTR (CM-IMAGE-SUB) TO O-AUD-CTR.
           MOVE CM-DOLLARS (CM-IMAGE-SUB) TO O-AUD-DOLLARS.
           PERFORM 9300-PRINT-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE.

       2300-OUTPUT-REJECT.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TR-ACTION TO O-AUD-ACTION.
           MOVE TR-CUST-X TO O-AUD-CUST.
           MOVE M-REASON TO O-AUD-REASON.
           PERFORM 9300-PRINT-AUDIT-LINE.
           ADD 1 TO M-REJECT-CTR.

       3000-CLOSING.
           PERFORM 3100-REWRITE-MASTER.
           MOVE M-READ-CTR TO O-READ-CTR.
           MOVE M-ADD-CTR TO O-ADD-CTR.
           MOVE M-CHANGE-CTR TO O-CHANGE-CTR.
           MOVE M-MERGE-CTR TO O-MERGE-CTR.
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           MOVE M-RETIRED-OUT-CTR TO O-RETIRED-OUT-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE.

           CLOSE CUSTMAT
                 CUSTMAA.

       3100-REWRITE-MASTER.
      * THE NEW MASTER IS BUILT COMPLETE ON THE CUSTMASTN.DAT WORK
      * FILE FIRST, THEN COPIED OVER CUSTMAST.DAT.  AN ABEND DURING
      * THE BUILD LEAVES THE LIVE MASTER UNTOUCHED, AND IF THE SWAP
      * ITSELF FAILS THE FULL NEW MASTER IS STILL ON THE WORK FILE.
           MOVE 'N' TO CMN-BUILD-OK.
           OPEN OUTPUT CUSTMAN.
           IF CUSTMAN-STATUS NOT = '00'
               DISPLAY '*** ERROR - CUSTMASTN.DAT OPEN OUTPUT FAILED, '
                   'STATUS = ' CUSTMAN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               MOVE ZERO TO CM-WRITE-SUB
               PERFORM 3110-WRITE-MASTER-ENTRY
                   VARYING CM-WRITE-SUB FROM 1 BY 1
                   UNTIL CM-WRITE-SUB > CUSTOMER-MASTER-COUNT
               CLOSE CUSTMAN
               IF CUSTMAN-STATUS = '00'
                   MOVE 'Y' TO CMN-BUILD-OK
               END-IF
           END-IF.
           IF CMN-BUILD-OK = 'Y'
               PERFORM 3120-SWAP-MASTER
           END-IF.

       3110-WRITE-MASTER-ENTRY.
           MOVE CM-NBR (CM-WRITE-SUB) TO CN-NBR.
           MOVE CM-NAME (CM-WRITE-SUB) TO CN-NAME.
           MOVE CM-ADDRESS (CM-WRITE-SUB) TO CN-ADDRESS.
           MOVE CM-STATE (CM-WRITE-SUB) TO CN-STATE.
           MOVE CM-PHONE (CM-WRITE-SUB) TO CN-PHONE.
           MOVE CM-CTR (CM-WRITE-SUB) TO CN-CTR.
           MOVE CM-DOLLARS (CM-WRITE-SUB) TO CN-DOLLARS.
           MOVE CM-STATUS (CM-WRITE-SUB) TO CN-STATUS.
           MOVE CM-MERGED-INTO (CM-WRITE-SUB) TO CN-MERGED-INTO.
           WRITE CMN-REC FROM CMN-WORK-REC.
           ADD 1 TO M-MASTER-OUT-CTR.
           IF CM-ROW-RETIRED (CM-WRITE-SUB)
               ADD 1 TO M-RETIRED-OUT-CTR
           END-IF.

       3120-SWAP-MASTER.
           MOVE 'YES' TO CMN-MORE.
           OPEN INPUT CUSTMAN.
           IF CUSTMAN-STATUS NOT = '00'
               DISPLAY '*** ERROR - CUSTMASTN.DAT OPEN INPUT FAILED, '
                   'STATUS = ' CUSTMAN-STATUS
                   ' - MASTER NOT REWRITTEN'
           ELSE
               OPEN OUTPUT CUSTMAST
               IF CUSTMAST-STATUS NOT = '00'
                   DISPLAY '*** ERROR - CUSTMAST.DAT OPEN OUTPUT '
                       'FAILED, STATUS = ' CUSTMAST-STATUS
                       ' - NEW MASTER IS ON CUSTMASTN.DAT'
                   CLOSE CUSTMAN
               ELSE
                   PERFORM 3121-READ-NEW-MASTER
                   PERFORM 3122-COPY-NEW-MASTER
                       UNTIL CMN-MORE = 'NO'
                   CLOSE CUSTMAN
                         CUSTMAST
               END-IF
           END-IF.

       3121-READ-NEW-MASTER.
           READ CUSTMAN
               AT END
                   MOVE 'NO' TO CMN-MORE.

       3122-COPY-NEW-MASTER.
           MOVE CMN-REC TO CUST-REC.
           WRITE CUST-REC.
           PERFORM 3121-READ-NEW-MASTER.

       9000-READ.
           READ CUSTMAT
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

       END PROGRAM COBGWW16.
