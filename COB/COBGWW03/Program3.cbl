      * ON A CHANGE A BLANK DESCRIPTION KEEPS THE DESCRIPTION ALREADY
      * ON FILE; THE LIST PRICE MUST ALWAYS BE SUPPLIED.
      *
      * A DELETE IS REFUSED WHILE THE CODE IS STILL IN USE - HULLS OF
      * THAT TYPE IN STOCK ON HULLMAST.DAT OR SALES-HISTORY BUCKETS
      * FOR IT ON BOATHIST.DAT - AND THE AUDIT LISTING SAYS HOW MANY
      * OF EACH.  THE REPORTS THAT READ THOSE FILES WOULD OTHERWISE
      * PRINT THE ROWS WITH NO DESCRIPTION.
      *
      * MOD HISTORY
      * 08/22/26  GW  NEW PROGRAM.
      * 08/22/26  GW  THE NEW MASTER IS NOW BUILT ON THE BOATTYPN.DAT
      *               WORK FILE AND SWAPPED INTO BOATTYPE.DAT ONLY AT
      *               SUCCESSFUL END OF JOB, SO AN ABEND MID-REWRITE
      *               CAN NO LONGER LEAVE THE SHARED MASTER TRUNCATED.
      * 10/15/26  GW  DELETE OF A BOAT TYPE STILL IN USE ON HULLMAST
      *               OR BOATHIST IS REFUSED WITH THE REASON.
      * 10/15/26  GW  HULLMAST RECORD GREW TO 50 (HL-PRIOR).
      ******************************************************************

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATTYPN-STATUS.

           SELECT HULLMAST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\HULLMAST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HULLMAST-STATUS.

           SELECT BOATHIST
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATHIST.DAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-KEY
               FILE STATUS IS HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.


       01  BTN-REC                     PIC X(22).

       FD  HULLMAST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HULL-REC
           RECORD CONTAINS 50 CHARACTERS.

           COPY HULLREC.

       FD  BOATHIST
           LABEL RECORD IS STANDARD
           DATA RECORD IS HIST-REC
           RECORD CONTAINS 29 CHARACTERS.

           COPY BOATHIST.

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
               10  BTM-ACTIVE                 PIC X.
                   88  BTM-ENTRY-ACTIVE           VALUE 'Y'.
                   88  BTM-ENTRY-DELETED          VALUE 'N'.
               10  BTM-HULL-CTR               PIC 9(5).
               10  BTM-HIST-CTR               PIC 9(5).

       01  BOAT-TYPE-MASTER-AREA.
           05  BOAT-TYPE-MASTER-COUNT   PIC 99      VALUE ZERO.
           05  BTN-MORE                 PIC XXX     VALUE 'YES'.
           05  BTN-BUILD-OK             PIC X       VALUE 'N'.

       01  IN-USE-AREA.
           05  HULLMAST-STATUS          PIC XX      VALUE SPACES.
           05  HIST-STATUS              PIC XX      VALUE SPACES.
           05  HLM-MORE                 PIC XXX     VALUE 'YES'.
           05  HIST-MORE                PIC XXX     VALUE 'YES'.
           05  USE-TYPE                 PIC X       VALUE SPACE.
           05  USE-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  USE-HULL-EDIT            PIC ZZ,ZZ9.
           05  USE-HIST-EDIT            PIC ZZ,ZZ9.

       01  BTN-WORK-REC.
           05  BTN-CODE                 PIC X.
           05  BTN-DESCRIPTION          PIC X(13).
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
           PERFORM 1050-LOAD-BOAT-TYPES.
           PERFORM 1060-COUNT-HULLS-IN-STOCK.
           PERFORM 1070-COUNT-HISTORY.
           OPEN INPUT BOATTYPT.
           OPEN OUTPUT BOATTYPA.

               MOVE BT-LIST-PRICE
                   TO BTM-LIST-PRICE (BOAT-TYPE-MASTER-COUNT)
               SET BTM-ENTRY-ACTIVE (BOAT-TYPE-MASTER-COUNT) TO TRUE
               MOVE ZERO TO BTM-HULL-CTR (BOAT-TYPE-MASTER-COUNT)
               MOVE ZERO TO BTM-HIST-CTR (BOAT-TYPE-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - BOATTYPE.DAT HAS MORE THAN '
                   'BOAT-TYPE-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1051-READ-BOAT-TYPE.

       1060-COUNT-HULLS-IN-STOCK.
      * THE IN-USE COUNTS ARE TAKEN ONCE, BEFORE ANY TRANSACTION IS
      * APPLIED.  NO HULL MASTER (STATUS 35) MEANS NO HULLS.  ANY
      * OTHER FAILURE STOPS THE RUN - A DELETE THAT CANNOT BE
      * CHECKED IS NOT APPLIED.
           MOVE 'YES' TO HLM-MORE.
           OPEN INPUT HULLMAST.
           IF HULLMAST-STATUS = '35'
               MOVE 'NO' TO HLM-MORE
           ELSE
               IF HULLMAST-STATUS NOT = '00'
                   DISPLAY '*** COBGWW03 RUN STOPPED - HULLMAST.DAT '
                       'OPEN INPUT FAILED, STATUS = ' HULLMAST-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1061-READ-HULL
               PERFORM 1062-COUNT-HULL
                   UNTIL HLM-MORE = 'NO'
               CLOSE HULLMAST
           END-IF.

       1061-READ-HULL.
           READ HULLMAST
               AT END
                   MOVE 'NO' TO HLM-MORE.

       1062-COUNT-HULL.
           IF HULL-IN-STOCK
               MOVE HL-BOAT-TYPE TO USE-TYPE
               PERFORM 1080-FIND-USE-TYPE
               IF USE-SEARCH-SUB <= BOAT-TYPE-MASTER-COUNT
                   ADD 1 TO BTM-HULL-CTR (USE-SEARCH-SUB)
               END-IF
           END-IF.
           PERFORM 1061-READ-HULL.

       1070-COUNT-HISTORY.
           MOVE 'YES' TO HIST-MORE.
           OPEN INPUT BOATHIST.
           IF HIST-STATUS = '35'
               MOVE 'NO' TO HIST-MORE
           ELSE
               IF HIST-STATUS NOT = '00'
                   DISPLAY '*** COBGWW03 RUN STOPPED - BOATHIST.DAT '
                       'OPEN INPUT FAILED, STATUS = ' HIST-STATUS
                       ' - MASTER NOT TOUCHED ***'
                   STOP RUN
               END-IF
               PERFORM 1071-READ-HISTORY
               PERFORM 1072-COUNT-HISTORY-ROW
                   UNTIL HIST-MORE = 'NO'
               CLOSE BOATHIST
           END-IF.

       1071-READ-HISTORY.
           READ BOATHIST NEXT RECORD
               AT END
                   MOVE 'NO' TO HIST-MORE.

       1072-COUNT-HISTORY-ROW.
           MOVE HS-BOAT-TYPE TO USE-TYPE.
           PERFORM 1080-FIND-USE-TYPE.
           IF USE-SEARCH-SUB <= BOAT-TYPE-MASTER-COUNT
               ADD 1 TO BTM-HIST-CTR (USE-SEARCH-SUB)
           END-IF.
           PERFORM 1071-READ-HISTORY.

       1080-FIND-USE-TYPE.
           MOVE ZERO TO USE-SEARCH-SUB.
           PERFORM 1081-SEARCH-USE-TYPE
               VARYING USE-SEARCH-SUB FROM 1 BY 1
               UNTIL USE-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                  OR USE-TYPE = BTM-CODE (USE-SEARCH-SUB).

       1081-SEARCH-USE-TYPE.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       2000-MAINLINE.
           PERFORM 2100-EDIT-TRANS.
           IF TRANS-IS-VALID
               IF TRANS-IS-ADD
                   PERFORM 2130-EDIT-DESCRIPTION
               END-IF
               IF TRANS-IS-DELETE
                       AND BTM-SEARCH-SUB <= BOAT-TYPE-MASTER-COUNT
                   PERFORM 2160-EDIT-IN-USE
               END-IF
           END-IF.

       2110-EDIT-CODE.
                   INTO M-PRIOR-REASON
           END-IF.

       2160-EDIT-IN-USE.
           IF BTM-HULL-CTR (BTM-SEARCH-SUB) > ZERO
                   OR BTM-HIST-CTR (BTM-SEARCH-SUB) > ZERO
               SET TRANS-IS-INVALID TO TRUE
               ADD 1 TO M-IN-USE-CTR
               MOVE BTM-HULL-CTR (BTM-SEARCH-SUB) TO USE-HULL-EDIT
               MOVE BTM-HIST-CTR (BTM-SEARCH-SUB) TO USE-HIST-EDIT
               PERFORM 2150-ADD-REASON-SEPARATOR
               STRING FUNCTION TRIM(M-PRIOR-REASON) DELIMITED BY SIZE
                   'IN USE: ' DELIMITED BY SIZE
                   FUNCTION TRIM(USE-HULL-EDIT) DELIMITED BY SIZE
                   ' IN STOCK, ' DELIMITED BY SIZE
                   FUNCTION TRIM(USE-HIST-EDIT) DELIMITED BY SIZE
                   ' HIST' DELIMITED BY SIZE
                   INTO M-REASON
           END-IF.

       2200-APPLY-TRANS.
           MOVE SPACES TO AUDIT-LINE.
           MOVE TR-CODE TO O-AUD-CODE.
               MOVE TR-LIST-PRICE
                   TO BTM-LIST-PRICE (BOAT-TYPE-MASTER-COUNT)
               SET BTM-ENTRY-ACTIVE (BOAT-TYPE-MASTER-COUNT) TO TRUE
               MOVE ZERO TO BTM-HULL-CTR (BOAT-TYPE-MASTER-COUNT)
               MOVE ZERO TO BTM-HIST-CTR (BOAT-TYPE-MASTER-COUNT)
               MOVE TR-DESCRIPTION TO O-AUD-AFT-DESC
               MOVE TR-LIST-PRICE TO O-AUD-AFT-PRICE
               ADD 1 TO M-ADD-CTR
           MOVE M-REJECT-CTR TO O-REJECT-CTR.
           MOVE M-MASTER-IN-CTR TO O-MASTER-IN-CTR.
           MOVE M-MASTER-OUT-CTR TO O-MASTER-OUT-CTR.
           MOVE M-IN-USE-CTR TO O-IN-USE-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
