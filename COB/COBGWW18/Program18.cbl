       IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLGWW18.
       DATE-WRITTEN.   10/15/26.
       AUTHOR.         GABRIEL WERTZ.
       DATE-COMPILED.
      ******************************************************************
      * MONTHLY WARRANTY FOLLOW-UP LISTING.  THIS PROGRAM READS THE
      * BOATWREG.DAT REGISTERED-WARRANTY FILE THAT CBLGWW02 APPENDS
      * TO AT POSTING AND LISTS, ON WARREXP.PRT, EVERY BOAT WHOSE
      * MANUFACTURER WARRANTY EXPIRES WITHIN THE NEXT 60 DAYS - SOONEST
      * FIRST, WITH THE OWNER'S NAME, PHONE AND ADDRESS - SO SERVICE
      * CAN CALL ABOUT AN EXTENDED PLAN BEFORE THE COVERAGE LAPSES.
      *
      * THE FILE IS READ IN POSTING ORDER.  A REGISTRATION (R) IS
      * KEPT WHILE ITS WARRANTY IS STILL RUNNING; A CANCELLATION (C)
      * WRITTEN WHEN A SALE WAS RETURNED KNOCKS OUT THE LAST LIVE
      * REGISTRATION FOR THE SAME HULL, SO A RETURNED BOAT THAT WAS
      * RESOLD LISTS UNDER ITS NEW OWNER ONLY.  NOTHING IS UPDATED.
      *
      * MOD HISTORY
      * 10/15/26  GW  NEW PROGRAM - SERVICE HAD NO WAY TO SEE WHICH
      *               WARRANTIES WERE ABOUT TO RUN OUT.
      ******************************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BOATWREG
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATWREG.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WREG-STATUS.

           SELECT BOATTYPE
               ASSIGN TO 'C:\IHCC\COB\COBGWW02\BOATTYPE.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BOATTYPE-STATUS.

           SELECT WARREXP
               ASSIGN TO 'C:\IHCC\COB\COBGWW18\WARREXP.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  BOATWREG
           LABEL RECORD IS STANDARD
           DATA RECORD IS WARRANTY-REC
           RECORD CONTAINS 96 CHARACTERS.

           COPY WARRREC.

       FD  BOATTYPE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BOAT-TYPE-REC
           RECORD CONTAINS 22 CHARACTERS.

           COPY BOATTYPE.

       FD  WARREXP
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRTLINE
           LINAGE IS 60 WITH FOOTING AT 56.

       01  PRTLINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05 PCTR                  PIC 99      VALUE ZERO.
           05 WREG-STATUS           PIC XX      VALUE SPACES.
           05 WREG-MORE             PIC XXX     VALUE 'YES'.
           05 A-TODAY-YMD           PIC 9(8)    VALUE ZERO.
           05 A-TODAY-INT           PIC 9(8)    VALUE ZERO.
           05 A-EXPIRE-INT          PIC 9(8)    VALUE ZERO.
           05 A-DAYS-LEFT           PIC S9(5)   VALUE ZERO.
           05 A-WINDOW-DAYS         PIC 999     VALUE 60.
           05 R-READ-CTR            PIC 9(6)    VALUE ZERO.
           05 R-REG-CTR             PIC 9(6)    VALUE ZERO.
           05 R-CANCEL-CTR          PIC 9(6)    VALUE ZERO.
           05 R-EXPIRED-CTR         PIC 9(6)    VALUE ZERO.
           05 R-UNMATCHED-CTR       PIC 9(6)    VALUE ZERO.
           05 R-BAD-TYPE-CTR        PIC 9(6)    VALUE ZERO.
           05 R-OVERFLOW-CTR        PIC 9(6)    VALUE ZERO.
           05 R-LIVE-CTR            PIC 9(6)    VALUE ZERO.

       01  BOAT-TYPE-MASTER-TABLE.
           05  BOAT-TYPE-MASTER-ENTRY     OCCURS 20 TIMES.
               10  BTM-CODE                   PIC X.
               10  BTM-DESCRIPTION            PIC X(13).
               10  BTM-LIST-PRICE             PIC 9(6)V99.

       01  BOAT-TYPE-MASTER-AREA.
           05  BOAT-TYPE-MASTER-COUNT   PIC 99      VALUE ZERO.
           05  BOAT-TYPE-MASTER-MAX     PIC 99      VALUE 20.
           05  BTM-SEARCH-SUB           PIC 99      VALUE ZERO.
           05  BTM-MORE                 PIC XXX     VALUE 'YES'.
           05  BOATTYPE-STATUS          PIC XX      VALUE SPACES.

      * EVERY WARRANTY STILL RUNNING AS OF TODAY, IN POSTING ORDER.
      * A CANCELLED ROW STAYS IN PLACE WITH AW-CANCEL-SW SET.
       01  LIVE-WARRANTY-TABLE.
           05  LIVE-WARRANTY-ENTRY        OCCURS 2000 TIMES.
               10  AW-HULL-ID                  PIC X(10).
               10  AW-BOAT-TYPE                PIC X.
               10  AW-SALE-DATE                PIC 9(8).
               10  AW-EXPIRE-DATE              PIC 9(8).
               10  AW-NAME                     PIC X(20).
               10  AW-ADDRESS                  PIC X(25).
               10  AW-STATE                    PIC XX.
               10  AW-PHONE                    PIC X(10).
               10  AW-CANCEL-SW                PIC X.
                   88  AW-CANCELLED                VALUE 'Y'.

       01  LIVE-WARRANTY-AREA.
           05  LIVE-WARRANTY-COUNT      PIC 9(4)    VALUE ZERO.
           05  LIVE-WARRANTY-MAX        PIC 9(4)    VALUE 2000.
           05  AW-SEARCH-SUB            PIC 9(4)    VALUE ZERO.

      * THE ROWS INSIDE THE WINDOW, SORTED BY EXPIRATION DATE.
       01  EXPIRING-TABLE.
           05  EXPIRING-ENTRY             OCCURS 2000 TIMES.
               10  EX-EXPIRE-DATE              PIC 9(8).
               10  EX-DAYS-LEFT                PIC 999.
               10  EX-AW-SUB                   PIC 9(4).

       01  EXPIRING-AREA.
           05  EXPIRING-COUNT           PIC 9(4)    VALUE ZERO.
           05  EX-SUB                   PIC 9(4)    VALUE ZERO.

       01  SORT-WORK-AREA.
           05  SORT-SUB1                PIC 9(4)    VALUE ZERO.
           05  SORT-SUB2                PIC 9(4)    VALUE ZERO.
           05  SORT-LIMIT               PIC 9(4)    VALUE ZERO.
           05  HOLD-ENTRY               PIC X(15).

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
               VALUE 'WERTZ''S BOATS INC. - WARRANTIES EXPIRING'.
           05  FILLER          PIC X(26)   VALUE SPACES.
           05  FILLER          PIC X(6)    VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01  WINDOW-HEADING.
           05  FILLER          PIC X(26)
               VALUE 'WARRANTIES EXPIRING WITHIN'.
           05  O-WH-DAYS       PIC ZZZ9.
           05  FILLER          PIC X(9)    VALUE ' DAYS OF'.
           05  O-WH-DATE       PIC X(10).

       01  COLUMN-HEADING-ONE.
           05  FILLER          PIC X(12)   VALUE 'EXPIRES'.
           05  FILLER          PIC X(6)    VALUE 'DAYS'.
           05  FILLER          PIC X(12)   VALUE 'HULL ID'.
           05  FILLER          PIC X(15)   VALUE 'BOAT TYPE'.
           05  FILLER          PIC X(22)   VALUE 'OWNER'.
           05  FILLER          PIC X(12)   VALUE 'PHONE'.
           05  FILLER          PIC X(27)   VALUE 'ADDRESS'.
           05  FILLER          PIC X(4)    VALUE 'ST'.
           05  FILLER          PIC X(4)    VALUE 'SOLD'.

       01  DETAIL-LINE.
           05  O-DT-EXPIRES            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-DAYS               PIC ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  O-DT-HULL-ID            PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-BOAT-TYPE          PIC X(13).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-NAME               PIC X(20).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-PHONE              PIC X(10).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-ADDRESS            PIC X(25).
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-STATE              PIC XX.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  O-DT-SOLD               PIC X(10).

       01  NONE-LINE.
           05  FILLER                  PIC X(12)   VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE '(NO WARRANTIES EXPIRE IN THE WINDOW)'.

       01  SUMMARY-LINE-ONE.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'RECORDS READ:'.
           05  O-READ-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'REGISTRATIONS:'.
           05  O-REG-CTR               PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'CANCELLATIONS:'.
           05  O-CANCEL-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'ALREADY EXPIRED:'.
           05  O-EXPIRED-CTR           PIC ZZZ,ZZ9.

       01  SUMMARY-LINE-TWO.
           05  FILLER                  PIC X(2)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'STILL RUNNING:'.
           05  O-LIVE-CTR              PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'LISTED:'.
           05  O-LISTED-CTR            PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'NO MATCHING REG:'.
           05  O-UNMATCHED-CTR         PIC ZZZ,ZZ9.
           05  FILLER                  PIC X(3)    VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'UNREADABLE:'.
           05  O-BAD-TYPE-CTR          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-MAINLINE
               UNTIL WREG-MORE = 'NO'.
           PERFORM 3000-CLOSING.
           STOP RUN.

       1000-INIT.
           PERFORM 1050-LOAD-BOAT-TYPES.

           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE TO A-TODAY-YMD.
           COMPUTE A-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (A-TODAY-YMD).

           OPEN INPUT BOATWREG.
           IF WREG-STATUS NOT = '00'
               DISPLAY '*** CBLGWW18 RUN STOPPED - BOATWREG.DAT OPEN '
                   'FAILED, STATUS = ' WREG-STATUS
                   ' - NO WARRANTIES REGISTERED ***'
               STOP RUN
           END-IF.
           OPEN OUTPUT WARREXP.
           PERFORM 9000-READ.

       1050-LOAD-BOAT-TYPES.
           MOVE 'YES' TO BTM-MORE.
           OPEN INPUT BOATTYPE.
           IF BOATTYPE-STATUS NOT = '00'
               DISPLAY '*** ERROR - BOATTYPE.DAT OPEN INPUT FAILED, '
                   'STATUS = ' BOATTYPE-STATUS
               MOVE 'NO' TO BTM-MORE
           ELSE
               PERFORM 1051-READ-BOAT-TYPE
               PERFORM 1052-STORE-BOAT-TYPE
                   UNTIL BTM-MORE = 'NO'
               CLOSE BOATTYPE
           END-IF.

       1051-READ-BOAT-TYPE.
           READ BOATTYPE
               AT END
                   MOVE 'NO' TO BTM-MORE.

       1052-STORE-BOAT-TYPE.
           IF BOAT-TYPE-MASTER-COUNT < BOAT-TYPE-MASTER-MAX
               ADD 1 TO BOAT-TYPE-MASTER-COUNT
               MOVE BT-CODE TO BTM-CODE (BOAT-TYPE-MASTER-COUNT)
               MOVE BT-DESCRIPTION
                   TO BTM-DESCRIPTION (BOAT-TYPE-MASTER-COUNT)
               MOVE BT-LIST-PRICE
                   TO BTM-LIST-PRICE (BOAT-TYPE-MASTER-COUNT)
           ELSE
               DISPLAY '*** WARNING - BOATTYPE.DAT HAS MORE THAN '
                   'BOAT-TYPE-MASTER-MAX ENTRIES - ROW IGNORED'
           END-IF.
           PERFORM 1051-READ-BOAT-TYPE.

       2000-MAINLINE.
           EVALUATE TRUE
               WHEN WR-REGISTRATION
                   ADD 1 TO R-REG-CTR
                   PERFORM 2100-STORE-REGISTRATION
               WHEN WR-CANCELLATION
                   ADD 1 TO R-CANCEL-CTR
                   PERFORM 2200-APPLY-CANCELLATION
               WHEN OTHER
                   ADD 1 TO R-BAD-TYPE-CTR
           END-EVALUATE.
           PERFORM 9000-READ.

       2100-STORE-REGISTRATION.
      * A WARRANTY THAT HAS ALREADY RUN OUT CAN NEVER LIST, SO IT
      * DOES NOT TAKE UP A TABLE ROW.  ITS CANCELLATION, IF ONE
      * FOLLOWS, SIMPLY FINDS NOTHING TO CANCEL.
           IF WR-EXPIRE-DATE < A-TODAY-YMD
               ADD 1 TO R-EXPIRED-CTR
           ELSE
               IF LIVE-WARRANTY-COUNT < LIVE-WARRANTY-MAX
                   ADD 1 TO LIVE-WARRANTY-COUNT
                   MOVE WR-HULL-ID
                       TO AW-HULL-ID (LIVE-WARRANTY-COUNT)
                   MOVE WR-BOAT-TYPE
                       TO AW-BOAT-TYPE (LIVE-WARRANTY-COUNT)
                   MOVE WR-SALE-DATE
                       TO AW-SALE-DATE (LIVE-WARRANTY-COUNT)
                   MOVE WR-EXPIRE-DATE
                       TO AW-EXPIRE-DATE (LIVE-WARRANTY-COUNT)
                   MOVE WR-NAME TO AW-NAME (LIVE-WARRANTY-COUNT)
                   MOVE WR-ADDRESS
                       TO AW-ADDRESS (LIVE-WARRANTY-COUNT)
                   MOVE WR-STATE TO AW-STATE (LIVE-WARRANTY-COUNT)
                   MOVE WR-PHONE TO AW-PHONE (LIVE-WARRANTY-COUNT)
                   MOVE 'N' TO AW-CANCEL-SW (LIVE-WARRANTY-COUNT)
               ELSE
                   ADD 1 TO R-OVERFLOW-CTR
               END-IF
           END-IF.

       2200-APPLY-CANCELLATION.
      * THE SEARCH RUNS BACKWARD SO THE CANCELLATION HITS THE MOST
      * RECENT LIVE REGISTRATION FOR THE HULL.
           PERFORM 2210-SEARCH-LIVE-HULL
               VARYING AW-SEARCH-SUB FROM LIVE-WARRANTY-COUNT BY -1
               UNTIL AW-SEARCH-SUB = ZERO
                  OR (WR-HULL-ID = AW-HULL-ID (AW-SEARCH-SUB)
                      AND NOT AW-CANCELLED (AW-SEARCH-SUB)).
           IF AW-SEARCH-SUB = ZERO
               ADD 1 TO R-UNMATCHED-CTR
           ELSE
               MOVE 'Y' TO AW-CANCEL-SW (AW-SEARCH-SUB)
           END-IF.

       2210-SEARCH-LIVE-HULL.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       3000-CLOSING.
           MOVE ZERO TO AW-SEARCH-SUB.
           PERFORM 3100-SELECT-EXPIRING
               VARYING AW-SEARCH-SUB FROM 1 BY 1
               UNTIL AW-SEARCH-SUB > LIVE-WARRANTY-COUNT.
           PERFORM 3200-SORT-EXPIRING.

           MOVE A-WINDOW-DAYS TO O-WH-DAYS.
           MOVE A-TODAY-YMD (5:2) TO O-WH-DATE (1:2).
           MOVE '/' TO O-WH-DATE (3:1).
           MOVE A-TODAY-YMD (7:2) TO O-WH-DATE (4:2).
           MOVE '/' TO O-WH-DATE (6:1).
           MOVE A-TODAY-YMD (1:4) TO O-WH-DATE (7:4).
           PERFORM 9200-HDGS.
           IF EXPIRING-COUNT = ZERO
               WRITE PRTLINE FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE ZERO TO EX-SUB
               PERFORM 3300-PRINT-EXPIRING
                   VARYING EX-SUB FROM 1 BY 1
                   UNTIL EX-SUB > EXPIRING-COUNT
           END-IF.

           MOVE R-READ-CTR TO O-READ-CTR.
           MOVE R-REG-CTR TO O-REG-CTR.
           MOVE R-CANCEL-CTR TO O-CANCEL-CTR.
           MOVE R-EXPIRED-CTR TO O-EXPIRED-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-ONE
               AFTER ADVANCING 3 LINES.
           MOVE R-LIVE-CTR TO O-LIVE-CTR.
           MOVE EXPIRING-COUNT TO O-LISTED-CTR.
           MOVE R-UNMATCHED-CTR TO O-UNMATCHED-CTR.
           MOVE R-BAD-TYPE-CTR TO O-BAD-TYPE-CTR.
           WRITE PRTLINE FROM SUMMARY-LINE-TWO
               AFTER ADVANCING 1 LINE.
           IF R-OVERFLOW-CTR > ZERO
               DISPLAY '*** WARNING - ' R-OVERFLOW-CTR ' RUNNING '
                   'WARRANTIES OVER LIVE-WARRANTY-MAX WERE NOT '
                   'CHECKED - THE LISTING IS SHORT ***'
           END-IF.

           CLOSE BOATWREG
                 WARREXP.

       3100-SELECT-EXPIRING.
           IF NOT AW-CANCELLED (AW-SEARCH-SUB)
               ADD 1 TO R-LIVE-CTR
               COMPUTE A-EXPIRE-INT = FUNCTION INTEGER-OF-DATE
                   (AW-EXPIRE-DATE (AW-SEARCH-SUB))
               COMPUTE A-DAYS-LEFT = A-EXPIRE-INT - A-TODAY-INT
               IF A-DAYS-LEFT <= A-WINDOW-DAYS
                   ADD 1 TO EXPIRING-COUNT
                   MOVE AW-EXPIRE-DATE (AW-SEARCH-SUB)
                       TO EX-EXPIRE-DATE (EXPIRING-COUNT)
                   MOVE A-DAYS-LEFT TO EX-DAYS-LEFT (EXPIRING-COUNT)
                   MOVE AW-SEARCH-SUB TO EX-AW-SUB (EXPIRING-COUNT)
               END-IF
           END-IF.

       3200-SORT-EXPIRING.
           IF EXPIRING-COUNT > 1
               COMPUTE SORT-LIMIT = EXPIRING-COUNT - 1
               PERFORM 3210-SORT-OUTER
                   VARYING SORT-SUB1 FROM 1 BY 1
                   UNTIL SORT-SUB1 > SORT-LIMIT
           END-IF.

       3210-SORT-OUTER.
           PERFORM 3220-SORT-INNER
               VARYING SORT-SUB2 FROM 1 BY 1
               UNTIL SORT-SUB2 > EXPIRING-COUNT - SORT-SUB1.

       3220-SORT-INNER.
           IF EX-EXPIRE-DATE (SORT-SUB2) >
                   EX-EXPIRE-DATE (SORT-SUB2 + 1)
               MOVE EXPIRING-ENTRY (SORT-SUB2) TO HOLD-ENTRY
               MOVE EXPIRING-ENTRY (SORT-SUB2 + 1)
                   TO EXPIRING-ENTRY (SORT-SUB2)
               MOVE HOLD-ENTRY TO EXPIRING-ENTRY (SORT-SUB2 + 1)
           END-IF.

       3300-PRINT-EXPIRING.
           MOVE EX-AW-SUB (EX-SUB) TO AW-SEARCH-SUB.
           MOVE SPACES TO DETAIL-LINE.
           MOVE EX-EXPIRE-DATE (EX-SUB) (5:2) TO O-DT-EXPIRES (1:2).
           MOVE '/' TO O-DT-EXPIRES (3:1).
           MOVE EX-EXPIRE-DATE (EX-SUB) (7:2) TO O-DT-EXPIRES (4:2).
           MOVE '/' TO O-DT-EXPIRES (6:1).
           MOVE EX-EXPIRE-DATE (EX-SUB) (1:4) TO O-DT-EXPIRES (7:4).
           MOVE EX-DAYS-LEFT (EX-SUB) TO O-DT-DAYS.
           MOVE AW-HULL-ID (AW-SEARCH-SUB) TO O-DT-HULL-ID.
           MOVE ZERO TO BTM-SEARCH-SUB.
           PERFORM 3310-SEARCH-BOAT-TYPE
               VARYING BTM-SEARCH-SUB FROM 1 BY 1
               UNTIL BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
                  OR AW-BOAT-TYPE (AW-SEARCH-SUB) =
                     BTM-CODE (BTM-SEARCH-SUB).
           IF BTM-SEARCH-SUB > BOAT-TYPE-MASTER-COUNT
               MOVE 'UNKNOWN TYPE' TO O-DT-BOAT-TYPE
           ELSE
               MOVE BTM-DESCRIPTION (BTM-SEARCH-SUB) TO O-DT-BOAT-TYPE
           END-IF.
           MOVE AW-NAME (AW-SEARCH-SUB) TO O-DT-NAME.
           MOVE AW-PHONE (AW-SEARCH-SUB) TO O-DT-PHONE.
           MOVE AW-ADDRESS (AW-SEARCH-SUB) TO O-DT-ADDRESS.
           MOVE AW-STATE (AW-SEARCH-SUB) TO O-DT-STATE.
           MOVE AW-SALE-DATE (AW-SEARCH-SUB) (5:2) TO O-DT-SOLD (1:2).
           MOVE '/' TO O-DT-SOLD (3:1).
           MOVE AW-SALE-DATE (AW-SEARCH-SUB) (7:2) TO O-DT-SOLD (4:2).
           MOVE '/' TO O-DT-SOLD (6:1).
           MOVE AW-SALE-DATE (AW-SEARCH-SUB) (1:4) TO O-DT-SOLD (7:4).
           WRITE PRTLINE FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9200-HDGS.

       3310-SEARCH-BOAT-TYPE.
      * SEARCH BODY LIVES IN THE PERFORM VARYING ABOVE.
           CONTINUE.

       9000-READ.
           READ BOATWREG
               AT END
                   MOVE 'NO' TO WREG-MORE.
           IF WREG-MORE NOT = 'NO'
               ADD 1 TO R-READ-CTR
           END-IF.

       9200-HDGS.
           ADD 1 TO PCTR.
           MOVE PCTR TO O-PCTR.
           WRITE PRTLINE FROM COMPANY-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRTLINE FROM WINDOW-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRTLINE FROM COLUMN-HEADING-ONE
               AFTER ADVANCING 2 LINES.

       END PROGRAM CBLGWW18.
