      ******************************************************************
      * FLPNREC.CPY
      * FLOOR-PLAN NOTE RECORD - ONE NOTE THE FLOOR-PLAN BANK HOLDS
      * AGAINST ONE HULL IN STOCK.  COBGWW22 MAINTAINS THE
      * BOATFLPN.DAT MASTER (NEW NOTES, TERM CHANGES, CURTAILMENT
      * PAYMENTS AND PAYOFFS) AND CBLGWW23 PRINTS THE MONTHLY
      * INTEREST ACCRUAL AND CURTAILMENTS DUE FROM IT.  WHEN A BATCH
      * POSTS, CBLGWW02 PRINTS THE PAYOFF-DUE LISTING FOR EVERY
      * FLOORED HULL IT MARKED SOLD AND APPENDS THE NOTE TO THE
      * BOATFLPX.DAT FEED AS STATUS S (SOLD, WITH THE SALE DATE AND
      * THE BANK'S PAYOFF DEADLINE) - OR STATUS R FOR A HULL A RETURN
      * PUT BACK IN STOCK - AND COBGWW22 FOLDS THE FEED IN.  BOTH
      * FILES USE THIS ONE LAYOUT.
      *
      * THE RATE IS THE BANK'S ANNUAL PERCENT.  THE CURTAILMENT
      * SCHEDULE IS THE BANK'S: THE FIRST PAYMENT FALLS DUE
      * FP-CURT-START-DAYS AFTER THE NOTE DATE AND ONE MORE EVERY
      * FP-CURT-EVERY-DAYS AFTER THAT, EACH FP-CURT-PCT PERCENT OF
      * THE ORIGINAL NOTE (ZERO PERCENT MEANS NO CURTAILMENTS, ZERO
      * DAYS BETWEEN MEANS A SINGLE ONE).  THE BANK WANTS A SOLD
      * UNIT PAID OFF WITHIN FP-PAYOFF-DAYS OF THE SALE.  THE NOTE
      * BALANCE IS THE NOTE AMOUNT LESS CURTAILMENTS AND PAYOFF.
      *
      * MOD HISTORY
      * 10/15/26  GW  ADDED - HULLMAST.DAT CARRIED ONLY THE DEALER COST
      *               AND THE BANK'S AUDITOR WAS THE FIRST TO KNOW WHEN
      *               A UNIT SOLD OUT OF TRUST.
      ******************************************************************
       01  FLOOR-PLAN-REC.
           05  FP-HULL-ID              PIC X(10).
           05  FP-BANK-CODE            PIC X(3).
           05  FP-NOTE-DATE            PIC 9(8).
           05  FP-NOTE-AMT             PIC 9(6)V99.
           05  FP-RATE                 PIC 99V999.
           05  FP-CURT-START-DAYS      PIC 9(3).
           05  FP-CURT-EVERY-DAYS      PIC 9(3).
           05  FP-CURT-PCT             PIC 99V99.
           05  FP-PAYOFF-DAYS          PIC 99.
           05  FP-CURT-PAID            PIC 9(6)V99.
           05  FP-LAST-PAY-DATE        PIC 9(8).
           05  FP-SOLD-DATE            PIC 9(8).
           05  FP-PAYOFF-DUE-DATE      PIC 9(8).
           05  FP-BATCH-NBR            PIC 9(6).
           05  FP-PAYOFF-AMT           PIC 9(6)V99.
           05  FP-PAYOFF-DATE          PIC 9(8).
           05  FP-STATUS               PIC X.
               88  FP-IN-STOCK             VALUE 'O'.
               88  FP-SOLD                 VALUE 'S'.
               88  FP-PAID-OFF             VALUE 'P'.
               88  FP-RETURNED             VALUE 'R'.
