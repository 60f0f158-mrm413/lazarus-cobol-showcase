      * CUSTOMER NOT ON THE MASTER, OR ONE THAT WOULD OVERPAY THE     *
      * OPEN BALANCE, LANDS ON ITS OWN EXCEPTION LISTING THE SAME WAY *
      * BAD TRANSACTIONS LAND ON REJECTS IN THE CHARGE RUN.           *
      *                                                               *
      * A RECEIPT TENDERED IN LOYALTY POINTS (TENDER TYPE 'P') PAYS   *
      * THE BALANCE THE SAME WAY, BUT SPENDS THE CUSTOMER'S POINTS    *
      * ON THE LOYALTY FILE AT LOY-REDEEM-POINTS TO THE DOLLAR        *
      * (DEFAULT 100) INSTEAD OF BANKING A CHECK - A CUSTOMER SHORT   *
      * OF POINTS REJECTS.  THE DAY'S REDEMPTIONS GO TO THE LEDGER ON *
      * PTSJRNL AS A POINTS LIABILITY DEBIT AGAINST AR CONTROL.       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ALIAS-STATUS.

      *    THE LOYALTY POINTS BALANCES LOYPOST1 EARNS INTO - ONLY A
      *    POINTS TENDER TOUCHES THEM.  THE FILE IS OPTIONAL UNTIL
      *    THE FIRST POINTS ARE EARNED.
           SELECT LOYALTY-FILE
               ASSIGN TO EXTERNAL LOYALTY
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS LOY-CUSTOMER-NUMBER
                         FILE STATUS IS WS-LOYALTY-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

      *    THE REDEMPTION ENTRY GOES OUT IN THE GLJRNL RECORD SHAPE
      *    ON ITS OWN FILE SO THE PAYROLL AND AR FEEDS ARE NEVER
      *    CLOBBERED.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL PTSJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO EXTERNAL CASHREJ
                         ORGANIZATION IS LINE SEQUENTIAL
           03  RCP-PAYMENT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RCP-PAYMENT-AMOUNT      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
      *    SPACE (EVERY FEED WRITTEN BEFORE POINTS EXISTED) IS A
      *    CHECK; 'P' IS A LOYALTY POINTS REDEMPTION, ITS AMOUNT THE
      *    DOLLARS THE POINTS BUY.
           03  RCP-TENDER-TYPE         PIC X(01).
               88  TENDER-IS-POINTS                VALUE 'P'.
           03  FILLER                  PIC X(48).

       FD  APPLIED-CASH-FILE.

           03  MAL-NEW-NUMBER          PIC 9(04).
           03  FILLER                  PIC X(71).

       FD  LOYALTY-FILE.

       01  LOYALTY-RECORD.
           03  LOY-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  LOY-POINTS-BALANCE      PIC S9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-OPENING      PIC S9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-EARNED       PIC 9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-RETURNED     PIC 9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-REDEEMED     PIC 9(09).
           03  FILLER                  PIC X(01).
           03  LOY-LAST-ACTIVITY-DATE  PIC 9(08).
           03  FILLER                  PIC X(17).

       FD  CHART-OF-ACCOUNTS-FILE.

      *    TYPE 'P' IS THE POINTS LIABILITY, 'R' THE AR CONTROL - THE
      *    SAME CHART EVERY JOURNAL FEED VALIDATES AGAINST.
       01  CHART-OF-ACCOUNTS-RECORD.
           03  CAC-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CAC-ACCOUNT-TYPE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  CAC-DEPARTMENT          PIC X(02).
           03  FILLER                  PIC X(01).
           03  CAC-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(38).

       FD  GL-JOURNAL-FILE.

       01  GL-JOURNAL-RECORD.
           03  GLJ-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  GLJ-DEBIT-CREDIT        PIC X(01).
           03  FILLER                  PIC X(01).
           03  GLJ-AMOUNT              PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  GLJ-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(29).

       FD  EXCEPTION-FILE.

       01  EXCEPTION-RECORD            PIC X(80).
           88  WS-EXCEPTION-OK                     VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".
       77  WS-LOYALTY-STATUS           PIC XX.
           88  WS-LOYALTY-OK                       VALUE "00".
           88  WS-LOYALTY-NOT-FOUND                VALUE "35".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
           88  WS-CHART-NOT-FOUND                  VALUE "35".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
               03  ALT-NEW-NUMBER      PIC 9(04).
       77  WS-APPLY-CUSTOMER           PIC 9(04)   VALUE 0.

      *    POINTS TENDERS - THE REDEMPTION RATE LOYPOST1 VALUES THE
      *    LIABILITY AT, AND THE DAY'S REDEMPTIONS FOR THE JOURNAL.
       77  WS-LOYALTY-SWITCH           PIC X(1)    VALUE 'N'.
           88  LOYALTY-FILE-OPEN                   VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
       77  WS-REDEEM-KEYED             PIC X(05)   VALUE SPACES.
       77  WS-REDEEM-POINTS            PIC 9(05)   VALUE 100.
       77  WS-POINTS-NEEDED            PIC 9(09)   VALUE 0.
       77  WS-REDEEMED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-REDEEMED-POINTS          PIC 9(09)   VALUE 0.
       77  WS-REDEEMED-TOTAL           PIC 9(09)V99 VALUE 0.
       77  WS-LIABILITY-ACCOUNT        PIC 9(06)   VALUE 0.
       77  WS-LIABILITY-DESC           PIC X(30)   VALUE SPACES.
       77  WS-ARCTL-ACCOUNT            PIC 9(06)   VALUE 0.
       77  WS-ARCTL-DESC               PIC X(30)   VALUE SPACES.

      *    THE RUN'S FINAL RETURN CODE LETS THE JCL/SCHEDULER TELL A
      *    CLEAN RUN FROM ONE THAT APPLIED EVERYTHING IT COULD BUT
      *    LEFT SOME RECEIPTS ON THE EXCEPTION LISTING, PER

           PERFORM 030-LOAD-MERGE-ALIASES THRU 030-EXIT.

           ACCEPT WS-REDEEM-KEYED FROM ENVIRONMENT 'LOY-REDEEM-POINTS'.
           IF WS-REDEEM-KEYED NOT = SPACES
              AND WS-REDEEM-KEYED IS NUMERIC
               MOVE WS-REDEEM-KEYED TO WS-REDEEM-POINTS
           END-IF.
           IF WS-REDEEM-POINTS = ZERO
               MOVE 100 TO WS-REDEEM-POINTS
           END-IF.

           PERFORM 040-LOAD-CHART-ACCOUNTS THRU 040-EXIT.

           OPEN INPUT CASH-RECEIPTS-FILE,
                I-O CUSTOMER-MASTER-FILE,
                OUTPUT APPLIED-CASH-FILE,
               STOP RUN RETURNING 1
           END-IF.

      *    NO LOYALTY FILE YET MEANS NO POINTS HAVE BEEN EARNED - A
      *    POINTS TENDER SIMPLY FINDS NO ACCOUNT TO SPEND.
           OPEN I-O LOYALTY-FILE.

           IF WS-LOYALTY-OK
               MOVE 'Y' TO WS-LOYALTY-SWITCH
           ELSE
               IF NOT WS-LOYALTY-NOT-FOUND
                   MOVE "LOYALTY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-LOYALTY-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           READ CASH-RECEIPTS-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
                 APPLIED-CASH-FILE,
                 EXCEPTION-FILE.

           IF LOYALTY-FILE-OPEN
               CLOSE LOYALTY-FILE
           END-IF.

           PERFORM 160-RELEASE-REDEMPTION-JOURNAL THRU 160-EXIT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
       106-EXIT.
           EXIT.

      *    THE CHART IS OPTIONAL - WITHOUT IT POINTS TENDERS STILL
      *    APPLY BUT NO JOURNAL IS CUT, AND 160 SAYS SO.
       040-LOAD-CHART-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.

           IF WS-CHART-NOT-FOUND
               GO TO 040-EXIT
           END-IF.

           IF NOT WS-CHART-OK
               MOVE "CHART-OF-ACCOUNTS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHART-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

           PERFORM 041-STORE-ONE-ACCOUNT THRU 041-EXIT
               UNTIL CHART-EOF.

           CLOSE CHART-OF-ACCOUNTS-FILE.

       040-EXIT.
           EXIT.

       041-STORE-ONE-ACCOUNT.
           EVALUATE CAC-ACCOUNT-TYPE
               WHEN 'P'
                   MOVE CAC-ACCOUNT-NUMBER TO WS-LIABILITY-ACCOUNT
                   MOVE CAC-DESCRIPTION TO WS-LIABILITY-DESC
               WHEN 'R'
                   MOVE CAC-ACCOUNT-NUMBER TO WS-ARCTL-ACCOUNT
                   MOVE CAC-DESCRIPTION TO WS-ARCTL-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

       041-EXIT.
           EXIT.

       090-EDIT-RECEIPT.
           MOVE 'N' TO WS-EDIT-SWITCH.
           MOVE SPACES TO WS-EXC-REASON.
               MOVE ZERO TO CMR-OPEN-BALANCE
           END-IF.

      *    A POINTS TENDER MUST HAVE THE POINTS BEHIND IT BEFORE
      *    THE BALANCE IS TOUCHED.
           IF TENDER-IS-POINTS
               PERFORM 115-CHECK-POINTS-BALANCE THRU 115-EXIT
               IF RECEIPT-REJECTED
                   PERFORM 095-WRITE-EXCEPTION THRU 095-EXIT
                   GO TO 120-EXIT
               END-IF
           END-IF.

           COMPUTE WS-NEW-BALANCE =
               CMR-OPEN-BALANCE - RCP-PAYMENT-AMOUNT.

               END-REWRITE
               ADD 1 TO WS-APPLIED-COUNT
               ADD RCP-PAYMENT-AMOUNT TO WS-AUDIT-APPLIED-TOTAL
               IF TENDER-IS-POINTS
                   PERFORM 117-SPEND-POINTS THRU 117-EXIT
               END-IF
               PERFORM 125-POST-PAYMENT-HISTORY THRU 125-EXIT
               PERFORM 130-WRITE-APPLIED-LINE THRU 130-EXIT
           END-IF.
       120-EXIT.
           EXIT.

      *    THE POINTS A TENDER NEEDS ARE ITS DOLLARS AT THE
      *    REDEMPTION RATE - THE LOYALTY ROW IS LEFT READ FOR 117.
       115-CHECK-POINTS-BALANCE.
           COMPUTE WS-POINTS-NEEDED ROUNDED =
               RCP-PAYMENT-AMOUNT * WS-REDEEM-POINTS.

           IF NOT LOYALTY-FILE-OPEN
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'NO LOYALTY POINTS ACCOUNT' TO WS-EXC-REASON
               GO TO 115-EXIT
           END-IF.

           MOVE RCP-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           READ LOYALTY-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'NO LOYALTY POINTS ACCOUNT' TO WS-EXC-REASON
                   GO TO 115-EXIT
           END-READ.

           IF LOY-POINTS-BALANCE IS NOT NUMERIC
              OR LOY-POINTS-BALANCE < WS-POINTS-NEEDED
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'INSUFFICIENT LOYALTY POINTS' TO WS-EXC-REASON
           END-IF.

       115-EXIT.
           EXIT.

       117-SPEND-POINTS.
           SUBTRACT WS-POINTS-NEEDED FROM LOY-POINTS-BALANCE.
           ADD WS-POINTS-NEEDED TO LOY-PERIOD-REDEEMED.
           MOVE RCP-PAYMENT-DATE TO LOY-LAST-ACTIVITY-DATE.

           REWRITE LOYALTY-RECORD
               INVALID KEY
                   DISPLAY "CANNOT REWRITE LOYALTY ACCOUNT "
                           LOY-CUSTOMER-NUMBER ", STATUS "
                           WS-LOYALTY-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.

           ADD 1 TO WS-REDEEMED-COUNT.
           ADD WS-POINTS-NEEDED TO WS-REDEEMED-POINTS.
           ADD RCP-PAYMENT-AMOUNT TO WS-REDEEMED-TOTAL.

       117-EXIT.
           EXIT.

      *    THE PAYMENT GOES INTO HISTORY AS A NEGATIVE ITEM DATED THE
      *    PAYMENT DATE, SO THE MONTH-END EXTRACT AND THE STATEMENTS
      *    NET IT AGAINST THE CHARGES - THE SAME SEQUENCE-WALK APPEND
           MOVE RCP-PAYMENT-DATE TO HIS-CHARGE-DATE.
           COMPUTE HIS-CHARGE-AMOUNT = 0 - RCP-PAYMENT-AMOUNT.
           MOVE SPACES TO HIS-DESCRIPTION.
           IF TENDER-IS-POINTS
               MOVE 'PAYMENT LOYALTY PTS' TO HIS-DESCRIPTION
           ELSE
               STRING 'PAYMENT CHECK ' RCP-CHECK-NUMBER
                   DELIMITED BY SIZE INTO HIS-DESCRIPTION
               END-STRING
           END-IF.
           MOVE ZERO TO HIS-ITEM-DEPARTMENT.
           MOVE ZERO TO HIS-ITEM-NUMBER.

           MOVE RCP-PAYMENT-DATE TO WS-APL-PAY-DATE.
           MOVE RCP-PAYMENT-AMOUNT TO WS-APL-AMOUNT.
           MOVE CMR-OPEN-BALANCE TO WS-APL-NEW-BALANCE.
           IF TENDER-IS-POINTS
               MOVE 'POINTS' TO WS-APL-STATUS
           ELSE
               MOVE 'APPLIED' TO WS-APL-STATUS
           END-IF.

           MOVE WS-APPLIED-LINE TO APPLIED-CASH-RECORD.
           WRITE APPLIED-CASH-RECORD.
       130-EXIT.
           EXIT.

      *    ONE BALANCED ENTRY FOR THE DAY'S POINTS TENDERS: POINTS
      *    LIABILITY DEBIT, AR CONTROL CREDIT - RELEASED ONLY WHEN
      *    BOTH ACCOUNTS RESOLVED AGAINST THE CHART.
       160-RELEASE-REDEMPTION-JOURNAL.
           IF WS-REDEEMED-TOTAL = ZERO
               GO TO 160-EXIT
           END-IF.

           DISPLAY "POINTS TENDERS APPLIED : " WS-REDEEMED-COUNT.
           DISPLAY "POINTS REDEEMED        : " WS-REDEEMED-POINTS.

           IF WS-LIABILITY-ACCOUNT = ZERO OR WS-ARCTL-ACCOUNT = ZERO
               DISPLAY "POINTS LIABILITY OR AR CONTROL ACCOUNT NOT ON "
                       "CHART - JOURNAL NOT GENERATED" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
               GO TO 160-EXIT
           END-IF.

           OPEN OUTPUT GL-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               MOVE "GL-JOURNAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-JOURNAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-LIABILITY-ACCOUNT TO GLJ-ACCOUNT-NUMBER.
           MOVE 'D' TO GLJ-DEBIT-CREDIT.
           MOVE WS-REDEEMED-TOTAL TO GLJ-AMOUNT.
           MOVE WS-LIABILITY-DESC TO GLJ-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE WS-ARCTL-ACCOUNT TO GLJ-ACCOUNT-NUMBER.
           MOVE 'C' TO GLJ-DEBIT-CREDIT.
           MOVE WS-REDEEMED-TOTAL TO GLJ-AMOUNT.
           MOVE WS-ARCTL-DESC TO GLJ-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.

           CLOSE GL-JOURNAL-FILE.

       160-EXIT.
           EXIT.

       095-WRITE-EXCEPTION.
           MOVE RCP-CUSTOMER-NUMBER TO WS-EXC-CUST-NO.
           MOVE RCP-CHECK-NUMBER TO WS-EXC-CHECK-NO.
