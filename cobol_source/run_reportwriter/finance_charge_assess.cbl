      * LAYOUT, SO THE CHARGE RUN POSTS IT LIKE ANY OTHER ITEM, AND   *
      * AN ASSESSMENT REGISTER PRINTS FOR ACCOUNTING REVIEW.  A       *
      * CUSTOMER FLAGGED EXEMPT ON THE MASTER IS PASSED OVER AND      *
      * SHOWN AS SUCH ON THE REGISTER, AS IS A CUSTOMER WORKING AN    *
      * ACTIVE PROMISE TO PAY TAKEN BY COLLECTIONS (PTPFILE).         *
      *                                                               *
      * THE FINANCE-CHARGE ITEM (ITEM 99999, DEPARTMENT 99) MUST BE   *
      * SET UP ON THE ITEM MASTER AND RATESIN LIKE ANY OTHER ITEM OR  *
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT PROMISE-FILE
               ASSIGN TO EXTERNAL PTPFILE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROMISE-STATUS.

      *    THE ASSESSMENTS GO OUT IN THE DATAIN TRANSACTION LAYOUT SO
      *    OPERATIONS CAN ROUTE THE FILE INTO THE NEXT CHARGE RUN'S
      *    FEED UNCHANGED.
               05  AFR-ITEM-COST       PIC 9(03)V99.
               05  FILLER              PIC X(01).

       FD  PROMISE-FILE.

      *    THE COLLECTORS' PROMISE-TO-PAY FILE - ONLY THE CUSTOMER
      *    AND WHETHER THE PROMISE IS STILL ACTIVE MATTER HERE.
       01  PROMISE-RECORD.
           03  PTP-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(38).
           03  PTP-STATUS              PIC X(01).
               88  PROMISE-IS-ACTIVE               VALUE 'A'.
           03  FILLER                  PIC X(37).

       FD  REGISTER-FILE.

       01  REGISTER-RECORD             PIC X(100).
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-FEED-STATUS              PIC XX.
           88  WS-FEED-OK                          VALUE "00".
       77  WS-PROMISE-STATUS           PIC XX.
           88  WS-PROMISE-OK                       VALUE "00".
           88  WS-PROMISE-NOT-FOUND                VALUE "35".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  PROMISE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  PROMISE-EOF                         VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ASSESSED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-HELD-COUNT               PIC 9(06)   VALUE 0.
       77  WS-AUDIT-ASSESSED-TOTAL     PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       77  WS-CAPPED-SWITCH            PIC X(1)    VALUE 'N'.
       77  WS-LI-SUB                   PIC 9(02)   VALUE 0.

      *    CUSTOMERS WITH AN ACTIVE PROMISE TO PAY, SLOTTED DIRECTLY
      *    BY CUSTOMER NUMBER.
       01  WS-PROMISE-HOLD-TABLE.
           02  PRH-HOLD-FLAG           PIC X(01)   OCCURS 9999 TIMES.

      *    THE FINANCE-CHARGE ITEM AS SET UP ON THE ITEM MASTER.  THE
      *    ITEM-COST PICTURE ON THE FEED TOPS OUT AT 999.99, SO A
      *    LARGE ASSESSMENT IS SPREAD ACROSS UP TO SIX LINE ITEMS AND
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           PERFORM 050-LOAD-FINANCE-RATE THRU 059-EXIT.
           PERFORM 060-LOAD-PROMISE-HOLDS THRU 069-EXIT.

           OPEN INPUT CHARGE-ACTIVITY-FILE,
                INPUT CUSTOMER-MASTER-FILE,
       059-EXIT.
           EXIT.

      *    NO PROMISE FILE MEANS NO PROMISE HAS EVER BEEN TAKEN.
       060-LOAD-PROMISE-HOLDS.
           MOVE SPACES TO WS-PROMISE-HOLD-TABLE.

           OPEN INPUT PROMISE-FILE.

           IF WS-PROMISE-NOT-FOUND
               GO TO 069-EXIT
           END-IF.

           IF NOT WS-PROMISE-OK
               MOVE "PROMISE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROMISE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PROMISE-FILE
               AT END
                   MOVE 'Y' TO PROMISE-EOF-SWITCH
           END-READ.

           PERFORM 065-STORE-PROMISE-HOLD THRU 065-EXIT
               UNTIL PROMISE-EOF.

           CLOSE PROMISE-FILE.

       069-EXIT.
           EXIT.

       065-STORE-PROMISE-HOLD.
           IF PROMISE-IS-ACTIVE
              AND PTP-CUSTOMER-NUMBER > ZERO
               MOVE 'Y' TO PRH-HOLD-FLAG (PTP-CUSTOMER-NUMBER)
           END-IF.

           READ PROMISE-FILE
               AT END
                   MOVE 'Y' TO PROMISE-EOF-SWITCH
           END-READ.

       065-EXIT.
           EXIT.

       100-AGE-ACTIVITY-RECORD.
           ADD 1 TO WS-INPUT-COUNT.

               GO TO 110-EXIT
           END-IF.

      *    A CUSTOMER WHO HAS PROMISED PAYMENT TO COLLECTIONS IS NOT
      *    CHARGED WHILE THE PROMISE IS ACTIVE - THE HOLD LIFTS WHEN
      *    THE NIGHTLY CHECK SETTLES IT.
           IF PRH-HOLD-FLAG (WS-PREV-CUSTOMER) = 'Y'
               MOVE ZERO TO WS-ASSESSED-CHARGE
               MOVE 'PROMISE-TO-PAY HOLD' TO WS-REG-NOTE
               PERFORM 131-FORMAT-REGISTER-LINE THRU 131-EXIT
               ADD 1 TO WS-HELD-COUNT
               MOVE ZERO TO WS-OVERDUE-BALANCE
               GO TO 110-EXIT
           END-IF.

           COMPUTE WS-COMPUTED-CHARGE ROUNDED =
               WS-OVERDUE-BALANCE * WS-MONTHLY-RATE.

