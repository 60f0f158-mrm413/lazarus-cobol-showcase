      * CUSTOMER WHO HAS PAID UP DROPS BACK OFF THE REGISTRY.  A      *
      * CUSTOMER ALREADY AT THE FINAL NOTICE IS PASSED TO THE         *
      * COLLECTIONS REGISTER FOR MANUAL HANDLING RATHER THAN BEING    *
      * LETTERED AGAIN.  A CUSTOMER WORKING AN ACTIVE PROMISE TO PAY  *
      * (PTPFILE) IS HELD AT THE LEVEL ALREADY SENT AND NOT LETTERED  *
      * UNTIL THE NIGHTLY PROMISE CHECK SETTLES THE PROMISE.          *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LEVEL-STATUS.

      *    ACTIVE PROMISES TO PAY TAKEN ON THE COLLECTIONS SCREEN - A
      *    CUSTOMER WHO HAS PROMISED IS HELD AT THE LEVEL ALREADY SENT.
           SELECT PROMISE-FILE
               ASSIGN TO EXTERNAL PTPFILE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROMISE-STATUS.

      *    ONE LINE PER CUSTOMER TOUCHED - LETTERED, ESCALATED, OR
      *    PASSED TO COLLECTIONS - SO THE CREDIT DESK CAN WORK THE
      *    RUN FROM A LISTING INSTEAD OF LEAFING THROUGH THE LETTERS.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CMR-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(25).
      *    SET BY THE MONTHLY LIFECYCLE RUN - A CLOSED ACCOUNT IS
      *    NEVER LETTERED.
           03  CMR-ACCOUNT-STATUS      PIC X(01).
               88  ACCOUNT-IS-CLOSED               VALUE 'C'.
           03  FILLER                  PIC X(33).

       FD  DUNNING-LETTER-FILE.

           03  DLV-LETTER-DATE         PIC 9(08).
           03  FILLER                  PIC X(65).

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
       77  WS-LEVEL-STATUS             PIC XX.
           88  WS-LEVEL-OK                         VALUE "00".
           88  WS-LEVEL-NOT-FOUND                  VALUE "35".
       77  WS-PROMISE-STATUS           PIC XX.
           88  WS-PROMISE-OK                       VALUE "00".
           88  WS-PROMISE-NOT-FOUND                VALUE "35".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  END-OF-FILE                         VALUE 'Y'.
       77  LEVEL-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  LEVEL-EOF                           VALUE 'Y'.
       77  PROMISE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  PROMISE-EOF                         VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-LETTER-COUNT             PIC 9(06)   VALUE 0.
       77  WS-COLLECTION-COUNT         PIC 9(06)   VALUE 0.
       77  WS-CLEARED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-HELD-COUNT               PIC 9(06)   VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-CLOSED-SWITCH            PIC X(1)    VALUE 'N'.
           88  LETTER-ACCOUNT-CLOSED               VALUE 'Y'.
       77  WS-AUDIT-DUNNED-TOTAL       PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

               03  LVT-LETTER-DATE     PIC 9(08).
       77  WS-LVL-SUB                  PIC 9(04)   VALUE 0.

      *    CUSTOMERS WITH AN ACTIVE PROMISE TO PAY, SLOTTED DIRECTLY
      *    BY CUSTOMER NUMBER.
       01  WS-PROMISE-HOLD-TABLE.
           02  PRH-HOLD-FLAG           PIC X(01)   OCCURS 9999 TIMES.

       77  WS-PRIOR-LEVEL              PIC 9(01)   VALUE 0.
       77  WS-INDICATED-LEVEL          PIC 9(01)   VALUE 0.
       77  WS-SEND-LEVEL               PIC 9(01)   VALUE 0.
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           PERFORM 020-LOAD-LEVEL-REGISTRY THRU 029-EXIT.
           PERFORM 030-LOAD-PROMISE-HOLDS THRU 039-EXIT.

           OPEN INPUT CHARGE-ACTIVITY-FILE,
                INPUT CUSTOMER-MASTER-FILE,

           PERFORM 060-SAVE-LEVEL-REGISTRY THRU 069-EXIT.

           IF WS-CLOSED-COUNT > 0
               DISPLAY WS-CLOSED-COUNT
                       " CLOSED ACCOUNT(S) NOT LETTERED"
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-COLLECTION-COUNT > 0
       025-EXIT.
           EXIT.

      *    NO PROMISE FILE MEANS NO PROMISE HAS EVER BEEN TAKEN.
       030-LOAD-PROMISE-HOLDS.
           MOVE SPACES TO WS-PROMISE-HOLD-TABLE.

           OPEN INPUT PROMISE-FILE.

           IF WS-PROMISE-NOT-FOUND
               GO TO 039-EXIT
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

           PERFORM 035-STORE-PROMISE-HOLD THRU 035-EXIT
               UNTIL PROMISE-EOF.

           CLOSE PROMISE-FILE.

       039-EXIT.
           EXIT.

       035-STORE-PROMISE-HOLD.
           IF PROMISE-IS-ACTIVE
              AND PTP-CUSTOMER-NUMBER > ZERO
               MOVE 'Y' TO PRH-HOLD-FLAG (PTP-CUSTOMER-NUMBER)
           END-IF.

           READ PROMISE-FILE
               AT END
                   MOVE 'Y' TO PROMISE-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       100-AGE-ACTIVITY-RECORD.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE LVT-LETTER-LEVEL (WS-PREV-CUSTOMER)
               TO WS-PRIOR-LEVEL.

      *    A CLOSED ACCOUNT DROPS OFF DUNNING ALTOGETHER - ANY LEVEL
      *    IT STILL CARRIED COMES OFF THE REGISTRY.
           PERFORM 140-LOOK-UP-CUSTOMER-NAME THRU 140-EXIT.
           IF LETTER-ACCOUNT-CLOSED
               MOVE ZERO TO LVT-LETTER-LEVEL (WS-PREV-CUSTOMER)
               MOVE ZERO TO LVT-LETTER-DATE (WS-PREV-CUSTOMER)
               ADD 1 TO WS-CLOSED-COUNT
               GO TO 118-RESET-CUSTOMER
           END-IF.

      *    A CUSTOMER WORKING AN ACTIVE PROMISE TO PAY IS NEITHER
      *    LETTERED NOR ESCALATED - THE REGISTRY KEEPS THE LEVEL
      *    ALREADY SENT, AND THE REGISTER SHOWS THE HOLD.  ONCE THE
      *    NIGHTLY CHECK SETTLES THE PROMISE BROKEN THE HOLD IS GONE
      *    AND THE NEXT RUN PICKS UP WHERE THIS ONE LEFT OFF.
           IF PRH-HOLD-FLAG (WS-PREV-CUSTOMER) = 'Y'
               PERFORM 140-LOOK-UP-CUSTOMER-NAME THRU 140-EXIT
               MOVE WS-PRIOR-LEVEL TO WS-SEND-LEVEL
               MOVE 'HELD - PROMISE TO PAY' TO WS-REG-NOTE
               PERFORM 135-WRITE-REGISTER-LINE THRU 135-EXIT
               ADD 1 TO WS-HELD-COUNT
               GO TO 118-RESET-CUSTOMER
           END-IF.

      *    A CUSTOMER ALREADY HOLDING THE FINAL NOTICE GETS NO FOURTH
      *    LETTER - THE ACCOUNT GOES ON THE REGISTER FOR COLLECTIONS.
           IF WS-PRIOR-LEVEL >= 3

       140-LOOK-UP-CUSTOMER-NAME.
           MOVE WS-PREV-CUSTOMER TO CMR-CUSTOMER-NUMBER.
           MOVE 'N' TO WS-CLOSED-SWITCH.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-LETTER-NAME
               NOT INVALID KEY
                   MOVE CMR-CUSTOMER-NAME TO WS-LETTER-NAME
                   IF ACCOUNT-IS-CLOSED
                       MOVE 'Y' TO WS-CLOSED-SWITCH
                   END-IF
           END-READ.

       140-EXIT.
