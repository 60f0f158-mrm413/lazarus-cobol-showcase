      *       CONTROL THE HOLD/RELEASE FLOW USES - A SECOND APPROVER  *
      *       DIFFERENT FROM THE REQUESTER, OR THE REQUEST REJECTS.   *
      * A REOPEN IS ALSO REFUSED WHILE ANOTHER PERIOD IS STILL OPEN,  *
      * SINCE THE REGISTER REQUIRES EXACTLY ONE OPEN PERIOD.  A CLOSE *
      * IS REFUSED WHILE THE PAYFRAUD REVIEW FILE STILL HOLDS AN OPEN *
      * ITEM FROM AN EARLIER PERIOD - EACH CYCLE'S FRAUD HITS MUST BE *
      * SIGNED OFF BEFORE THE NEXT CYCLE CLOSES.  EVERY APPLIED OR    *
      * REFUSED REQUEST LISTS ON PDCLREG.                             *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FRAUD-REVIEW-FILE
               ASSIGN TO EXTERNAL FRAUDRVW
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REVIEW-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL

       01  REGISTER-RECORD             PIC X(100).

      *    ONLY THE PERIOD AND THE REVIEW STATUS OF EACH ITEM ON THE
      *    FRAUD REVIEW FILE MATTER HERE.
       FD  FRAUD-REVIEW-FILE.

       01  FRAUD-REVIEW-RECORD.
           03  FRV-PERIOD-NUMBER       PIC 9(03).
           03  FILLER                  PIC X(82).
           03  FRV-REVIEW-STATUS       PIC X(01).
               88  FRV-ITEM-OPEN                   VALUE 'O'.
           03  FILLER                  PIC X(34).

       FD  AUDIT-TRAIL-FILE.

       01  AUDIT-TRAIL-RECORD.
           88  WS-REQUEST-OK                       VALUE "00".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-REVIEW-STATUS            PIC XX.
           88  WS-REVIEW-OK                        VALUE "00".
           88  WS-REVIEW-NOT-FOUND                 VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

           88  PAYCAL-EOF                          VALUE 'Y'.
       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  REVIEW-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  REVIEW-EOF                          VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-CAL-SUB                  PIC 9(03)   VALUE 0.
       77  WS-CAL-FOUND                PIC 9(03)   VALUE 0.
       77  WS-OPEN-COUNT               PIC 9(03)   VALUE 0.

      *    THE OLDEST PERIOD WITH A FRAUD REVIEW ITEM STILL OPEN, OR
      *    999 WHEN NOTHING IS OPEN.
       77  WS-OLDEST-OPEN-REVIEW       PIC 9(03)   VALUE 999.
       01  CALENDAR-TABLE.
           02  CALENDAR-ENTRY          OCCURS 60 TIMES.
               03  CAL-IMAGE           PIC X(80).
               03  FILLER REDEFINES CAL-IMAGE.
                   05  CAL-PERIOD-NUMBER   PIC 9(03).
                   05  FILLER              PIC X(28).
                   05  CAL-PERIOD-STATUS   PIC X(01).
                   05  FILLER              PIC X(48).

       01  WS-REGISTER-LINE.
           03  WS-REG-ACTION           PIC X(07).

           PERFORM 020-LOAD-CALENDAR THRU 029-EXIT.

           PERFORM 030-LOAD-FRAUD-REVIEW THRU 039-EXIT.

           OPEN INPUT CLOSE-REQUEST-FILE,
                OUTPUT REGISTER-FILE.

       025-EXIT.
           EXIT.

      *    NO REVIEW FILE MEANS THE FRAUD REVIEW HAS NEVER RUN, AND
      *    THERE IS NOTHING TO HOLD A CLOSE BACK.
       030-LOAD-FRAUD-REVIEW.
           OPEN INPUT FRAUD-REVIEW-FILE.

           IF WS-REVIEW-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-REVIEW-OK
               MOVE "FRAUD-REVIEW-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REVIEW-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FRAUD-REVIEW-FILE
               AT END
                   MOVE 'Y' TO REVIEW-EOF-SWITCH
           END-READ.

           PERFORM 035-NOTE-ONE-REVIEW-ITEM THRU 035-EXIT
               UNTIL REVIEW-EOF.

           CLOSE FRAUD-REVIEW-FILE.

       039-EXIT.
           EXIT.

       035-NOTE-ONE-REVIEW-ITEM.
           IF FRV-ITEM-OPEN
              AND FRV-PERIOD-NUMBER IS NUMERIC
              AND FRV-PERIOD-NUMBER < WS-OLDEST-OPEN-REVIEW
               MOVE FRV-PERIOD-NUMBER TO WS-OLDEST-OPEN-REVIEW
           END-IF.

           READ FRAUD-REVIEW-FILE
               AT END
                   MOVE 'Y' TO REVIEW-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       100-APPLY-ONE-REQUEST.
           ADD 1 TO WS-INPUT-COUNT.

                   MOVE 'PERIOD NOT ON CALENDAR' TO WS-REG-VERDICT
                   PERFORM 120-WRITE-REGISTER-LINE THRU 120-EXIT
               WHEN REQUEST-IS-CLOSE
                   PERFORM 140-TRY-CLOSE THRU 140-EXIT
               WHEN REQUEST-IS-REOPEN
                   PERFORM 130-TRY-REOPEN THRU 130-EXIT
               WHEN OTHER
       130-EXIT.
           EXIT.

      *    A CLOSE WAITS ON THE FRAUD REVIEW - NO PERIOD CLOSES WHILE
      *    AN EARLIER PERIOD'S REVIEW ITEM IS STILL UNSIGNED.  THE
      *    PERIOD'S OWN ITEMS ARE SIGNED OFF DURING THE NEXT CYCLE.
       140-TRY-CLOSE.
           EVALUATE TRUE
               WHEN CAL-PERIOD-STATUS (WS-CAL-FOUND) NOT = 'O'
                   PERFORM 110-REFUSE-REQUEST THRU 110-EXIT
                   MOVE 'PERIOD NOT OPEN' TO WS-REG-VERDICT
               WHEN WS-OLDEST-OPEN-REVIEW < PCR-PERIOD-NUMBER
                   PERFORM 110-REFUSE-REQUEST THRU 110-EXIT
                   MOVE 'FRAUD REVIEW NOT SIGNED OFF'
                       TO WS-REG-VERDICT
               WHEN OTHER
                   MOVE 'C' TO CAL-PERIOD-STATUS (WS-CAL-FOUND)
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'PERIOD CLOSED' TO WS-REG-VERDICT
           END-EVALUATE.

           PERFORM 120-WRITE-REGISTER-LINE THRU 120-EXIT.

       140-EXIT.
           EXIT.

       120-WRITE-REGISTER-LINE.
           IF REQUEST-IS-CLOSE
               MOVE 'CLOSE' TO WS-REG-ACTION
