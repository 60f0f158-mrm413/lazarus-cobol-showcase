       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * NIGHTLY PROMISE-TO-PAY CHECK.                                 *
      *                                                               *
      * RUNS BEHIND THE CASH RECEIPTS APPLICATION AND SETTLES THE     *
      * ARRANGEMENTS THE COLLECTORS KEY ON THE PROMISE-TO-PAY SCREEN. *
      * EVERY ACTIVE PROMISE ON PTPFILE IS MEASURED AGAINST THE CASH  *
      * APPLIED TO THE CUSTOMER SINCE THE DAY IT WAS TAKEN - THE      *
      * 'PAYMENT' ITEMS CASH_RECEIPTS_POST WRITES TO CHRGHIST, LESS   *
      * ANY RETURNED NSF:                                             *
      *                                                               *
      *   KEPT     - PAID IN FULL, WHENEVER IT ARRIVES.               *
      *   PARTIAL  - PAST THE PROMISED DATE PLUS PTP-GRACE-DAYS       *
      *              (DEFAULT 3) WITH SOMETHING, NOT ALL, PAID.       *
      *   BROKEN   - PAST THE SAME POINT WITH NOTHING PAID.           *
      *                                                               *
      * ONLY AN ACTIVE PROMISE HOLDS THE CUSTOMER'S DUNNING LEVEL AND *
      * KEEPS THEM OUT OF THE FINANCE-CHARGE RUN, SO SETTLING A       *
      * PROMISE AS PARTIAL OR BROKEN RELEASES THE HOLD.  BOTH LAND ON *
      * THE PTPBRKN REPORT FOR THE COLLECTOR WHO TOOK THEM.  SETTLED  *
      * PROMISES RIDE FORWARD ON PTPFILE FOR PTP-KEEP-DAYS (DEFAULT   *
      * 90) SO THE DESK CAN SEE THE RECENT RECORD, THEN DROP OFF.     *
      *                                                               *
      * RETURN CODE 4 FLAGS A NIGHT WITH A BROKEN OR PARTIAL PROMISE. *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PROMISE-FILE
               ASSIGN TO EXTERNAL PTPFILE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROMISE-STATUS.

           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT BROKEN-PROMISE-FILE
               ASSIGN TO EXTERNAL PTPBRKN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY BATCH PROGRAM STAMPS ITS START AND END, WITH RECORD
      *    COUNTS, ONTO THE SHARED TIMING LOG.
           SELECT TIMING-LOG-FILE
               ASSIGN TO EXTERNAL TIMELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TIMELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  PROMISE-FILE.

      *    ONE ROW PER PROMISE TAKEN ON THE COLLECTIONS SCREEN.
       01  PROMISE-RECORD.
           03  PTP-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  PTP-PROMISED-AMOUNT     PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PTP-PROMISED-DATE       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PTP-TAKEN-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PTP-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  PTP-STATUS              PIC X(01).
               88  PROMISE-IS-ACTIVE               VALUE 'A'.
               88  PROMISE-WAS-KEPT                VALUE 'K'.
               88  PROMISE-WAS-PARTIAL             VALUE 'P'.
               88  PROMISE-WAS-BROKEN              VALUE 'B'.
               88  PROMISE-WAS-SUPERSEDED          VALUE 'S'.
           03  FILLER                  PIC X(01).
           03  PTP-PAID-AMOUNT         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PTP-SETTLED-DATE        PIC 9(08).
           03  FILLER                  PIC X(18).

       FD  CHARGE-HISTORY-FILE.

       01  CHARGE-HISTORY-RECORD.
           03  HIS-RECORD-KEY.
               05  HIS-CUSTOMER-NUMBER PIC 9(04).
               05  HIS-CHARGE-DATE     PIC 9(08).
               05  HIS-SEQUENCE        PIC 9(04).
           03  HIS-CHARGE-AMOUNT       PIC S9(07)V99.
           03  HIS-DESCRIPTION         PIC X(20).
           03  FILLER                  REDEFINES HIS-DESCRIPTION.
               05  HIS-DESC-PREFIX     PIC X(07).
                   88  HISTORY-IS-PAYMENT          VALUE 'PAYMENT'.
               05  FILLER              PIC X(13).
           03  HIS-ITEM-DEPARTMENT     PIC 9(02).
           03  HIS-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(28).

       FD  CUSTOMER-MASTER-FILE.

       01  CUSTOMER-MASTER-RECORD.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CMR-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(59).

       FD  BROKEN-PROMISE-FILE.

       01  BROKEN-PROMISE-RECORD       PIC X(100).

       FD  AUDIT-TRAIL-FILE.

       01  AUDIT-TRAIL-RECORD.
           03  ATR-RUN-DATE-TIME       PIC X(19).
           03  FILLER                  PIC X(01).
           03  ATR-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  ATR-INPUT-COUNT         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-DETAIL-COUNT        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-CONTROL-TOTAL       PIC S9(09)V99.
           03  FILLER                  PIC X(20).

       FD  TIMING-LOG-FILE.

       01  TIMING-LOG-RECORD.
           03  TML-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  TML-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  TML-EVENT               PIC X(05).
           03  FILLER                  PIC X(01).
           03  TML-RECORD-COUNT        PIC 9(06).
           03  FILLER                  PIC X(38).

       WORKING-STORAGE SECTION.

       77  WS-MSG-NUMBER               PIC 9(04)   VALUE 0.
       77  WS-MSG-INSERT-1             PIC X(30)   VALUE SPACES.
       77  WS-MSG-INSERT-2             PIC X(20)   VALUE SPACES.
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'PTPCHK01'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-PROMISE-STATUS           PIC XX.
           88  WS-PROMISE-OK                       VALUE "00".
           88  WS-PROMISE-NOT-FOUND                VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PROMISE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  PROMISE-EOF                         VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ACTIVE-COUNT             PIC 9(06)   VALUE 0.
       77  WS-KEPT-COUNT               PIC 9(06)   VALUE 0.
       77  WS-PARTIAL-COUNT            PIC 9(06)   VALUE 0.
       77  WS-BROKEN-COUNT             PIC 9(06)   VALUE 0.
       77  WS-SUPERSEDED-COUNT         PIC 9(06)   VALUE 0.
       77  WS-STILL-ACTIVE-COUNT       PIC 9(06)   VALUE 0.
       77  WS-DROPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-HISTORY-COUNT            PIC 9(07)   VALUE 0.
       77  WS-SHORTFALL-TOTAL          PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).
       77  WS-TODAY-INTEGER            PIC S9(07)  VALUE 0.
       77  WS-DUE-INTEGER              PIC S9(07)  VALUE 0.
       77  WS-SETTLED-INTEGER          PIC S9(07)  VALUE 0.
       77  WS-GRACE-KEYED              PIC X(03)   VALUE SPACES.
       77  WS-GRACE-DAYS               PIC 9(03)   VALUE 3.
       77  WS-KEEP-KEYED               PIC X(03)   VALUE SPACES.
       77  WS-KEEP-DAYS                PIC 9(03)   VALUE 90.

      *    THE PROMISE FILE, LOADED WHOLE SO THE SETTLED STATUSES CAN
      *    BE WRITTEN BACK AT TERMINATION.  EACH ACTIVE PROMISE IS
      *    SLOTTED BY CUSTOMER NUMBER SO ONE SEQUENTIAL PASS OF THE
      *    HISTORY FILE CAN CREDIT EVERY PAYMENT STRAIGHT TO IT.
       77  WS-PTP-COUNT                PIC 9(04)   VALUE 0.
       77  WS-PTP-SUB                  PIC 9(04)   VALUE 0.
       01  PROMISE-TABLE.
           02  PROMISE-ENTRY           OCCURS 2000 TIMES.
               03  PTT-IMAGE           PIC X(80).
               03  PTT-PAID-SINCE      PIC S9(07)V99.
       01  WS-ACTIVE-SLOT-TABLE.
           02  WS-ACTIVE-SLOT          PIC 9(04)   OCCURS 9999 TIMES.
       77  WS-SLOT-SUB                 PIC 9(04)   VALUE 0.
       77  WS-SHORTFALL                PIC S9(07)V99 VALUE 0.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(36) VALUE
                   'BROKEN PROMISE-TO-PAY REPORT        '.
           03  FILLER                  PIC X(09) VALUE 'RUN DATE '.
           03  WS-TTL-DATE             PIC 9(08).

       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(30) VALUE
                   'CUST NAME               PROMIS'.
           03  FILLER                  PIC X(30) VALUE
                   'ED DUE DATE       PAID  SHORTF'.
           03  FILLER                  PIC X(30) VALUE
                   'ALL RESULT     COLLECTOR      '.

       01  WS-DETAIL-LINE.
           03  WS-DTL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NAME             PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-PROMISED         PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DUE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-PAID             PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-SHORTFALL        PIC ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-RESULT           PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-COLLECTOR        PIC X(08).
           03  FILLER                  PIC X(17) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  WS-TOT-LABEL            PIC X(30).
           03  WS-TOT-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-AMOUNT           PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           ACCEPT WS-GRACE-KEYED FROM ENVIRONMENT 'PTP-GRACE-DAYS'.
           IF WS-GRACE-KEYED NOT = SPACES
              AND WS-GRACE-KEYED IS NUMERIC
               MOVE WS-GRACE-KEYED TO WS-GRACE-DAYS
           END-IF.
           ACCEPT WS-KEEP-KEYED FROM ENVIRONMENT 'PTP-KEEP-DAYS'.
           IF WS-KEEP-KEYED NOT = SPACES
              AND WS-KEEP-KEYED IS NUMERIC
               MOVE WS-KEEP-KEYED TO WS-KEEP-DAYS
           END-IF.

           MOVE ZEROS TO WS-ACTIVE-SLOT-TABLE.
           PERFORM 020-LOAD-PROMISES THRU 029-EXIT.

           IF WS-ACTIVE-COUNT > ZERO
               PERFORM 040-TALLY-CASH-APPLIED THRU 049-EXIT
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT BROKEN-PROMISE-FILE.
           IF NOT WS-REPORT-OK
               MOVE "BROKEN-PROMISE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-TTL-DATE.
           MOVE WS-TITLE-LINE TO BROKEN-PROMISE-RECORD.
           WRITE BROKEN-PROMISE-RECORD.
           MOVE SPACES TO BROKEN-PROMISE-RECORD.
           WRITE BROKEN-PROMISE-RECORD.
           MOVE WS-HEADING-LINE TO BROKEN-PROMISE-RECORD.
           WRITE BROKEN-PROMISE-RECORD.

           PERFORM 100-SETTLE-ONE-PROMISE THRU 100-EXIT
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT.

           PERFORM 150-WRITE-TOTALS THRU 150-EXIT.

           CLOSE CUSTOMER-MASTER-FILE
                 BROKEN-PROMISE-FILE.

           PERFORM 060-SAVE-PROMISES THRU 069-EXIT.

       000-TERMINATE.
           DISPLAY "PROMISES READ          : " WS-INPUT-COUNT.
           DISPLAY "KEPT                   : " WS-KEPT-COUNT.
           DISPLAY "PARTIAL                : " WS-PARTIAL-COUNT.
           DISPLAY "BROKEN                 : " WS-BROKEN-COUNT.
           DISPLAY "STILL ACTIVE           : " WS-STILL-ACTIVE-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-BROKEN-COUNT > 0 OR WS-PARTIAL-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    NO PROMISE FILE YET MEANS NO PROMISE HAS EVER BEEN TAKEN.
       020-LOAD-PROMISES.
           OPEN INPUT PROMISE-FILE.

           IF WS-PROMISE-NOT-FOUND
               GO TO 029-EXIT
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

           PERFORM 025-STORE-ONE-PROMISE THRU 025-EXIT
               UNTIL PROMISE-EOF.

           CLOSE PROMISE-FILE.

       029-EXIT.
           EXIT.

      *    THE SCREEN ALLOWS ONE ACTIVE PROMISE PER CUSTOMER.  SHOULD
      *    TWO EVER MEET HERE, THE LATER ONE STANDS AND THE EARLIER IS
      *    CLOSED AS SUPERSEDED RATHER THAN SPLITTING THE CASH.
       025-STORE-ONE-PROMISE.
           ADD 1 TO WS-INPUT-COUNT.

      *    THE FILE IS WRITTEN BACK FROM THE TABLE, SO A PROMISE IT
      *    CANNOT HOLD WOULD BE LOST - THE RUN STOPS HERE, BEFORE
      *    ANYTHING IS SETTLED OR SAVED.
           IF WS-PTP-COUNT >= 2000
               MOVE "PROMISE TABLE" TO WS-MSG-INSERT-1
               MOVE "2000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-PTP-COUNT.
           MOVE PROMISE-RECORD TO PTT-IMAGE (WS-PTP-COUNT).
           MOVE ZERO TO PTT-PAID-SINCE (WS-PTP-COUNT).

           IF PROMISE-IS-ACTIVE
              AND PTP-CUSTOMER-NUMBER > ZERO
               ADD 1 TO WS-ACTIVE-COUNT
               MOVE WS-ACTIVE-SLOT (PTP-CUSTOMER-NUMBER)
                   TO WS-SLOT-SUB
               IF WS-SLOT-SUB > ZERO
                   MOVE PTT-IMAGE (WS-SLOT-SUB) TO PROMISE-RECORD
                   MOVE 'S' TO PTP-STATUS
                   MOVE WS-BUSINESS-DATE TO PTP-SETTLED-DATE
                   MOVE PROMISE-RECORD TO PTT-IMAGE (WS-SLOT-SUB)
                   ADD 1 TO WS-SUPERSEDED-COUNT
               END-IF
               MOVE WS-PTP-COUNT
                   TO WS-ACTIVE-SLOT (PTP-CUSTOMER-NUMBER)
           END-IF.

       025-READ-NEXT.
           READ PROMISE-FILE
               AT END
                   MOVE 'Y' TO PROMISE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       040-TALLY-CASH-APPLIED.
           OPEN INPUT CHARGE-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 045-TALLY-ONE-HISTORY-ITEM THRU 045-EXIT
               UNTIL HISTORY-EOF.

           CLOSE CHARGE-HISTORY-FILE.

       049-EXIT.
           EXIT.

      *    A PAYMENT DATED ON OR AFTER THE DAY THE PROMISE WAS TAKEN
      *    COUNTS TOWARD IT; A RETURNED-CHECK REVERSAL TAKES IT BACK.
       045-TALLY-ONE-HISTORY-ITEM.
           ADD 1 TO WS-HISTORY-COUNT.

           MOVE ZERO TO WS-SLOT-SUB.
           IF HIS-CUSTOMER-NUMBER > ZERO
               MOVE WS-ACTIVE-SLOT (HIS-CUSTOMER-NUMBER) TO WS-SLOT-SUB
           END-IF.
           IF WS-SLOT-SUB > ZERO
               MOVE PTT-IMAGE (WS-SLOT-SUB) TO PROMISE-RECORD
               IF HIS-CHARGE-DATE >= PTP-TAKEN-DATE
                   EVALUATE TRUE
                       WHEN HISTORY-IS-PAYMENT
                        AND HIS-CHARGE-AMOUNT < ZERO
                           SUBTRACT HIS-CHARGE-AMOUNT
                               FROM PTT-PAID-SINCE (WS-SLOT-SUB)
                       WHEN HIS-DESCRIPTION = 'NSF PAYMENT REVERSAL'
                           SUBTRACT HIS-CHARGE-AMOUNT
                               FROM PTT-PAID-SINCE (WS-SLOT-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    ONLY STILL-ACTIVE PROMISES AND THOSE SETTLED INSIDE THE
      *    KEEP WINDOW GO BACK.
       060-SAVE-PROMISES.
           OPEN OUTPUT PROMISE-FILE.

           IF NOT WS-PROMISE-OK
               DISPLAY "CANNOT REWRITE PROMISE FILE, STATUS "
                       WS-PROMISE-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 065-SAVE-ONE-PROMISE THRU 065-EXIT
               VARYING WS-PTP-SUB FROM 1 BY 1
               UNTIL WS-PTP-SUB > WS-PTP-COUNT.

           CLOSE PROMISE-FILE.

       069-EXIT.
           EXIT.

       065-SAVE-ONE-PROMISE.
           MOVE PTT-IMAGE (WS-PTP-SUB) TO PROMISE-RECORD.

           IF NOT PROMISE-IS-ACTIVE
               MOVE WS-TODAY-INTEGER TO WS-SETTLED-INTEGER
               IF FUNCTION TEST-DATE-YYYYMMDD (PTP-SETTLED-DATE) = 0
                   COMPUTE WS-SETTLED-INTEGER =
                       FUNCTION INTEGER-OF-DATE (PTP-SETTLED-DATE)
               END-IF
               IF WS-TODAY-INTEGER - WS-SETTLED-INTEGER
                       > WS-KEEP-DAYS
                   ADD 1 TO WS-DROPPED-COUNT
                   GO TO 065-EXIT
               END-IF
           END-IF.

           WRITE PROMISE-RECORD.

       065-EXIT.
           EXIT.

      *    ONE ACTIVE PROMISE SETTLED AGAINST THE CASH SINCE IT WAS
      *    TAKEN.  ANYTHING SHORT OF FULL PAYMENT STAYS ACTIVE UNTIL
      *    THE GRACE DAYS PAST THE PROMISED DATE HAVE RUN OUT.
       100-SETTLE-ONE-PROMISE.
           MOVE PTT-IMAGE (WS-PTP-SUB) TO PROMISE-RECORD.

           IF NOT PROMISE-IS-ACTIVE
               GO TO 100-EXIT
           END-IF.

           MOVE ZERO TO PTP-PAID-AMOUNT.
           IF PTT-PAID-SINCE (WS-PTP-SUB) > ZERO
               MOVE PTT-PAID-SINCE (WS-PTP-SUB) TO PTP-PAID-AMOUNT
           END-IF.

           MOVE WS-TODAY-INTEGER TO WS-DUE-INTEGER.
           IF FUNCTION TEST-DATE-YYYYMMDD (PTP-PROMISED-DATE) = 0
               COMPUTE WS-DUE-INTEGER =
                   FUNCTION INTEGER-OF-DATE (PTP-PROMISED-DATE)
                   + WS-GRACE-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN PTP-PAID-AMOUNT >= PTP-PROMISED-AMOUNT
                   MOVE 'K' TO PTP-STATUS
                   MOVE WS-BUSINESS-DATE TO PTP-SETTLED-DATE
                   ADD 1 TO WS-KEPT-COUNT
               WHEN WS-TODAY-INTEGER <= WS-DUE-INTEGER
                   ADD 1 TO WS-STILL-ACTIVE-COUNT
               WHEN PTP-PAID-AMOUNT > ZERO
                   MOVE 'P' TO PTP-STATUS
                   MOVE WS-BUSINESS-DATE TO PTP-SETTLED-DATE
                   ADD 1 TO WS-PARTIAL-COUNT
                   PERFORM 120-WRITE-BROKEN-LINE THRU 120-EXIT
               WHEN OTHER
                   MOVE 'B' TO PTP-STATUS
                   MOVE WS-BUSINESS-DATE TO PTP-SETTLED-DATE
                   ADD 1 TO WS-BROKEN-COUNT
                   PERFORM 120-WRITE-BROKEN-LINE THRU 120-EXIT
           END-EVALUATE.

           MOVE PROMISE-RECORD TO PTT-IMAGE (WS-PTP-SUB).

       100-EXIT.
           EXIT.

       120-WRITE-BROKEN-LINE.
           MOVE PTP-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO CMR-CUSTOMER-NAME
           END-READ.

           COMPUTE WS-SHORTFALL =
               PTP-PROMISED-AMOUNT - PTP-PAID-AMOUNT.
           ADD WS-SHORTFALL TO WS-SHORTFALL-TOTAL.

           MOVE PTP-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER.
           MOVE CMR-CUSTOMER-NAME TO WS-DTL-NAME.
           MOVE PTP-PROMISED-AMOUNT TO WS-DTL-PROMISED.
           MOVE PTP-PROMISED-DATE TO WS-DTL-DUE-DATE.
           MOVE PTP-PAID-AMOUNT TO WS-DTL-PAID.
           MOVE WS-SHORTFALL TO WS-DTL-SHORTFALL.
           IF PROMISE-WAS-PARTIAL
               MOVE 'PARTIAL' TO WS-DTL-RESULT
           ELSE
               MOVE 'BROKEN' TO WS-DTL-RESULT
           END-IF.
           MOVE PTP-OPERATOR-ID TO WS-DTL-COLLECTOR.
           MOVE WS-DETAIL-LINE TO BROKEN-PROMISE-RECORD.
           WRITE BROKEN-PROMISE-RECORD.

       120-EXIT.
           EXIT.

       150-WRITE-TOTALS.
           MOVE SPACES TO BROKEN-PROMISE-RECORD.
           WRITE BROKEN-PROMISE-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ACTIVE PROMISES CHECKED' TO WS-TOT-LABEL.
           MOVE WS-ACTIVE-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'KEPT' TO WS-TOT-LABEL.
           MOVE WS-KEPT-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'PARTIAL' TO WS-TOT-LABEL.
           MOVE WS-PARTIAL-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'BROKEN / SHORTFALL' TO WS-TOT-LABEL.
           MOVE WS-BROKEN-COUNT TO WS-TOT-COUNT.
           MOVE WS-SHORTFALL-TOTAL TO WS-TOT-AMOUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'SUPERSEDED BY A LATER PROMISE' TO WS-TOT-LABEL.
           MOVE WS-SUPERSEDED-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'STILL ACTIVE' TO WS-TOT-LABEL.
           MOVE WS-STILL-ACTIVE-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.

       150-EXIT.
           EXIT.

       155-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO BROKEN-PROMISE-RECORD.
           WRITE BROKEN-PROMISE-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       155-EXIT.
           EXIT.

       099T-WRITE-TIMING.
           OPEN EXTEND TIMING-LOG-FILE.
           IF WS-TIMELOG-NOT-FOUND
               OPEN OUTPUT TIMING-LOG-FILE
           END-IF.
           IF NOT WS-TIMELOG-OK
               DISPLAY "CANNOT APPEND TIMING LOG, STATUS "
                       WS-TIMELOG-STATUS UPON SYSERR
               GO TO 099T-EXIT
           END-IF.

           MOVE SPACES TO TIMING-LOG-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO TML-TIMESTAMP.
           MOVE WS-MSG-PROGRAM-ID TO TML-PROGRAM-ID.
           MOVE WS-TIMING-EVENT TO TML-EVENT.
           MOVE WS-TIMING-COUNT TO TML-RECORD-COUNT.
           WRITE TIMING-LOG-RECORD.
           CLOSE TIMING-LOG-FILE.

       099T-EXIT.
           EXIT.

       099L-CALL-LOCK-REGISTRY.
           CALL 'LOCKREG' USING WS-LOCK-ACTION, WS-LOCK-FILE,
               WS-MSG-PROGRAM-ID, WS-LOCK-RESULT.

       099L-EXIT.
           EXIT.

       099M-ISSUE-MESSAGE.
           CALL 'MSGWRITE' USING WS-MSG-PROGRAM-ID, WS-MSG-NUMBER,
               WS-MSG-INSERT-1, WS-MSG-INSERT-2.

       099M-EXIT.
           EXIT.
       097-WRITE-AUDIT-TRAIL.
      *    ONE AUDIT RECORD PER RUN - PROMISES READ, PROMISES BROKEN
      *    OR PARTIAL, AND THE SHORTFALL ON THEM AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'PTPCHK01' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           COMPUTE ATR-DETAIL-COUNT =
               WS-BROKEN-COUNT + WS-PARTIAL-COUNT.
           MOVE WS-SHORTFALL-TOTAL TO ATR-CONTROL-TOTAL.

           MOVE 'A' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "AUDIT TRAIL LOCK NOT GRANTED - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               MOVE "AUDIT-TRAIL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AUDIT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

           MOVE 'R' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.

           MOVE 'END' TO WS-TIMING-EVENT.
           MOVE WS-INPUT-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
