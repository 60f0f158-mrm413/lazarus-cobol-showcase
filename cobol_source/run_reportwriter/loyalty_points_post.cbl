       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * NIGHTLY LOYALTY-POINTS ACCRUAL.                               *
      *                                                               *
      * READS THE CHRGPOST FILE THE CHARGE RUN JUST CLOSED AND EARNS  *
      * EACH CUSTOMER POINTS ON EVERY POSTED LINE ITEM AT THE RATE    *
      * LOYRATE SETS FOR THE ITEM'S DEPARTMENT (POINTS PER DOLLAR,    *
      * FRACTIONS DROPPED).  A RETURN CREDIT (A NEGATIVE POSTING)     *
      * TAKES BACK THE POINTS ITS SALE EARNED AT TODAY'S RATE.  THE   *
      * BALANCES LIVE ON THE INDEXED LOYALTY FILE, ONE ROW PER        *
      * CUSTOMER, WITH THE STATEMENT PERIOD'S EARNED, RETURNED AND    *
      * REDEEMED POINTS CARRIED ALONGSIDE FOR THE MONTHLY STATEMENT   *
      * LINE.  CASHPOST SPENDS THE POINTS WHEN A CUSTOMER REDEEMS     *
      * THEM AS A TENDER.                                             *
      *                                                               *
      * THE NIGHT'S NET POINTS ARE VALUED AT THE REDEMPTION RATE      *
      * (LOY-REDEEM-POINTS POINTS TO THE DOLLAR, DEFAULT 100) AND     *
      * BOOKED IN THE GLJRNL LAYOUT ON LOYJRNL - LOYALTY PROGRAM      *
      * EXPENSE (CHART TYPE 'K') AGAINST THE POINTS LIABILITY (TYPE   *
      * 'P'), REVERSED ON A NIGHT WHEN RETURNS OUTRUN SALES - AND     *
      * THE LOYSUMRY POINTS-LIABILITY SUMMARY PRINTS FOR ACCOUNTING.  *
      *                                                               *
      * THE HANDOFF IS PROVED AGAINST THE CTLTOTAL REGISTRY FIRST,    *
      * THE SAME WAY INVPOST1 PROVES IT.  A DEPARTMENT WITH NO RATE   *
      * EARNS NOTHING, AND THE FINANCE-CHARGE ITEM NEVER EARNS.       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARGE-POST-FILE
               ASSIGN TO EXTERNAL CHRGPOST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHRGPOST-STATUS.

      *    MARKETING'S EARNING RATE PER ITEM DEPARTMENT.
           SELECT LOYALTY-RATE-FILE
               ASSIGN TO EXTERNAL LOYRATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RATE-STATUS.

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

      *    THE LIABILITY ENTRY GOES OUT IN THE GLJRNL RECORD SHAPE ON
      *    ITS OWN FILE SO THE PAYROLL AND AR FEEDS ARE NEVER
      *    CLOBBERED.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL LOYJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT SUMMARY-FILE
               ASSIGN TO EXTERNAL LOYSUMRY
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUMMARY-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY BATCH PROGRAM STAMPS ITS START AND END, WITH RECORD
      *    COUNTS, ONTO THE SHARED TIMING LOG - THE BATCH-WINDOW
      *    REPORT TRENDS THE DURATIONS AND FLAGS JOBS CREEPING
      *    TOWARD THE ONLINE DAY.
           SELECT TIMING-LOG-FILE
               ASSIGN TO EXTERNAL TIMELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TIMELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARGE-POST-FILE.

       01  CHARGE-POST-RECORD.
           03  CPR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CPR-CHARGE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CPR-CHARGE-AMOUNT       PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  CPR-DESCRIPTION         PIC X(20).
           03  FILLER                  PIC X(01).
           03  CPR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CPR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  CPR-RETURN-SALE-DATE    PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CPR-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(14).

       FD  LOYALTY-RATE-FILE.

      *    ONE RECORD PER EARNING DEPARTMENT - A DEPARTMENT NOT ON THE
      *    FILE EARNS NOTHING.
       01  LOYALTY-RATE-RECORD.
           03  LRT-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  LRT-POINTS-PER-DOLLAR   PIC 9(02)V99.
           03  FILLER                  PIC X(73).

       FD  LOYALTY-FILE.

      *    ONE ROW PER CUSTOMER WHO HAS EVER EARNED.  THE BALANCE IS
      *    SIGNED - A RETURN AFTER THE POINTS WERE SPENT LEAVES THE
      *    CUSTOMER OWING POINTS, WHICH THE NEXT PURCHASES EARN BACK.
      *    THE PERIOD FIGURES COVER THE CURRENT STATEMENT PERIOD AND
      *    ARE ROLLED BY THE STATEMENT RUN AS IT PRINTS THEM.
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

      *    TYPE 'K' IS THE LOYALTY PROGRAM EXPENSE ACCOUNT, 'P' THE
      *    POINTS LIABILITY - THE SAME CHART EVERY JOURNAL FEED
      *    VALIDATES AGAINST.
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

       FD  SUMMARY-FILE.

       01  SUMMARY-RECORD              PIC X(80).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'LOYPOST1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

      *    THE CROSS-JOB CONTROL-TOTAL HANDSHAKE FIELDS - COUNT AND
      *    ADDITIVE BYTE HASH HANDED TO THE CTLTOTAL REGISTRY.
       77  WS-CTL-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-CTL-FILE                 PIC X(08)   VALUE SPACES.
       77  WS-CTL-COUNT                PIC 9(06)   VALUE 0.
       77  WS-CTL-HASH                 PIC 9(12)   VALUE 0.
       77  WS-CTL-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-HASH-SUB                 PIC 9(03)   VALUE 0.
       77  WS-CHRGPOST-STATUS          PIC XX.
           88  WS-CHRGPOST-OK                      VALUE "00".
       77  WS-RATE-STATUS              PIC XX.
           88  WS-RATE-OK                          VALUE "00".
       77  WS-LOYALTY-STATUS           PIC XX.
           88  WS-LOYALTY-OK                       VALUE "00".
           88  WS-LOYALTY-NOT-FOUND                VALUE "35".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
           88  WS-CHART-NOT-FOUND                  VALUE "35".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".
       77  WS-SUMMARY-STATUS           PIC XX.
           88  WS-SUMMARY-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  RATE-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  RATE-EOF                            VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-EARNING-COUNT            PIC 9(06)   VALUE 0.
       77  WS-TAKEBACK-COUNT           PIC 9(06)   VALUE 0.
       77  WS-NO-RATE-COUNT            PIC 9(06)   VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-NEW-ACCOUNT-COUNT        PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

      *    ITEM 99999 IS THE FINANCE-CHARGE ASSESSMENT ITEM - NOT A
      *    PURCHASE, SO IT EARNS NOTHING.
       77  WS-FINCHG-ITEM-NUMBER       PIC 9(05)   VALUE 99999.

      *    EARNING RATES SLOTTED BY DEPARTMENT NUMBER PLUS ONE, SO
      *    DEPARTMENT 00 HAS A SLOT TOO.
       01  WS-RATE-TABLE.
           02  WS-DEPT-RATE            PIC 9(02)V99 OCCURS 100 TIMES.
       77  WS-RATE-SUB                 PIC 9(03)   VALUE 0.
       77  WS-RATE-COUNT               PIC 9(03)   VALUE 0.

      *    POINTS TO THE DOLLAR WHEN REDEEMED - WHAT A POINT IS WORTH
      *    ON THE BOOKS.  CASHPOST READS THE SAME PARAMETER.
       77  WS-REDEEM-KEYED             PIC X(05)   VALUE SPACES.
       77  WS-REDEEM-POINTS            PIC 9(05)   VALUE 100.

       77  WS-ITEM-AMOUNT              PIC 9(07)V99 VALUE 0.
       77  WS-ITEM-POINTS              PIC 9(09)   VALUE 0.
       77  WS-POINTS-EARNED            PIC 9(09)   VALUE 0.
       77  WS-POINTS-RETURNED          PIC 9(09)   VALUE 0.
       77  WS-NET-POINTS               PIC S9(09)  VALUE 0.
       77  WS-LIABILITY-CHANGE         PIC S9(09)V99 VALUE 0.
       77  WS-JOURNAL-AMOUNT           PIC 9(09)V99 VALUE 0.
       77  WS-JOURNAL-SWITCH           PIC X(1)    VALUE 'N'.
           88  JOURNAL-WAS-CUT                     VALUE 'Y'.

      *    THE CHART ENTRIES THE LIABILITY ENTRY NEEDS - LOADED ONCE.
       77  WS-EXPENSE-ACCOUNT          PIC 9(06)   VALUE 0.
       77  WS-EXPENSE-DESC             PIC X(30)   VALUE SPACES.
       77  WS-LIABILITY-ACCOUNT        PIC 9(06)   VALUE 0.
       77  WS-LIABILITY-DESC           PIC X(30)   VALUE SPACES.

       01  WS-RUN-DATE-TIME            PIC X(19).

       01  WS-SUMMARY-TITLE.
           03  FILLER                  PIC X(33) VALUE
               'LOYALTY POINTS LIABILITY SUMMARY'.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-TTL-RUN-DATE-TIME    PIC X(19).

       01  WS-SUMMARY-COUNT-LINE.
           03  WS-SCL-LABEL            PIC X(36).
           03  WS-SCL-COUNT            PIC ZZZ,ZZZ,ZZ9-.

       01  WS-SUMMARY-AMOUNT-LINE.
           03  WS-SAL-LABEL            PIC X(36).
           03  WS-SAL-AMOUNT           PIC $$$$,$$$,$$9.99-.

       01  WS-SUMMARY-ENTRY-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SEL-SIDE             PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SEL-ACCOUNT          PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SEL-DESC             PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SEL-AMOUNT           PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           ACCEPT WS-REDEEM-KEYED FROM ENVIRONMENT 'LOY-REDEEM-POINTS'.
           IF WS-REDEEM-KEYED NOT = SPACES
              AND WS-REDEEM-KEYED IS NUMERIC
               MOVE WS-REDEEM-KEYED TO WS-REDEEM-POINTS
           END-IF.
           IF WS-REDEEM-POINTS = ZERO
               MOVE 100 TO WS-REDEEM-POINTS
           END-IF.

      *    NOTHING EARNS UNTIL THE HANDOFF IS PROVED - THE FILE IS
      *    COUNTED AND HASHED IN A PRE-PASS AND HELD AGAINST THE
      *    ENTRY THE CHARGE RUN CLOSED WITH.
           PERFORM 015-VERIFY-HANDSHAKE THRU 015-EXIT.

           PERFORM 020-LOAD-EARNING-RATES THRU 029-EXIT.
           PERFORM 040-LOAD-CHART-ACCOUNTS THRU 040-EXIT.

           OPEN INPUT CHARGE-POST-FILE,
                OUTPUT SUMMARY-FILE.

           IF NOT WS-CHRGPOST-OK
               MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHRGPOST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-SUMMARY-OK
               MOVE "SUMMARY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SUMMARY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE FIRST NIGHT OF THE PROGRAM HAS NO LOYALTY FILE YET -
      *    BUILD AN EMPTY ONE RATHER THAN ABORT THE NIGHT.
           OPEN I-O LOYALTY-FILE.

           IF WS-LOYALTY-NOT-FOUND
               OPEN OUTPUT LOYALTY-FILE
               IF NOT WS-LOYALTY-OK
                   DISPLAY "CANNOT CREATE LOYALTY-FILE, STATUS "
                           WS-LOYALTY-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               CLOSE LOYALTY-FILE
               OPEN I-O LOYALTY-FILE
           END-IF.

           IF NOT WS-LOYALTY-OK
               MOVE "LOYALTY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LOYALTY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-ACCRUE-ONE-ITEM THRU 199-EXIT
               UNTIL END-OF-FILE.

       000-TERMINATE.
           CLOSE CHARGE-POST-FILE,
                 LOYALTY-FILE.

           COMPUTE WS-NET-POINTS =
               WS-POINTS-EARNED - WS-POINTS-RETURNED.
           COMPUTE WS-LIABILITY-CHANGE ROUNDED =
               WS-NET-POINTS / WS-REDEEM-POINTS.

           PERFORM 160-RELEASE-LIABILITY-JOURNAL THRU 160-EXIT.
           PERFORM 150-WRITE-SUMMARY THRU 150-EXIT.

           CLOSE SUMMARY-FILE.

           DISPLAY "POSTED ITEMS READ      : " WS-INPUT-COUNT.
           DISPLAY "ITEMS EARNING POINTS   : " WS-EARNING-COUNT.
           DISPLAY "RETURNS TAKING BACK    : " WS-TAKEBACK-COUNT.
           DISPLAY "NEW LOYALTY ACCOUNTS   : " WS-NEW-ACCOUNT-COUNT.
           DISPLAY "NET POINTS ISSUED      : " WS-NET-POINTS.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE PRE-PASS READS CHRGPOST ONCE, COUNTING RECORDS AND
      *    SUMMING EVERY BYTE'S ORDINAL VALUE - THE SAME FIGURES THE
      *    CHARGE RUN REGISTERED AS IT CLOSED THE FILE.  A MISMATCH
      *    ENDS THE STEP BEFORE A SINGLE POINT IS EARNED; A FEED WITH
      *    NO ENTRY IS NOTED AND ALLOWED THROUGH.
       015-VERIFY-HANDSHAKE.
           OPEN INPUT CHARGE-POST-FILE.

           IF NOT WS-CHRGPOST-OK
               MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHRGPOST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE ZERO TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-HASH.

           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 016-HASH-ONE-RECORD THRU 016-EXIT
               UNTIL END-OF-FILE.

           CLOSE CHARGE-POST-FILE.
           MOVE 'N' TO END-OF-FILE-SWITCH.

           MOVE 'V' TO WS-CTL-ACTION.
           MOVE 'CHRGPOST' TO WS-CTL-FILE.
           CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

           IF WS-CTL-RESULT = 'N'
               DISPLAY "CHRGPOST DOES NOT MATCH THE PRODUCER'S "
                       "CONTROL TOTALS - NO POINTS EARNED" UPON SYSERR
               STOP RUN RETURNING 2
           END-IF.

           IF WS-CTL-RESULT = 'M'
               DISPLAY "NO CONTROL-TOTAL ENTRY FOR CHRGPOST - "
                       "HANDOFF NOT PROVED" UPON SYSERR
           END-IF.

       015-EXIT.
           EXIT.

       016-HASH-ONE-RECORD.
           ADD 1 TO WS-CTL-COUNT.
           PERFORM 017-HASH-ONE-BYTE THRU 017-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 80.

           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       016-EXIT.
           EXIT.

       017-HASH-ONE-BYTE.
           ADD FUNCTION ORD (CHARGE-POST-RECORD (WS-HASH-SUB:1))
               TO WS-CTL-HASH.

       017-EXIT.
           EXIT.

      *    WITHOUT A RATE FILE EVERY DEPARTMENT WOULD SILENTLY EARN
      *    NOTHING FOR THE NIGHT, SO ITS ABSENCE STOPS THE STEP.
       020-LOAD-EARNING-RATES.
           MOVE ZEROS TO WS-RATE-TABLE.

           OPEN INPUT LOYALTY-RATE-FILE.

           IF NOT WS-RATE-OK
               MOVE "LOYALTY-RATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ LOYALTY-RATE-FILE
               AT END
                   MOVE 'Y' TO RATE-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-RATE THRU 025-EXIT
               UNTIL RATE-EOF.

           CLOSE LOYALTY-RATE-FILE.

           IF WS-RATE-COUNT = ZERO
               DISPLAY "LOYALTY-RATE-FILE IS EMPTY - NO DEPARTMENT "
                       "EARNS POINTS" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       029-EXIT.
           EXIT.

       025-STORE-ONE-RATE.
           IF LRT-DEPARTMENT IS NUMERIC
              AND LRT-POINTS-PER-DOLLAR IS NUMERIC
               COMPUTE WS-RATE-SUB = LRT-DEPARTMENT + 1
               MOVE LRT-POINTS-PER-DOLLAR
                   TO WS-DEPT-RATE (WS-RATE-SUB)
               ADD 1 TO WS-RATE-COUNT
           END-IF.

           READ LOYALTY-RATE-FILE
               AT END
                   MOVE 'Y' TO RATE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    THE CHART IS OPTIONAL - WITHOUT IT THE POINTS STILL EARN
      *    BUT NO JOURNAL IS CUT, AND 160 SAYS SO.
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
               WHEN 'K'
                   MOVE CAC-ACCOUNT-NUMBER TO WS-EXPENSE-ACCOUNT
                   MOVE CAC-DESCRIPTION TO WS-EXPENSE-DESC
               WHEN 'P'
                   MOVE CAC-ACCOUNT-NUMBER TO WS-LIABILITY-ACCOUNT
                   MOVE CAC-DESCRIPTION TO WS-LIABILITY-DESC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

       041-EXIT.
           EXIT.

      *    A POSTING WITH NO CUSTOMER OR NO USABLE DEPARTMENT, AND THE
      *    FINANCE-CHARGE ITEM, ARE PASSED OVER.
       100-ACCRUE-ONE-ITEM.
           ADD 1 TO WS-INPUT-COUNT.

           IF CPR-CUSTOMER-NUMBER IS NOT NUMERIC
              OR CPR-CUSTOMER-NUMBER = ZERO
              OR CPR-ITEM-NUMBER = WS-FINCHG-ITEM-NUMBER
              OR CPR-ITEM-DEPARTMENT IS NOT NUMERIC
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 190-READ-NEXT
           END-IF.

           COMPUTE WS-RATE-SUB = CPR-ITEM-DEPARTMENT + 1.
           IF WS-DEPT-RATE (WS-RATE-SUB) = ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               GO TO 190-READ-NEXT
           END-IF.

           IF CPR-CHARGE-AMOUNT < ZERO
               COMPUTE WS-ITEM-AMOUNT = ZERO - CPR-CHARGE-AMOUNT
           ELSE
               MOVE CPR-CHARGE-AMOUNT TO WS-ITEM-AMOUNT
           END-IF.

      *    FRACTIONAL POINTS ARE DROPPED, NOT ROUNDED - ON THE SALE
      *    AND THE RETURN ALIKE, SO A RETURN NEVER TAKES BACK MORE
      *    THAN ITS SALE EARNED.
           COMPUTE WS-ITEM-POINTS =
               WS-ITEM-AMOUNT * WS-DEPT-RATE (WS-RATE-SUB).

           IF WS-ITEM-POINTS = ZERO
               GO TO 190-READ-NEXT
           END-IF.

           MOVE CPR-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           READ LOYALTY-FILE
               INVALID KEY
                   PERFORM 110-OPEN-LOYALTY-ACCOUNT THRU 110-EXIT
               NOT INVALID KEY
                   PERFORM 120-UPDATE-LOYALTY-ACCOUNT THRU 120-EXIT
           END-READ.

       190-READ-NEXT.
           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

       110-OPEN-LOYALTY-ACCOUNT.
           MOVE SPACES TO LOYALTY-RECORD.
           MOVE CPR-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER.
           MOVE ZERO TO LOY-POINTS-BALANCE.
           MOVE ZERO TO LOY-PERIOD-OPENING.
           MOVE ZERO TO LOY-PERIOD-EARNED.
           MOVE ZERO TO LOY-PERIOD-RETURNED.
           MOVE ZERO TO LOY-PERIOD-REDEEMED.
           PERFORM 130-APPLY-ITEM-POINTS THRU 130-EXIT.

           WRITE LOYALTY-RECORD
               INVALID KEY
                   DISPLAY "CANNOT WRITE LOYALTY ACCOUNT "
                           LOY-CUSTOMER-NUMBER ", STATUS "
                           WS-LOYALTY-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-WRITE.
           ADD 1 TO WS-NEW-ACCOUNT-COUNT.

       110-EXIT.
           EXIT.

       120-UPDATE-LOYALTY-ACCOUNT.
           IF LOY-POINTS-BALANCE IS NOT NUMERIC
               MOVE ZERO TO LOY-POINTS-BALANCE
           END-IF.
           PERFORM 130-APPLY-ITEM-POINTS THRU 130-EXIT.

           REWRITE LOYALTY-RECORD
               INVALID KEY
                   DISPLAY "CANNOT REWRITE LOYALTY ACCOUNT "
                           LOY-CUSTOMER-NUMBER ", STATUS "
                           WS-LOYALTY-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.

       120-EXIT.
           EXIT.

       130-APPLY-ITEM-POINTS.
           IF CPR-CHARGE-AMOUNT < ZERO
               SUBTRACT WS-ITEM-POINTS FROM LOY-POINTS-BALANCE
               ADD WS-ITEM-POINTS TO LOY-PERIOD-RETURNED
               ADD WS-ITEM-POINTS TO WS-POINTS-RETURNED
               ADD 1 TO WS-TAKEBACK-COUNT
           ELSE
               ADD WS-ITEM-POINTS TO LOY-POINTS-BALANCE
               ADD WS-ITEM-POINTS TO LOY-PERIOD-EARNED
               ADD WS-ITEM-POINTS TO WS-POINTS-EARNED
               ADD 1 TO WS-EARNING-COUNT
           END-IF.
           MOVE CPR-CHARGE-DATE TO LOY-LAST-ACTIVITY-DATE.

       130-EXIT.
           EXIT.

      *    THE POINTS-LIABILITY SUMMARY - THE NIGHT'S POINT MOVEMENT,
      *    WHAT IT IS WORTH ON THE BOOKS, AND THE ENTRY THAT CARRIED
      *    IT TO THE LEDGER.
       150-WRITE-SUMMARY.
           MOVE WS-RUN-DATE-TIME TO WS-TTL-RUN-DATE-TIME.
           MOVE WS-SUMMARY-TITLE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

           MOVE 'POSTED ITEMS READ' TO WS-SCL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'ITEMS EARNING POINTS' TO WS-SCL-LABEL.
           MOVE WS-EARNING-COUNT TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'RETURNS TAKING POINTS BACK' TO WS-SCL-LABEL.
           MOVE WS-TAKEBACK-COUNT TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'ITEMS IN DEPARTMENTS WITH NO RATE' TO WS-SCL-LABEL.
           MOVE WS-NO-RATE-COUNT TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'ITEMS PASSED OVER' TO WS-SCL-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'NEW LOYALTY ACCOUNTS' TO WS-SCL-LABEL.
           MOVE WS-NEW-ACCOUNT-COUNT TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.

           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE 'POINTS EARNED' TO WS-SCL-LABEL.
           MOVE WS-POINTS-EARNED TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'POINTS TAKEN BACK ON RETURNS' TO WS-SCL-LABEL.
           MOVE WS-POINTS-RETURNED TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'NET POINTS ISSUED' TO WS-SCL-LABEL.
           MOVE WS-NET-POINTS TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.
           MOVE 'POINTS TO THE DOLLAR ON REDEMPTION' TO WS-SCL-LABEL.
           MOVE WS-REDEEM-POINTS TO WS-SCL-COUNT.
           PERFORM 155-WRITE-COUNT-LINE THRU 155-EXIT.

           MOVE 'CHANGE IN POINTS LIABILITY' TO WS-SAL-LABEL.
           MOVE WS-LIABILITY-CHANGE TO WS-SAL-AMOUNT.
           MOVE WS-SUMMARY-AMOUNT-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

           MOVE SPACES TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           IF WS-LIABILITY-CHANGE = ZERO
               MOVE 'NO LIABILITY CHANGE - NO JOURNAL CUT'
                   TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               GO TO 150-EXIT
           END-IF.
           IF NOT JOURNAL-WAS-CUT
               MOVE 'ACCOUNT NOT ON CHART - NO JOURNAL CUT'
                   TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               GO TO 150-EXIT
           END-IF.

           MOVE 'JOURNAL RELEASED TO LOYJRNL:' TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.
           MOVE WS-JOURNAL-AMOUNT TO WS-SEL-AMOUNT.
           IF WS-LIABILITY-CHANGE > ZERO
               MOVE 'DR' TO WS-SEL-SIDE
               MOVE WS-EXPENSE-ACCOUNT TO WS-SEL-ACCOUNT
               MOVE WS-EXPENSE-DESC TO WS-SEL-DESC
               PERFORM 156-WRITE-ENTRY-LINE THRU 156-EXIT
               MOVE 'CR' TO WS-SEL-SIDE
               MOVE WS-LIABILITY-ACCOUNT TO WS-SEL-ACCOUNT
               MOVE WS-LIABILITY-DESC TO WS-SEL-DESC
               PERFORM 156-WRITE-ENTRY-LINE THRU 156-EXIT
           ELSE
               MOVE 'DR' TO WS-SEL-SIDE
               MOVE WS-LIABILITY-ACCOUNT TO WS-SEL-ACCOUNT
               MOVE WS-LIABILITY-DESC TO WS-SEL-DESC
               PERFORM 156-WRITE-ENTRY-LINE THRU 156-EXIT
               MOVE 'CR' TO WS-SEL-SIDE
               MOVE WS-EXPENSE-ACCOUNT TO WS-SEL-ACCOUNT
               MOVE WS-EXPENSE-DESC TO WS-SEL-DESC
               PERFORM 156-WRITE-ENTRY-LINE THRU 156-EXIT
           END-IF.

       150-EXIT.
           EXIT.

       155-WRITE-COUNT-LINE.
           MOVE WS-SUMMARY-COUNT-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

       155-EXIT.
           EXIT.

       156-WRITE-ENTRY-LINE.
           MOVE WS-SUMMARY-ENTRY-LINE TO SUMMARY-RECORD.
           WRITE SUMMARY-RECORD.

       156-EXIT.
           EXIT.

      *    ONE BALANCED ENTRY FOR THE NIGHT: PROGRAM EXPENSE DEBIT,
      *    POINTS LIABILITY CREDIT FOR NET POINTS ISSUED - TURNED
      *    AROUND WHEN RETURNS TOOK BACK MORE THAN SALES EARNED -
      *    RELEASED ONLY WHEN BOTH ACCOUNTS RESOLVED AGAINST THE
      *    CHART.
       160-RELEASE-LIABILITY-JOURNAL.
           IF WS-LIABILITY-CHANGE = ZERO
               GO TO 160-EXIT
           END-IF.

           IF WS-EXPENSE-ACCOUNT = ZERO OR WS-LIABILITY-ACCOUNT = ZERO
               DISPLAY "LOYALTY EXPENSE OR POINTS LIABILITY ACCOUNT "
                       "NOT ON CHART - JOURNAL NOT GENERATED"
                       UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
               GO TO 160-EXIT
           END-IF.

           IF WS-LIABILITY-CHANGE > ZERO
               MOVE WS-LIABILITY-CHANGE TO WS-JOURNAL-AMOUNT
           ELSE
               COMPUTE WS-JOURNAL-AMOUNT = ZERO - WS-LIABILITY-CHANGE
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
           IF WS-LIABILITY-CHANGE > ZERO
               MOVE WS-EXPENSE-ACCOUNT TO GLJ-ACCOUNT-NUMBER
               MOVE WS-EXPENSE-DESC TO GLJ-DESCRIPTION
           ELSE
               MOVE WS-LIABILITY-ACCOUNT TO GLJ-ACCOUNT-NUMBER
               MOVE WS-LIABILITY-DESC TO GLJ-DESCRIPTION
           END-IF.
           MOVE 'D' TO GLJ-DEBIT-CREDIT.
           MOVE WS-JOURNAL-AMOUNT TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-RECORD.

           MOVE SPACES TO GL-JOURNAL-RECORD.
           IF WS-LIABILITY-CHANGE > ZERO
               MOVE WS-LIABILITY-ACCOUNT TO GLJ-ACCOUNT-NUMBER
               MOVE WS-LIABILITY-DESC TO GLJ-DESCRIPTION
           ELSE
               MOVE WS-EXPENSE-ACCOUNT TO GLJ-ACCOUNT-NUMBER
               MOVE WS-EXPENSE-DESC TO GLJ-DESCRIPTION
           END-IF.
           MOVE 'C' TO GLJ-DEBIT-CREDIT.
           MOVE WS-JOURNAL-AMOUNT TO GLJ-AMOUNT.
           WRITE GL-JOURNAL-RECORD.

           CLOSE GL-JOURNAL-FILE.
           MOVE 'Y' TO WS-JOURNAL-SWITCH.

       160-EXIT.
           EXIT.

      *    ONE TIMING RECORD PER EVENT - START AT INITIATION, END AT
      *    TERMINATION WITH THE RUN'S RECORD COUNT.  THE LOG MUST
      *    NEVER BE THE REASON A RUN FAILS, SO A LOG PROBLEM IS
      *    NOTED AND SWALLOWED.
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

      *    ONE DOOR TO THE LOCK REGISTRY - ACTION AND RESULT TRAVEL
      *    IN THE WS-LOCK FIELDS.
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
      *    ONE AUDIT RECORD IS APPENDED TO THE SHARED AUDITTRL FILE
      *    EACH RUN - POSTED ITEMS READ, ITEMS THAT MOVED POINTS, AND
      *    THE NIGHT'S CHANGE IN THE POINTS LIABILITY AS THE CONTROL
      *    FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'LOYPOST1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           COMPUTE ATR-DETAIL-COUNT =
               WS-EARNING-COUNT + WS-TAKEBACK-COUNT.
           MOVE WS-LIABILITY-CHANGE TO ATR-CONTROL-TOTAL.

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
