       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * QUARTERLY CREDIT-LIMIT REVIEW.                                *
      *                                                               *
      * SCORES EVERY CHARGE ACCOUNT ON CUSTMSTR FROM HOW IT HAS       *
      * ACTUALLY PAID OVER THE REVIEW PERIOD (REVIEW-DAYS, DEFAULT    *
      * 365) AND PROPOSES A HIGHER LIMIT, A LOWER ONE, OR NONE:       *
      *                                                               *
      *   CASH APPLIED     - PAYMENTS POSTED TO CHRGHIST IN THE       *
      *                      PERIOD, LESS ANY THAT CAME BACK NSF.     *
      *   DAYS TO PAY      - EACH PAYMENT IS MATCHED OLDEST CHARGE    *
      *                      FIRST AND THE DAYS BETWEEN ARE AVERAGED, *
      *                      WEIGHTED BY THE DOLLARS THEY SETTLED.    *
      *   DUNNING          - THE DEEPEST LETTER ON DUNREG, OR A       *
      *                      REFERRAL TO COLLECTIONS.                 *
      *   NSF              - CMR-NSF-FLAG.                            *
      *                                                               *
      * NOTHING HERE TOUCHES THE MASTER.  EACH PROPOSAL IS QUEUED ON  *
      * CMPENDG AS A PENDING 'LIMIT' CHANGE EXACTLY AS THE            *
      * MAINTENANCE SCREEN WOULD PARK IT, SO A CREDIT-DESK CHECKER    *
      * STILL APPROVES OR REJECTS EVERY ONE ON THE REVIEW SCREEN AND  *
      * THE APPLIER POSTS IT.  AN ACCOUNT WITH A LIMIT CHANGE ALREADY *
      * WAITING THERE IS LEFT ALONE.  THE CRREVLST LISTING SHOWS      *
      * EVERY ACCOUNT'S FACTORS, SCORE, PROPOSAL AND REASON.          *
      *                                                               *
      * DUNREG IS REWRITTEN BY EVERY DUNNING RUN - THE JOB SUPPLIES   *
      * THE QUARTER'S REGISTERS CONCATENATED.                         *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DUNNING-REGISTER-FILE
               ASSIGN TO EXTERNAL DUNREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DUNREG-STATUS.

           SELECT PENDING-CHANGE-FILE
               ASSIGN TO EXTERNAL CMPENDG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PENDING-STATUS.

           SELECT REVIEW-LISTING-FILE
               ASSIGN TO EXTERNAL CRREVLST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LISTING-STATUS.

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

       FD  CUSTOMER-MASTER-FILE.

       01  CUSTOMER-MASTER-RECORD.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CMR-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01).
           03  CMR-OPEN-BALANCE        PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  CMR-CREDIT-LIMIT        PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CMR-TAX-JURISDICTION    PIC X(02).
           03  CMR-MERGE-FLAG          PIC X(01).
               88  CUSTOMER-WAS-MERGED             VALUE 'M'.
           03  FILLER                  PIC X(03).
           03  CMR-NSF-FLAG            PIC X(01).
               88  CUSTOMER-HAS-NSF                VALUE 'Y'.
           03  FILLER                  PIC X(31).

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

      *    THE DUNNING RUN'S REGISTER LINE - CUSTOMER, NAME, TOTAL DUE,
      *    OLDEST AGE, LEVEL SENT AND A NOTE.
       FD  DUNNING-REGISTER-FILE.

       01  DUNNING-REGISTER-RECORD.
           03  DRG-CUSTOMER-NUMBER     PIC X(04).
           03  FILLER                  PIC X(38).
           03  DRG-LETTER-LEVEL        PIC X(01).
           03  FILLER                  PIC X(02).
           03  DRG-NOTE                PIC X(30).
               88  DRG-REFERRED                    VALUE
                                       'REFER TO COLLECTIONS'.
           03  FILLER                  PIC X(25).

       FD  PENDING-CHANGE-FILE.

       01  PENDING-CHANGE-RECORD.
           03  PND-ENTRY-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PND-MAKER-ID            PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  PND-FIELD-CODE          PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-OLD-VALUE           PIC X(10).
           03  FILLER                  PIC X(01).
           03  PND-NEW-VALUE           PIC X(10).
           03  FILLER                  PIC X(01).
           03  PND-STATUS              PIC X(01).
               88  CHANGE-IS-PENDING               VALUE 'P'.
               88  CHANGE-IS-APPROVED              VALUE 'A'.
               88  CHANGE-IS-REJECTED              VALUE 'R'.
           03  FILLER                  PIC X(01).
           03  PND-CHECKER-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-REASON              PIC X(20).
           03  FILLER                  PIC X(04).

       FD  REVIEW-LISTING-FILE.

       01  REVIEW-LISTING-RECORD       PIC X(100).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'CRLIMREV'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
       77  WS-DUNREG-STATUS            PIC XX.
           88  WS-DUNREG-OK                        VALUE "00".
           88  WS-DUNREG-NOT-FOUND                 VALUE "35".
       77  WS-PENDING-STATUS           PIC XX.
           88  WS-PENDING-OK                       VALUE "00".
           88  WS-PENDING-NOT-FOUND                VALUE "35".
       77  WS-LISTING-STATUS           PIC XX.
           88  WS-LISTING-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  DUNREG-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  DUNREG-EOF                          VALUE 'Y'.
       77  PENDING-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  PENDING-EOF                         VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-HISTORY-COUNT            PIC 9(07)   VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-MERGED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-INCREASE-COUNT           PIC 9(06)   VALUE 0.
       77  WS-DECREASE-COUNT           PIC 9(06)   VALUE 0.
       77  WS-NO-CHANGE-COUNT          PIC 9(06)   VALUE 0.
       77  WS-ALREADY-PENDING-COUNT    PIC 9(06)   VALUE 0.
       77  WS-QUEUED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-LIMIT-ADDED              PIC S9(09)V99 VALUE 0.
       77  WS-LIMIT-REMOVED            PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).
       77  WS-TODAY-INTEGER            PIC S9(07)  VALUE 0.
       77  WS-PERIOD-START-INTEGER     PIC S9(07)  VALUE 0.
       77  WS-ITEM-INTEGER             PIC S9(07)  VALUE 0.
       77  WS-REVIEW-KEYED             PIC X(03)   VALUE SPACES.
       77  WS-REVIEW-DAYS              PIC 9(03)   VALUE 365.

      *    THE PROPOSAL RULES.  AN INCREASE ADDS A QUARTER TO THE
      *    LIMIT, ROUNDED UP TO THE NEXT HUNDRED AND CAPPED AT THE
      *    HOUSE MAXIMUM; A DECREASE HALVES IT BUT NEVER CUTS BELOW
      *    THE BALANCE ALREADY OWED, ROUNDED UP TO A HUNDRED.
       77  WS-INCREASE-SCORE           PIC S9(03)  VALUE +3.
       77  WS-DECREASE-SCORE           PIC S9(03)  VALUE -3.
       77  WS-MAXIMUM-LIMIT            PIC 9(07)V99 VALUE 25000.00.

      *    THE HISTORY KEY IS CARRIED ONE DIGIT WIDER THAN THE
      *    CUSTOMER NUMBER SO END OF FILE SITS ABOVE EVERY CUSTOMER.
       77  WS-HISTORY-KEY              PIC 9(05)   VALUE 0.

      *    DEEPEST DUNNING LEVEL PER CUSTOMER OFF THE REGISTER - 4
      *    STANDS FOR A REFERRAL TO COLLECTIONS - AND A MARK FOR
      *    EVERY CUSTOMER WITH A LIMIT CHANGE ALREADY ON CMPENDG,
      *    BOTH SLOTTED DIRECTLY BY CUSTOMER NUMBER.
       01  WS-CUSTOMER-TABLE.
           02  WS-CUSTOMER-ENTRY       OCCURS 9999 TIMES.
               03  CTB-DUNNING-LEVEL   PIC 9(01).
               03  CTB-LIMIT-PENDING   PIC X(01).
       77  WS-DRG-CUSTOMER             PIC 9(04)   VALUE 0.
       77  WS-DRG-LEVEL                PIC 9(01)   VALUE 0.

      *    ONE ACCOUNT'S OPEN CHARGES, OLDEST FIRST, SO EACH PAYMENT
      *    CAN BE SPENT AGAINST THEM IN ORDER.  A CUSTOMER WITH MORE
      *    OPEN CHARGES THAN THE TABLE HOLDS HAS THE EXCESS FOLDED
      *    INTO THE NEWEST SLOT.
       77  WS-FIFO-HEAD                PIC 9(03)   VALUE 0.
       77  WS-FIFO-TAIL                PIC 9(03)   VALUE 0.
       01  WS-FIFO-TABLE.
           02  WS-FIFO-ENTRY           OCCURS 200 TIMES.
               03  FIFO-DATE-INTEGER   PIC S9(07).
               03  FIFO-REMAINING      PIC S9(07)V99.
       77  WS-TO-APPLY                 PIC S9(07)V99 VALUE 0.
       77  WS-APPLIED-NOW              PIC S9(07)V99 VALUE 0.
       77  WS-PAY-DAYS                 PIC S9(05)  VALUE 0.
       77  WS-PAYMENT-SWITCH           PIC X(01)   VALUE 'N'.
           88  COUNTING-THIS-PAYMENT               VALUE 'Y'.

      *    ONE ACCOUNT'S REVIEW FACTORS.
       77  WS-PAYMENT-COUNT            PIC S9(03)  VALUE 0.
       77  WS-CASH-APPLIED             PIC S9(07)V99 VALUE 0.
       77  WS-DOLLAR-DAYS              PIC S9(11)V99 VALUE 0.
       77  WS-DOLLARS-TIMED            PIC S9(09)V99 VALUE 0.
       77  WS-AVERAGE-DAYS             PIC S9(05)  VALUE 0.
       77  WS-DUNNING-LEVEL            PIC 9(01)   VALUE 0.
       77  WS-SCORE                    PIC S9(03)  VALUE 0.
       77  WS-ACTION                   PIC X(08)   VALUE SPACES.
       77  WS-REASON                   PIC X(24)   VALUE SPACES.
       77  WS-PROPOSED-LIMIT           PIC 9(07)V99 VALUE 0.
       77  WS-HUNDREDS                 PIC 9(07)   VALUE 0.
       77  WS-FLOOR-LIMIT              PIC 9(07)V99 VALUE 0.

      *    THE LIMIT CROSSES INTO THE X(10) PENDING VALUE FIELDS AS
      *    ITS NINE RAW DIGITS, PENNIES IMPLIED - THE SAME SHAPE THE
      *    MAINTENANCE SCREEN PARKS AND THE APPLIER READS BACK.
       01  WS-LIMIT-SCALE-WORK.
           03  WS-LIMIT-SCALED         PIC 9(07)V99.
           03  WS-LIMIT-DIGITS         REDEFINES WS-LIMIT-SCALED
                                       PIC 9(09).

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(36) VALUE
                   'QUARTERLY CREDIT-LIMIT REVIEW       '.
           03  FILLER                  PIC X(09) VALUE 'RUN DATE '.
           03  WS-TTL-DATE             PIC 9(08).
           03  FILLER                  PIC X(09) VALUE '  PERIOD '.
           03  WS-TTL-DAYS             PIC ZZ9.
           03  FILLER                  PIC X(05) VALUE ' DAYS'.

       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(31) VALUE
                   'CUST NAME                LIMIT'.
           03  FILLER                  PIC X(30) VALUE
                   '  BALANCE PAY DAY D N SCR ACTI'.
           03  FILLER                  PIC X(39) VALUE
                   'ON     PROPOSED REASON'.

       01  WS-DETAIL-LINE.
           03  WS-DTL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NAME             PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-LIMIT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-BALANCE          PIC ZZZ,ZZ9-.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-PAYMENTS         PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DAYS             PIC ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DUNNING          PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NSF              PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-SCORE            PIC +Z9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-ACTION           PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-PROPOSED         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-REASON           PIC X(24).
           03  FILLER                  PIC X(03) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  WS-TOT-LABEL            PIC X(36).
           03  WS-TOT-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-AMOUNT           PIC $$$,$$$,$$9.99-.

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

           ACCEPT WS-REVIEW-KEYED FROM ENVIRONMENT 'REVIEW-DAYS'.
           IF WS-REVIEW-KEYED NOT = SPACES
              AND WS-REVIEW-KEYED IS NUMERIC
               MOVE WS-REVIEW-KEYED TO WS-REVIEW-DAYS
           END-IF.
           COMPUTE WS-PERIOD-START-INTEGER =
               WS-TODAY-INTEGER - WS-REVIEW-DAYS.

           INITIALIZE WS-CUSTOMER-TABLE.
           PERFORM 020-LOAD-DUNNING-REGISTER THRU 029-EXIT.
           PERFORM 030-LOAD-PENDING-LIMITS THRU 039-EXIT.

           OPEN INPUT CUSTOMER-MASTER-FILE,
                INPUT CHARGE-HISTORY-FILE,
                OUTPUT REVIEW-LISTING-FILE.

           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-LISTING-OK
               MOVE "REVIEW-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LISTING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    PROPOSALS ARE APPENDED BEHIND WHATEVER THE SCREEN HAS
      *    ALREADY PARKED - THE FILE MAY NOT EXIST ON A QUIET DAY.
           OPEN EXTEND PENDING-CHANGE-FILE.
           IF WS-PENDING-NOT-FOUND
               OPEN OUTPUT PENDING-CHANGE-FILE
           END-IF.
           IF NOT WS-PENDING-OK
               MOVE "PENDING-CHANGE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PENDING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-TTL-DATE.
           MOVE WS-REVIEW-DAYS TO WS-TTL-DAYS.
           MOVE WS-TITLE-LINE TO REVIEW-LISTING-RECORD.
           WRITE REVIEW-LISTING-RECORD.
           MOVE SPACES TO REVIEW-LISTING-RECORD.
           WRITE REVIEW-LISTING-RECORD.
           MOVE WS-HEADING-LINE TO REVIEW-LISTING-RECORD.
           WRITE REVIEW-LISTING-RECORD.

           PERFORM 190-READ-HISTORY THRU 190-EXIT.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-REVIEW-ONE-ACCOUNT THRU 199-EXIT
               UNTIL END-OF-FILE.

           PERFORM 050-WRITE-TOTALS THRU 050-EXIT.

       000-TERMINATE.
           CLOSE CUSTOMER-MASTER-FILE,
                 CHARGE-HISTORY-FILE,
                 PENDING-CHANGE-FILE,
                 REVIEW-LISTING-FILE.

           DISPLAY "ACCOUNTS REVIEWED      : " WS-INPUT-COUNT.
           DISPLAY "INCREASES PROPOSED     : " WS-INCREASE-COUNT.
           DISPLAY "DECREASES PROPOSED     : " WS-DECREASE-COUNT.
           DISPLAY "PROPOSALS QUEUED       : " WS-QUEUED-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    A MISSING REGISTER MEANS NOBODY WAS DUNNED - NOT AN ERROR.
       020-LOAD-DUNNING-REGISTER.
           OPEN INPUT DUNNING-REGISTER-FILE.

           IF WS-DUNREG-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-DUNREG-OK
               MOVE "DUNNING-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-DUNREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ DUNNING-REGISTER-FILE
               AT END
                   MOVE 'Y' TO DUNREG-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-DUNNING-LEVEL THRU 025-EXIT
               UNTIL DUNREG-EOF.

           CLOSE DUNNING-REGISTER-FILE.

       029-EXIT.
           EXIT.

       025-STORE-DUNNING-LEVEL.
           IF DRG-CUSTOMER-NUMBER IS NUMERIC
              AND DRG-CUSTOMER-NUMBER NOT = '0000'
              AND DRG-LETTER-LEVEL IS NUMERIC
               MOVE DRG-CUSTOMER-NUMBER TO WS-DRG-CUSTOMER
               MOVE DRG-LETTER-LEVEL TO WS-DRG-LEVEL
               IF DRG-REFERRED
                   MOVE 4 TO WS-DRG-LEVEL
               END-IF
               IF WS-DRG-LEVEL > CTB-DUNNING-LEVEL (WS-DRG-CUSTOMER)
                   MOVE WS-DRG-LEVEL
                       TO CTB-DUNNING-LEVEL (WS-DRG-CUSTOMER)
               END-IF
           END-IF.

           READ DUNNING-REGISTER-FILE
               AT END
                   MOVE 'Y' TO DUNREG-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    A LIMIT CHANGE STILL WAITING FOR ITS CHECKER - KEYED ON THE
      *    SCREEN OR QUEUED BY LAST QUARTER'S REVIEW - IS NOT SECOND-
      *    GUESSED WITH A COMPETING PROPOSAL.
       030-LOAD-PENDING-LIMITS.
           OPEN INPUT PENDING-CHANGE-FILE.

           IF WS-PENDING-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-PENDING-OK
               MOVE "PENDING-CHANGE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PENDING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PENDING-CHANGE-FILE
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
           END-READ.

           PERFORM 035-MARK-PENDING-LIMIT THRU 035-EXIT
               UNTIL PENDING-EOF.

           CLOSE PENDING-CHANGE-FILE.

       039-EXIT.
           EXIT.

       035-MARK-PENDING-LIMIT.
           IF PND-FIELD-CODE = 'LIMIT'
              AND NOT CHANGE-IS-REJECTED
              AND PND-CUSTOMER-NUMBER > ZERO
               MOVE 'Y' TO CTB-LIMIT-PENDING (PND-CUSTOMER-NUMBER)
           END-IF.

           READ PENDING-CHANGE-FILE
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       050-WRITE-TOTALS.
           MOVE SPACES TO REVIEW-LISTING-RECORD.
           WRITE REVIEW-LISTING-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'ACCOUNTS REVIEWED' TO WS-TOT-LABEL.
           MOVE WS-INPUT-COUNT TO WS-TOT-COUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

           MOVE 'INCREASES PROPOSED / LIMIT ADDED' TO WS-TOT-LABEL.
           MOVE WS-INCREASE-COUNT TO WS-TOT-COUNT.
           MOVE WS-LIMIT-ADDED TO WS-TOT-AMOUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

           MOVE 'DECREASES PROPOSED / LIMIT REMOVED' TO WS-TOT-LABEL.
           MOVE WS-DECREASE-COUNT TO WS-TOT-COUNT.
           MOVE WS-LIMIT-REMOVED TO WS-TOT-AMOUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

           MOVE 'NO CHANGE' TO WS-TOT-LABEL.
           MOVE WS-NO-CHANGE-COUNT TO WS-TOT-COUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

           MOVE 'LIMIT CHANGE ALREADY PENDING' TO WS-TOT-LABEL.
           MOVE WS-ALREADY-PENDING-COUNT TO WS-TOT-COUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

           MOVE 'MERGED ACCOUNTS NOT REVIEWED' TO WS-TOT-LABEL.
           MOVE WS-MERGED-COUNT TO WS-TOT-COUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

           MOVE 'PROPOSALS QUEUED ON CMPENDG' TO WS-TOT-LABEL.
           MOVE WS-QUEUED-COUNT TO WS-TOT-COUNT.
           PERFORM 055-WRITE-TOTAL-LINE THRU 055-EXIT.

       050-EXIT.
           EXIT.

       055-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO REVIEW-LISTING-RECORD.
           WRITE REVIEW-LISTING-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       055-EXIT.
           EXIT.

      *    HISTORY BELOW THIS CUSTOMER BELONGS TO NOBODY ON THE
      *    MASTER; HISTORY EQUAL TO IT IS THIS ACCOUNT'S, IN DATE
      *    ORDER BECAUSE THAT IS THE KEY ORDER.
       100-REVIEW-ONE-ACCOUNT.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 180-SKIP-UNMATCHED-HISTORY THRU 180-EXIT
               UNTIL WS-HISTORY-KEY >= CMR-CUSTOMER-NUMBER.

           MOVE ZERO TO WS-FIFO-HEAD.
           MOVE ZERO TO WS-FIFO-TAIL.
           MOVE ZERO TO WS-PAYMENT-COUNT.
           MOVE ZERO TO WS-CASH-APPLIED.
           MOVE ZERO TO WS-DOLLAR-DAYS.
           MOVE ZERO TO WS-DOLLARS-TIMED.

           PERFORM 110-TAKE-ONE-HISTORY-ITEM THRU 110-EXIT
               UNTIL WS-HISTORY-KEY NOT = CMR-CUSTOMER-NUMBER.

           IF CUSTOMER-WAS-MERGED
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               PERFORM 130-SCORE-ACCOUNT THRU 130-EXIT
               PERFORM 140-PROPOSE-LIMIT THRU 140-EXIT
               PERFORM 160-WRITE-DETAIL-LINE THRU 160-EXIT
           END-IF.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

      *    CHARGES JOIN THE QUEUE; PAYMENTS AND OTHER CREDITS SPEND IT
      *    OLDEST FIRST.  ONLY PAYMENTS INSIDE THE REVIEW PERIOD COUNT
      *    TOWARD CASH APPLIED AND DAYS TO PAY - RETURNS AND WRITE-OFFS
      *    CLEAR CHARGES BUT SAY NOTHING ABOUT HOW THE CUSTOMER PAYS.
      *    A PAYMENT RETURNED NSF COMES BACK AS A POSITIVE REVERSAL:
      *    IT IS OWED AGAIN, AND IT NO LONGER COUNTS AS CASH.
       110-TAKE-ONE-HISTORY-ITEM.
           ADD 1 TO WS-HISTORY-COUNT.

           MOVE WS-TODAY-INTEGER TO WS-ITEM-INTEGER.
           IF FUNCTION TEST-DATE-YYYYMMDD (HIS-CHARGE-DATE) = 0
               COMPUTE WS-ITEM-INTEGER =
                   FUNCTION INTEGER-OF-DATE (HIS-CHARGE-DATE)
           END-IF.

           IF HIS-CHARGE-AMOUNT > ZERO
               IF HIS-DESCRIPTION = 'NSF PAYMENT REVERSAL'
                  AND WS-ITEM-INTEGER > WS-PERIOD-START-INTEGER
                   SUBTRACT 1 FROM WS-PAYMENT-COUNT
                   SUBTRACT HIS-CHARGE-AMOUNT FROM WS-CASH-APPLIED
               END-IF
               PERFORM 115-QUEUE-CHARGE THRU 115-EXIT
           ELSE
               MOVE 'N' TO WS-PAYMENT-SWITCH
               IF HISTORY-IS-PAYMENT
                  AND WS-ITEM-INTEGER > WS-PERIOD-START-INTEGER
                   MOVE 'Y' TO WS-PAYMENT-SWITCH
                   ADD 1 TO WS-PAYMENT-COUNT
                   SUBTRACT HIS-CHARGE-AMOUNT FROM WS-CASH-APPLIED
               END-IF
               COMPUTE WS-TO-APPLY = 0 - HIS-CHARGE-AMOUNT
               PERFORM 120-SPEND-OLDEST-CHARGE THRU 120-EXIT
                   UNTIL WS-TO-APPLY NOT > ZERO
                      OR WS-FIFO-HEAD > WS-FIFO-TAIL
                      OR WS-FIFO-TAIL = ZERO
           END-IF.

           PERFORM 190-READ-HISTORY THRU 190-EXIT.

       110-EXIT.
           EXIT.

       115-QUEUE-CHARGE.
           IF WS-FIFO-TAIL = ZERO
               MOVE 1 TO WS-FIFO-HEAD
           END-IF.
           IF WS-FIFO-TAIL < 200
               ADD 1 TO WS-FIFO-TAIL
               MOVE WS-ITEM-INTEGER
                   TO FIFO-DATE-INTEGER (WS-FIFO-TAIL)
               MOVE HIS-CHARGE-AMOUNT
                   TO FIFO-REMAINING (WS-FIFO-TAIL)
           ELSE
               ADD HIS-CHARGE-AMOUNT
                   TO FIFO-REMAINING (WS-FIFO-TAIL)
           END-IF.

       115-EXIT.
           EXIT.

       120-SPEND-OLDEST-CHARGE.
           IF WS-TO-APPLY < FIFO-REMAINING (WS-FIFO-HEAD)
               MOVE WS-TO-APPLY TO WS-APPLIED-NOW
           ELSE
               MOVE FIFO-REMAINING (WS-FIFO-HEAD) TO WS-APPLIED-NOW
           END-IF.

           SUBTRACT WS-APPLIED-NOW FROM FIFO-REMAINING (WS-FIFO-HEAD).
           SUBTRACT WS-APPLIED-NOW FROM WS-TO-APPLY.

           IF COUNTING-THIS-PAYMENT
               COMPUTE WS-PAY-DAYS =
                   WS-ITEM-INTEGER - FIFO-DATE-INTEGER (WS-FIFO-HEAD)
               IF WS-PAY-DAYS < ZERO
                   MOVE ZERO TO WS-PAY-DAYS
               END-IF
               COMPUTE WS-DOLLAR-DAYS =
                   WS-DOLLAR-DAYS + WS-APPLIED-NOW * WS-PAY-DAYS
               ADD WS-APPLIED-NOW TO WS-DOLLARS-TIMED
           END-IF.

           IF FIFO-REMAINING (WS-FIFO-HEAD) NOT > ZERO
               ADD 1 TO WS-FIFO-HEAD
           END-IF.

       120-EXIT.
           EXIT.

      *    THE SCORE.  STEADY PAYMENT AND PROMPT PAYMENT EARN POINTS;
      *    SILENCE WHILE OWING, SLOW PAYMENT, EVERY DUNNING LEVEL AND
      *    A BOUNCED CHECK COST THEM.
       130-SCORE-ACCOUNT.
           MOVE ZERO TO WS-SCORE.
           MOVE ZERO TO WS-AVERAGE-DAYS.
           MOVE CTB-DUNNING-LEVEL (CMR-CUSTOMER-NUMBER)
               TO WS-DUNNING-LEVEL.

           IF WS-PAYMENT-COUNT < ZERO
               MOVE ZERO TO WS-PAYMENT-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-PAYMENT-COUNT >= 6
                   ADD 2 TO WS-SCORE
               WHEN WS-PAYMENT-COUNT >= 3
                   ADD 1 TO WS-SCORE
               WHEN WS-PAYMENT-COUNT = ZERO
                AND CMR-OPEN-BALANCE > ZERO
                   SUBTRACT 2 FROM WS-SCORE
           END-EVALUATE.

           IF WS-DOLLARS-TIMED > ZERO
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-DOLLAR-DAYS / WS-DOLLARS-TIMED
               EVALUATE TRUE
                   WHEN WS-AVERAGE-DAYS <= 30
                       ADD 2 TO WS-SCORE
                   WHEN WS-AVERAGE-DAYS <= 45
                       ADD 1 TO WS-SCORE
                   WHEN WS-AVERAGE-DAYS <= 60
                       CONTINUE
                   WHEN WS-AVERAGE-DAYS <= 90
                       SUBTRACT 1 FROM WS-SCORE
                   WHEN OTHER
                       SUBTRACT 2 FROM WS-SCORE
               END-EVALUATE
           END-IF.

           SUBTRACT WS-DUNNING-LEVEL FROM WS-SCORE.

           IF CUSTOMER-HAS-NSF
               SUBTRACT 3 FROM WS-SCORE
           END-IF.

       130-EXIT.
           EXIT.

      *    THE PROPOSAL AND ITS REASON.  AN INCREASE NEEDS A CLEAN
      *    RECORD AS WELL AS THE SCORE - NO DUNNING, NO NSF.  THE
      *    REASON NAMES THE WORST FACTOR BEHIND A DECREASE.
       140-PROPOSE-LIMIT.
           MOVE 'NO CHANGE' TO WS-ACTION.
           MOVE CMR-CREDIT-LIMIT TO WS-PROPOSED-LIMIT.

           EVALUATE TRUE
               WHEN CTB-LIMIT-PENDING (CMR-CUSTOMER-NUMBER) = 'Y'
                   MOVE 'PENDING' TO WS-ACTION
                   MOVE 'LIMIT CHANGE PENDING' TO WS-REASON
                   ADD 1 TO WS-ALREADY-PENDING-COUNT
                   GO TO 140-EXIT
               WHEN CMR-CREDIT-LIMIT NOT > ZERO
                   MOVE 'NO CREDIT LIMIT SET' TO WS-REASON
               WHEN WS-SCORE >= WS-INCREASE-SCORE
                AND WS-DUNNING-LEVEL = ZERO
                AND NOT CUSTOMER-HAS-NSF
                   PERFORM 145-PROPOSE-INCREASE THRU 145-EXIT
               WHEN WS-SCORE <= WS-DECREASE-SCORE
                   PERFORM 150-PROPOSE-DECREASE THRU 150-EXIT
               WHEN OTHER
                   MOVE 'SCORE IN NO-CHANGE BAND' TO WS-REASON
           END-EVALUATE.

           IF WS-ACTION = 'NO CHANGE'
               ADD 1 TO WS-NO-CHANGE-COUNT
           ELSE
               PERFORM 155-QUEUE-PROPOSAL THRU 155-EXIT
           END-IF.

       140-EXIT.
           EXIT.

       145-PROPOSE-INCREASE.
           COMPUTE WS-HUNDREDS =
               (CMR-CREDIT-LIMIT * 1.25 + 99.99) / 100.
           COMPUTE WS-PROPOSED-LIMIT = WS-HUNDREDS * 100.
           IF WS-PROPOSED-LIMIT > WS-MAXIMUM-LIMIT
               MOVE WS-MAXIMUM-LIMIT TO WS-PROPOSED-LIMIT
           END-IF.

           IF WS-PROPOSED-LIMIT > CMR-CREDIT-LIMIT
               MOVE 'INCREASE' TO WS-ACTION
               MOVE 'PROMPT PAYER, NO DUNNING' TO WS-REASON
               ADD 1 TO WS-INCREASE-COUNT
               COMPUTE WS-LIMIT-ADDED = WS-LIMIT-ADDED
                   + WS-PROPOSED-LIMIT - CMR-CREDIT-LIMIT
           ELSE
               MOVE CMR-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
               MOVE 'ALREADY AT HOUSE MAXIMUM' TO WS-REASON
           END-IF.

       145-EXIT.
           EXIT.

       150-PROPOSE-DECREASE.
           COMPUTE WS-HUNDREDS = (CMR-CREDIT-LIMIT / 2 + 99.99) / 100.
           COMPUTE WS-PROPOSED-LIMIT = WS-HUNDREDS * 100.
           MOVE ZERO TO WS-FLOOR-LIMIT.
           IF CMR-OPEN-BALANCE > ZERO
               COMPUTE WS-HUNDREDS = (CMR-OPEN-BALANCE + 99.99) / 100
               COMPUTE WS-FLOOR-LIMIT = WS-HUNDREDS * 100
           END-IF.
           IF WS-PROPOSED-LIMIT < WS-FLOOR-LIMIT
               MOVE WS-FLOOR-LIMIT TO WS-PROPOSED-LIMIT
           END-IF.

           IF WS-PROPOSED-LIMIT >= CMR-CREDIT-LIMIT
               MOVE CMR-CREDIT-LIMIT TO WS-PROPOSED-LIMIT
               MOVE 'BALANCE AT LIMIT FLOOR' TO WS-REASON
               GO TO 150-EXIT
           END-IF.

           MOVE 'DECREASE' TO WS-ACTION.
           ADD 1 TO WS-DECREASE-COUNT.
           COMPUTE WS-LIMIT-REMOVED = WS-LIMIT-REMOVED
               + CMR-CREDIT-LIMIT - WS-PROPOSED-LIMIT.

           EVALUATE TRUE
               WHEN CUSTOMER-HAS-NSF
                   MOVE 'NSF RETURNED PAYMENT' TO WS-REASON
               WHEN WS-DUNNING-LEVEL = 4
                   MOVE 'REFERRED TO COLLECTIONS' TO WS-REASON
               WHEN WS-DUNNING-LEVEL > ZERO
                   MOVE 'DUNNED TO LEVEL  ' TO WS-REASON
                   MOVE WS-DUNNING-LEVEL TO WS-REASON (17:1)
               WHEN WS-AVERAGE-DAYS > 60
                   MOVE 'SLOW PAYER' TO WS-REASON
               WHEN OTHER
                   MOVE 'NO PAYMENTS IN PERIOD' TO WS-REASON
           END-EVALUATE.

       150-EXIT.
           EXIT.

      *    THE PROPOSAL IS PARKED EXACTLY AS THE MAINTENANCE SCREEN
      *    PARKS A LIMIT CHANGE, WITH THIS RUN AS THE MAKER.
       155-QUEUE-PROPOSAL.
           MOVE SPACES TO PENDING-CHANGE-RECORD.
           MOVE WS-BUSINESS-DATE TO PND-ENTRY-DATE.
           MOVE WS-MSG-PROGRAM-ID TO PND-MAKER-ID.
           MOVE CMR-CUSTOMER-NUMBER TO PND-CUSTOMER-NUMBER.
           MOVE 'LIMIT' TO PND-FIELD-CODE.
           MOVE CMR-CREDIT-LIMIT TO WS-LIMIT-SCALED.
           MOVE WS-LIMIT-DIGITS TO PND-OLD-VALUE.
           MOVE WS-PROPOSED-LIMIT TO WS-LIMIT-SCALED.
           MOVE WS-LIMIT-DIGITS TO PND-NEW-VALUE.
           MOVE 'P' TO PND-STATUS.
           STRING 'REVIEW ' WS-ACTION
               DELIMITED BY SIZE INTO PND-REASON
           END-STRING.
           WRITE PENDING-CHANGE-RECORD.
           ADD 1 TO WS-QUEUED-COUNT.

       155-EXIT.
           EXIT.

       160-WRITE-DETAIL-LINE.
           MOVE CMR-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER.
           MOVE CMR-CUSTOMER-NAME TO WS-DTL-NAME.
           MOVE CMR-CREDIT-LIMIT TO WS-DTL-LIMIT.
           MOVE CMR-OPEN-BALANCE TO WS-DTL-BALANCE.
           MOVE WS-PAYMENT-COUNT TO WS-DTL-PAYMENTS.
           MOVE WS-AVERAGE-DAYS TO WS-DTL-DAYS.
           MOVE WS-DUNNING-LEVEL TO WS-DTL-DUNNING.
           MOVE 'N' TO WS-DTL-NSF.
           IF CUSTOMER-HAS-NSF
               MOVE 'Y' TO WS-DTL-NSF
           END-IF.
           MOVE WS-SCORE TO WS-DTL-SCORE.
           MOVE WS-ACTION TO WS-DTL-ACTION.
           MOVE WS-PROPOSED-LIMIT TO WS-DTL-PROPOSED.
           MOVE WS-REASON TO WS-DTL-REASON.
           MOVE WS-DETAIL-LINE TO REVIEW-LISTING-RECORD.
           WRITE REVIEW-LISTING-RECORD.

       160-EXIT.
           EXIT.

       180-SKIP-UNMATCHED-HISTORY.
           ADD 1 TO WS-HISTORY-COUNT.
           ADD 1 TO WS-UNMATCHED-COUNT.
           PERFORM 190-READ-HISTORY THRU 190-EXIT.

       180-EXIT.
           EXIT.

       190-READ-HISTORY.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
                   MOVE 99999 TO WS-HISTORY-KEY
                   GO TO 190-EXIT
           END-READ.
           MOVE HIS-CUSTOMER-NUMBER TO WS-HISTORY-KEY.

       190-EXIT.
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
      *    ONE AUDIT RECORD PER RUN - ACCOUNTS REVIEWED, PROPOSALS
      *    QUEUED, AND THE NET LIMIT THE PROPOSALS WOULD ADD.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'CRLIMREV' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-QUEUED-COUNT TO ATR-DETAIL-COUNT.
           COMPUTE ATR-CONTROL-TOTAL =
               WS-LIMIT-ADDED - WS-LIMIT-REMOVED.

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
