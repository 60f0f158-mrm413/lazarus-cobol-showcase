       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * STUDENT ACCOUNT LEDGER POSTING AND NIGHTLY PROOF RUN.         *
      *                                                               *
      * A STUDENT'S MONEY IS SPREAD OVER STMTOTAL, PAYMENTS, AWARDS,  *
      * PAYPLAN, THE SPONSOR FILES AND THE ADJUSTMENT HISTORY, AND NO *
      * SINGLE PLACE SAID WHAT THE STUDENT OWES OR WHY.  THIS RUN     *
      * POSTS EVERYTHING THE STUDENT RUNS PRODUCED SINCE IT LAST RAN  *
      * ONTO THE INDEXED STULEDGR ACCOUNT LEDGER, KEYED BY STUDENT,   *
      * TERM AND TRANSACTION SEQUENCE, EACH ENTRY TYPED:              *
      *   BL  TERM BILLING      - STMTOTAL, THE BILL AS BILLED        *
      *   TA  TUITION CREDIT    - TUITADJH COURSE DROPS/WITHDRAWALS   *
      *   HA  HOUSING CREDIT    - TUITADJH HOUSING PRORATION          *
      *   PY  PAYMENT           - PAYMENTS, CASHIER AND AUTOPAY       *
      *   NR  RETURNED PAYMENT  - PAYMENTS, ACH RETURNS               *
      *   CA  AGENCY COLLECTION - PAYMENTS, COLLECTIONS AGENCY        *
      *   RF  REFUND            - PAYMENTS, THE REFUND RUN'S CHECKS   *
      *   AD  AID DISBURSEMENT  - AWARDS                              *
      *   ST  SPONSOR TRANSFER  - SPONINV INVOICES TO THE SPONSOR     *
      *   SB  SPONSOR BILL-BACK - PAYPLAN SPBCK SHORTFALLS            *
      *   LF  LATE FEE          - STULTRAN, THE LATE-FEE ASSESSMENT   *
      *   AJ  ADJUSTMENT        - STULTRAN, BURSAR ADJUSTMENTS        *
      * A CHARGE IS POSITIVE, A CREDIT NEGATIVE.  EVERY DETAIL ENTRY  *
      * CARRIES THE STUDENT'S RUNNING BALANCE AFTER IT.               *
      *                                                               *
      * THE LEDGER HOLDS THREE KINDS OF ROW.  THE STUDENT ROW (TERM   *
      * BLANK, SEQUENCE ZERO) CARRIES THE BALANCE ACROSS ALL TERMS;   *
      * THE TERM ROW (SEQUENCE ZERO) CARRIES THE LAST SEQUENCE USED,  *
      * THE TERM BALANCE AND WHAT WAS BILLED AND CREDITED AGAINST THE *
      * BILL; THE DETAIL ROWS FOLLOW IN SEQUENCE.                     *
      *                                                               *
      * THE APPENDED FEEDS ARE NOT DATED OR MARKED, SO STULMARK KEEPS *
      * HOW MANY RECORDS OF EACH HAVE BEEN POSTED, THE WAY STUJMARK   *
      * DOES FOR THE RECEIPTS JOURNAL.  A FEED FOUND SHORTER THAN ITS *
      * MARK WAS REBUILT FOR A NEW TERM AND IS POSTED WHOLE.  THE     *
      * MARKS AND STULCTL ARE SAVED AFTER EVERY ENTRY POSTED, SO A    *
      * RUN THAT STOPS PART WAY IS RESUBMITTED WITHOUT POSTING ANY    *
      * RECORD TWICE.                                                 *
      * PAYMENTS, AWARDS, SPONINV AND SPBCK CARRY NO TERM - THEY POST *
      * TO THE TERM NAMED IN CURRENT-TERM.                            *
      *                                                               *
      * STMTOTAL IS REWRITTEN BY EVERY BILLING RUN AND REDUCED IN     *
      * PLACE BY THE TUITION ADJUSTMENT RUN, SO IT CANNOT BE MARKED.  *
      * ITS BILL PLUS EVERY TUITADJH CREDIT FOR THE STUDENT AND TERM  *
      * IS WHAT WAS BILLED; WHATEVER THAT DIFFERS FROM THE BILLING    *
      * ALREADY ON THE LEDGER POSTS AS BL - THE FIRST BILL IN FULL,   *
      * A REBILL AS ITS CHANGE.                                       *
      *                                                               *
      * THE STULPROF PROOF SHOWS, FEED BY FEED, THE NEW RECORDS'      *
      * CONTROL TOTAL AGAINST WHAT POSTED; STMTOTAL'S CONTROL TOTAL   *
      * AGAINST THE LEDGER'S BILLED-LESS-CREDITED FOR THE SAME TERMS; *
      * AND, READING THE WHOLE LEDGER BACK, EACH TYPE'S DETAIL TOTAL  *
      * AGAINST THE CUMULATIVE POSTED CONTROL ON STULCTL, WITH THE    *
      * STUDENT AND TERM BALANCES FOOTED TO THE SAME FIGURE.  ANY     *
      * PROOF THAT FAILS, OR ANY FEED RECORD REJECTED, ENDS THE RUN   *
      * WITH RETURN CODE 4.                                           *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STATEMENT-TOTAL-FILE
               ASSIGN TO EXTERNAL STMTOTAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STMTOTAL-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE
               ASSIGN TO EXTERNAL TUITADJH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ADJUST-STATUS.

           SELECT PAYMENTS-FILE
               ASSIGN TO EXTERNAL PAYMENTS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT AWARDS-FILE
               ASSIGN TO EXTERNAL AWARDS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AWARDS-STATUS.

           SELECT SPONSOR-INVOICE-FILE
               ASSIGN TO EXTERNAL SPONINV
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-INVOICE-STATUS.

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO EXTERNAL PAYPLAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PLAN-STATUS.

           SELECT LEDGER-TRAN-FILE
               ASSIGN TO EXTERNAL STULTRAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TRAN-STATUS.

           SELECT LEDGER-MARK-FILE
               ASSIGN TO EXTERNAL STULMARK
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-MARK-STATUS.

           SELECT LEDGER-CONTROL-FILE
               ASSIGN TO EXTERNAL STULCTL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CONTROL-STATUS.

           SELECT STUDENT-LEDGER-FILE
               ASSIGN TO EXTERNAL STULEDGR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS LGR-KEY
                         FILE STATUS IS WS-LEDGER-STATUS.

           SELECT PROOF-REPORT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING STULPROF
                         FILE STATUS IS WS-PROOF-STATUS.

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

       FD  STATEMENT-TOTAL-FILE.

      *    THE BILLING RUN'S HANDOFF - ONE BILL PER STUDENT AND TERM,
      *    NET OF ANY TUITION ADJUSTMENT CREDIT TAKEN OFF SINCE.
       01  STATEMENT-TOTAL-RECORD.
           03  STM-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  STM-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  STM-BILL-TOTAL          PIC 9(07)V99.
           03  FILLER                  PIC X(59).

      *    THE TUITION ADJUSTMENT RUN'S HISTORY - T A TUITION CREDIT,
      *    H A HOUSING OR MEAL CONTRACT CREDIT.
       FD  ADJUSTMENT-HISTORY-FILE.

       01  ADJUSTMENT-HISTORY-RECORD.
           03  TAH-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  TAH-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  TAH-KIND                PIC X(01).
               88  TAH-TUITION-CREDIT              VALUE 'T'.
               88  TAH-HOUSING-CREDIT              VALUE 'H'.
           03  FILLER                  PIC X(01).
           03  TAH-ITEM                PIC X(06).
           03  FILLER                  PIC X(01).
           03  TAH-ACTION              PIC X(01).
               88  TAH-COURSE-DROP                 VALUE 'D'.
               88  TAH-WITHDRAWAL                  VALUE 'W'.
           03  FILLER                  PIC X(01).
           03  TAH-DROP-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TAH-REFUND-PERCENT      PIC 9(03).
           03  FILLER                  PIC X(01).
           03  TAH-CREDIT-AMOUNT       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TAH-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(26).

       FD  PAYMENTS-FILE.

       01  PAYMENT-RECORD.
           03  PMT-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PMT-PAYMENT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PMT-AMOUNT              PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  PMT-TENDER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  PMT-SOURCE              PIC X(08).
           03  FILLER                  PIC X(45).

       FD  AWARDS-FILE.

       01  AWARD-RECORD.
           03  AWD-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  AWD-AID-SOURCE          PIC X(08).
           03  FILLER                  PIC X(01).
           03  AWD-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(56).

       FD  SPONSOR-INVOICE-FILE.

       01  SPONSOR-INVOICE-RECORD.
           03  SIV-SPONSOR-ID          PIC X(06).
           03  FILLER                  PIC X(01).
           03  SIV-INVOICE-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  SIV-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  SIV-INVOICE-AMOUNT      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SIV-OPEN-AMOUNT         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SIV-INVOICE-DATE        PIC 9(08).
           03  FILLER                  PIC X(32).

       FD  PAYMENT-PLAN-FILE.

       01  PAYMENT-PLAN-RECORD.
           03  PPL-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PPL-TERM                PIC X(05).
               88  PLAN-IS-SPONSOR-BILLBACK        VALUE 'SPBCK'.
           03  FILLER                  PIC X(01).
           03  PPL-PLAN-TOTAL          PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PPL-INSTALLMENT-COUNT   PIC 9(02).
           03  FILLER                  PIC X(56).

      *    LEDGER ENTRIES NO BATCH RUN PRODUCES - THE LATE-FEE
      *    ASSESSMENT STEP'S FEES AND THE BURSAR'S ADJUSTMENTS.  THE
      *    AMOUNT IS SIGNED THE LEDGER'S WAY: A CHARGE POSITIVE.
       FD  LEDGER-TRAN-FILE.

       01  LEDGER-TRAN-RECORD.
           03  LTR-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  LTR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  LTR-TRAN-TYPE           PIC X(02).
               88  LTR-LATE-FEE                    VALUE 'LF'.
               88  LTR-ADJUSTMENT                  VALUE 'AJ'.
           03  FILLER                  PIC X(01).
           03  LTR-TRAN-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LTR-AMOUNT              PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  LTR-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(16).

       FD  LEDGER-MARK-FILE.

      *    ONE RECORD - HOW FAR INTO EACH APPENDED FEED THE LAST RUN
      *    POSTED, AND WHEN.
       01  LEDGER-MARK-RECORD.
           03  LMK-ADJUST-COUNT        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LMK-PAYMENTS-COUNT      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LMK-AWARDS-COUNT        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LMK-INVOICE-COUNT       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LMK-PLAN-COUNT          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LMK-TRAN-COUNT          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LMK-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(18).

      *    ONE RECORD PER TRANSACTION TYPE - EVERYTHING EVER POSTED
      *    OF THAT TYPE.  THE LEDGER READ BACK MUST AGREE WITH IT.
       FD  LEDGER-CONTROL-FILE.

       01  LEDGER-CONTROL-RECORD.
           03  LCT-TRAN-TYPE           PIC X(02).
           03  FILLER                  PIC X(01).
           03  LCT-POSTED-COUNT        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  LCT-POSTED-TOTAL        PIC S9(09)V99.
           03  FILLER                  PIC X(01).
           03  LCT-LAST-POSTED         PIC 9(08).
           03  FILLER                  PIC X(48).

      *    THE STUDENT ACCOUNT LEDGER.  THE ROW TYPE SAYS WHICH VIEW
      *    OF THE ROW DATA APPLIES.
       FD  STUDENT-LEDGER-FILE.

       01  STUDENT-LEDGER-RECORD.
           03  LGR-KEY.
               05  LGR-STUDENT-ID      PIC 9(05).
               05  LGR-TERM            PIC X(05).
               05  LGR-SEQUENCE        PIC 9(05).
           03  LGR-ROW-TYPE            PIC X(01).
               88  LGR-STUDENT-ROW                 VALUE 'S'.
               88  LGR-TERM-ROW                    VALUE 'T'.
               88  LGR-DETAIL-ROW                  VALUE 'D'.
           03  LGR-ROW-DATA            PIC X(84).
           03  LGR-DETAIL-DATA         REDEFINES LGR-ROW-DATA.
               05  LGR-TRAN-TYPE       PIC X(02).
               05  LGR-TRAN-DATE       PIC 9(08).
               05  LGR-POSTED-DATE     PIC 9(08).
               05  LGR-AMOUNT          PIC S9(07)V99.
               05  LGR-RUNNING-BALANCE PIC S9(07)V99.
               05  LGR-SOURCE          PIC X(08).
               05  LGR-DESCRIPTION     PIC X(30).
               05  FILLER              PIC X(10).
           03  LGR-TERM-DATA           REDEFINES LGR-ROW-DATA.
               05  LGT-LAST-SEQUENCE   PIC 9(05).
               05  LGT-BILLED          PIC S9(07)V99.
               05  LGT-CREDITED        PIC S9(07)V99.
               05  LGT-TERM-BALANCE    PIC S9(07)V99.
               05  LGT-FIRST-POSTED    PIC 9(08).
               05  LGT-LAST-POSTED     PIC 9(08).
               05  FILLER              PIC X(36).
           03  LGR-STUDENT-DATA        REDEFINES LGR-ROW-DATA.
               05  LGS-BALANCE         PIC S9(07)V99.
               05  LGS-TERM-COUNT      PIC 9(03).
               05  LGS-OPENED-DATE     PIC 9(08).
               05  LGS-LAST-POSTED     PIC 9(08).
               05  FILLER              PIC X(56).

       FD  PROOF-REPORT-FILE.

       01  PROOF-REPORT-RECORD         PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'STULPST1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

      *    COUNT AND ADDITIVE BYTE HASH HANDED TO THE CTLTOTAL
      *    REGISTRY TO PROVE THE STMTOTAL HANDOFF.
       77  WS-CTL-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-CTL-FILE                 PIC X(08)   VALUE SPACES.
       77  WS-CTL-COUNT                PIC 9(06)   VALUE 0.
       77  WS-CTL-HASH                 PIC 9(12)   VALUE 0.
       77  WS-CTL-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-HASH-SUB                 PIC 9(03)   VALUE 0.

       77  WS-STMTOTAL-STATUS          PIC XX.
           88  WS-STMTOTAL-OK                      VALUE "00".
           88  WS-STMTOTAL-NOT-FOUND               VALUE "35".
       77  WS-ADJUST-STATUS            PIC XX.
           88  WS-ADJUST-OK                        VALUE "00".
           88  WS-ADJUST-NOT-FOUND                 VALUE "35".
       77  WS-PAYMENTS-STATUS          PIC XX.
           88  WS-PAYMENTS-OK                      VALUE "00".
           88  WS-PAYMENTS-NOT-FOUND               VALUE "35".
       77  WS-AWARDS-STATUS            PIC XX.
           88  WS-AWARDS-OK                        VALUE "00".
           88  WS-AWARDS-NOT-FOUND                 VALUE "35".
       77  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK                       VALUE "00".
           88  WS-INVOICE-NOT-FOUND                VALUE "35".
       77  WS-PLAN-STATUS              PIC XX.
           88  WS-PLAN-OK                          VALUE "00".
           88  WS-PLAN-NOT-FOUND                   VALUE "35".
       77  WS-TRAN-STATUS              PIC XX.
           88  WS-TRAN-OK                          VALUE "00".
           88  WS-TRAN-NOT-FOUND                   VALUE "35".
       77  WS-MARK-STATUS              PIC XX.
           88  WS-MARK-OK                          VALUE "00".
           88  WS-MARK-NOT-FOUND                   VALUE "35".
       77  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK                       VALUE "00".
           88  WS-CONTROL-NOT-FOUND                VALUE "35".
       77  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK                        VALUE "00".
           88  WS-LEDGER-NOT-FOUND                 VALUE "35".
       77  WS-PROOF-STATUS             PIC XX.
           88  WS-PROOF-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  STMTOTAL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STMTOTAL-EOF                        VALUE 'Y'.
       77  ADJUST-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  ADJUST-EOF                          VALUE 'Y'.
       77  PAYMENTS-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PAYMENTS-EOF                        VALUE 'Y'.
       77  AWARDS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  AWARDS-EOF                          VALUE 'Y'.
       77  INVOICE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  INVOICE-EOF                         VALUE 'Y'.
       77  PLAN-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  PLAN-EOF                            VALUE 'Y'.
       77  TRAN-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  TRAN-EOF                            VALUE 'Y'.
       77  CONTROL-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  CONTROL-EOF                         VALUE 'Y'.
       77  LEDGER-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  LEDGER-EOF                          VALUE 'Y'.

       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-POSTED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-POSTED-NET               PIC S9(09)V99 VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       77  WS-CURRENT-TERM             PIC X(05)   VALUE SPACES.

      *    THE MARKS AS LOADED, AND HOW FAR EACH FEED HAS BEEN READ -
      *    THE NEW MARKS WHEN THE RUN ENDS.
       77  WS-ADJUST-MARK              PIC 9(08)   VALUE 0.
       77  WS-PAYMENTS-MARK            PIC 9(08)   VALUE 0.
       77  WS-AWARDS-MARK              PIC 9(08)   VALUE 0.
       77  WS-INVOICE-MARK             PIC 9(08)   VALUE 0.
       77  WS-PLAN-MARK                PIC 9(08)   VALUE 0.
       77  WS-TRAN-MARK                PIC 9(08)   VALUE 0.
       77  WS-ADJUST-READ              PIC 9(08)   VALUE 0.
       77  WS-PAYMENTS-READ            PIC 9(08)   VALUE 0.
       77  WS-AWARDS-READ              PIC 9(08)   VALUE 0.
       77  WS-INVOICE-READ             PIC 9(08)   VALUE 0.
       77  WS-PLAN-READ                PIC 9(08)   VALUE 0.
       77  WS-TRAN-READ                PIC 9(08)   VALUE 0.

      *    THE TRANSACTION TYPES AND WHAT THEY ARE CALLED ON THE
      *    PROOF AND THE ACCOUNT STATEMENT.
       01  TRAN-TYPE-VALUES.
           03  FILLER                  PIC X(22) VALUE
                   'BLTERM BILLING        '.
           03  FILLER                  PIC X(22) VALUE
                   'TATUITION CREDIT      '.
           03  FILLER                  PIC X(22) VALUE
                   'HAHOUSING CREDIT      '.
           03  FILLER                  PIC X(22) VALUE
                   'PYPAYMENT             '.
           03  FILLER                  PIC X(22) VALUE
                   'NRRETURNED PAYMENT    '.
           03  FILLER                  PIC X(22) VALUE
                   'CAAGENCY COLLECTION   '.
           03  FILLER                  PIC X(22) VALUE
                   'RFREFUND              '.
           03  FILLER                  PIC X(22) VALUE
                   'ADAID DISBURSEMENT    '.
           03  FILLER                  PIC X(22) VALUE
                   'STSPONSOR TRANSFER    '.
           03  FILLER                  PIC X(22) VALUE
                   'SBSPONSOR BILL-BACK   '.
           03  FILLER                  PIC X(22) VALUE
                   'LFLATE FEE            '.
           03  FILLER                  PIC X(22) VALUE
                   'AJADJUSTMENT          '.
       01  TRAN-TYPE-TABLE             REDEFINES TRAN-TYPE-VALUES.
           03  TRAN-TYPE-ENTRY         OCCURS 12 TIMES.
               05  TTY-CODE            PIC X(02).
               05  TTY-NAME            PIC X(20).
       77  WS-TYPE-COUNT               PIC 9(02)   VALUE 12.
       77  WS-TYPE-SUB                 PIC 9(02)   VALUE 0.
       77  WS-TYPE-FOUND               PIC 9(02)   VALUE 0.
       77  WS-FIND-TYPE                PIC X(02)   VALUE SPACES.

      *    BY TYPE: CUMULATIVE POSTED (STULCTL AS LOADED, THEN WITH
      *    THIS RUN ADDED), THIS RUN, AND THE LEDGER READ BACK.
       01  TYPE-TOTAL-TABLE.
           03  TYPE-TOTAL-ENTRY        OCCURS 12 TIMES.
               05  TTL-CUM-COUNT       PIC 9(08)     VALUE 0.
               05  TTL-CUM-TOTAL       PIC S9(09)V99 VALUE 0.
               05  TTL-LAST-POSTED     PIC 9(08)     VALUE 0.
               05  TTL-RUN-COUNT       PIC 9(08)     VALUE 0.
               05  TTL-RUN-TOTAL       PIC S9(09)V99 VALUE 0.
               05  TTL-LEDGER-COUNT    PIC 9(08)     VALUE 0.
               05  TTL-LEDGER-TOTAL    PIC S9(09)V99 VALUE 0.

      *    BY FEED: THE NEW RECORDS' CONTROL TOTAL IN THE FEED'S OWN
      *    SIGN, AND WHAT POSTED FROM THEM IN THE LEDGER'S.  A FEED
      *    OF MONEY IN TIES WHEN THE TWO ARE EQUAL AND OPPOSITE.
       01  FEED-VALUES.
           03  FILLER                  PIC X(09) VALUE 'TUITADJH-'.
           03  FILLER                  PIC X(09) VALUE 'PAYMENTS-'.
           03  FILLER                  PIC X(09) VALUE 'AWARDS  -'.
           03  FILLER                  PIC X(09) VALUE 'SPONINV -'.
           03  FILLER                  PIC X(09) VALUE 'SPBCK   +'.
           03  FILLER                  PIC X(09) VALUE 'STULTRAN+'.
       01  FEED-TABLE                  REDEFINES FEED-VALUES.
           03  FEED-ENTRY              OCCURS 6 TIMES.
               05  FED-NAME            PIC X(08).
               05  FED-SIGN            PIC X(01).
       01  FEED-TOTAL-TABLE.
           03  FEED-TOTAL-ENTRY        OCCURS 6 TIMES.
               05  FDT-NEW-COUNT       PIC 9(08)     VALUE 0.
               05  FDT-REJECT-COUNT    PIC 9(08)     VALUE 0.
               05  FDT-CONTROL-TOTAL   PIC S9(09)V99 VALUE 0.
               05  FDT-POSTED-TOTAL    PIC S9(09)V99 VALUE 0.
       77  WS-FEED-SUB                 PIC 9(02)   VALUE 0.
       77  WS-FEED-ADJUST              PIC 9(02)   VALUE 1.
       77  WS-FEED-PAYMENTS            PIC 9(02)   VALUE 2.
       77  WS-FEED-AWARDS              PIC 9(02)   VALUE 3.
       77  WS-FEED-INVOICE             PIC 9(02)   VALUE 4.
       77  WS-FEED-PLAN                PIC 9(02)   VALUE 5.
       77  WS-FEED-TRAN                PIC 9(02)   VALUE 6.
       77  WS-FEED-EXPECTED            PIC S9(09)V99 VALUE 0.

      *    THE STMTOTAL BILLS, AND BESIDE EACH THE TUITADJH CREDITS
      *    EVER TAKEN OFF IT - TOGETHER, WHAT WAS BILLED.
       01  BILL-TABLE.
           02  BILL-ENTRY              OCCURS 3000 TIMES.
               03  BLT-STUDENT-ID      PIC 9(05)     VALUE ZERO.
               03  BLT-TERM            PIC X(05)     VALUE SPACES.
               03  BLT-BILL-TOTAL      PIC 9(07)V99  VALUE ZERO.
               03  BLT-CREDITS         PIC 9(07)V99  VALUE ZERO.
       77  WS-BLT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-BLT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-BLT-FOUND                PIC 9(04)   VALUE 0.
       77  WS-STMTOTAL-SWITCH          PIC X(01)   VALUE 'N'.
           88  STMTOTAL-PRESENT                    VALUE 'Y'.
       77  WS-STMTOTAL-CONTROL         PIC 9(09)V99 VALUE 0.
       77  WS-LEDGER-BILLED-NET        PIC S9(09)V99 VALUE 0.
       77  WS-BILLED-GROSS             PIC S9(09)V99 VALUE 0.
       77  WS-BILL-MISMATCH-COUNT      PIC 9(06)   VALUE 0.

      *    ONE ENTRY TO POST - FILLED BY THE FEED PARAGRAPHS, TAKEN
      *    BY 500-POST-ONE-ENTRY.
       77  WS-PST-STUDENT              PIC 9(05)   VALUE 0.
       77  WS-PST-TERM                 PIC X(05)   VALUE SPACES.
       77  WS-PST-TYPE                 PIC X(02)   VALUE SPACES.
       77  WS-PST-DATE                 PIC 9(08)   VALUE 0.
       77  WS-PST-AMOUNT               PIC S9(07)V99 VALUE 0.
       77  WS-PST-SOURCE               PIC X(08)   VALUE SPACES.
       77  WS-PST-DESCRIPTION          PIC X(30)   VALUE SPACES.

      *    THE STUDENT AND TERM ROWS WHILE AN ENTRY POSTS.
       77  WS-STUDENT-NEW-SWITCH       PIC X(01)   VALUE 'N'.
           88  STUDENT-ROW-IS-NEW                  VALUE 'Y'.
       77  WS-TERM-NEW-SWITCH          PIC X(01)   VALUE 'N'.
           88  TERM-ROW-IS-NEW                     VALUE 'Y'.
       77  WS-SAV-BALANCE              PIC S9(07)V99 VALUE 0.
       77  WS-SAV-TERM-COUNT           PIC 9(03)   VALUE 0.
       77  WS-SAV-OPENED-DATE          PIC 9(08)   VALUE 0.
       77  WS-SAV-LAST-SEQUENCE        PIC 9(05)   VALUE 0.
       77  WS-SAV-BILLED               PIC S9(07)V99 VALUE 0.
       77  WS-SAV-CREDITED             PIC S9(07)V99 VALUE 0.
       77  WS-SAV-TERM-BALANCE         PIC S9(07)V99 VALUE 0.
       77  WS-SAV-FIRST-POSTED         PIC 9(08)   VALUE 0.
       77  WS-NEW-STUDENT-COUNT        PIC 9(06)   VALUE 0.

      *    THE LEDGER READ BACK.
       77  WS-LEDGER-DETAIL-COUNT      PIC 9(08)   VALUE 0.
       77  WS-LEDGER-DETAIL-TOTAL      PIC S9(09)V99 VALUE 0.
       77  WS-LEDGER-STUDENT-COUNT     PIC 9(08)   VALUE 0.
       77  WS-LEDGER-STUDENT-TOTAL     PIC S9(09)V99 VALUE 0.
       77  WS-LEDGER-TERM-COUNT        PIC 9(08)   VALUE 0.
       77  WS-LEDGER-TERM-TOTAL        PIC S9(09)V99 VALUE 0.
       77  WS-LEDGER-UNKNOWN-COUNT     PIC 9(08)   VALUE 0.
       77  WS-CUM-COUNT                PIC 9(08)   VALUE 0.
       77  WS-CUM-TOTAL                PIC S9(09)V99 VALUE 0.
       77  WS-PROOF-FAIL-SWITCH        PIC X(01)   VALUE 'N'.
           88  PROOF-FAILED                        VALUE 'Y'.

      *    ------------------------------------------------------------
      *    THE PROOF LISTING.
      *    ------------------------------------------------------------
       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'STUDENT ACCOUNT LEDGER POSTING PROOF    '.
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(15) VALUE
                   '  CURRENT TERM '.
           03  WS-PGH-TERM             PIC X(05).

       01  WS-SECTION-LINE.
           03  WS-SCL-TITLE            PIC X(60).

       01  WS-REJECT-LINE.
           03  FILLER                  PIC X(09) VALUE 'REJECTED '.
           03  WS-RJL-FEED             PIC X(08).
           03  FILLER                  PIC X(08) VALUE ' RECORD '.
           03  WS-RJL-RECORD           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RJL-REASON           PIC X(40).

       01  WS-FEED-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'FEED         NEW RECS  REJECTS'.
           03  FILLER                  PIC X(30) VALUE
                   '       FEED CONTROL       LEDG'.
           03  FILLER                  PIC X(30) VALUE
                   'ER POSTED                     '.

       01  WS-FEED-LINE.
           03  WS-FDL-FEED             PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-REJECTS          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-CONTROL          PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-POSTED           PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-VERDICT          PIC X(10).

       01  WS-BILL-MISMATCH-LINE.
           03  FILLER                  PIC X(08) VALUE 'STUDENT '.
           03  WS-BML-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(06) VALUE ' TERM '.
           03  WS-BML-TERM             PIC X(05).
           03  FILLER                  PIC X(10) VALUE '  STMTOTAL'.
           03  WS-BML-STMTOTAL         PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(08) VALUE '  LEDGER'.
           03  WS-BML-LEDGER           PIC $$$$,$$$,$$9.99-.

       01  WS-BILL-TIE-LINE.
           03  FILLER                  PIC X(17) VALUE
                   'STMTOTAL BILLS   '.
           03  WS-BTL-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE '  CONTROL '.
           03  WS-BTL-CONTROL          PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(09) VALUE '  LEDGER '.
           03  WS-BTL-LEDGER           PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-BTL-VERDICT          PIC X(10).

       01  WS-TYPE-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'TYPE                   THIS RU'.
           03  FILLER                  PIC X(30) VALUE
                   'N    POSTED TO DATE    ENTRIES'.
           03  FILLER                  PIC X(30) VALUE
                   '    LEDGER READ BACK   ENTRIES'.

       01  WS-TYPE-LINE.
           03  WS-TYL-CODE             PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TYL-NAME             PIC X(20).
           03  WS-TYL-RUN              PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TYL-CUM              PIC $$$$,$$$,$$9.99-.
           03  WS-TYL-CUM-COUNT        PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TYL-LEDGER           PIC $$$$,$$$,$$9.99-.
           03  WS-TYL-LEDGER-COUNT     PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TYL-VERDICT          PIC X(10).

       01  WS-FOOT-LINE.
           03  WS-FTL-LABEL            PIC X(40).
           03  WS-FTL-COUNT            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FTL-AMOUNT           PIC $$$$,$$$,$$9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FTL-VERDICT          PIC X(10).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           ACCEPT WS-CURRENT-TERM FROM ENVIRONMENT "CURRENT-TERM".
           IF WS-CURRENT-TERM = SPACES
               DISPLAY "CURRENT-TERM NOT SET - RUN REFUSED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 010-LOAD-LEDGER-MARK THRU 019-EXIT.
           PERFORM 020-LOAD-LEDGER-CONTROL THRU 029-EXIT.

           OPEN OUTPUT PROOF-REPORT-FILE.
           IF NOT WS-PROOF-OK
               MOVE "PROOF-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROOF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           MOVE WS-CURRENT-TERM TO WS-PGH-TERM.
           WRITE PROOF-REPORT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

      *    THE FIRST NIGHT OF THE PROGRAM HAS NO LEDGER YET - BUILD
      *    AN EMPTY ONE RATHER THAN ABORT THE NIGHT.
           OPEN I-O STUDENT-LEDGER-FILE.
           IF WS-LEDGER-NOT-FOUND
               OPEN OUTPUT STUDENT-LEDGER-FILE
               IF NOT WS-LEDGER-OK
                   DISPLAY "CANNOT CREATE STUDENT-LEDGER-FILE, STATUS "
                           WS-LEDGER-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               CLOSE STUDENT-LEDGER-FILE
               OPEN I-O STUDENT-LEDGER-FILE
           END-IF.
           IF NOT WS-LEDGER-OK
               MOVE "STUDENT-LEDGER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LEDGER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    BILLING FIRST, THEN WHAT WAS TAKEN OFF THE BILL, THEN
      *    WHAT WAS BILLED TO OR PAID BY OTHERS, THEN THE MONEY - SO
      *    A STUDENT'S RUNNING BALANCE READS THE WAY THE TERM WENT.
           PERFORM 030-LOAD-STATEMENT-TOTALS THRU 039-EXIT.
           PERFORM 040-LOAD-ADJUSTMENT-CREDITS THRU 049-EXIT.
           PERFORM 100-POST-BILLING THRU 109-EXIT.
           PERFORM 110-POST-ADJUSTMENTS THRU 119-EXIT.
           PERFORM 120-POST-BILLBACKS THRU 129-EXIT.
           PERFORM 130-POST-SPONSOR-INVOICES THRU 139-EXIT.
           PERFORM 140-POST-AWARDS THRU 149-EXIT.
           PERFORM 150-POST-PAYMENTS THRU 159-EXIT.
           PERFORM 160-POST-LEDGER-TRANS THRU 169-EXIT.

           PERFORM 200-PROVE-FEEDS THRU 209-EXIT.
           PERFORM 210-PROVE-BILLING THRU 219-EXIT.

           CLOSE STUDENT-LEDGER-FILE.

           PERFORM 300-READ-BACK-LEDGER THRU 309-EXIT.
           PERFORM 320-PROVE-CUMULATIVE THRU 329-EXIT.

           PERFORM 400-SAVE-LEDGER-CONTROL THRU 409-EXIT.
           PERFORM 410-ADVANCE-LEDGER-MARK THRU 419-EXIT.

           CLOSE PROOF-REPORT-FILE.

           IF PROOF-FAILED
               DISPLAY "STUDENT LEDGER NOT PROVED - REVIEW STULPROF"
                       UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    NO MARK FILE YET - NOTHING HAS BEEN POSTED, SO EVERY
      *    RECORD ON EVERY FEED IS NEW.
       010-LOAD-LEDGER-MARK.
           OPEN INPUT LEDGER-MARK-FILE.

           IF WS-MARK-NOT-FOUND
               GO TO 019-EXIT
           END-IF.

           IF NOT WS-MARK-OK
               MOVE "LEDGER-MARK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-MARK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ LEDGER-MARK-FILE
               AT END
                   CLOSE LEDGER-MARK-FILE
                   GO TO 019-EXIT
           END-READ.

      *    A FEED NOT YET REACHED KEEPS ITS MARK IF THE MARKS ARE
      *    SAVED PART WAY THROUGH THE RUN.
           MOVE LMK-ADJUST-COUNT TO WS-ADJUST-MARK, WS-ADJUST-READ.
           MOVE LMK-PAYMENTS-COUNT
               TO WS-PAYMENTS-MARK, WS-PAYMENTS-READ.
           MOVE LMK-AWARDS-COUNT TO WS-AWARDS-MARK, WS-AWARDS-READ.
           MOVE LMK-INVOICE-COUNT TO WS-INVOICE-MARK, WS-INVOICE-READ.
           MOVE LMK-PLAN-COUNT TO WS-PLAN-MARK, WS-PLAN-READ.
           MOVE LMK-TRAN-COUNT TO WS-TRAN-MARK, WS-TRAN-READ.
           CLOSE LEDGER-MARK-FILE.

       019-EXIT.
           EXIT.

      *    NO CONTROL FILE YET - NOTHING HAS BEEN POSTED OF ANY TYPE.
       020-LOAD-LEDGER-CONTROL.
           OPEN INPUT LEDGER-CONTROL-FILE.

           IF WS-CONTROL-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-CONTROL-OK
               MOVE "LEDGER-CONTROL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CONTROL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ LEDGER-CONTROL-FILE
               AT END
                   MOVE 'Y' TO CONTROL-EOF-SWITCH
           END-READ.

           PERFORM 025-TAKE-ONE-CONTROL THRU 025-EXIT
               UNTIL CONTROL-EOF.

           CLOSE LEDGER-CONTROL-FILE.

       029-EXIT.
           EXIT.

       025-TAKE-ONE-CONTROL.
           MOVE LCT-TRAN-TYPE TO WS-FIND-TYPE.
           PERFORM 090-FIND-TYPE THRU 090-EXIT.
           IF WS-TYPE-FOUND > ZERO
               MOVE LCT-POSTED-COUNT
                   TO TTL-CUM-COUNT (WS-TYPE-FOUND)
               MOVE LCT-POSTED-TOTAL
                   TO TTL-CUM-TOTAL (WS-TYPE-FOUND)
               MOVE LCT-LAST-POSTED
                   TO TTL-LAST-POSTED (WS-TYPE-FOUND)
           ELSE
               DISPLAY "STULCTL TYPE " LCT-TRAN-TYPE
                       " IS NOT A LEDGER TYPE - IGNORED" UPON SYSERR
           END-IF.

           READ LEDGER-CONTROL-FILE
               AT END
                   MOVE 'Y' TO CONTROL-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    STMTOTAL IS COUNTED AND HASHED AS IT LOADS AND HELD
      *    AGAINST ITS PRODUCER'S SEAL BEFORE ANY BILL POSTS.  NO
      *    STMTOTAL - NO TERM BILLED YET - POSTS NO BILLING.
       030-LOAD-STATEMENT-TOTALS.
           OPEN INPUT STATEMENT-TOTAL-FILE.

           IF WS-STMTOTAL-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-STMTOTAL-OK
               MOVE "STATEMENT-TOTAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STMTOTAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO WS-STMTOTAL-SWITCH.
           MOVE ZERO TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-HASH.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-BILL THRU 035-EXIT
               UNTIL STMTOTAL-EOF.

           CLOSE STATEMENT-TOTAL-FILE.

           MOVE 'V' TO WS-CTL-ACTION.
           MOVE 'STMTOTAL' TO WS-CTL-FILE.
           CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

           IF WS-CTL-RESULT = 'N'
               DISPLAY "STMTOTAL DOES NOT MATCH THE PRODUCER'S "
                       "CONTROL TOTALS - NOTHING POSTED" UPON SYSERR
               STOP RUN RETURNING 2
           END-IF.

           IF WS-CTL-RESULT = 'M'
               DISPLAY "NO CONTROL-TOTAL ENTRY FOR STMTOTAL - "
                       "HANDOFF NOT PROVED" UPON SYSERR
           END-IF.

       039-EXIT.
           EXIT.

       035-STORE-ONE-BILL.
           ADD 1 TO WS-CTL-COUNT.
           ADD 1 TO WS-INPUT-COUNT.
           PERFORM 037-HASH-ONE-BYTE THRU 037-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 80.

           IF WS-BLT-COUNT NOT < 3000
               DISPLAY "STMTOTAL HOLDS MORE THAN 3000 BILLS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-BLT-COUNT.
           MOVE STM-STUDENT-ID TO BLT-STUDENT-ID (WS-BLT-COUNT).
           MOVE STM-TERM TO BLT-TERM (WS-BLT-COUNT).
           MOVE STM-BILL-TOTAL TO BLT-BILL-TOTAL (WS-BLT-COUNT).
           ADD STM-BILL-TOTAL TO WS-STMTOTAL-CONTROL.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    THE HANDSHAKE HASH IS THE SUM OF EVERY BYTE'S ORDINAL
      *    VALUE, THE SAME FIGURE THE BILLING RUN SEALED WITH.
       037-HASH-ONE-BYTE.
           ADD FUNCTION ORD (STATEMENT-TOTAL-RECORD (WS-HASH-SUB:1))
               TO WS-CTL-HASH.

       037-EXIT.
           EXIT.

      *    EVERY CREDIT THE ADJUSTMENT RUN EVER TOOK OFF A BILL STILL
      *    ON STMTOTAL, OLD OR NEW - PUT BACK, IT GIVES WHAT WAS
      *    BILLED.  THE NEW ONES POST SEPARATELY IN 110.
       040-LOAD-ADJUSTMENT-CREDITS.
           IF NOT STMTOTAL-PRESENT
               GO TO 049-EXIT
           END-IF.

           MOVE 'N' TO ADJUST-EOF-SWITCH.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.

           IF WS-ADJUST-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-ADJUST-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ADJUST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ADJUST-EOF-SWITCH
           END-READ.

           PERFORM 045-TAKE-ONE-CREDIT THRU 045-EXIT
               UNTIL ADJUST-EOF.

           CLOSE ADJUSTMENT-HISTORY-FILE.

       049-EXIT.
           EXIT.

       045-TAKE-ONE-CREDIT.
           IF TAH-CREDIT-AMOUNT IS NUMERIC
               MOVE TAH-STUDENT-ID TO WS-PST-STUDENT
               MOVE TAH-TERM TO WS-PST-TERM
               PERFORM 095-FIND-BILL THRU 095-EXIT
               IF WS-BLT-FOUND > ZERO
                   ADD TAH-CREDIT-AMOUNT
                       TO BLT-CREDITS (WS-BLT-FOUND)
               END-IF
           END-IF.

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ADJUST-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    FINDS WS-FIND-TYPE IN THE TYPE TABLE.
       090-FIND-TYPE.
           MOVE ZERO TO WS-TYPE-FOUND.
           PERFORM 091-MATCH-ONE-TYPE THRU 091-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                  OR WS-TYPE-FOUND > ZERO.

       090-EXIT.
           EXIT.

       091-MATCH-ONE-TYPE.
           IF TTY-CODE (WS-TYPE-SUB) = WS-FIND-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-FOUND
           END-IF.

       091-EXIT.
           EXIT.

      *    FINDS WS-PST-STUDENT AND WS-PST-TERM AMONG THE BILLS.
       095-FIND-BILL.
           MOVE ZERO TO WS-BLT-FOUND.
           PERFORM 096-MATCH-ONE-BILL THRU 096-EXIT
               VARYING WS-BLT-SUB FROM 1 BY 1
               UNTIL WS-BLT-SUB > WS-BLT-COUNT
                  OR WS-BLT-FOUND > ZERO.

       095-EXIT.
           EXIT.

       096-MATCH-ONE-BILL.
           IF BLT-STUDENT-ID (WS-BLT-SUB) = WS-PST-STUDENT
              AND BLT-TERM (WS-BLT-SUB) = WS-PST-TERM
               MOVE WS-BLT-SUB TO WS-BLT-FOUND
           END-IF.

       096-EXIT.
           EXIT.

      *    A BILL POSTS AS WHAT WAS BILLED LESS THE BILLING ALREADY
      *    ON THE LEDGER FOR THE TERM - THE WHOLE BILL THE FIRST
      *    NIGHT, A REBILL'S CHANGE AFTER, NOTHING WHEN UNCHANGED.
       100-POST-BILLING.
           PERFORM 105-POST-ONE-BILL THRU 105-EXIT
               VARYING WS-BLT-SUB FROM 1 BY 1
               UNTIL WS-BLT-SUB > WS-BLT-COUNT.

       109-EXIT.
           EXIT.

       105-POST-ONE-BILL.
           MOVE BLT-STUDENT-ID (WS-BLT-SUB) TO LGR-STUDENT-ID.
           MOVE BLT-TERM (WS-BLT-SUB) TO LGR-TERM.
           MOVE ZERO TO LGR-SEQUENCE.
           MOVE ZERO TO WS-SAV-BILLED.
           READ STUDENT-LEDGER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-SAV-BILLED
               NOT INVALID KEY
                   MOVE LGT-BILLED TO WS-SAV-BILLED
           END-READ.

           COMPUTE WS-BILLED-GROSS =
               BLT-BILL-TOTAL (WS-BLT-SUB) + BLT-CREDITS (WS-BLT-SUB).
           COMPUTE WS-PST-AMOUNT = WS-BILLED-GROSS - WS-SAV-BILLED.

           IF WS-PST-AMOUNT = ZERO
               GO TO 105-EXIT
           END-IF.

           MOVE BLT-STUDENT-ID (WS-BLT-SUB) TO WS-PST-STUDENT.
           MOVE BLT-TERM (WS-BLT-SUB) TO WS-PST-TERM.
           MOVE 'BL' TO WS-PST-TYPE.
           MOVE WS-BUSINESS-DATE TO WS-PST-DATE.
           MOVE 'STMTOTAL' TO WS-PST-SOURCE.
           IF WS-SAV-BILLED = ZERO
               MOVE 'TERM BILL' TO WS-PST-DESCRIPTION
           ELSE
               MOVE 'TERM REBILL - CHANGE IN BILL'
                   TO WS-PST-DESCRIPTION
           END-IF.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       105-EXIT.
           EXIT.

      *    NEW TUITADJH CREDITS, EACH AGAINST ITS OWN TERM.
       110-POST-ADJUSTMENTS.
           MOVE ZERO TO WS-ADJUST-READ.
           MOVE 'N' TO ADJUST-EOF-SWITCH.

           OPEN INPUT ADJUSTMENT-HISTORY-FILE.

           IF WS-ADJUST-NOT-FOUND
               GO TO 119-EXIT
           END-IF.

           IF NOT WS-ADJUST-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ADJUST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ADJUST-EOF-SWITCH
           END-READ.

           PERFORM 115-POST-ONE-ADJUSTMENT THRU 115-EXIT
               UNTIL ADJUST-EOF.

           CLOSE ADJUSTMENT-HISTORY-FILE.

           IF WS-ADJUST-READ < WS-ADJUST-MARK
               DISPLAY "TUITADJH SHORTER THAN ITS LEDGER MARK - "
                       "POSTED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-ADJUST-MARK
               GO TO 110-POST-ADJUSTMENTS
           END-IF.

       119-EXIT.
           EXIT.

       115-POST-ONE-ADJUSTMENT.
           ADD 1 TO WS-ADJUST-READ.
           IF WS-ADJUST-READ NOT > WS-ADJUST-MARK
               GO TO 115-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-FEED-ADJUST TO WS-FEED-SUB.
           ADD 1 TO FDT-NEW-COUNT (WS-FEED-SUB).

           IF TAH-STUDENT-ID IS NOT NUMERIC
              OR TAH-STUDENT-ID = ZERO
              OR TAH-CREDIT-AMOUNT IS NOT NUMERIC
               MOVE WS-ADJUST-READ TO WS-RJL-RECORD
               MOVE 'STUDENT OR CREDIT AMOUNT NOT NUMERIC'
                   TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 115-READ-NEXT
           END-IF.

           ADD TAH-CREDIT-AMOUNT TO FDT-CONTROL-TOTAL (WS-FEED-SUB).

           IF TAH-HOUSING-CREDIT
               MOVE 'HA' TO WS-PST-TYPE
           ELSE
               MOVE 'TA' TO WS-PST-TYPE
           END-IF.

           MOVE TAH-STUDENT-ID TO WS-PST-STUDENT.
           MOVE TAH-TERM TO WS-PST-TERM.
           IF TAH-DROP-DATE IS NUMERIC
              AND TAH-DROP-DATE > ZERO
               MOVE TAH-DROP-DATE TO WS-PST-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-PST-DATE
           END-IF.
           COMPUTE WS-PST-AMOUNT = ZERO - TAH-CREDIT-AMOUNT.
           MOVE 'TUITADJH' TO WS-PST-SOURCE.
           MOVE SPACES TO WS-PST-DESCRIPTION.
           IF TAH-WITHDRAWAL
               STRING 'WITHDRAWAL ' TAH-ITEM ' '
                      TAH-REFUND-PERCENT '% RETURNED'
                   DELIMITED BY SIZE INTO WS-PST-DESCRIPTION
               END-STRING
           ELSE
               STRING 'DROP ' TAH-ITEM ' '
                      TAH-REFUND-PERCENT '% RETURNED'
                   DELIMITED BY SIZE INTO WS-PST-DESCRIPTION
               END-STRING
           END-IF.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       115-READ-NEXT.
           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ADJUST-EOF-SWITCH
           END-READ.

       115-EXIT.
           EXIT.

      *    ONLY THE SPBCK RECORDS - THE SPONSOR SHORTFALLS BILLED
      *    BACK TO THE STUDENT.  EVERY OTHER PLAN RECORD SCHEDULES A
      *    BILL ALREADY ON THE LEDGER.
       120-POST-BILLBACKS.
           MOVE ZERO TO WS-PLAN-READ.
           MOVE 'N' TO PLAN-EOF-SWITCH.

           OPEN INPUT PAYMENT-PLAN-FILE.

           IF WS-PLAN-NOT-FOUND
               GO TO 129-EXIT
           END-IF.

           IF NOT WS-PLAN-OK
               MOVE "PAYMENT-PLAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PLAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

           PERFORM 125-POST-ONE-BILLBACK THRU 125-EXIT
               UNTIL PLAN-EOF.

           CLOSE PAYMENT-PLAN-FILE.

           IF WS-PLAN-READ < WS-PLAN-MARK
               DISPLAY "PAYPLAN SHORTER THAN ITS LEDGER MARK - "
                       "POSTED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-PLAN-MARK
               GO TO 120-POST-BILLBACKS
           END-IF.

       129-EXIT.
           EXIT.

       125-POST-ONE-BILLBACK.
           ADD 1 TO WS-PLAN-READ.
           IF WS-PLAN-READ NOT > WS-PLAN-MARK
              OR NOT PLAN-IS-SPONSOR-BILLBACK
               GO TO 125-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-FEED-PLAN TO WS-FEED-SUB.
           ADD 1 TO FDT-NEW-COUNT (WS-FEED-SUB).

           IF PPL-STUDENT-ID IS NOT NUMERIC
              OR PPL-STUDENT-ID = ZERO
              OR PPL-PLAN-TOTAL IS NOT NUMERIC
               MOVE WS-PLAN-READ TO WS-RJL-RECORD
               MOVE 'STUDENT OR PLAN TOTAL NOT NUMERIC'
                   TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 125-READ-NEXT
           END-IF.

           ADD PPL-PLAN-TOTAL TO FDT-CONTROL-TOTAL (WS-FEED-SUB).

           MOVE PPL-STUDENT-ID TO WS-PST-STUDENT.
           MOVE WS-CURRENT-TERM TO WS-PST-TERM.
           MOVE 'SB' TO WS-PST-TYPE.
           MOVE WS-BUSINESS-DATE TO WS-PST-DATE.
           MOVE PPL-PLAN-TOTAL TO WS-PST-AMOUNT.
           MOVE 'PAYPLAN' TO WS-PST-SOURCE.
           MOVE 'SPONSOR SHORTFALL BILLED BACK' TO WS-PST-DESCRIPTION.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       125-READ-NEXT.
           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

       125-EXIT.
           EXIT.

      *    AN INVOICE TO A SPONSOR MOVES THAT MUCH OF THE STUDENT'S
      *    BALANCE ONTO THE SPONSOR - A CREDIT TO THE STUDENT.
       130-POST-SPONSOR-INVOICES.
           MOVE ZERO TO WS-INVOICE-READ.
           MOVE 'N' TO INVOICE-EOF-SWITCH.

           OPEN INPUT SPONSOR-INVOICE-FILE.

           IF WS-INVOICE-NOT-FOUND
               GO TO 139-EXIT
           END-IF.

           IF NOT WS-INVOICE-OK
               MOVE "SPONSOR-INVOICE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-INVOICE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SPONSOR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO INVOICE-EOF-SWITCH
           END-READ.

           PERFORM 135-POST-ONE-INVOICE THRU 135-EXIT
               UNTIL INVOICE-EOF.

           CLOSE SPONSOR-INVOICE-FILE.

           IF WS-INVOICE-READ < WS-INVOICE-MARK
               DISPLAY "SPONINV SHORTER THAN ITS LEDGER MARK - "
                       "POSTED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-INVOICE-MARK
               GO TO 130-POST-SPONSOR-INVOICES
           END-IF.

       139-EXIT.
           EXIT.

       135-POST-ONE-INVOICE.
           ADD 1 TO WS-INVOICE-READ.
           IF WS-INVOICE-READ NOT > WS-INVOICE-MARK
               GO TO 135-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-FEED-INVOICE TO WS-FEED-SUB.
           ADD 1 TO FDT-NEW-COUNT (WS-FEED-SUB).

           IF SIV-STUDENT-ID IS NOT NUMERIC
              OR SIV-STUDENT-ID = ZERO
              OR SIV-INVOICE-AMOUNT IS NOT NUMERIC
               MOVE WS-INVOICE-READ TO WS-RJL-RECORD
               MOVE 'STUDENT OR INVOICE AMOUNT NOT NUMERIC'
                   TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 135-READ-NEXT
           END-IF.

           ADD SIV-INVOICE-AMOUNT TO FDT-CONTROL-TOTAL (WS-FEED-SUB).

           MOVE SIV-STUDENT-ID TO WS-PST-STUDENT.
           MOVE WS-CURRENT-TERM TO WS-PST-TERM.
           MOVE 'ST' TO WS-PST-TYPE.
           IF SIV-INVOICE-DATE IS NUMERIC
              AND SIV-INVOICE-DATE > ZERO
               MOVE SIV-INVOICE-DATE TO WS-PST-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-PST-DATE
           END-IF.
           COMPUTE WS-PST-AMOUNT = ZERO - SIV-INVOICE-AMOUNT.
           MOVE SIV-SPONSOR-ID TO WS-PST-SOURCE.
           MOVE SPACES TO WS-PST-DESCRIPTION.
           STRING 'SPONSOR ' SIV-SPONSOR-ID ' INVOICE '
                  SIV-INVOICE-NUMBER
               DELIMITED BY SIZE INTO WS-PST-DESCRIPTION
           END-STRING.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       135-READ-NEXT.
           READ SPONSOR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO INVOICE-EOF-SWITCH
           END-READ.

       135-EXIT.
           EXIT.

      *    AID NETTED AGAINST THE STUDENT'S CHARGES.
       140-POST-AWARDS.
           MOVE ZERO TO WS-AWARDS-READ.
           MOVE 'N' TO AWARDS-EOF-SWITCH.

           OPEN INPUT AWARDS-FILE.

           IF WS-AWARDS-NOT-FOUND
               GO TO 149-EXIT
           END-IF.

           IF NOT WS-AWARDS-OK
               MOVE "AWARDS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AWARDS-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ AWARDS-FILE
               AT END
                   MOVE 'Y' TO AWARDS-EOF-SWITCH
           END-READ.

           PERFORM 145-POST-ONE-AWARD THRU 145-EXIT
               UNTIL AWARDS-EOF.

           CLOSE AWARDS-FILE.

           IF WS-AWARDS-READ < WS-AWARDS-MARK
               DISPLAY "AWARDS SHORTER THAN ITS LEDGER MARK - "
                       "POSTED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-AWARDS-MARK
               GO TO 140-POST-AWARDS
           END-IF.

       149-EXIT.
           EXIT.

       145-POST-ONE-AWARD.
           ADD 1 TO WS-AWARDS-READ.
           IF WS-AWARDS-READ NOT > WS-AWARDS-MARK
               GO TO 145-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-FEED-AWARDS TO WS-FEED-SUB.
           ADD 1 TO FDT-NEW-COUNT (WS-FEED-SUB).

           IF AWD-STUDENT-ID IS NOT NUMERIC
              OR AWD-STUDENT-ID = ZERO
              OR AWD-AMOUNT IS NOT NUMERIC
               MOVE WS-AWARDS-READ TO WS-RJL-RECORD
               MOVE 'STUDENT OR AWARD AMOUNT NOT NUMERIC'
                   TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 145-READ-NEXT
           END-IF.

           ADD AWD-AMOUNT TO FDT-CONTROL-TOTAL (WS-FEED-SUB).

           MOVE AWD-STUDENT-ID TO WS-PST-STUDENT.
           MOVE WS-CURRENT-TERM TO WS-PST-TERM.
           MOVE 'AD' TO WS-PST-TYPE.
           MOVE WS-BUSINESS-DATE TO WS-PST-DATE.
           COMPUTE WS-PST-AMOUNT = ZERO - AWD-AMOUNT.
           MOVE AWD-AID-SOURCE TO WS-PST-SOURCE.
           MOVE SPACES TO WS-PST-DESCRIPTION.
           STRING 'AID ' AWD-AID-SOURCE ' DISBURSED'
               DELIMITED BY SIZE INTO WS-PST-DESCRIPTION
           END-STRING.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       145-READ-NEXT.
           READ AWARDS-FILE
               AT END
                   MOVE 'Y' TO AWARDS-EOF-SWITCH
           END-READ.

       145-EXIT.
           EXIT.

      *    PAYMENTS BY SOURCE.  MONEY IN CREDITS THE STUDENT; AN ACH
      *    RETURN OR A REFUND CHECK, WHICH THE FEED CARRIES NEGATIVE,
      *    CHARGES THE MONEY BACK.
       150-POST-PAYMENTS.
           MOVE ZERO TO WS-PAYMENTS-READ.
           MOVE 'N' TO PAYMENTS-EOF-SWITCH.

           OPEN INPUT PAYMENTS-FILE.

           IF WS-PAYMENTS-NOT-FOUND
               GO TO 159-EXIT
           END-IF.

           IF NOT WS-PAYMENTS-OK
               MOVE "PAYMENTS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYMENTS-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYMENTS-FILE
               AT END
                   MOVE 'Y' TO PAYMENTS-EOF-SWITCH
           END-READ.

           PERFORM 155-POST-ONE-PAYMENT THRU 155-EXIT
               UNTIL PAYMENTS-EOF.

           CLOSE PAYMENTS-FILE.

           IF WS-PAYMENTS-READ < WS-PAYMENTS-MARK
               DISPLAY "PAYMENTS SHORTER THAN ITS LEDGER MARK - "
                       "POSTED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-PAYMENTS-MARK
               GO TO 150-POST-PAYMENTS
           END-IF.

       159-EXIT.
           EXIT.

       155-POST-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ.
           IF WS-PAYMENTS-READ NOT > WS-PAYMENTS-MARK
               GO TO 155-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-FEED-PAYMENTS TO WS-FEED-SUB.
           ADD 1 TO FDT-NEW-COUNT (WS-FEED-SUB).

           IF PMT-STUDENT-ID IS NOT NUMERIC
              OR PMT-STUDENT-ID = ZERO
              OR PMT-AMOUNT IS NOT NUMERIC
               MOVE WS-PAYMENTS-READ TO WS-RJL-RECORD
               MOVE 'STUDENT OR PAYMENT AMOUNT NOT NUMERIC'
                   TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 155-READ-NEXT
           END-IF.

           ADD PMT-AMOUNT TO FDT-CONTROL-TOTAL (WS-FEED-SUB).

           EVALUATE PMT-SOURCE
               WHEN 'ACHRETRN'
                   MOVE 'NR' TO WS-PST-TYPE
                   MOVE 'AUTOPAY DEBIT RETURNED'
                       TO WS-PST-DESCRIPTION
               WHEN 'COLLAGCY'
                   MOVE 'CA' TO WS-PST-TYPE
                   MOVE 'COLLECTED BY AGENCY, NET'
                       TO WS-PST-DESCRIPTION
               WHEN 'REFUND'
                   MOVE 'RF' TO WS-PST-TYPE
                   MOVE 'CREDIT BALANCE REFUNDED'
                       TO WS-PST-DESCRIPTION
               WHEN 'AUTOPAY'
                   MOVE 'PY' TO WS-PST-TYPE
                   MOVE 'AUTOPAY DEBIT' TO WS-PST-DESCRIPTION
               WHEN 'CASHIER'
                   MOVE 'PY' TO WS-PST-TYPE
                   MOVE 'CASHIER WINDOW RECEIPT'
                       TO WS-PST-DESCRIPTION
               WHEN OTHER
                   MOVE 'PY' TO WS-PST-TYPE
                   MOVE SPACES TO WS-PST-DESCRIPTION
                   STRING 'PAYMENT FROM ' PMT-SOURCE
                       DELIMITED BY SIZE INTO WS-PST-DESCRIPTION
                   END-STRING
           END-EVALUATE.

           MOVE PMT-STUDENT-ID TO WS-PST-STUDENT.
           MOVE WS-CURRENT-TERM TO WS-PST-TERM.
           IF PMT-PAYMENT-DATE IS NUMERIC
              AND PMT-PAYMENT-DATE > ZERO
               MOVE PMT-PAYMENT-DATE TO WS-PST-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-PST-DATE
           END-IF.
           COMPUTE WS-PST-AMOUNT = ZERO - PMT-AMOUNT.
           MOVE PMT-SOURCE TO WS-PST-SOURCE.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       155-READ-NEXT.
           READ PAYMENTS-FILE
               AT END
                   MOVE 'Y' TO PAYMENTS-EOF-SWITCH
           END-READ.

       155-EXIT.
           EXIT.

      *    LATE FEES AND BURSAR ADJUSTMENTS, ALREADY SIGNED THE
      *    LEDGER'S WAY AND CARRYING THEIR OWN TERM.
       160-POST-LEDGER-TRANS.
           MOVE ZERO TO WS-TRAN-READ.
           MOVE 'N' TO TRAN-EOF-SWITCH.

           OPEN INPUT LEDGER-TRAN-FILE.

           IF WS-TRAN-NOT-FOUND
               GO TO 169-EXIT
           END-IF.

           IF NOT WS-TRAN-OK
               MOVE "LEDGER-TRAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TRAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ LEDGER-TRAN-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.

           PERFORM 165-POST-ONE-TRAN THRU 165-EXIT
               UNTIL TRAN-EOF.

           CLOSE LEDGER-TRAN-FILE.

           IF WS-TRAN-READ < WS-TRAN-MARK
               DISPLAY "STULTRAN SHORTER THAN ITS LEDGER MARK - "
                       "POSTED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-TRAN-MARK
               GO TO 160-POST-LEDGER-TRANS
           END-IF.

       169-EXIT.
           EXIT.

       165-POST-ONE-TRAN.
           ADD 1 TO WS-TRAN-READ.
           IF WS-TRAN-READ NOT > WS-TRAN-MARK
               GO TO 165-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE WS-FEED-TRAN TO WS-FEED-SUB.
           ADD 1 TO FDT-NEW-COUNT (WS-FEED-SUB).

           IF LTR-STUDENT-ID IS NOT NUMERIC
              OR LTR-STUDENT-ID = ZERO
              OR LTR-AMOUNT IS NOT NUMERIC
               MOVE WS-TRAN-READ TO WS-RJL-RECORD
               MOVE 'STUDENT OR AMOUNT NOT NUMERIC'
                   TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 165-READ-NEXT
           END-IF.

           ADD LTR-AMOUNT TO FDT-CONTROL-TOTAL (WS-FEED-SUB).

           IF NOT LTR-LATE-FEE
              AND NOT LTR-ADJUSTMENT
               MOVE WS-TRAN-READ TO WS-RJL-RECORD
               MOVE 'TYPE IS NEITHER LF NOR AJ' TO WS-RJL-REASON
               PERFORM 190-REJECT-FEED-RECORD THRU 190-EXIT
               GO TO 165-READ-NEXT
           END-IF.

           IF LTR-TERM = SPACES
               MOVE WS-CURRENT-TERM TO WS-PST-TERM
           ELSE
               MOVE LTR-TERM TO WS-PST-TERM
           END-IF.
           MOVE LTR-STUDENT-ID TO WS-PST-STUDENT.
           MOVE LTR-TRAN-TYPE TO WS-PST-TYPE.
           IF LTR-TRAN-DATE IS NUMERIC
              AND LTR-TRAN-DATE > ZERO
               MOVE LTR-TRAN-DATE TO WS-PST-DATE
           ELSE
               MOVE WS-BUSINESS-DATE TO WS-PST-DATE
           END-IF.
           MOVE LTR-AMOUNT TO WS-PST-AMOUNT.
           MOVE 'STULTRAN' TO WS-PST-SOURCE.
           MOVE LTR-DESCRIPTION TO WS-PST-DESCRIPTION.
           PERFORM 500-POST-ONE-ENTRY THRU 509-EXIT.

       165-READ-NEXT.
           READ LEDGER-TRAN-FILE
               AT END
                   MOVE 'Y' TO TRAN-EOF-SWITCH
           END-READ.

       165-EXIT.
           EXIT.

      *    A REJECTED RECORD STAYS IN ITS FEED'S COUNT BUT POSTS
      *    NOTHING - THE FEED PROOF WILL NOT TIE UNTIL THE BURSAR
      *    KEYS THE CORRECTION ON STULTRAN.
       190-REJECT-FEED-RECORD.
           ADD 1 TO FDT-REJECT-COUNT (WS-FEED-SUB).
           MOVE FED-NAME (WS-FEED-SUB) TO WS-RJL-FEED.
           WRITE PROOF-REPORT-RECORD FROM WS-REJECT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'Y' TO WS-PROOF-FAIL-SWITCH.

       190-EXIT.
           EXIT.

      *    EACH FEED'S NEW RECORDS AGAINST WHAT POSTED FROM THEM.
      *    A MONEY-IN FEED (SIGN -) TIES WHEN THE LEDGER POSTED THE
      *    CONTROL TOTAL AS A CREDIT; A CHARGE FEED (SIGN +) WHEN IT
      *    POSTED IT AS IT STANDS.
       200-PROVE-FEEDS.
           MOVE 'NEW FEED RECORDS POSTED' TO WS-SCL-TITLE.
           WRITE PROOF-REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PROOF-REPORT-RECORD FROM WS-FEED-COLUMNS
               AFTER ADVANCING 2 LINES.

           PERFORM 205-PROVE-ONE-FEED THRU 205-EXIT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 6.

       209-EXIT.
           EXIT.

       205-PROVE-ONE-FEED.
           MOVE FED-NAME (WS-FEED-SUB) TO WS-FDL-FEED.
           MOVE FDT-NEW-COUNT (WS-FEED-SUB) TO WS-FDL-COUNT.
           MOVE FDT-REJECT-COUNT (WS-FEED-SUB) TO WS-FDL-REJECTS.
           MOVE FDT-CONTROL-TOTAL (WS-FEED-SUB) TO WS-FDL-CONTROL.
           MOVE FDT-POSTED-TOTAL (WS-FEED-SUB) TO WS-FDL-POSTED.

           IF FED-SIGN (WS-FEED-SUB) = '-'
               COMPUTE WS-FEED-EXPECTED =
                   ZERO - FDT-CONTROL-TOTAL (WS-FEED-SUB)
           ELSE
               MOVE FDT-CONTROL-TOTAL (WS-FEED-SUB)
                   TO WS-FEED-EXPECTED
           END-IF.

           IF FDT-POSTED-TOTAL (WS-FEED-SUB) = WS-FEED-EXPECTED
              AND FDT-REJECT-COUNT (WS-FEED-SUB) = ZERO
               MOVE 'TIED' TO WS-FDL-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-FDL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.

           WRITE PROOF-REPORT-RECORD FROM WS-FEED-LINE
               AFTER ADVANCING 1 LINE.

       205-EXIT.
           EXIT.

      *    EVERY BILL ON STMTOTAL AGAINST THE LEDGER TERM ROW - WHAT
      *    WAS BILLED LESS WHAT WAS CREDITED OFF IT IS THE BILL AS IT
      *    STANDS.  EACH STUDENT THAT DIFFERS IS LISTED.
       210-PROVE-BILLING.
           IF NOT STMTOTAL-PRESENT
               GO TO 219-EXIT
           END-IF.

           MOVE 'STMTOTAL BILLS AGAINST THE LEDGER' TO WS-SCL-TITLE.
           WRITE PROOF-REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE ZERO TO WS-LEDGER-BILLED-NET.
           PERFORM 215-PROVE-ONE-BILL THRU 215-EXIT
               VARYING WS-BLT-SUB FROM 1 BY 1
               UNTIL WS-BLT-SUB > WS-BLT-COUNT.

           MOVE WS-BLT-COUNT TO WS-BTL-COUNT.
           MOVE WS-STMTOTAL-CONTROL TO WS-BTL-CONTROL.
           MOVE WS-LEDGER-BILLED-NET TO WS-BTL-LEDGER.
           IF WS-LEDGER-BILLED-NET = WS-STMTOTAL-CONTROL
              AND WS-BILL-MISMATCH-COUNT = ZERO
               MOVE 'TIED' TO WS-BTL-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-BTL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-BILL-TIE-LINE
               AFTER ADVANCING 2 LINES.

       219-EXIT.
           EXIT.

       215-PROVE-ONE-BILL.
           MOVE BLT-STUDENT-ID (WS-BLT-SUB) TO LGR-STUDENT-ID.
           MOVE BLT-TERM (WS-BLT-SUB) TO LGR-TERM.
           MOVE ZERO TO LGR-SEQUENCE.
           MOVE ZERO TO WS-BILLED-GROSS.
           READ STUDENT-LEDGER-FILE
               INVALID KEY
                   MOVE ZERO TO WS-BILLED-GROSS
               NOT INVALID KEY
                   COMPUTE WS-BILLED-GROSS = LGT-BILLED + LGT-CREDITED
           END-READ.

           ADD WS-BILLED-GROSS TO WS-LEDGER-BILLED-NET.

           IF WS-BILLED-GROSS NOT = BLT-BILL-TOTAL (WS-BLT-SUB)
               ADD 1 TO WS-BILL-MISMATCH-COUNT
               MOVE BLT-STUDENT-ID (WS-BLT-SUB) TO WS-BML-STUDENT
               MOVE BLT-TERM (WS-BLT-SUB) TO WS-BML-TERM
               MOVE BLT-BILL-TOTAL (WS-BLT-SUB) TO WS-BML-STMTOTAL
               MOVE WS-BILLED-GROSS TO WS-BML-LEDGER
               WRITE PROOF-REPORT-RECORD FROM WS-BILL-MISMATCH-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       215-EXIT.
           EXIT.

      *    THE WHOLE LEDGER, FRONT TO BACK: EVERY DETAIL ROW BY TYPE,
      *    AND THE STUDENT AND TERM BALANCES FOOTED.
       300-READ-BACK-LEDGER.
           OPEN INPUT STUDENT-LEDGER-FILE.
           IF NOT WS-LEDGER-OK
               MOVE "STUDENT-LEDGER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LEDGER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO LEDGER-EOF-SWITCH.
           READ STUDENT-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

           PERFORM 305-READ-BACK-ONE-ROW THRU 305-EXIT
               UNTIL LEDGER-EOF.

           CLOSE STUDENT-LEDGER-FILE.

       309-EXIT.
           EXIT.

       305-READ-BACK-ONE-ROW.
           EVALUATE TRUE
               WHEN LGR-STUDENT-ROW
                   ADD 1 TO WS-LEDGER-STUDENT-COUNT
                   ADD LGS-BALANCE TO WS-LEDGER-STUDENT-TOTAL
               WHEN LGR-TERM-ROW
                   ADD 1 TO WS-LEDGER-TERM-COUNT
                   ADD LGT-TERM-BALANCE TO WS-LEDGER-TERM-TOTAL
               WHEN LGR-DETAIL-ROW
                   ADD 1 TO WS-LEDGER-DETAIL-COUNT
                   ADD LGR-AMOUNT TO WS-LEDGER-DETAIL-TOTAL
                   MOVE LGR-TRAN-TYPE TO WS-FIND-TYPE
                   PERFORM 090-FIND-TYPE THRU 090-EXIT
                   IF WS-TYPE-FOUND > ZERO
                       ADD 1 TO TTL-LEDGER-COUNT (WS-TYPE-FOUND)
                       ADD LGR-AMOUNT
                           TO TTL-LEDGER-TOTAL (WS-TYPE-FOUND)
                   ELSE
                       ADD 1 TO WS-LEDGER-UNKNOWN-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-LEDGER-UNKNOWN-COUNT
           END-EVALUATE.

           READ STUDENT-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

       305-EXIT.
           EXIT.

      *    EACH TYPE ON THE LEDGER AGAINST EVERYTHING EVER POSTED OF
      *    IT, THEN THE LEDGER'S DETAIL, STUDENT AND TERM FOOTINGS
      *    AGAINST THE CUMULATIVE CONTROL.
       320-PROVE-CUMULATIVE.
           MOVE 'LEDGER READ BACK AGAINST POSTED TO DATE'
               TO WS-SCL-TITLE.
           WRITE PROOF-REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.
           WRITE PROOF-REPORT-RECORD FROM WS-TYPE-COLUMNS
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-CUM-COUNT.
           MOVE ZERO TO WS-CUM-TOTAL.
           PERFORM 325-PROVE-ONE-TYPE THRU 325-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.

           MOVE 'POSTED TO DATE, ALL TYPES' TO WS-FTL-LABEL.
           MOVE WS-CUM-COUNT TO WS-FTL-COUNT.
           MOVE WS-CUM-TOTAL TO WS-FTL-AMOUNT.
           MOVE SPACES TO WS-FTL-VERDICT.
           WRITE PROOF-REPORT-RECORD FROM WS-FOOT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'LEDGER DETAIL ENTRIES' TO WS-FTL-LABEL.
           MOVE WS-LEDGER-DETAIL-COUNT TO WS-FTL-COUNT.
           MOVE WS-LEDGER-DETAIL-TOTAL TO WS-FTL-AMOUNT.
           IF WS-LEDGER-DETAIL-TOTAL = WS-CUM-TOTAL
              AND WS-LEDGER-DETAIL-COUNT = WS-CUM-COUNT
               MOVE 'TIED' TO WS-FTL-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-FTL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-FOOT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'STUDENT BALANCES' TO WS-FTL-LABEL.
           MOVE WS-LEDGER-STUDENT-COUNT TO WS-FTL-COUNT.
           MOVE WS-LEDGER-STUDENT-TOTAL TO WS-FTL-AMOUNT.
           IF WS-LEDGER-STUDENT-TOTAL = WS-CUM-TOTAL
               MOVE 'TIED' TO WS-FTL-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-FTL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-FOOT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'TERM BALANCES' TO WS-FTL-LABEL.
           MOVE WS-LEDGER-TERM-COUNT TO WS-FTL-COUNT.
           MOVE WS-LEDGER-TERM-TOTAL TO WS-FTL-AMOUNT.
           IF WS-LEDGER-TERM-TOTAL = WS-CUM-TOTAL
               MOVE 'TIED' TO WS-FTL-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-FTL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-FOOT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-LEDGER-UNKNOWN-COUNT > ZERO
               MOVE 'ROWS OF NO KNOWN TYPE' TO WS-FTL-LABEL
               MOVE WS-LEDGER-UNKNOWN-COUNT TO WS-FTL-COUNT
               MOVE ZERO TO WS-FTL-AMOUNT
               MOVE 'NOT TIED' TO WS-FTL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
               WRITE PROOF-REPORT-RECORD FROM WS-FOOT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO WS-SCL-TITLE.
           IF PROOF-FAILED
               MOVE 'STUDENT ACCOUNT LEDGER NOT PROVED' TO WS-SCL-TITLE
           ELSE
               MOVE 'STUDENT ACCOUNT LEDGER PROVED' TO WS-SCL-TITLE
           END-IF.
           WRITE PROOF-REPORT-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 3 LINES.

       329-EXIT.
           EXIT.

       325-PROVE-ONE-TYPE.
           ADD TTL-CUM-COUNT (WS-TYPE-SUB) TO WS-CUM-COUNT.
           ADD TTL-CUM-TOTAL (WS-TYPE-SUB) TO WS-CUM-TOTAL.

           MOVE TTY-CODE (WS-TYPE-SUB) TO WS-TYL-CODE.
           MOVE TTY-NAME (WS-TYPE-SUB) TO WS-TYL-NAME.
           MOVE TTL-RUN-TOTAL (WS-TYPE-SUB) TO WS-TYL-RUN.
           MOVE TTL-CUM-TOTAL (WS-TYPE-SUB) TO WS-TYL-CUM.
           MOVE TTL-CUM-COUNT (WS-TYPE-SUB) TO WS-TYL-CUM-COUNT.
           MOVE TTL-LEDGER-TOTAL (WS-TYPE-SUB) TO WS-TYL-LEDGER.
           MOVE TTL-LEDGER-COUNT (WS-TYPE-SUB) TO WS-TYL-LEDGER-COUNT.

           IF TTL-LEDGER-TOTAL (WS-TYPE-SUB)
                   = TTL-CUM-TOTAL (WS-TYPE-SUB)
              AND TTL-LEDGER-COUNT (WS-TYPE-SUB)
                   = TTL-CUM-COUNT (WS-TYPE-SUB)
               MOVE 'TIED' TO WS-TYL-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-TYL-VERDICT
               MOVE 'Y' TO WS-PROOF-FAIL-SWITCH
           END-IF.

           WRITE PROOF-REPORT-RECORD FROM WS-TYPE-LINE
               AFTER ADVANCING 1 LINE.

       325-EXIT.
           EXIT.

      *    THE CUMULATIVE CONTROL IS REWRITTEN WHOLE, ONE RECORD PER
      *    TYPE, WITH THIS RUN'S POSTINGS IN IT.
       400-SAVE-LEDGER-CONTROL.
           OPEN OUTPUT LEDGER-CONTROL-FILE.

           IF NOT WS-CONTROL-OK
               DISPLAY "CANNOT REWRITE STULCTL, STATUS "
                       WS-CONTROL-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 405-SAVE-ONE-TYPE THRU 405-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT.

           CLOSE LEDGER-CONTROL-FILE.

       409-EXIT.
           EXIT.

       405-SAVE-ONE-TYPE.
           MOVE SPACES TO LEDGER-CONTROL-RECORD.
           MOVE TTY-CODE (WS-TYPE-SUB) TO LCT-TRAN-TYPE.
           MOVE TTL-CUM-COUNT (WS-TYPE-SUB) TO LCT-POSTED-COUNT.
           MOVE TTL-CUM-TOTAL (WS-TYPE-SUB) TO LCT-POSTED-TOTAL.
           MOVE TTL-LAST-POSTED (WS-TYPE-SUB) TO LCT-LAST-POSTED.
           WRITE LEDGER-CONTROL-RECORD.

       405-EXIT.
           EXIT.

      *    THE MARKS MOVE TO THE END OF EACH FEED AS READ - WHAT WAS
      *    JUST POSTED IS NEVER PRESENTED AGAIN.
       410-ADVANCE-LEDGER-MARK.
           OPEN OUTPUT LEDGER-MARK-FILE.

           IF NOT WS-MARK-OK
               DISPLAY "CANNOT REWRITE STULMARK, STATUS "
                       WS-MARK-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO LEDGER-MARK-RECORD.
           MOVE WS-ADJUST-READ TO LMK-ADJUST-COUNT.
           MOVE WS-PAYMENTS-READ TO LMK-PAYMENTS-COUNT.
           MOVE WS-AWARDS-READ TO LMK-AWARDS-COUNT.
           MOVE WS-INVOICE-READ TO LMK-INVOICE-COUNT.
           MOVE WS-PLAN-READ TO LMK-PLAN-COUNT.
           MOVE WS-TRAN-READ TO LMK-TRAN-COUNT.
           MOVE WS-BUSINESS-DATE TO LMK-POSTED-DATE.
           WRITE LEDGER-MARK-RECORD.
           CLOSE LEDGER-MARK-FILE.

       419-EXIT.
           EXIT.

      *    ONE ENTRY ONTO THE LEDGER.  THE STUDENT ROW AND THE TERM
      *    ROW ARE READ, OR STARTED WHEN THIS IS THE FIRST ENTRY FOR
      *    THEM; THE DETAIL ROW TAKES THE TERM'S NEXT SEQUENCE AND
      *    THE STUDENT'S NEW BALANCE; THEN BOTH CONTROL ROWS ARE PUT
      *    BACK.
       500-POST-ONE-ENTRY.
           MOVE WS-PST-STUDENT TO LGR-STUDENT-ID.
           MOVE SPACES TO LGR-TERM.
           MOVE ZERO TO LGR-SEQUENCE.
           MOVE 'N' TO WS-STUDENT-NEW-SWITCH.
           READ STUDENT-LEDGER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-STUDENT-NEW-SWITCH
           END-READ.
           IF STUDENT-ROW-IS-NEW
               MOVE ZERO TO WS-SAV-BALANCE
               MOVE ZERO TO WS-SAV-TERM-COUNT
               MOVE WS-BUSINESS-DATE TO WS-SAV-OPENED-DATE
               ADD 1 TO WS-NEW-STUDENT-COUNT
           ELSE
               MOVE LGS-BALANCE TO WS-SAV-BALANCE
               MOVE LGS-TERM-COUNT TO WS-SAV-TERM-COUNT
               MOVE LGS-OPENED-DATE TO WS-SAV-OPENED-DATE
           END-IF.

           MOVE WS-PST-STUDENT TO LGR-STUDENT-ID.
           MOVE WS-PST-TERM TO LGR-TERM.
           MOVE ZERO TO LGR-SEQUENCE.
           MOVE 'N' TO WS-TERM-NEW-SWITCH.
           READ STUDENT-LEDGER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-TERM-NEW-SWITCH
           END-READ.
           IF TERM-ROW-IS-NEW
               MOVE ZERO TO WS-SAV-LAST-SEQUENCE
               MOVE ZERO TO WS-SAV-BILLED
               MOVE ZERO TO WS-SAV-CREDITED
               MOVE ZERO TO WS-SAV-TERM-BALANCE
               MOVE WS-BUSINESS-DATE TO WS-SAV-FIRST-POSTED
               ADD 1 TO WS-SAV-TERM-COUNT
           ELSE
               MOVE LGT-LAST-SEQUENCE TO WS-SAV-LAST-SEQUENCE
               MOVE LGT-BILLED TO WS-SAV-BILLED
               MOVE LGT-CREDITED TO WS-SAV-CREDITED
               MOVE LGT-TERM-BALANCE TO WS-SAV-TERM-BALANCE
               MOVE LGT-FIRST-POSTED TO WS-SAV-FIRST-POSTED
           END-IF.

           IF WS-SAV-LAST-SEQUENCE NOT < 99999
               DISPLAY "STUDENT " WS-PST-STUDENT " TERM " WS-PST-TERM
                       " HAS NO LEDGER SEQUENCE LEFT" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-SAV-LAST-SEQUENCE.
           ADD WS-PST-AMOUNT TO WS-SAV-BALANCE.
           ADD WS-PST-AMOUNT TO WS-SAV-TERM-BALANCE.
           EVALUATE WS-PST-TYPE
               WHEN 'BL'
                   ADD WS-PST-AMOUNT TO WS-SAV-BILLED
               WHEN 'TA'
               WHEN 'HA'
                   ADD WS-PST-AMOUNT TO WS-SAV-CREDITED
           END-EVALUATE.

           MOVE SPACES TO STUDENT-LEDGER-RECORD.
           MOVE WS-PST-STUDENT TO LGR-STUDENT-ID.
           MOVE WS-PST-TERM TO LGR-TERM.
           MOVE WS-SAV-LAST-SEQUENCE TO LGR-SEQUENCE.
           MOVE 'D' TO LGR-ROW-TYPE.
           MOVE WS-PST-TYPE TO LGR-TRAN-TYPE.
           MOVE WS-PST-DATE TO LGR-TRAN-DATE.
           MOVE WS-BUSINESS-DATE TO LGR-POSTED-DATE.
           MOVE WS-PST-AMOUNT TO LGR-AMOUNT.
           MOVE WS-SAV-BALANCE TO LGR-RUNNING-BALANCE.
           MOVE WS-PST-SOURCE TO LGR-SOURCE.
           MOVE WS-PST-DESCRIPTION TO LGR-DESCRIPTION.
           WRITE STUDENT-LEDGER-RECORD
               INVALID KEY
                   DISPLAY "CANNOT WRITE LEDGER ENTRY " LGR-KEY
                           ", STATUS " WS-LEDGER-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-WRITE.

           MOVE SPACES TO STUDENT-LEDGER-RECORD.
           MOVE WS-PST-STUDENT TO LGR-STUDENT-ID.
           MOVE WS-PST-TERM TO LGR-TERM.
           MOVE ZERO TO LGR-SEQUENCE.
           MOVE 'T' TO LGR-ROW-TYPE.
           MOVE WS-SAV-LAST-SEQUENCE TO LGT-LAST-SEQUENCE.
           MOVE WS-SAV-BILLED TO LGT-BILLED.
           MOVE WS-SAV-CREDITED TO LGT-CREDITED.
           MOVE WS-SAV-TERM-BALANCE TO LGT-TERM-BALANCE.
           MOVE WS-SAV-FIRST-POSTED TO LGT-FIRST-POSTED.
           MOVE WS-BUSINESS-DATE TO LGT-LAST-POSTED.
           IF TERM-ROW-IS-NEW
               WRITE STUDENT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT WRITE LEDGER TERM " LGR-KEY
                               ", STATUS " WS-LEDGER-STATUS
                               UPON SYSERR
                       STOP RUN RETURNING 1
               END-WRITE
           ELSE
               REWRITE STUDENT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT REWRITE LEDGER TERM " LGR-KEY
                               ", STATUS " WS-LEDGER-STATUS
                               UPON SYSERR
                       STOP RUN RETURNING 1
               END-REWRITE
           END-IF.

           MOVE SPACES TO STUDENT-LEDGER-RECORD.
           MOVE WS-PST-STUDENT TO LGR-STUDENT-ID.
           MOVE SPACES TO LGR-TERM.
           MOVE ZERO TO LGR-SEQUENCE.
           MOVE 'S' TO LGR-ROW-TYPE.
           MOVE WS-SAV-BALANCE TO LGS-BALANCE.
           MOVE WS-SAV-TERM-COUNT TO LGS-TERM-COUNT.
           MOVE WS-SAV-OPENED-DATE TO LGS-OPENED-DATE.
           MOVE WS-BUSINESS-DATE TO LGS-LAST-POSTED.
           IF STUDENT-ROW-IS-NEW
               WRITE STUDENT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT WRITE LEDGER STUDENT " LGR-KEY
                               ", STATUS " WS-LEDGER-STATUS
                               UPON SYSERR
                       STOP RUN RETURNING 1
               END-WRITE
           ELSE
               REWRITE STUDENT-LEDGER-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT REWRITE LEDGER STUDENT "
                               LGR-KEY ", STATUS " WS-LEDGER-STATUS
                               UPON SYSERR
                       STOP RUN RETURNING 1
               END-REWRITE
           END-IF.

      *    THE RUN'S AND THE CUMULATIVE FIGURES FOR THE TYPE, AND
      *    WHAT POSTED FROM THE FEED.  BILLING HAS NO MARKED FEED -
      *    IT IS PROVED AGAINST STMTOTAL IN 210.
           MOVE WS-PST-TYPE TO WS-FIND-TYPE.
           PERFORM 090-FIND-TYPE THRU 090-EXIT.
           ADD 1 TO TTL-RUN-COUNT (WS-TYPE-FOUND).
           ADD WS-PST-AMOUNT TO TTL-RUN-TOTAL (WS-TYPE-FOUND).
           ADD 1 TO TTL-CUM-COUNT (WS-TYPE-FOUND).
           ADD WS-PST-AMOUNT TO TTL-CUM-TOTAL (WS-TYPE-FOUND).
           MOVE WS-BUSINESS-DATE TO TTL-LAST-POSTED (WS-TYPE-FOUND).
           IF WS-PST-TYPE NOT = 'BL'
               ADD WS-PST-AMOUNT TO FDT-POSTED-TOTAL (WS-FEED-SUB)
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           ADD WS-PST-AMOUNT TO WS-POSTED-NET.

      *    THE ENTRY IS ON THE LEDGER - THE CUMULATIVE CONTROL AND
      *    THE FEED MARKS GO DOWN WITH IT, SO A RUN STOPPED AFTER
      *    THIS POINT NEVER PRESENTS THE RECORD AGAIN.
           PERFORM 400-SAVE-LEDGER-CONTROL THRU 409-EXIT.
           PERFORM 410-ADVANCE-LEDGER-MARK THRU 419-EXIT.

       509-EXIT.
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
      *    EACH RUN - FEED RECORDS READ, LEDGER ENTRIES POSTED, AND
      *    THEIR NET.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'STULPST1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-POSTED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-POSTED-NET TO ATR-CONTROL-TOTAL.

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
