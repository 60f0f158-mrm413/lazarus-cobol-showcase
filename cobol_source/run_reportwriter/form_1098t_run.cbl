       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * 1098-T TUITION STATEMENT YEAR-END RUN.                        *
      *                                                               *
      * EACH JANUARY THE BURSAR FURNISHES A 1098-T TO EVERY STUDENT   *
      * WITH QUALIFIED TUITION, SCHOLARSHIPS OR PRIOR-YEAR            *
      * ADJUSTMENTS IN THE CALENDAR YEAR JUST CLOSED (TAX-YEAR IN THE *
      * ENVIRONMENT AS YYYY, DEFAULTING TO LAST YEAR).  THE TERMS     *
      * BILLED IN THAT YEAR ARE NAMED IN TAX-TERMS, SEPARATED BY      *
      * SPACES.  FOR EACH STUDENT THE RUN TOTALS:                     *
      *   - QUALIFIED TUITION AND FEES BILLED - COURSREG HOURS AT THE *
      *     CRHRRATE RATE PLUS THE TERM FEE, LESS THE TUITION CREDITS *
      *     TUITADJH HOLDS FOR THE YEAR'S TERMS.  HOUSING AND MEAL-   *
      *     PLAN CONTRACTS ARE NEVER QUALIFIED AND ARE LEFT OUT;      *
      *   - WHAT WAS PAID IN THE YEAR FROM ANY SOURCE - PAYMENTS,     *
      *     AWARDS AND SPONINV SPONSOR BILLING.  BOX 1 IS THE PAID,   *
      *     APPLIED TO QUALIFIED CHARGES FIRST, UP TO THE BILLED;     *
      *   - BOX 4, TUITION CREDITS POSTED IN THE YEAR FOR COURSES     *
      *     DROPPED IN AN EARLIER YEAR;                               *
      *   - BOX 5, AWARDS PLUS SPONSOR BILLING;                       *
      *   - BOX 8, AT LEAST HALF-TIME - ANY OF THE YEAR'S TERMS AT    *
      *     HALF-TIME-HOURS OR MORE (DEFAULT 6);                      *
      *   - BOX 9, GRADUATE - GRADEHST HOURS EARNED BEFORE THE YEAR   *
      *     AT GRAD-HOURS OR MORE (DEFAULT 120).                      *
      * IT PRINTS THE STUDENT'S COPY ON T1098F, NAME, TAX ID AND      *
      * MAILING ADDRESS OFF THE STUTAXM STUDENT TAX MASTER, AND       *
      * WRITES THE IRS ELECTRONIC FILING FILE IRS1098 - 'T' AND 'A'   *
      * AHEAD, ONE 'B' PER STUDENT, 'C' AND 'F' BEHIND, 750 BYTES     *
      * EACH.  THE FILER PARTICULARS COME FROM THE ONE-RECORD         *
      * F1098PRM PARAMETER FILE, LAID OUT AS F1099PRM.                *
      *                                                               *
      * THE T1098C CONTROL LISTING SHOWS EVERY STUDENT AND TIES THE   *
      * YEAR'S STMTOTAL BILLING TO THE QUALIFIED CHARGES, THE         *
      * DIFFERENCE BEING HOUSING, MEALS AND OTHER CHARGES.  A STUDENT *
      * MISSING FROM STUTAXM OR A FORM FILED WITHOUT A TAX ID ENDS    *
      * THE RUN WITH RETURN CODE 4.                                   *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FILING-PARM-FILE
               ASSIGN TO EXTERNAL F1098PRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-TAX-FILE
               ASSIGN TO EXTERNAL STUTAXM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STUTAXM-STATUS.

           SELECT CREDIT-RATE-FILE
               ASSIGN TO EXTERNAL CRHRRATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RATE-STATUS.

           SELECT COURSE-REG-FILE
               ASSIGN TO EXTERNAL COURSREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COURSREG-STATUS.

           SELECT STATEMENT-TOTAL-FILE
               ASSIGN TO EXTERNAL STMTOTAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STMTOTAL-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE
               ASSIGN TO EXTERNAL TUITADJH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

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

           SELECT GRADE-HISTORY-FILE
               ASSIGN TO EXTERNAL GRADEHST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-GRADEHST-STATUS.

           SELECT FORM-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING T1098F
                         FILE STATUS IS WS-FORM-STATUS.

           SELECT IRS-FILING-FILE
               ASSIGN TO EXTERNAL IRS1098
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-IRS-STATUS.

           SELECT CONTROL-LISTING-FILE
               ASSIGN TO EXTERNAL T1098C
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LISTING-STATUS.

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

      *    ONE RECORD, MAINTAINED BY THE BURSAR: WHO THE SCHOOL IS TO
      *    THE IRS.  THE SCHOOL FILES ITS OWN RETURNS, SO THE FILER
      *    IS ALSO THE TRANSMITTER.  THE LAYOUT IS F1099PRM'S; THERE
      *    IS NO FILING THRESHOLD FOR THE 1098-T.
       FD  FILING-PARM-FILE.

       01  FILING-PARM-RECORD.
           03  TPR-FILER-TIN           PIC X(09).
           03  FILLER                  PIC X(01).
           03  TPR-NAME-CONTROL        PIC X(04).
           03  FILLER                  PIC X(01).
           03  TPR-TCC                 PIC X(05).
           03  FILLER                  PIC X(01).
           03  TPR-TEST-INDICATOR      PIC X(01).
           03  FILLER                  PIC X(09).
           03  TPR-FILER-NAME          PIC X(40).
           03  TPR-FILER-ADDRESS       PIC X(40).
           03  TPR-FILER-CITY          PIC X(40).
           03  TPR-FILER-STATE         PIC X(02).
           03  TPR-FILER-ZIP           PIC X(09).
           03  TPR-FILER-PHONE         PIC X(15).
           03  TPR-CONTACT-NAME        PIC X(40).
           03  TPR-CONTACT-EMAIL       PIC X(50).
           03  FILLER                  PIC X(33).

      *    ONE RECORD PER STUDENT, MAINTAINED BY THE REGISTRAR: THE
      *    LEGAL NAME, TAX ID AND MAILING ADDRESS THE FORM CARRIES.
       FD  STUDENT-TAX-FILE.

       01  STUDENT-TAX-RECORD.
           03  STX-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  STX-TAX-ID              PIC X(09).
           03  FILLER                  PIC X(01).
           03  STX-STUDENT-NAME        PIC X(40).
           03  STX-MAIL-ADDRESS        PIC X(40).
           03  STX-MAIL-CITY           PIC X(25).
           03  STX-MAIL-STATE          PIC X(02).
           03  STX-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(08).

       FD  CREDIT-RATE-FILE.

       01  CREDIT-RATE-RECORD.
           03  CRH-RATE-PER-HOUR       PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  CRH-TERM-FEE            PIC 9(04)V99.
           03  FILLER                  PIC X(66).

       FD  COURSE-REG-FILE.

       01  COURSE-REG-RECORD.
           03  REG-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  REG-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  REG-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  REG-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  REG-SECTION             PIC X(03).
           03  FILLER                  PIC X(55).

       FD  STATEMENT-TOTAL-FILE.

       01  STATEMENT-TOTAL-RECORD.
           03  STM-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  STM-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  STM-BILL-TOTAL          PIC 9(07)V99.
           03  FILLER                  PIC X(59).

      *    THE TUITION ADJUSTMENT RUN'S HISTORY - T TUITION FOR A
      *    COURSE, H HOUSING OR MEAL PLAN FOR A CONTRACT.
       FD  ADJUSTMENT-HISTORY-FILE.

       01  ADJUSTMENT-HISTORY-RECORD.
           03  TAH-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  TAH-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  TAH-KIND                PIC X(01).
               88  TAH-TUITION-CREDIT              VALUE 'T'.
           03  FILLER                  PIC X(01).
           03  TAH-ITEM                PIC X(06).
           03  FILLER                  PIC X(01).
           03  TAH-ACTION              PIC X(01).
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

      *    THE AID YEAR'S AWARDS - THE JOB PRESENTS THE AWARDS
      *    DISBURSED IN THE TAX YEAR.
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

       FD  GRADE-HISTORY-FILE.

       01  GRADE-HISTORY-RECORD.
           03  GHR-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  GHR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  GHR-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  GHR-GRADE               PIC X(02).
           03  FILLER                  PIC X(01).
           03  GHR-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  GHR-QUALITY-POINTS      PIC 9V99.
           03  FILLER                  PIC X(01).
           03  GHR-GRADE-TYPE          PIC X(01).
           03  FILLER                  PIC X(01).
           03  GHR-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(41).

       FD  FORM-PRINT-FILE.

       01  FORM-PRINT-RECORD           PIC X(100).

       FD  IRS-FILING-FILE.

       01  IRS-FILING-RECORD           PIC X(750).

       FD  CONTROL-LISTING-FILE.

       01  CONTROL-LISTING-RECORD      PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'T1098RUN'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-PARM-STATUS              PIC XX.
           88  WS-PARM-OK                          VALUE "00".
       77  WS-STUTAXM-STATUS           PIC XX.
           88  WS-STUTAXM-OK                       VALUE "00".
       77  WS-RATE-STATUS              PIC XX.
           88  WS-RATE-OK                          VALUE "00".
       77  WS-COURSREG-STATUS          PIC XX.
           88  WS-COURSREG-OK                      VALUE "00".
       77  WS-STMTOTAL-STATUS          PIC XX.
           88  WS-STMTOTAL-OK                      VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-PAYMENTS-STATUS          PIC XX.
           88  WS-PAYMENTS-OK                      VALUE "00".
       77  WS-AWARDS-STATUS            PIC XX.
           88  WS-AWARDS-OK                        VALUE "00".
           88  WS-AWARDS-NOT-FOUND                 VALUE "35".
       77  WS-INVOICE-STATUS           PIC XX.
           88  WS-INVOICE-OK                       VALUE "00".
           88  WS-INVOICE-NOT-FOUND                VALUE "35".
       77  WS-GRADEHST-STATUS          PIC XX.
           88  WS-GRADEHST-OK                      VALUE "00".
           88  WS-GRADEHST-NOT-FOUND               VALUE "35".
       77  WS-FORM-STATUS              PIC XX.
           88  WS-FORM-OK                          VALUE "00".
       77  WS-IRS-STATUS               PIC XX.
           88  WS-IRS-OK                           VALUE "00".
       77  WS-LISTING-STATUS           PIC XX.
           88  WS-LISTING-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  STUTAXM-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  STUTAXM-EOF                         VALUE 'Y'.
       77  COURSREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  COURSREG-EOF                        VALUE 'Y'.
       77  STMTOTAL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STMTOTAL-EOF                        VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  PAYMENTS-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PAYMENTS-EOF                        VALUE 'Y'.
       77  AWARDS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  AWARDS-EOF                          VALUE 'Y'.
       77  INVOICE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  INVOICE-EOF                         VALUE 'Y'.
       77  GRADEHST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  GRADEHST-EOF                        VALUE 'Y'.

       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(04).
           03  FILLER                  PIC 9(04).
       77  WS-TAX-YEAR                 PIC 9(04)   VALUE 0.
       77  WS-YEAR-KEYED               PIC X(04)   VALUE SPACES.
       77  WS-YEAR-START               PIC 9(08)   VALUE 0.
       77  WS-YEAR-END                 PIC 9(08)   VALUE 0.

      *    THE STATUS THRESHOLDS, IN CREDIT HOURS.
       77  WS-HOURS-KEYED              PIC X(03)   VALUE SPACES.
       77  WS-HALF-TIME-HOURS          PIC 9(03)   VALUE 6.
       77  WS-GRAD-HOURS               PIC 9(03)   VALUE 120.

       77  WS-RATE-PER-HOUR            PIC 9(04)V99 VALUE 0.
       77  WS-TERM-FEE                 PIC 9(04)V99 VALUE 0.

      *    THE TERMS BILLED IN THE TAX YEAR, AS KEYED IN TAX-TERMS.
       77  WS-TAX-TERMS-KEYED          PIC X(60)   VALUE SPACES.
       01  TAX-TERM-TABLE.
           02  TAX-TERM-ENTRY          PIC X(05) OCCURS 8 TIMES.
       77  WS-TAX-TERM-COUNT           PIC 9(02)   VALUE 0.
       77  WS-TAX-TERM-SUB             PIC 9(02)   VALUE 0.
       77  WS-TAX-TERM-SW              PIC X(01)   VALUE 'N'.
           88  TERM-IN-TAX-YEAR                    VALUE 'Y'.
       77  WS-WORK-TERM                PIC X(05)   VALUE SPACES.

      *    THE STUDENT TAX MASTER, HELD FOR THE FORM AND THE 'B'
      *    RECORD.
       01  STUDENT-TAX-TABLE.
           02  STUDENT-TAX-ENTRY       OCCURS 3000 TIMES.
               03  STT-STUDENT-ID      PIC 9(05) VALUE ZERO.
               03  STT-TAX-ID          PIC X(09) VALUE SPACES.
               03  STT-STUDENT-NAME    PIC X(40) VALUE SPACES.
               03  STT-MAIL-ADDRESS    PIC X(40) VALUE SPACES.
               03  STT-MAIL-CITY       PIC X(25) VALUE SPACES.
               03  STT-MAIL-STATE      PIC X(02) VALUE SPACES.
               03  STT-MAIL-ZIP        PIC X(09) VALUE SPACES.
       77  WS-STT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-STT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-STT-FOUND                PIC 9(04)   VALUE 0.

      *    HOURS PER STUDENT PER TERM OF THE TAX YEAR, OFF COURSREG -
      *    EACH IS BILLED ITS HOURS AND ONE TERM FEE.
       01  STUDENT-TERM-TABLE.
           02  STUDENT-TERM-ENTRY      OCCURS 6000 TIMES.
               03  SRT-STUDENT-ID      PIC 9(05) VALUE ZERO.
               03  SRT-TERM            PIC X(05) VALUE SPACES.
               03  SRT-HOURS           PIC 9(03) VALUE ZERO.
       77  WS-SRT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-SRT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-SRT-FOUND                PIC 9(04)   VALUE 0.

      *    ONE ROW PER STUDENT WITH ANYTHING IN THE TAX YEAR, WITH
      *    THE FILING DECISION MADE BEFORE ANYTHING IS WRITTEN - THE
      *    TRANSMITTER RECORD CARRIES THE FORM COUNT.
       01  STUDENT-YEAR-TABLE.
           02  STUDENT-YEAR-ENTRY      OCCURS 3000 TIMES.
               03  SYT-STUDENT-ID      PIC 9(05) VALUE ZERO.
               03  SYT-MAX-TERM-HOURS  PIC 9(03) VALUE ZERO.
               03  SYT-PRIOR-HOURS     PIC 9(04) VALUE ZERO.
               03  SYT-BILLED          PIC 9(07)V99 VALUE ZERO.
               03  SYT-YEAR-CREDIT     PIC 9(07)V99 VALUE ZERO.
               03  SYT-STMT-BILLED     PIC 9(07)V99 VALUE ZERO.
               03  SYT-PAID            PIC S9(07)V99 VALUE ZERO.
               03  SYT-AWARDS          PIC 9(07)V99 VALUE ZERO.
               03  SYT-SPONSOR         PIC 9(07)V99 VALUE ZERO.
               03  SYT-PRIOR-ADJUST    PIC 9(07)V99 VALUE ZERO.
               03  SYT-BOX-1           PIC 9(07)V99 VALUE ZERO.
               03  SYT-BOX-5           PIC 9(07)V99 VALUE ZERO.
               03  SYT-HALF-TIME       PIC X(01) VALUE SPACE.
               03  SYT-GRADUATE        PIC X(01) VALUE SPACE.
               03  SYT-MASTER-SUB      PIC 9(04) VALUE ZERO.
               03  SYT-FILING-STATUS   PIC X(01) VALUE SPACE.
                   88  SYT-FILED                   VALUE 'F'.
                   88  SYT-FILED-NO-TIN            VALUE 'T'.
                   88  SYT-NOTHING-TO-REPORT       VALUE 'N'.
                   88  SYT-NOT-ON-MASTER           VALUE 'M'.
       77  WS-SYT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-SYT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-SYT-FOUND                PIC 9(04)   VALUE 0.
       77  WS-WORK-STUDENT             PIC 9(05)   VALUE 0.
       77  WS-ADD-STUDENT-SW           PIC X(01)   VALUE 'N'.
           88  ADD-STUDENT-IF-NEW                  VALUE 'Y'.

      *    PER-STUDENT WORK FIELDS.
       77  WS-NET-BILLED               PIC 9(07)V99 VALUE 0.
       77  WS-PAID-ALL-SOURCES         PIC S9(08)V99 VALUE 0.
       77  WS-TERM-CHARGE              PIC 9(07)V99 VALUE 0.

      *    CONTROL FIGURES.
       77  WS-STMT-BILLED-TOTAL        PIC 9(09)V99 VALUE 0.
       77  WS-BILLED-TOTAL             PIC 9(09)V99 VALUE 0.
       77  WS-YEAR-CREDIT-TOTAL        PIC 9(09)V99 VALUE 0.
       77  WS-NET-BILLED-TOTAL         PIC 9(09)V99 VALUE 0.
       77  WS-NOT-QUALIFIED-TOTAL      PIC S9(09)V99 VALUE 0.
       77  WS-PAID-TOTAL               PIC S9(09)V99 VALUE 0.
       77  WS-AWARDS-TOTAL             PIC 9(09)V99 VALUE 0.
       77  WS-SPONSOR-TOTAL            PIC 9(09)V99 VALUE 0.
       77  WS-OTHER-YEAR-COUNT         PIC 9(06)   VALUE 0.
       77  WS-FILED-COUNT              PIC 9(06)   VALUE 0.
       77  WS-NO-TIN-COUNT             PIC 9(06)   VALUE 0.
       77  WS-BOX-1-TOTAL              PIC 9(09)V99 VALUE 0.
       77  WS-BOX-4-TOTAL              PIC 9(09)V99 VALUE 0.
       77  WS-BOX-5-TOTAL              PIC 9(09)V99 VALUE 0.
       77  WS-NOT-FILED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-NOT-FILED-TOTAL          PIC 9(09)V99 VALUE 0.
       77  WS-NOTHING-COUNT            PIC 9(06)   VALUE 0.
       77  WS-HALF-TIME-COUNT          PIC 9(06)   VALUE 0.
       77  WS-GRADUATE-COUNT           PIC 9(06)   VALUE 0.
       77  WS-RECORD-SEQUENCE          PIC 9(08)   VALUE 0.

      *    FORM WORK FIELDS.
       77  WS-CITY-STATE-ZIP           PIC X(50)   VALUE SPACES.
       77  WS-MASKED-TIN               PIC X(11)   VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE IRS ELECTRONIC FILING RECORDS.  EVERY RECORD IS 750
      *    BYTES WITH ITS SEQUENCE NUMBER IN 500-507; AMOUNTS ARE
      *    UNSIGNED WHOLE CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED.
      *    THE 1098-T USES AMOUNT CODES 1 (BOX 1), 3 (BOX 4) AND
      *    4 (BOX 5), WITH THE HALF-TIME AND GRADUATE INDICATORS IN
      *    547 AND 548 OF THE 'B' RECORD.
      *    ------------------------------------------------------------
       01  WS-IRS-T-RECORD.
           03  FILLER                  PIC X(01) VALUE 'T'.
           03  IRT-PAYMENT-YEAR        PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  IRT-TRANSMITTER-TIN     PIC X(09).
           03  IRT-TCC                 PIC X(05).
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  IRT-TEST-INDICATOR      PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  IRT-TRANSMITTER-NAME    PIC X(40).
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  IRT-COMPANY-NAME        PIC X(40).
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  IRT-COMPANY-ADDRESS     PIC X(40).
           03  IRT-COMPANY-CITY        PIC X(40).
           03  IRT-COMPANY-STATE       PIC X(02).
           03  IRT-COMPANY-ZIP         PIC X(09).
           03  FILLER                  PIC X(15) VALUE SPACES.
           03  IRT-PAYEE-COUNT         PIC 9(08).
           03  IRT-CONTACT-NAME        PIC X(40).
           03  IRT-CONTACT-PHONE       PIC X(15).
           03  IRT-CONTACT-EMAIL       PIC X(50).
           03  FILLER                  PIC X(91) VALUE SPACES.
           03  IRT-SEQUENCE            PIC 9(08).
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE 'I'.
           03  FILLER                  PIC X(232) VALUE SPACES.

       01  WS-IRS-A-RECORD.
           03  FILLER                  PIC X(01) VALUE 'A'.
           03  IRA-PAYMENT-YEAR        PIC 9(04).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  IRA-FILER-TIN           PIC X(09).
           03  IRA-NAME-CONTROL        PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(02) VALUE '8 '.
           03  FILLER                  PIC X(18) VALUE '134'.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  IRA-FILER-NAME          PIC X(40).
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  IRA-FILER-ADDRESS       PIC X(40).
           03  IRA-FILER-CITY          PIC X(40).
           03  IRA-FILER-STATE         PIC X(02).
           03  IRA-FILER-ZIP           PIC X(09).
           03  IRA-FILER-PHONE         PIC X(15).
           03  FILLER                  PIC X(260) VALUE SPACES.
           03  IRA-SEQUENCE            PIC 9(08).
           03  FILLER                  PIC X(243) VALUE SPACES.

       01  WS-IRS-B-RECORD.
           03  FILLER                  PIC X(01) VALUE 'B'.
           03  IRB-PAYMENT-YEAR        PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  IRB-TIN-TYPE            PIC X(01).
           03  IRB-PAYEE-TIN           PIC X(09).
           03  IRB-ACCOUNT-NUMBER      PIC X(20).
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  IRB-AMOUNT-1            PIC 9(10)V99.
           03  FILLER                  PIC X(12) VALUE ALL '0'.
           03  IRB-AMOUNT-3            PIC 9(10)V99.
           03  IRB-AMOUNT-4            PIC 9(10)V99.
           03  FILLER                  PIC X(168) VALUE ALL '0'.
           03  FILLER                  PIC X(17) VALUE SPACES.
           03  IRB-PAYEE-NAME          PIC X(40).
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  IRB-PAYEE-ADDRESS       PIC X(40).
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  IRB-PAYEE-CITY          PIC X(40).
           03  IRB-PAYEE-STATE         PIC X(02).
           03  IRB-PAYEE-ZIP           PIC X(09).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  IRB-SEQUENCE            PIC 9(08).
           03  FILLER                  PIC X(39) VALUE SPACES.
           03  IRB-HALF-TIME           PIC X(01).
           03  IRB-GRADUATE            PIC X(01).
           03  FILLER                  PIC X(202) VALUE SPACES.

       01  WS-IRS-C-RECORD.
           03  FILLER                  PIC X(01) VALUE 'C'.
           03  IRC-PAYEE-COUNT         PIC 9(08).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  IRC-CONTROL-TOTAL-1     PIC 9(16)V99.
           03  FILLER                  PIC X(18) VALUE ALL '0'.
           03  IRC-CONTROL-TOTAL-3     PIC 9(16)V99.
           03  IRC-CONTROL-TOTAL-4     PIC 9(16)V99.
           03  FILLER                  PIC X(252) VALUE ALL '0'.
           03  FILLER                  PIC X(160) VALUE SPACES.
           03  IRC-SEQUENCE            PIC 9(08).
           03  FILLER                  PIC X(243) VALUE SPACES.

       01  WS-IRS-F-RECORD.
           03  FILLER                  PIC X(01) VALUE 'F'.
           03  IRF-PAYER-COUNT         PIC 9(08).
           03  FILLER                  PIC X(21) VALUE ALL '0'.
           03  FILLER                  PIC X(19) VALUE SPACES.
           03  IRF-PAYEE-COUNT         PIC 9(08).
           03  FILLER                  PIC X(442) VALUE SPACES.
           03  IRF-SEQUENCE            PIC 9(08).
           03  FILLER                  PIC X(243) VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE STUDENT'S COPY OF THE FORM.
      *    ------------------------------------------------------------
       01  WS-FORM-TITLE-LINE.
           03  FILLER                  PIC X(40) VALUE
                   'FORM 1098-T   TUITION STATEMENT'.
           03  FILLER                  PIC X(12) VALUE
                   '   TAX YEAR '.
           03  WS-FRM-TAX-YEAR         PIC 9(04).
           03  FILLER                  PIC X(24) VALUE
                   '   COPY B FOR STUDENT'.

       01  WS-FORM-LABEL-LINE.
           03  WS-FRM-LABEL            PIC X(22).
           03  WS-FRM-TEXT             PIC X(50).

       01  WS-FORM-TIN-LINE.
           03  FILLER                  PIC X(22) VALUE
                   "FILER'S EIN".
           03  WS-FRM-FILER-TIN        PIC X(11).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(18) VALUE
                   "STUDENT'S TIN".
           03  WS-FRM-STUDENT-TIN      PIC X(11).

       01  WS-FORM-AMOUNT-LINE.
           03  WS-FRM-BOX              PIC X(40).
           03  WS-FRM-AMOUNT           PIC $$$,$$$,$$9.99.

       01  WS-FORM-CHECK-LINE.
           03  WS-FRM-CHECK-BOX        PIC X(40).
           03  WS-FRM-CHECK-MARK       PIC X(03).

       01  WS-FORM-NOTICE-LINE         PIC X(72) VALUE
               'THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED
      -        ' TO THE IRS.'.

      *    ------------------------------------------------------------
      *    THE CONTROL LISTING.
      *    ------------------------------------------------------------
       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(34) VALUE
                   '1098-T CONTROL LISTING - TAX YEAR '.
           03  WS-TTL-TAX-YEAR         PIC 9(04).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-TTL-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(09) VALUE '   TERMS '.
           03  WS-TTL-TERMS            PIC X(40).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TTL-TEST-NOTE        PIC X(17) VALUE SPACES.

       01  WS-SECTION-LINE             PIC X(60)   VALUE SPACES.

       01  WS-STUDENT-HEAD-LINE.
           03  FILLER                  PIC X(30) VALUE
                   '  STUDENT NAME'.
           03  FILLER                  PIC X(27) VALUE
                   '   NET BILLED      PAID ALL'.
           03  FILLER                  PIC X(39) VALUE
                   '        BOX 1        BOX 4        BOX 5'.
           03  FILLER                  PIC X(06) VALUE ' HT GR'.

       01  WS-STUDENT-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SDL-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SDL-NAME             PIC X(22).
           03  WS-SDL-NET-BILLED       PIC ZZ,ZZZ,ZZ9.99.
           03  WS-SDL-PAID             PIC ZZ,ZZZ,ZZ9.99-.
           03  WS-SDL-BOX-1            PIC ZZ,ZZZ,ZZ9.99.
           03  WS-SDL-BOX-4            PIC ZZ,ZZZ,ZZ9.99.
           03  WS-SDL-BOX-5            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SDL-HALF-TIME        PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SDL-GRADUATE         PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SDL-STATUS           PIC X(28).

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-LABEL            PIC X(40).
           03  WS-TOT-COUNT            PIC ZZZ,ZZZ.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-AMOUNT           PIC $$$,$$$,$$9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-NOTE             PIC X(40).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           COMPUTE WS-TAX-YEAR = WS-RUN-YEAR - 1.
           ACCEPT WS-YEAR-KEYED FROM ENVIRONMENT 'TAX-YEAR'.
           IF WS-YEAR-KEYED NOT = SPACES
               IF WS-YEAR-KEYED IS NUMERIC
                   MOVE WS-YEAR-KEYED TO WS-TAX-YEAR
               ELSE
                   DISPLAY "TAX-YEAR " WS-YEAR-KEYED
                           " IS NOT A YEAR - RUN ABORTED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           END-IF.
           COMPUTE WS-YEAR-START = WS-TAX-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-TAX-YEAR * 10000 + 1231.

           PERFORM 005-ACCEPT-TAX-TERMS THRU 005-EXIT.

           MOVE SPACES TO WS-HOURS-KEYED.
           ACCEPT WS-HOURS-KEYED FROM ENVIRONMENT 'HALF-TIME-HOURS'.
           IF WS-HOURS-KEYED NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-HOURS-KEYED)
                   TO WS-HALF-TIME-HOURS
           END-IF.
           MOVE SPACES TO WS-HOURS-KEYED.
           ACCEPT WS-HOURS-KEYED FROM ENVIRONMENT 'GRAD-HOURS'.
           IF WS-HOURS-KEYED NOT = SPACES
               MOVE FUNCTION NUMVAL (WS-HOURS-KEYED)
                   TO WS-GRAD-HOURS
           END-IF.

           PERFORM 010-LOAD-FILING-PARM THRU 010-EXIT.
           PERFORM 020-LOAD-CREDIT-RATE THRU 020-EXIT.
           PERFORM 030-LOAD-STUDENT-TAX THRU 030-EXIT.
           PERFORM 040-LOAD-REGISTRATIONS THRU 040-EXIT.
           PERFORM 050-LOAD-STATEMENTS THRU 050-EXIT.
           PERFORM 060-LOAD-ADJUSTMENTS THRU 060-EXIT.
           PERFORM 070-LOAD-PAYMENTS THRU 070-EXIT.
           PERFORM 075-LOAD-AWARDS THRU 075-EXIT.
           PERFORM 080-LOAD-SPONSOR-INVOICES THRU 080-EXIT.
           PERFORM 085-LOAD-GRADE-HISTORY THRU 085-EXIT.

           OPEN OUTPUT FORM-PRINT-FILE,
                OUTPUT IRS-FILING-FILE,
                OUTPUT CONTROL-LISTING-FILE.

           IF NOT WS-FORM-OK
               MOVE "FORM-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FORM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-IRS-OK
               MOVE "IRS-FILING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-IRS-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-LISTING-OK
               MOVE "CONTROL-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LISTING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 100-DECIDE-ONE-STUDENT THRU 100-EXIT
               VARYING WS-SYT-SUB FROM 1 BY 1
               UNTIL WS-SYT-SUB > WS-SYT-COUNT.

           PERFORM 300-WRITE-FILING-HEADER THRU 300-EXIT.

           PERFORM 350-LIST-HEADING THRU 350-EXIT.

           PERFORM 400-REPORT-ONE-STUDENT THRU 400-EXIT
               VARYING WS-SYT-SUB FROM 1 BY 1
               UNTIL WS-SYT-SUB > WS-SYT-COUNT.

           PERFORM 500-WRITE-FILING-TRAILER THRU 500-EXIT.

           PERFORM 600-LIST-CONTROL-TOTALS THRU 600-EXIT.

       000-TERMINATE.
           CLOSE FORM-PRINT-FILE,
                 IRS-FILING-FILE,
                 CONTROL-LISTING-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE REGISTRAR NAMES THE TERMS BILLED IN THE TAX YEAR -
      *    TERM CODES CARRY NO DATE, SO WITHOUT THEM THERE IS NO
      *    TELLING WHICH CHARGES BELONG TO THE YEAR.
       005-ACCEPT-TAX-TERMS.
           ACCEPT WS-TAX-TERMS-KEYED FROM ENVIRONMENT 'TAX-TERMS'.
           MOVE SPACES TO TAX-TERM-TABLE.
           UNSTRING WS-TAX-TERMS-KEYED DELIMITED BY ALL SPACE
               INTO TAX-TERM-ENTRY (1) TAX-TERM-ENTRY (2)
                    TAX-TERM-ENTRY (3) TAX-TERM-ENTRY (4)
                    TAX-TERM-ENTRY (5) TAX-TERM-ENTRY (6)
                    TAX-TERM-ENTRY (7) TAX-TERM-ENTRY (8)
           END-UNSTRING.

           MOVE ZERO TO WS-TAX-TERM-COUNT.
           PERFORM 006-COUNT-ONE-TERM THRU 006-EXIT
               VARYING WS-TAX-TERM-SUB FROM 1 BY 1
               UNTIL WS-TAX-TERM-SUB > 8.

           IF WS-TAX-TERM-COUNT = ZERO
               DISPLAY "TAX-TERMS NAMES NO TERMS FOR THE TAX YEAR - "
                       "RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       005-EXIT.
           EXIT.

      *    A LEADING SPACE IN TAX-TERMS LEAVES THE FIRST ENTRY BLANK,
      *    SO THE TERMS ARE CLOSED UP AS THEY ARE COUNTED.
       006-COUNT-ONE-TERM.
           IF TAX-TERM-ENTRY (WS-TAX-TERM-SUB) = SPACES
               GO TO 006-EXIT
           END-IF.
           ADD 1 TO WS-TAX-TERM-COUNT.
           IF WS-TAX-TERM-COUNT < WS-TAX-TERM-SUB
               MOVE TAX-TERM-ENTRY (WS-TAX-TERM-SUB)
                   TO TAX-TERM-ENTRY (WS-TAX-TERM-COUNT)
               MOVE SPACES TO TAX-TERM-ENTRY (WS-TAX-TERM-SUB)
           END-IF.

       006-EXIT.
           EXIT.

      *    WITHOUT THE SCHOOL'S EIN, TRANSMITTER CODE AND NAME THERE
      *    IS NOTHING THE IRS WILL ACCEPT, SO THE RUN STOPS.
       010-LOAD-FILING-PARM.
           OPEN INPUT FILING-PARM-FILE.

           IF NOT WS-PARM-OK
               MOVE "FILING-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FILING-PARM-FILE
               AT END
                   DISPLAY "FILING-PARM-FILE IS EMPTY - NO FILER TO "
                           "FILE AS" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           CLOSE FILING-PARM-FILE.

           IF TPR-FILER-TIN IS NOT NUMERIC
              OR TPR-TCC = SPACES
              OR TPR-FILER-NAME = SPACES
               DISPLAY "FILING-PARM-FILE LACKS FILER TIN, TCC OR "
                       "NAME - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       010-EXIT.
           EXIT.

       020-LOAD-CREDIT-RATE.
           OPEN INPUT CREDIT-RATE-FILE.

           IF NOT WS-RATE-OK
               MOVE "CREDIT-RATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CREDIT-RATE-FILE
               AT END
                   DISPLAY "CRHRRATE IS EMPTY - NO RATE TO PRICE "
                           "TUITION WITH" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           MOVE CRH-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
           MOVE CRH-TERM-FEE TO WS-TERM-FEE.
           CLOSE CREDIT-RATE-FILE.

       020-EXIT.
           EXIT.

       030-LOAD-STUDENT-TAX.
           OPEN INPUT STUDENT-TAX-FILE.

           IF NOT WS-STUTAXM-OK
               MOVE "STUDENT-TAX-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STUTAXM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STUDENT-TAX-FILE
               AT END
                   MOVE 'Y' TO STUTAXM-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-STUDENT-TAX THRU 035-EXIT
               UNTIL STUTAXM-EOF.

           CLOSE STUDENT-TAX-FILE.

       030-EXIT.
           EXIT.

       035-STORE-STUDENT-TAX.
           IF WS-STT-COUNT NOT < 3000
               DISPLAY "STUTAXM HOLDS MORE THAN 3000 STUDENTS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-STT-COUNT.
           MOVE STX-STUDENT-ID TO STT-STUDENT-ID (WS-STT-COUNT).
           MOVE STX-TAX-ID TO STT-TAX-ID (WS-STT-COUNT).
           MOVE STX-STUDENT-NAME TO STT-STUDENT-NAME (WS-STT-COUNT).
           MOVE STX-MAIL-ADDRESS TO STT-MAIL-ADDRESS (WS-STT-COUNT).
           MOVE STX-MAIL-CITY TO STT-MAIL-CITY (WS-STT-COUNT).
           MOVE STX-MAIL-STATE TO STT-MAIL-STATE (WS-STT-COUNT).
           MOVE STX-MAIL-ZIP TO STT-MAIL-ZIP (WS-STT-COUNT).

           READ STUDENT-TAX-FILE
               AT END
                   MOVE 'Y' TO STUTAXM-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    THE TAX YEAR'S REGISTRATIONS ARE GATHERED INTO HOURS PER
      *    STUDENT PER TERM, THEN EACH STUDENT-TERM IS PRICED AS THE
      *    BILLING RUN PRICES IT - HOURS AT THE RATE PLUS THE FEE.
      *    HOUSING AND MEAL CONTRACTS NEVER ENTER THIS FIGURE.
       040-LOAD-REGISTRATIONS.
           OPEN INPUT COURSE-REG-FILE.

           IF NOT WS-COURSREG-OK
               MOVE "COURSE-REG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COURSREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

           PERFORM 041-GATHER-ONE-REGISTRATION THRU 041-EXIT
               UNTIL COURSREG-EOF.

           CLOSE COURSE-REG-FILE.

           PERFORM 045-BILL-ONE-STUDENT-TERM THRU 045-EXIT
               VARYING WS-SRT-SUB FROM 1 BY 1
               UNTIL WS-SRT-SUB > WS-SRT-COUNT.

       040-EXIT.
           EXIT.

       041-GATHER-ONE-REGISTRATION.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE REG-TERM TO WS-WORK-TERM.
           PERFORM 090-CHECK-TAX-TERM THRU 090-EXIT.
           IF NOT TERM-IN-TAX-YEAR
               ADD 1 TO WS-OTHER-YEAR-COUNT
               GO TO 041-READ-NEXT
           END-IF.

           MOVE ZERO TO WS-SRT-FOUND.
           PERFORM 042-MATCH-STUDENT-TERM THRU 042-EXIT
               VARYING WS-SRT-SUB FROM 1 BY 1
               UNTIL WS-SRT-SUB > WS-SRT-COUNT
                  OR WS-SRT-FOUND > ZERO.

           IF WS-SRT-FOUND = ZERO
               IF WS-SRT-COUNT NOT < 6000
                   DISPLAY "COURSREG HOLDS MORE THAN 6000 STUDENT "
                           "TERMS FOR THE TAX YEAR" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-SRT-COUNT
               MOVE WS-SRT-COUNT TO WS-SRT-FOUND
               MOVE REG-STUDENT-ID TO SRT-STUDENT-ID (WS-SRT-FOUND)
               MOVE REG-TERM TO SRT-TERM (WS-SRT-FOUND)
           END-IF.

           ADD REG-CREDIT-HOURS TO SRT-HOURS (WS-SRT-FOUND).

       041-READ-NEXT.
           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

       041-EXIT.
           EXIT.

       042-MATCH-STUDENT-TERM.
           IF SRT-STUDENT-ID (WS-SRT-SUB) = REG-STUDENT-ID
              AND SRT-TERM (WS-SRT-SUB) = REG-TERM
               MOVE WS-SRT-SUB TO WS-SRT-FOUND
           END-IF.

       042-EXIT.
           EXIT.

       045-BILL-ONE-STUDENT-TERM.
           MOVE SRT-STUDENT-ID (WS-SRT-SUB) TO WS-WORK-STUDENT.
           MOVE 'Y' TO WS-ADD-STUDENT-SW.
           PERFORM 095-FIND-STUDENT THRU 095-EXIT.

           COMPUTE WS-TERM-CHARGE ROUNDED =
               SRT-HOURS (WS-SRT-SUB) * WS-RATE-PER-HOUR
               + WS-TERM-FEE.
           ADD WS-TERM-CHARGE TO SYT-BILLED (WS-SYT-FOUND).
           ADD WS-TERM-CHARGE TO WS-BILLED-TOTAL.

           IF SRT-HOURS (WS-SRT-SUB) > SYT-MAX-TERM-HOURS (WS-SYT-FOUND)
               MOVE SRT-HOURS (WS-SRT-SUB)
                   TO SYT-MAX-TERM-HOURS (WS-SYT-FOUND)
           END-IF.

       045-EXIT.
           EXIT.

      *    WHAT THE STATEMENTS BILLED FOR THE YEAR'S TERMS, HOUSING
      *    AND ALL - THE LISTING TIES IT TO THE QUALIFIED CHARGES.
       050-LOAD-STATEMENTS.
           OPEN INPUT STATEMENT-TOTAL-FILE.

           IF NOT WS-STMTOTAL-OK
               MOVE "STATEMENT-TOTAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STMTOTAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

           PERFORM 055-TAKE-ONE-STATEMENT THRU 055-EXIT
               UNTIL STMTOTAL-EOF.

           CLOSE STATEMENT-TOTAL-FILE.

       050-EXIT.
           EXIT.

       055-TAKE-ONE-STATEMENT.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE STM-TERM TO WS-WORK-TERM.
           PERFORM 090-CHECK-TAX-TERM THRU 090-EXIT.
           IF TERM-IN-TAX-YEAR
               MOVE STM-STUDENT-ID TO WS-WORK-STUDENT
               MOVE 'Y' TO WS-ADD-STUDENT-SW
               PERFORM 095-FIND-STUDENT THRU 095-EXIT
               ADD STM-BILL-TOTAL TO SYT-STMT-BILLED (WS-SYT-FOUND)
               ADD STM-BILL-TOTAL TO WS-STMT-BILLED-TOTAL
           END-IF.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    TUITION CREDITS ONLY - HOUSING CREDITS WERE NEVER IN THE
      *    QUALIFIED FIGURE.  A CREDIT ON ONE OF THE YEAR'S TERMS
      *    NETS AGAINST THE YEAR'S BILLING; ONE POSTED IN THE YEAR
      *    FOR A COURSE DROPPED BEFORE IT REDUCES WHAT AN EARLIER
      *    YEAR'S FORM REPORTED AND GOES IN BOX 4.  NO HISTORY YET
      *    MEANS NO ADJUSTMENTS.
       060-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.

           IF WS-HISTORY-NOT-FOUND
               GO TO 060-EXIT
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 065-TAKE-ONE-ADJUSTMENT THRU 065-EXIT
               UNTIL HISTORY-EOF.

           CLOSE ADJUSTMENT-HISTORY-FILE.

       060-EXIT.
           EXIT.

       065-TAKE-ONE-ADJUSTMENT.
           ADD 1 TO WS-INPUT-COUNT.
           IF NOT TAH-TUITION-CREDIT
               GO TO 065-READ-NEXT
           END-IF.

           MOVE TAH-TERM TO WS-WORK-TERM.
           PERFORM 090-CHECK-TAX-TERM THRU 090-EXIT.
           MOVE TAH-STUDENT-ID TO WS-WORK-STUDENT.
           MOVE 'Y' TO WS-ADD-STUDENT-SW.

           IF TERM-IN-TAX-YEAR
               PERFORM 095-FIND-STUDENT THRU 095-EXIT
               ADD TAH-CREDIT-AMOUNT TO SYT-YEAR-CREDIT (WS-SYT-FOUND)
               ADD TAH-CREDIT-AMOUNT TO WS-YEAR-CREDIT-TOTAL
               GO TO 065-READ-NEXT
           END-IF.

           IF TAH-POSTED-DATE NOT < WS-YEAR-START
              AND TAH-POSTED-DATE NOT > WS-YEAR-END
              AND TAH-DROP-DATE < WS-YEAR-START
              AND TAH-CREDIT-AMOUNT > ZERO
               PERFORM 095-FIND-STUDENT THRU 095-EXIT
               ADD TAH-CREDIT-AMOUNT TO SYT-PRIOR-ADJUST (WS-SYT-FOUND)
           END-IF.

       065-READ-NEXT.
           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       065-EXIT.
           EXIT.

      *    PAYMENTS RECEIVED IN THE CALENDAR YEAR, NET OF REVERSALS.
       070-LOAD-PAYMENTS.
           OPEN INPUT PAYMENTS-FILE.

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

           PERFORM 071-TAKE-ONE-PAYMENT THRU 071-EXIT
               UNTIL PAYMENTS-EOF.

           CLOSE PAYMENTS-FILE.

       070-EXIT.
           EXIT.

       071-TAKE-ONE-PAYMENT.
           ADD 1 TO WS-INPUT-COUNT.
           IF PMT-PAYMENT-DATE NOT < WS-YEAR-START
              AND PMT-PAYMENT-DATE NOT > WS-YEAR-END
               MOVE PMT-STUDENT-ID TO WS-WORK-STUDENT
               MOVE 'Y' TO WS-ADD-STUDENT-SW
               PERFORM 095-FIND-STUDENT THRU 095-EXIT
               ADD PMT-AMOUNT TO SYT-PAID (WS-SYT-FOUND)
               ADD PMT-AMOUNT TO WS-PAID-TOTAL
           END-IF.

           READ PAYMENTS-FILE
               AT END
                   MOVE 'Y' TO PAYMENTS-EOF-SWITCH
           END-READ.

       071-EXIT.
           EXIT.

      *    SCHOLARSHIPS AND GRANTS.  NO AWARDS FILE MEANS NO AID
      *    WAS DISBURSED IN THE YEAR.
       075-LOAD-AWARDS.
           OPEN INPUT AWARDS-FILE.

           IF WS-AWARDS-NOT-FOUND
               GO TO 075-EXIT
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

           PERFORM 076-TAKE-ONE-AWARD THRU 076-EXIT
               UNTIL AWARDS-EOF.

           CLOSE AWARDS-FILE.

       075-EXIT.
           EXIT.

       076-TAKE-ONE-AWARD.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE AWD-STUDENT-ID TO WS-WORK-STUDENT.
           MOVE 'Y' TO WS-ADD-STUDENT-SW.
           PERFORM 095-FIND-STUDENT THRU 095-EXIT.
           ADD AWD-AMOUNT TO SYT-AWARDS (WS-SYT-FOUND).
           ADD AWD-AMOUNT TO WS-AWARDS-TOTAL.

           READ AWARDS-FILE
               AT END
                   MOVE 'Y' TO AWARDS-EOF-SWITCH
           END-READ.

       076-EXIT.
           EXIT.

      *    SPONSOR BILLING - AN EMPLOYER OR AGENCY INVOICED IN THE
      *    YEAR FOR A STUDENT'S CHARGES IS A THIRD-PARTY GRANT TO
      *    THE STUDENT.
       080-LOAD-SPONSOR-INVOICES.
           OPEN INPUT SPONSOR-INVOICE-FILE.

           IF WS-INVOICE-NOT-FOUND
               GO TO 080-EXIT
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

           PERFORM 081-TAKE-ONE-INVOICE THRU 081-EXIT
               UNTIL INVOICE-EOF.

           CLOSE SPONSOR-INVOICE-FILE.

       080-EXIT.
           EXIT.

       081-TAKE-ONE-INVOICE.
           ADD 1 TO WS-INPUT-COUNT.
           IF SIV-INVOICE-DATE NOT < WS-YEAR-START
              AND SIV-INVOICE-DATE NOT > WS-YEAR-END
               MOVE SIV-STUDENT-ID TO WS-WORK-STUDENT
               MOVE 'Y' TO WS-ADD-STUDENT-SW
               PERFORM 095-FIND-STUDENT THRU 095-EXIT
               ADD SIV-INVOICE-AMOUNT TO SYT-SPONSOR (WS-SYT-FOUND)
               ADD SIV-INVOICE-AMOUNT TO WS-SPONSOR-TOTAL
           END-IF.

           READ SPONSOR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO INVOICE-EOF-SWITCH
           END-READ.

       081-EXIT.
           EXIT.

      *    HOURS ON THE GRADE HISTORY POSTED BEFORE THE TAX YEAR -
      *    ENOUGH OF THEM MARKS A GRADUATE STUDENT.  ONLY STUDENTS
      *    ALREADY IN THE YEAR ARE OF INTEREST.
       085-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE.

           IF WS-GRADEHST-NOT-FOUND
               GO TO 085-EXIT
           END-IF.
           IF NOT WS-GRADEHST-OK
               MOVE "GRADE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-GRADEHST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GRADEHST-EOF-SWITCH
           END-READ.

           PERFORM 086-TAKE-ONE-GRADE THRU 086-EXIT
               UNTIL GRADEHST-EOF.

           CLOSE GRADE-HISTORY-FILE.

       085-EXIT.
           EXIT.

       086-TAKE-ONE-GRADE.
           IF GHR-POSTED-DATE < WS-YEAR-START
               MOVE GHR-STUDENT-ID TO WS-WORK-STUDENT
               MOVE 'N' TO WS-ADD-STUDENT-SW
               PERFORM 095-FIND-STUDENT THRU 095-EXIT
               IF WS-SYT-FOUND > ZERO
                   ADD GHR-CREDIT-HOURS
                       TO SYT-PRIOR-HOURS (WS-SYT-FOUND)
               END-IF
           END-IF.

           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GRADEHST-EOF-SWITCH
           END-READ.

       086-EXIT.
           EXIT.

       090-CHECK-TAX-TERM.
           MOVE 'N' TO WS-TAX-TERM-SW.
           PERFORM 091-MATCH-ONE-TERM THRU 091-EXIT
               VARYING WS-TAX-TERM-SUB FROM 1 BY 1
               UNTIL WS-TAX-TERM-SUB > WS-TAX-TERM-COUNT
                  OR TERM-IN-TAX-YEAR.

       090-EXIT.
           EXIT.

       091-MATCH-ONE-TERM.
           IF TAX-TERM-ENTRY (WS-TAX-TERM-SUB) = WS-WORK-TERM
               MOVE 'Y' TO WS-TAX-TERM-SW
           END-IF.

       091-EXIT.
           EXIT.

      *    FINDS WS-WORK-STUDENT IN THE YEAR TABLE, ADDING A ROW WHEN
      *    ASKED TO AND IT IS NOT THERE.  WS-SYT-FOUND IS ZERO WHEN
      *    NOT FOUND AND NOT ADDED.
       095-FIND-STUDENT.
           MOVE ZERO TO WS-SYT-FOUND.
           PERFORM 096-MATCH-ONE-STUDENT THRU 096-EXIT
               VARYING WS-SYT-SUB FROM 1 BY 1
               UNTIL WS-SYT-SUB > WS-SYT-COUNT
                  OR WS-SYT-FOUND > ZERO.

           IF WS-SYT-FOUND > ZERO
              OR NOT ADD-STUDENT-IF-NEW
               GO TO 095-EXIT
           END-IF.

           IF WS-SYT-COUNT NOT < 3000
               DISPLAY "MORE THAN 3000 STUDENTS IN THE TAX YEAR"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-SYT-COUNT.
           MOVE WS-SYT-COUNT TO WS-SYT-FOUND.
           MOVE WS-WORK-STUDENT TO SYT-STUDENT-ID (WS-SYT-FOUND).

       095-EXIT.
           EXIT.

       096-MATCH-ONE-STUDENT.
           IF SYT-STUDENT-ID (WS-SYT-SUB) = WS-WORK-STUDENT
               MOVE WS-SYT-SUB TO WS-SYT-FOUND
           END-IF.

       096-EXIT.
           EXIT.

      *    THE BOXES AND THE FILING DECISION FOR ONE STUDENT.  PAID
      *    FROM ANY SOURCE GOES TO QUALIFIED CHARGES FIRST, SO BOX 1
      *    IS THE PAID UP TO THE NET QUALIFIED BILLED.  A STUDENT
      *    WITH ALL THREE AMOUNT BOXES EMPTY GETS NO FORM.
       100-DECIDE-ONE-STUDENT.
           IF SYT-YEAR-CREDIT (WS-SYT-SUB) < SYT-BILLED (WS-SYT-SUB)
               COMPUTE WS-NET-BILLED =
                   SYT-BILLED (WS-SYT-SUB)
                   - SYT-YEAR-CREDIT (WS-SYT-SUB)
           ELSE
               MOVE ZERO TO WS-NET-BILLED
           END-IF.
           ADD WS-NET-BILLED TO WS-NET-BILLED-TOTAL.

           COMPUTE WS-PAID-ALL-SOURCES =
               SYT-PAID (WS-SYT-SUB) + SYT-AWARDS (WS-SYT-SUB)
               + SYT-SPONSOR (WS-SYT-SUB).
           IF WS-PAID-ALL-SOURCES < ZERO
               MOVE ZERO TO SYT-BOX-1 (WS-SYT-SUB)
           ELSE
               IF WS-PAID-ALL-SOURCES < WS-NET-BILLED
                   MOVE WS-PAID-ALL-SOURCES TO SYT-BOX-1 (WS-SYT-SUB)
               ELSE
                   MOVE WS-NET-BILLED TO SYT-BOX-1 (WS-SYT-SUB)
               END-IF
           END-IF.
           COMPUTE SYT-BOX-5 (WS-SYT-SUB) =
               SYT-AWARDS (WS-SYT-SUB) + SYT-SPONSOR (WS-SYT-SUB).

           IF SYT-MAX-TERM-HOURS (WS-SYT-SUB) NOT < WS-HALF-TIME-HOURS
               MOVE '1' TO SYT-HALF-TIME (WS-SYT-SUB)
           END-IF.
           IF SYT-PRIOR-HOURS (WS-SYT-SUB) NOT < WS-GRAD-HOURS
               MOVE '1' TO SYT-GRADUATE (WS-SYT-SUB)
           END-IF.

           IF SYT-BOX-1 (WS-SYT-SUB) = ZERO
              AND SYT-PRIOR-ADJUST (WS-SYT-SUB) = ZERO
              AND SYT-BOX-5 (WS-SYT-SUB) = ZERO
               MOVE 'N' TO SYT-FILING-STATUS (WS-SYT-SUB)
               ADD 1 TO WS-NOTHING-COUNT
               GO TO 100-EXIT
           END-IF.

           MOVE SYT-STUDENT-ID (WS-SYT-SUB) TO WS-WORK-STUDENT.
           MOVE ZERO TO WS-STT-FOUND.
           PERFORM 105-MATCH-STUDENT-TAX THRU 105-EXIT
               VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT
                  OR WS-STT-FOUND > ZERO.
           MOVE WS-STT-FOUND TO SYT-MASTER-SUB (WS-SYT-SUB).

           IF WS-STT-FOUND = ZERO
               MOVE 'M' TO SYT-FILING-STATUS (WS-SYT-SUB)
               ADD 1 TO WS-NOT-FILED-COUNT
               ADD SYT-BOX-1 (WS-SYT-SUB) TO WS-NOT-FILED-TOTAL
               MOVE 4 TO WS-FINAL-RETURN-CODE
               GO TO 100-EXIT
           END-IF.

           IF STT-TAX-ID (WS-STT-FOUND) IS NUMERIC
              AND STT-TAX-ID (WS-STT-FOUND) NOT = '000000000'
               MOVE 'F' TO SYT-FILING-STATUS (WS-SYT-SUB)
           ELSE
               MOVE 'T' TO SYT-FILING-STATUS (WS-SYT-SUB)
               ADD 1 TO WS-NO-TIN-COUNT
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           ADD 1 TO WS-FILED-COUNT.
           ADD SYT-BOX-1 (WS-SYT-SUB) TO WS-BOX-1-TOTAL.
           ADD SYT-PRIOR-ADJUST (WS-SYT-SUB) TO WS-BOX-4-TOTAL.
           ADD SYT-BOX-5 (WS-SYT-SUB) TO WS-BOX-5-TOTAL.
           IF SYT-HALF-TIME (WS-SYT-SUB) = '1'
               ADD 1 TO WS-HALF-TIME-COUNT
           END-IF.
           IF SYT-GRADUATE (WS-SYT-SUB) = '1'
               ADD 1 TO WS-GRADUATE-COUNT
           END-IF.

       100-EXIT.
           EXIT.

       105-MATCH-STUDENT-TAX.
           IF STT-STUDENT-ID (WS-STT-SUB) = WS-WORK-STUDENT
               MOVE WS-STT-SUB TO WS-STT-FOUND
           END-IF.

       105-EXIT.
           EXIT.

      *    TRANSMITTER AND FILER RECORDS HEAD THE FILING FILE.
       300-WRITE-FILING-HEADER.
           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-TAX-YEAR TO IRT-PAYMENT-YEAR.
           MOVE TPR-FILER-TIN TO IRT-TRANSMITTER-TIN.
           MOVE TPR-TCC TO IRT-TCC.
           IF TPR-TEST-INDICATOR = 'T'
               MOVE 'T' TO IRT-TEST-INDICATOR
           ELSE
               MOVE SPACE TO IRT-TEST-INDICATOR
           END-IF.
           MOVE TPR-FILER-NAME TO IRT-TRANSMITTER-NAME.
           MOVE TPR-FILER-NAME TO IRT-COMPANY-NAME.
           MOVE TPR-FILER-ADDRESS TO IRT-COMPANY-ADDRESS.
           MOVE TPR-FILER-CITY TO IRT-COMPANY-CITY.
           MOVE TPR-FILER-STATE TO IRT-COMPANY-STATE.
           MOVE TPR-FILER-ZIP TO IRT-COMPANY-ZIP.
           MOVE WS-FILED-COUNT TO IRT-PAYEE-COUNT.
           MOVE TPR-CONTACT-NAME TO IRT-CONTACT-NAME.
           MOVE TPR-FILER-PHONE TO IRT-CONTACT-PHONE.
           MOVE TPR-CONTACT-EMAIL TO IRT-CONTACT-EMAIL.
           MOVE WS-RECORD-SEQUENCE TO IRT-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-T-RECORD.

           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-TAX-YEAR TO IRA-PAYMENT-YEAR.
           MOVE TPR-FILER-TIN TO IRA-FILER-TIN.
           MOVE TPR-NAME-CONTROL TO IRA-NAME-CONTROL.
           MOVE TPR-FILER-NAME TO IRA-FILER-NAME.
           MOVE TPR-FILER-ADDRESS TO IRA-FILER-ADDRESS.
           MOVE TPR-FILER-CITY TO IRA-FILER-CITY.
           MOVE TPR-FILER-STATE TO IRA-FILER-STATE.
           MOVE TPR-FILER-ZIP TO IRA-FILER-ZIP.
           MOVE TPR-FILER-PHONE TO IRA-FILER-PHONE.
           MOVE WS-RECORD-SEQUENCE TO IRA-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-A-RECORD.

       300-EXIT.
           EXIT.

       350-LIST-HEADING.
           MOVE WS-TAX-YEAR TO WS-TTL-TAX-YEAR.
           MOVE WS-RUN-DATE-TIME TO WS-TTL-RUN-DATE.
           MOVE WS-TAX-TERMS-KEYED TO WS-TTL-TERMS.
           IF TPR-TEST-INDICATOR = 'T'
               MOVE '*** TEST FILE ***' TO WS-TTL-TEST-NOTE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE 'STUDENTS' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.
           WRITE CONTROL-LISTING-RECORD FROM WS-STUDENT-HEAD-LINE
               AFTER ADVANCING 1 LINE.

       350-EXIT.
           EXIT.

      *    EVERY STUDENT GETS A LISTING LINE; A FILED ONE ALSO GETS
      *    THE FORM AND THE 'B' RECORD.
       400-REPORT-ONE-STUDENT.
           MOVE SPACES TO WS-SDL-NAME.
           IF SYT-MASTER-SUB (WS-SYT-SUB) > ZERO
               MOVE STT-STUDENT-NAME (SYT-MASTER-SUB (WS-SYT-SUB))
                   TO WS-SDL-NAME
           END-IF.
           MOVE SYT-STUDENT-ID (WS-SYT-SUB) TO WS-SDL-STUDENT.
           IF SYT-YEAR-CREDIT (WS-SYT-SUB) < SYT-BILLED (WS-SYT-SUB)
               COMPUTE WS-SDL-NET-BILLED =
                   SYT-BILLED (WS-SYT-SUB)
                   - SYT-YEAR-CREDIT (WS-SYT-SUB)
           ELSE
               MOVE ZERO TO WS-SDL-NET-BILLED
           END-IF.
           COMPUTE WS-SDL-PAID =
               SYT-PAID (WS-SYT-SUB) + SYT-AWARDS (WS-SYT-SUB)
               + SYT-SPONSOR (WS-SYT-SUB).
           MOVE SYT-BOX-1 (WS-SYT-SUB) TO WS-SDL-BOX-1.
           MOVE SYT-PRIOR-ADJUST (WS-SYT-SUB) TO WS-SDL-BOX-4.
           MOVE SYT-BOX-5 (WS-SYT-SUB) TO WS-SDL-BOX-5.
           IF SYT-HALF-TIME (WS-SYT-SUB) = '1'
               MOVE 'HT' TO WS-SDL-HALF-TIME
           ELSE
               MOVE SPACES TO WS-SDL-HALF-TIME
           END-IF.
           IF SYT-GRADUATE (WS-SYT-SUB) = '1'
               MOVE 'GR' TO WS-SDL-GRADUATE
           ELSE
               MOVE SPACES TO WS-SDL-GRADUATE
           END-IF.
           EVALUATE TRUE
               WHEN SYT-FILED (WS-SYT-SUB)
                   MOVE 'FILED' TO WS-SDL-STATUS
               WHEN SYT-FILED-NO-TIN (WS-SYT-SUB)
                   MOVE 'FILED - NO TAX ID, GET W-9S'
                       TO WS-SDL-STATUS
               WHEN SYT-NOTHING-TO-REPORT (WS-SYT-SUB)
                   MOVE 'NOTHING TO REPORT' TO WS-SDL-STATUS
               WHEN SYT-NOT-ON-MASTER (WS-SYT-SUB)
                   MOVE 'NOT ON STUTAXM - NOT FILED'
                       TO WS-SDL-STATUS
           END-EVALUATE.
           WRITE CONTROL-LISTING-RECORD FROM WS-STUDENT-LINE
               AFTER ADVANCING 1 LINE.

           IF SYT-FILED (WS-SYT-SUB)
              OR SYT-FILED-NO-TIN (WS-SYT-SUB)
               MOVE SYT-MASTER-SUB (WS-SYT-SUB) TO WS-STT-SUB
               PERFORM 410-WRITE-STUDENT-RECORD THRU 410-EXIT
               PERFORM 420-PRINT-ONE-FORM THRU 420-EXIT
           END-IF.

       400-EXIT.
           EXIT.

       410-WRITE-STUDENT-RECORD.
           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-TAX-YEAR TO IRB-PAYMENT-YEAR.
           IF SYT-FILED (WS-SYT-SUB)
               MOVE '2' TO IRB-TIN-TYPE
               MOVE STT-TAX-ID (WS-STT-SUB) TO IRB-PAYEE-TIN
           ELSE
               MOVE SPACE TO IRB-TIN-TYPE
               MOVE SPACES TO IRB-PAYEE-TIN
           END-IF.
           MOVE SPACES TO IRB-ACCOUNT-NUMBER.
           STRING 'STU' SYT-STUDENT-ID (WS-SYT-SUB)
               DELIMITED BY SIZE INTO IRB-ACCOUNT-NUMBER
           END-STRING.
           MOVE SYT-BOX-1 (WS-SYT-SUB) TO IRB-AMOUNT-1.
           MOVE SYT-PRIOR-ADJUST (WS-SYT-SUB) TO IRB-AMOUNT-3.
           MOVE SYT-BOX-5 (WS-SYT-SUB) TO IRB-AMOUNT-4.
           MOVE STT-STUDENT-NAME (WS-STT-SUB) TO IRB-PAYEE-NAME.
           MOVE STT-MAIL-ADDRESS (WS-STT-SUB) TO IRB-PAYEE-ADDRESS.
           MOVE STT-MAIL-CITY (WS-STT-SUB) TO IRB-PAYEE-CITY.
           MOVE STT-MAIL-STATE (WS-STT-SUB) TO IRB-PAYEE-STATE.
           MOVE STT-MAIL-ZIP (WS-STT-SUB) TO IRB-PAYEE-ZIP.
           MOVE WS-RECORD-SEQUENCE TO IRB-SEQUENCE.
           MOVE SYT-HALF-TIME (WS-SYT-SUB) TO IRB-HALF-TIME.
           MOVE SYT-GRADUATE (WS-SYT-SUB) TO IRB-GRADUATE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-B-RECORD.

       410-EXIT.
           EXIT.

      *    THE STUDENT'S COPY SHOWS ONLY THE LAST FOUR OF THE
      *    STUDENT'S TAX ID, AS THE IRS ALLOWS ON FURNISHED COPIES.
       420-PRINT-ONE-FORM.
           MOVE WS-TAX-YEAR TO WS-FRM-TAX-YEAR.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE "FILER'S NAME" TO WS-FRM-LABEL.
           MOVE TPR-FILER-NAME TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-FRM-LABEL.
           MOVE TPR-FILER-ADDRESS TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CITY-STATE-ZIP.
           STRING TPR-FILER-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  TPR-FILER-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TPR-FILER-ZIP (1:5) DELIMITED BY SIZE
               INTO WS-CITY-STATE-ZIP
           END-STRING.
           MOVE WS-CITY-STATE-ZIP TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE TPR-FILER-PHONE TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-FRM-FILER-TIN.
           STRING TPR-FILER-TIN (1:2) '-' TPR-FILER-TIN (3:7)
               DELIMITED BY SIZE INTO WS-FRM-FILER-TIN
           END-STRING.
           IF SYT-FILED (WS-SYT-SUB)
               MOVE SPACES TO WS-MASKED-TIN
               STRING '*****' STT-TAX-ID (WS-STT-SUB) (6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-TIN
               END-STRING
           ELSE
               MOVE 'NOT ON FILE' TO WS-MASKED-TIN
           END-IF.
           MOVE WS-MASKED-TIN TO WS-FRM-STUDENT-TIN.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-TIN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "STUDENT'S NAME" TO WS-FRM-LABEL.
           MOVE STT-STUDENT-NAME (WS-STT-SUB) TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "STREET ADDRESS" TO WS-FRM-LABEL.
           MOVE STT-MAIL-ADDRESS (WS-STT-SUB) TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CITY-STATE-ZIP.
           STRING STT-MAIL-CITY (WS-STT-SUB) DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  STT-MAIL-STATE (WS-STT-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  STT-MAIL-ZIP (WS-STT-SUB) (1:5) DELIMITED BY SIZE
               INTO WS-CITY-STATE-ZIP
           END-STRING.
           MOVE "CITY, STATE, ZIP" TO WS-FRM-LABEL.
           MOVE WS-CITY-STATE-ZIP TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACCOUNT NUMBER" TO WS-FRM-LABEL.
           MOVE SPACES TO WS-FRM-TEXT.
           STRING 'STU' SYT-STUDENT-ID (WS-SYT-SUB)
               DELIMITED BY SIZE INTO WS-FRM-TEXT
           END-STRING.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '1  PAYMENTS RECEIVED FOR QUALIFIED'
               TO WS-FRM-BOX.
           MOVE SYT-BOX-1 (WS-SYT-SUB) TO WS-FRM-AMOUNT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '   TUITION AND RELATED EXPENSES' TO WS-FORM-LABEL-LINE.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '4  ADJUSTMENTS MADE FOR A PRIOR YEAR'
               TO WS-FRM-BOX.
           MOVE SYT-PRIOR-ADJUST (WS-SYT-SUB) TO WS-FRM-AMOUNT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '5  SCHOLARSHIPS OR GRANTS' TO WS-FRM-BOX.
           MOVE SYT-BOX-5 (WS-SYT-SUB) TO WS-FRM-AMOUNT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '8  AT LEAST HALF-TIME STUDENT' TO WS-FRM-CHECK-BOX.
           IF SYT-HALF-TIME (WS-SYT-SUB) = '1'
               MOVE '[X]' TO WS-FRM-CHECK-MARK
           ELSE
               MOVE '[ ]' TO WS-FRM-CHECK-MARK
           END-IF.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-CHECK-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '9  GRADUATE STUDENT' TO WS-FRM-CHECK-BOX.
           IF SYT-GRADUATE (WS-SYT-SUB) = '1'
               MOVE '[X]' TO WS-FRM-CHECK-MARK
           ELSE
               MOVE '[ ]' TO WS-FRM-CHECK-MARK
           END-IF.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-CHECK-LINE
               AFTER ADVANCING 1 LINE.

           WRITE FORM-PRINT-RECORD FROM WS-FORM-NOTICE-LINE
               AFTER ADVANCING 2 LINES.

       420-EXIT.
           EXIT.

      *    END OF PAYER AND END OF TRANSMISSION.
       500-WRITE-FILING-TRAILER.
           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-FILED-COUNT TO IRC-PAYEE-COUNT.
           MOVE WS-BOX-1-TOTAL TO IRC-CONTROL-TOTAL-1.
           MOVE WS-BOX-4-TOTAL TO IRC-CONTROL-TOTAL-3.
           MOVE WS-BOX-5-TOTAL TO IRC-CONTROL-TOTAL-4.
           MOVE WS-RECORD-SEQUENCE TO IRC-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-C-RECORD.

           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE 1 TO IRF-PAYER-COUNT.
           MOVE WS-FILED-COUNT TO IRF-PAYEE-COUNT.
           MOVE WS-RECORD-SEQUENCE TO IRF-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-F-RECORD.

       500-EXIT.
           EXIT.

      *    THE TIE: THE YEAR'S STATEMENTS AGAINST THE QUALIFIED
      *    CHARGES, THE DIFFERENCE BEING WHAT IS NOT QUALIFIED, THEN
      *    THE SOURCES OF PAYMENT AND THE BOX TOTALS FILED.
       600-LIST-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'STMTOTAL - BILLED FOR THE YEAR''S TERMS'
               TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-STMT-BILLED-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'QUALIFIED TUITION AND FEES BILLED' TO WS-TOT-LABEL.
           MOVE WS-SRT-COUNT TO WS-TOT-COUNT.
           MOVE WS-BILLED-TOTAL TO WS-TOT-AMOUNT.
           MOVE 'STUDENT-TERMS' TO WS-TOT-NOTE.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'LESS TUITION CREDITS ON THE YEAR''S TERMS'
               TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-YEAR-CREDIT-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NET QUALIFIED BILLED' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-NET-BILLED-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           COMPUTE WS-NOT-QUALIFIED-TOTAL =
               WS-STMT-BILLED-TOTAL - WS-NET-BILLED-TOTAL.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NOT QUALIFIED - HOUSING, MEALS, OTHER'
               TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-NOT-QUALIFIED-TOTAL TO WS-TOT-AMOUNT.
           IF WS-NOT-QUALIFIED-TOTAL < ZERO
               MOVE '*** QUALIFIED EXCEEDS STATEMENTS ***'
                   TO WS-TOT-NOTE
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-OTHER-YEAR-COUNT > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'REGISTRATIONS OUTSIDE THE YEAR, IGNORED'
                   TO WS-TOT-LABEL
               MOVE WS-OTHER-YEAR-COUNT TO WS-TOT-COUNT
               MOVE ZERO TO WS-TOT-AMOUNT
               WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PAYMENTS RECEIVED IN THE YEAR' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-PAID-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'AWARDS - SCHOLARSHIPS AND GRANTS' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-AWARDS-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'SPONSOR BILLING IN THE YEAR' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-SPONSOR-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FORMS FILED - BOX 1' TO WS-TOT-LABEL.
           MOVE WS-FILED-COUNT TO WS-TOT-COUNT.
           MOVE WS-BOX-1-TOTAL TO WS-TOT-AMOUNT.
           MOVE 'AGREES TO THE C RECORD' TO WS-TOT-NOTE.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FORMS FILED - BOX 4 PRIOR-YEAR ADJUST'
               TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-BOX-4-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FORMS FILED - BOX 5 SCHOLARSHIPS' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-BOX-5-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'AT LEAST HALF-TIME' TO WS-TOT-LABEL.
           MOVE WS-HALF-TIME-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'GRADUATE' TO WS-TOT-LABEL.
           MOVE WS-GRADUATE-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FILED WITHOUT A TAX ID' TO WS-TOT-LABEL.
           MOVE WS-NO-TIN-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NOT FILED - NOT ON STUTAXM' TO WS-TOT-LABEL.
           MOVE WS-NOT-FILED-COUNT TO WS-TOT-COUNT.
           MOVE WS-NOT-FILED-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NOTHING TO REPORT' TO WS-TOT-LABEL.
           MOVE WS-NOTHING-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       600-EXIT.
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
      *    EACH RUN - SOURCE RECORDS READ, FORMS FILED, AND THE BOX 1
      *    DOLLARS REPORTED TO THE IRS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'T1098RUN' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-FILED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-BOX-1-TOTAL TO ATR-CONTROL-TOTAL.

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
