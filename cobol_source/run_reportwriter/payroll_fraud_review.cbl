       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * PAYROLL FRAUD AND GHOST-EMPLOYEE REVIEW.                      *
      *                                                               *
      * THE CONTROL TOTALS PROVE THE PAYROLL BALANCES; THIS STEP      *
      * LOOKS FOR THE PAY THAT BALANCES BUT SHOULD NOT HAVE GONE OUT. *
      * IT RUNS IN THE CYCLE'S JOB STREAM BEHIND THE REGISTER, CHECK  *
      * PRINT AND ACH EXTRACT, UNDER THE SAME OPERATOR-ID, AND WORKS  *
      * THE ONE OPEN PERIOD ON PAYCAL.  EMPMSTR, THE CYCLE'S          *
      * PAYPOSTD, THE CHECKS ISSUED INTO THE PERIOD ON CHECKREG, THE  *
      * DEPOSITS ON ACHFILE AND THE EMPLOYEE ROWS OF FLDHIST ARE      *
      * BROUGHT TOGETHER BY EMPLOYEE AND EVERY HIT IS GIVEN A REASON  *
      * CODE:                                                         *
      *   SHRB  TWO OR MORE EMPLOYEES ON ONE ROUTING AND ACCOUNT,     *
      *         ON THE MASTER OR ON THE DEPOSITS ACTUALLY SENT;       *
      *   TERM  PAID AFTER A TERMINATION DATED BEFORE THE PAY DATE    *
      *         (OR WITH NO TERMINATION DATE ON FLDHIST AT ALL);      *
      *   NOTX  ACTIVE AND PAID WITH NO FICA OR FEDERAL WITHHELD;     *
      *   NODD  ACTIVE AND PAID WITH NOTHING WITHHELD AT ALL;         *
      *   HIRP  HIRED INTO THE MASTER DURING THE PERIOD UNDER THIS    *
      *         CYCLE'S OPERATOR-ID, AND PAID IN THE SAME CYCLE;      *
      *   BKCH  BANK ROUTING OR ACCOUNT CHANGED ON FLDHIST WITHIN     *
      *         FRAUD-BANK-DAYS (DEFAULT 14) OF A NET PAYMENT OF      *
      *         FRAUD-NET-LIMIT DOLLARS (DEFAULT 2500) OR MORE;       *
      *   DUPN  THE SAME NAME TWICE IN ONE DEPARTMENT;                *
      *   NOMS  PAID BUT NOT ON THE EMPLOYEE MASTER AT ALL.           *
      *                                                               *
      * HITS ARE KEPT ON THE FRAUDRVW REVIEW FILE, ONE ITEM PER       *
      * PERIOD, EMPLOYEE AND REASON, OPEN UNTIL A REVIEWER SIGNS IT   *
      * OFF.  SIGN-OFFS ARRIVE ON FRAUDSGN AND ARE APPLIED AT THE TOP *
      * OF EVERY RUN; FRAUD-SIGNOFF-ONLY=Y APPLIES THEM AND REPRINTS  *
      * WITHOUT RESCANNING THE CYCLE.  A RERUN NEVER DUPLICATES AN    *
      * ITEM OR REOPENS ONE ALREADY SIGNED.  PAYPDCLS WILL NOT CLOSE  *
      * A PERIOD WHILE ANY ITEM FROM AN EARLIER PERIOD IS STILL OPEN, *
      * SO A CYCLE'S HITS MUST BE SIGNED OFF BEFORE THE NEXT CYCLE    *
      * CLOSES.  SIGNED ITEMS ARE KEPT A YEAR PAST THEIR SIGN-OFF.    *
      * FRAUDRPT LISTS THE PERIOD'S ITEMS, THE EARLIER ITEMS STILL    *
      * OPEN AND THE SIGN-OFFS APPLIED OR REFUSED; ANY OPEN ITEM OR   *
      * REFUSED SIGN-OFF ENDS THE RUN WITH RETURN CODE 4.             *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO EXTERNAL PAYCAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT POSTED-PAY-FILE
               ASSIGN TO EXTERNAL PAYPOSTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-POSTED-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO EXTERNAL CHECKREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT ACH-BATCH-FILE
               ASSIGN TO EXTERNAL ACHFILE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ACH-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT SIGNOFF-FILE
               ASSIGN TO EXTERNAL FRAUDSGN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT REVIEW-FILE
               ASSIGN TO EXTERNAL FRAUDRVW
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REVIEW-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING FRAUDRPT
                         FILE STATUS IS WS-PRINT-STATUS.

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

       FD  PAY-CALENDAR-FILE.

       01  PAY-CALENDAR-RECORD.
           03  PCL-PERIOD-NUMBER       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PCL-START-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCL-END-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCL-CHECK-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCL-PERIOD-STATUS       PIC X(01).
               88  CALENDAR-PERIOD-OPEN            VALUE 'O'.
           03  FILLER                  PIC X(47).

       FD  EMPLOYEE-MASTER-FILE.

       01  EMPLOYEE-MASTER-RECORD.
           03  EMR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  EMR-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  EMR-GENDER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  EMR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  EMR-HIRE-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  EMR-STATUS              PIC X(01).
               88  EMPLOYEE-TERMINATED             VALUE 'T'.
           03  FILLER                  PIC X(01).
           03  EMR-BANK-ROUTING        PIC 9(09).
           03  FILLER                  PIC X(01).
           03  EMR-BANK-ACCOUNT        PIC X(17).
           03  FILLER                  PIC X(01).
           03  EMR-DEPOSIT-INDICATOR   PIC X(01).
           03  FILLER                  PIC X(09).

       FD  POSTED-PAY-FILE.

       01  POSTED-PAY-RECORD.
           03  PPR-DEPARTMENT-NUMBER   PIC 9(02).
           03  FILLER                  PIC X(01).
           03  PPR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  PPR-GENDER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  PPR-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  PPR-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PPR-GROSS-PAY           PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  PPR-FICA-WH             PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  PPR-FED-WH              PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  PPR-MISC-DED            PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  PPR-NET-PAY             PIC 9(04)V99.
           03  FILLER                  PIC X(29).
      *    THE TIME CLOCK'S PREMIUM HOURS ON AN HOURLY RECORD, BYTES
      *    101-116 - CARRIED SO THE LINE READS AS ONE RECORD.
           03  FILLER                  PIC X(16).

       FD  CHECK-REGISTER-FILE.

       01  CHECK-REGISTER-RECORD.
           03  CKR-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CKR-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CKR-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CKR-STATUS              PIC X(01).
               88  CHECK-IS-ISSUED                 VALUE 'I'.
           03  FILLER                  PIC X(01).
           03  CKR-EMPLOYEE-NAME       PIC X(20).
           03  CKR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(25).

      *    THE BANK'S FIXED BATCH LAYOUT - ONLY THE '6' DETAIL
      *    RECORDS CARRY A DEPOSIT.
       FD  ACH-BATCH-FILE.

       01  ACH-BATCH-RECORD.
           03  ACH-RECORD-TYPE         PIC X(01).
               88  ACH-RECORD-IS-DETAIL            VALUE '6'.
           03  ACH-ROUTING             PIC 9(09).
           03  ACH-ACCOUNT             PIC X(17).
           03  ACH-AMOUNT              PIC 9(08)V99.
           03  ACH-EMPLOYEE-NO         PIC 9(04).
           03  ACH-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(33).

       FD  FIELD-HISTORY-FILE.

       01  FIELD-HISTORY-RECORD.
           03  FLH-TIMESTAMP.
               05  FLH-STAMP-YEAR      PIC 9(04).
               05  FILLER              PIC X(01).
               05  FLH-STAMP-MONTH     PIC 9(02).
               05  FILLER              PIC X(01).
               05  FLH-STAMP-DAY       PIC 9(02).
               05  FILLER              PIC X(09).
           03  FILLER                  PIC X(01).
           03  FLH-MASTER-ID           PIC X(01).
               88  HISTORY-IS-EMPLOYEE             VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  FLH-RECORD-KEY.
               05  FLH-EMPLOYEE-NO     PIC 9(04).
               05  FILLER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  FLH-FIELD-NAME          PIC X(12).
           03  FILLER                  PIC X(01).
           03  FLH-OLD-VALUE           PIC X(16).
           03  FILLER                  PIC X(01).
           03  FLH-NEW-VALUE.
               05  FLH-NEW-WORD        PIC X(08).
               05  FLH-NEW-OPERATOR    PIC X(08).
           03  FILLER                  PIC X(01).
           03  FLH-SOURCE-PROGRAM      PIC X(08).
           03  FILLER                  PIC X(07).

      *    ONE SIGN-OFF PER LINE, KEYED BY THE REVIEWER - PERIOD,
      *    EMPLOYEE AND REASON CODE OF THE ITEM, AND WHO SIGNED IT.
       FD  SIGNOFF-FILE.

       01  SIGNOFF-RECORD.
           03  SGN-PERIOD-NUMBER       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  SGN-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  SGN-REASON-CODE         PIC X(04).
           03  FILLER                  PIC X(01).
           03  SGN-SIGNED-BY           PIC X(08).
           03  FILLER                  PIC X(58).

      *    THE REVIEW FILE - ONE ITEM PER PERIOD, EMPLOYEE AND
      *    REASON, 'O' UNTIL SIGNED OFF, THEN 'S' WITH THE SIGNER.
      *    PAYPDCLS READS THE PERIOD AND STATUS BYTES.
       FD  REVIEW-FILE.

       01  REVIEW-RECORD.
           03  FRV-PERIOD-NUMBER       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  FRV-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  FRV-REASON-CODE         PIC X(04).
           03  FILLER                  PIC X(01).
           03  FRV-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  FRV-DETAIL              PIC X(40).
           03  FILLER                  PIC X(01).
           03  FRV-FOUND-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  FRV-REVIEW-STATUS       PIC X(01).
           03  FILLER                  PIC X(01).
           03  FRV-SIGNED-BY           PIC X(08).
           03  FILLER                  PIC X(01).
           03  FRV-SIGNED-DATE         PIC 9(08).
           03  FILLER                  PIC X(16).

       FD  REVIEW-PRINT-FILE.

       01  REVIEW-PRINT-RECORD         PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'PAYFRAUD'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
      *    ONE FILE STATUS PER SELECT, CHECKED RIGHT AFTER EVERY OPEN
      *    SO A MISSING OR UNREADABLE FILE ABORTS CLEANLY WITH ITS
      *    STATUS CODE LOGGED.  CHECKREG, ACHFILE, FLDHIST, FRAUDSGN
      *    AND FRAUDRVW MAY BE ABSENT - A CYCLE WITH NO CHECKS, NO
      *    DEPOSITS, NO HISTORY, NO SIGN-OFFS OR NO EARLIER REVIEW.
       77  WS-PAYCAL-STATUS            PIC XX.
           88  WS-PAYCAL-OK                        VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-POSTED-STATUS            PIC XX.
           88  WS-POSTED-OK                        VALUE "00".
       77  WS-CHECKREG-STATUS          PIC XX.
           88  WS-CHECKREG-OK                      VALUE "00".
           88  WS-CHECKREG-NOT-FOUND               VALUE "35".
       77  WS-ACH-STATUS               PIC XX.
           88  WS-ACH-OK                           VALUE "00".
           88  WS-ACH-NOT-FOUND                    VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-SIGNOFF-STATUS           PIC XX.
           88  WS-SIGNOFF-OK                       VALUE "00".
           88  WS-SIGNOFF-NOT-FOUND                VALUE "35".
       77  WS-REVIEW-STATUS            PIC XX.
           88  WS-REVIEW-OK                        VALUE "00".
           88  WS-REVIEW-NOT-FOUND                 VALUE "35".
       77  WS-PRINT-STATUS             PIC XX.
           88  WS-PRINT-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PAYCAL-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  PAYCAL-EOF                          VALUE 'Y'.
       77  MASTER-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  MASTER-EOF                          VALUE 'Y'.
       77  POSTED-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  POSTED-EOF                          VALUE 'Y'.
       77  CHECKREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  CHECKREG-EOF                        VALUE 'Y'.
       77  ACH-EOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  ACH-EOF                             VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  SIGNOFF-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  SIGNOFF-EOF                         VALUE 'Y'.
       77  REVIEW-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  REVIEW-EOF                          VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-HIT-COUNT                PIC 9(06)   VALUE 0.
       77  WS-CYCLE-NET-TOTAL          PIC 9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       77  WS-RUN-DAY-INT              PIC 9(07)   VALUE 0.

      *    THE CYCLE UNDER REVIEW - THE ONE OPEN PERIOD ON PAYCAL.
      *    ITS WINDOW RUNS FROM THE PERIOD START TO THE LATER OF THE
      *    PERIOD END AND THE CHECK DATE.
       77  WS-OPEN-PERIOD-COUNT        PIC 9(03)   VALUE 0.
       77  WS-CYCLE-PERIOD             PIC 9(03)   VALUE 0.
       77  WS-CYCLE-START              PIC 9(08)   VALUE 0.
       77  WS-CYCLE-END                PIC 9(08)   VALUE 0.
       77  WS-CYCLE-CHECK-DATE         PIC 9(08)   VALUE 0.

      *    THE RUN'S PARAMETERS, FROM THE ENVIRONMENT.
       77  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
       77  WS-SIGNOFF-ONLY-SWITCH      PIC X(01)   VALUE 'N'.
           88  SIGNOFF-ONLY-RUN                    VALUE 'Y'.
       77  WS-PARM-KEYED               PIC X(08)   VALUE SPACES.
       77  WS-NET-LIMIT                PIC 9(07)V99 VALUE 2500.
       77  WS-BANK-DAYS                PIC 9(03)   VALUE 14.
       77  WS-KEEP-DAYS                PIC 9(03)   VALUE 365.

      *    ONE SLOT PER EMPLOYEE NUMBER, FILLED FROM THE MASTER AND
      *    THEN FROM EVERY PAYMENT AND HISTORY ROW FOR THE CYCLE.
       01  EMPLOYEE-REVIEW-TABLE.
           02  EMPLOYEE-REVIEW-ENTRY   OCCURS 9999 TIMES.
               03  ERT-ON-MASTER-SWITCH
                                       PIC X(01).
                   88  ERT-ON-MASTER               VALUE 'Y'.
               03  ERT-EMPLOYEE-NAME   PIC X(20).
               03  ERT-DEPARTMENT      PIC 9(02).
               03  ERT-STATUS          PIC X(01).
                   88  ERT-TERMINATED              VALUE 'T'.
               03  ERT-BANK-ROUTING    PIC 9(09).
               03  ERT-BANK-ACCOUNT    PIC X(17).
               03  ERT-PAID-SWITCH     PIC X(01).
                   88  ERT-PAID                    VALUE 'Y'.
               03  ERT-POSTED-SWITCH   PIC X(01).
                   88  ERT-POSTED                  VALUE 'Y'.
               03  ERT-PAY-DATE        PIC 9(08).
               03  ERT-POSTED-GROSS    PIC 9(07)V99.
               03  ERT-POSTED-TAX      PIC 9(07)V99.
               03  ERT-POSTED-MISC     PIC 9(07)V99.
               03  ERT-POSTED-NET      PIC 9(07)V99.
               03  ERT-CHECK-AMOUNT    PIC 9(07)V99.
               03  ERT-DEPOSIT-AMOUNT  PIC 9(07)V99.
               03  ERT-TERM-DATE       PIC 9(08).
               03  ERT-HIRED-SWITCH    PIC X(01).
                   88  ERT-HIRED-THIS-CYCLE        VALUE 'Y'.
               03  ERT-HIRE-OPERATOR   PIC X(08).
               03  ERT-BANK-CHANGE-DATE
                                       PIC 9(08).
      *    ONE DIGIT WIDER THAN AN EMPLOYEE NUMBER, SO A PASS OVER
      *    EVERY SLOT CAN STEP PAST EMPLOYEE 9999.
       77  WS-EMP-SUB                  PIC 9(05)   VALUE 0.
       77  WS-PAID-NO                  PIC 9(04)   VALUE 0.
       77  WS-PAID-NAME                PIC X(20)   VALUE SPACES.
       77  WS-PAID-DATE                PIC 9(08)   VALUE 0.
       77  WS-HISTORY-DATE             PIC 9(08)   VALUE 0.

      *    THE EMPLOYEES STILL ON THE PAYROLL, IN MASTER ORDER, FOR
      *    THE DUPLICATE-NAME PASS.
       01  ACTIVE-LIST-TABLE.
           02  ACTIVE-LIST-ENTRY       OCCURS 3000 TIMES.
               03  ALT-EMPLOYEE-NO     PIC 9(04).
       77  WS-ACTIVE-COUNT             PIC 9(04)   VALUE 0.
       77  WS-ACT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-ACT-SUB-2                PIC 9(04)   VALUE 0.
       77  WS-ACT-START                PIC 9(04)   VALUE 0.

      *    EVERY ROUTING AND ACCOUNT PAY CAN REACH - EACH ACTIVE
      *    EMPLOYEE'S ON THE MASTER, AND EACH DEPOSIT SENT TO AN
      *    ACCOUNT OTHER THAN THE ONE THE MASTER SHOWS.
       01  BANK-LIST-TABLE.
           02  BANK-LIST-ENTRY         OCCURS 4000 TIMES.
               03  BKL-EMPLOYEE-NO     PIC 9(04).
               03  BKL-BANK-KEY.
                   05  BKL-ROUTING     PIC 9(09).
                   05  BKL-ACCOUNT     PIC X(17).
       77  WS-BANK-COUNT               PIC 9(04)   VALUE 0.
       77  WS-BANK-OVERFLOW            PIC 9(05)   VALUE 0.
       77  WS-BNK-SUB                  PIC 9(04)   VALUE 0.
       77  WS-BNK-SUB-2                PIC 9(04)   VALUE 0.
       77  WS-BNK-START                PIC 9(04)   VALUE 0.

      *    ONE TEST'S WORK FIELDS.
       77  WS-LARGEST-NET              PIC 9(07)V99 VALUE 0.
       77  WS-DAYS-APART               PIC S9(07)  VALUE 0.
       77  WS-OTHER-NO                 PIC 9(04)   VALUE 0.
       77  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99.

      *    THE REVIEW FILE, CARRIED IN THIS TABLE BETWEEN THE READ
      *    AND THE REWRITE - A LINE SEQUENTIAL FILE CANNOT BE READ
      *    AND REWRITTEN IN PLACE.
       01  REVIEW-TABLE.
           02  REVIEW-ENTRY            OCCURS 2000 TIMES.
               03  RVT-KEY.
                   05  RVT-PERIOD-NUMBER
                                       PIC 9(03).
                   05  RVT-EMPLOYEE-NO PIC 9(04).
                   05  RVT-REASON-CODE PIC X(04).
               03  RVT-EMPLOYEE-NAME   PIC X(20).
               03  RVT-DETAIL          PIC X(40).
               03  RVT-FOUND-DATE      PIC 9(08).
               03  RVT-REVIEW-STATUS   PIC X(01).
                   88  RVT-OPEN                    VALUE 'O'.
                   88  RVT-SIGNED                  VALUE 'S'.
               03  RVT-SIGNED-BY       PIC X(08).
               03  RVT-SIGNED-DATE     PIC 9(08).
               03  RVT-KEEP-SWITCH     PIC X(01).
                   88  RVT-DROPPED                 VALUE 'D'.
       77  WS-RVW-COUNT                PIC 9(04)   VALUE 0.
       77  WS-RVW-SUB                  PIC 9(04)   VALUE 0.
       77  WS-RVW-FOUND                PIC 9(04)   VALUE 0.
       77  WS-OPEN-NOW-COUNT           PIC 9(05)   VALUE 0.
       77  WS-OPEN-EARLIER-COUNT       PIC 9(05)   VALUE 0.
       77  WS-SIGNED-AGE               PIC S9(07)  VALUE 0.

      *    THE ITEM BEING RECORDED OR SIGNED.
       01  WS-HIT-KEY.
           03  WS-HIT-PERIOD           PIC 9(03).
           03  WS-HIT-EMPLOYEE-NO      PIC 9(04).
           03  WS-HIT-REASON           PIC X(04).
       77  WS-HIT-NAME                 PIC X(20)   VALUE SPACES.
       77  WS-HIT-DETAIL               PIC X(40)   VALUE SPACES.

      *    THE REASON CODES, IN REPORT ORDER, WITH THE CYCLE'S COUNT.
       01  REASON-CODE-VALUES.
           03  FILLER                  PIC X(44) VALUE
               'SHRBSHARED BANK ROUTING AND ACCOUNT         '.
           03  FILLER                  PIC X(44) VALUE
               'TERMPAID AFTER TERMINATION                  '.
           03  FILLER                  PIC X(44) VALUE
               'NOTXACTIVE WITH NO TAX WITHHELD             '.
           03  FILLER                  PIC X(44) VALUE
               'NODDACTIVE WITH NOTHING WITHHELD AT ALL     '.
           03  FILLER                  PIC X(44) VALUE
               'HIRPHIRED AND PAID THIS CYCLE, SAME OPERATOR'.
           03  FILLER                  PIC X(44) VALUE
               'BKCHBANK CHANGED NEAR A LARGE NET PAY       '.
           03  FILLER                  PIC X(44) VALUE
               'DUPNDUPLICATE NAME IN A DEPARTMENT          '.
           03  FILLER                  PIC X(44) VALUE
               'NOMSPAID BUT NOT ON THE EMPLOYEE MASTER     '.
       01  REASON-CODE-TABLE REDEFINES REASON-CODE-VALUES.
           02  REASON-CODE-ENTRY       OCCURS 8 TIMES
                                       INDEXED BY REASON-IX.
               03  RCT-CODE            PIC X(04).
               03  RCT-TITLE           PIC X(40).
       01  REASON-COUNT-TABLE.
           02  RCT-HIT-COUNT           PIC 9(05)   OCCURS 8 TIMES.
       77  WS-RSN-SUB                  PIC 9(02)   VALUE 0.

      *    THE SIGN-OFFS THIS RUN APPLIED OR REFUSED, FOR THE REPORT.
       77  WS-SGN-COUNT                PIC 9(03)   VALUE 0.
       77  WS-SGN-OVERFLOW             PIC 9(05)   VALUE 0.
       77  WS-SGN-SUB                  PIC 9(03)   VALUE 0.
       77  WS-SGN-REFUSED-COUNT        PIC 9(05)   VALUE 0.
       77  WS-SGN-VERDICT              PIC X(30)   VALUE SPACES.
       01  SIGNOFF-LOG-TABLE.
           02  SIGNOFF-LOG-ENTRY       OCCURS 200 TIMES.
               03  SLT-PERIOD-NUMBER   PIC 9(03).
               03  SLT-EMPLOYEE-NO     PIC 9(04).
               03  SLT-REASON-CODE     PIC X(04).
               03  SLT-SIGNED-BY       PIC X(08).
               03  SLT-VERDICT         PIC X(30).

      *    THE REPORT LINES.
       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(41) VALUE
                   'PAYROLL FRAUD AND GHOST-EMPLOYEE REVIEW'.
           03  FILLER                  PIC X(07) VALUE 'PERIOD '.
           03  WS-PGH-PERIOD           PIC 9(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PGH-START            PIC 9(08).
           03  FILLER                  PIC X(03) VALUE ' - '.
           03  WS-PGH-END              PIC 9(08).
           03  FILLER                  PIC X(12) VALUE
                   '   OPERATOR '.
           03  WS-PGH-OPERATOR         PIC X(08).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-SCOPE-LINE.
           03  FILLER                  PIC X(28) VALUE
                   'SIGN-OFFS APPLIED ONLY - THE'.
           03  FILLER                  PIC X(30) VALUE
                   ' CYCLE WAS NOT RESCANNED'.

       01  WS-SECTION-HEADING.
           03  WS-SCH-TEXT             PIC X(60).

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(04) VALUE 'PER '.
           03  FILLER                  PIC X(05) VALUE 'EMPL '.
           03  FILLER                  PIC X(21) VALUE 'NAME'.
           03  FILLER                  PIC X(05) VALUE 'CODE '.
           03  FILLER                  PIC X(41) VALUE 'DETAIL'.
           03  FILLER                  PIC X(10) VALUE 'FOUND'.
           03  FILLER                  PIC X(26) VALUE 'REVIEW'.

      *    ONE REVIEW ITEM.
       01  WS-DETAIL-LINE.
           03  WS-DTL-PERIOD           PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-REASON           PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DETAIL           PIC X(40).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-FOUND-DATE       PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-REVIEW           PIC X(26).

       01  WS-SIGNED-TEXT.
           03  FILLER                  PIC X(07) VALUE 'SIGNED '.
           03  WS-SGT-SIGNED-BY        PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SGT-SIGNED-DATE      PIC 9(08).

       01  WS-NONE-LINE.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE 'NONE'.

       01  WS-SUMMARY-LINE.
           03  WS-SUM-CODE             PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SUM-TITLE            PIC X(40).
           03  WS-SUM-COUNT            PIC ZZ,ZZ9.

       01  WS-SUMMARY-TOTAL-LINE.
           03  FILLER                  PIC X(45) VALUE
                   'ITEMS OPEN FOR THIS PERIOD'.
           03  WS-STL-OPEN-NOW         PIC ZZ,ZZ9.
           03  FILLER                  PIC X(28) VALUE
                   '     OPEN FROM EARLIER'.
           03  WS-STL-OPEN-EARLIER     PIC ZZ,ZZ9.

       01  WS-SIGNOFF-DETAIL.
           03  WS-SGD-PERIOD           PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SGD-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SGD-REASON           PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SGD-SIGNED-BY        PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SGD-VERDICT          PIC X(30).

       01  WS-OVERFLOW-LINE.
           03  WS-OVL-TEXT             PIC X(40).
           03  WS-OVL-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.
           COMPUTE WS-RUN-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE).

           PERFORM 010-LOAD-CALENDAR THRU 010-EXIT.
           PERFORM 015-READ-PARAMETERS THRU 015-EXIT.
           PERFORM 020-LOAD-REVIEW-FILE THRU 020-EXIT.
           PERFORM 025-APPLY-SIGNOFFS THRU 025-EXIT.

           MOVE ZEROS TO REASON-COUNT-TABLE.

           IF NOT SIGNOFF-ONLY-RUN
               INITIALIZE EMPLOYEE-REVIEW-TABLE
               PERFORM 030-LOAD-MASTER THRU 030-EXIT
               PERFORM 035-LOAD-FIELD-HISTORY THRU 035-EXIT
               PERFORM 040-GATHER-POSTED-PAY THRU 040-EXIT
               PERFORM 043-GATHER-CHECKS THRU 043-EXIT
               PERFORM 046-GATHER-DEPOSITS THRU 046-EXIT
               PERFORM 050-TEST-EMPLOYEES THRU 050-EXIT
               PERFORM 055-TEST-SHARED-ACCOUNTS THRU 055-EXIT
               PERFORM 058-TEST-DUPLICATE-NAMES THRU 058-EXIT
           END-IF.

           OPEN OUTPUT REVIEW-PRINT-FILE.
           IF NOT WS-PRINT-OK
               MOVE "REVIEW-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 070-PRINT-REVIEW-REPORT THRU 070-EXIT.

           PERFORM 080-SAVE-REVIEW-FILE THRU 080-EXIT.

       000-TERMINATE.
           IF WS-OPEN-NOW-COUNT > ZERO
              OR WS-OPEN-EARLIER-COUNT > ZERO
              OR WS-SGN-REFUSED-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE REVIEW-PRINT-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE REVIEW BELONGS TO A PAY PERIOD, SO THE CALENDAR IS
      *    REQUIRED HERE AND, AS THE REGISTER INSISTS, EXACTLY ONE
      *    PERIOD ON IT MUST BE OPEN.
       010-LOAD-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.

           IF NOT WS-PAYCAL-OK
               MOVE "PAY-CALENDAR-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYCAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO PAYCAL-EOF-SWITCH
           END-READ.

           PERFORM 011-NOTE-ONE-PERIOD THRU 011-EXIT
               UNTIL PAYCAL-EOF.

           CLOSE PAY-CALENDAR-FILE.

           IF WS-OPEN-PERIOD-COUNT NOT = 1
               DISPLAY "PAY CALENDAR HAS " WS-OPEN-PERIOD-COUNT
                       " OPEN PERIOD(S) - EXACTLY ONE REQUIRED, "
                       "REVIEW REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-CYCLE-END TO WS-PGH-END.
           IF WS-CYCLE-CHECK-DATE > WS-CYCLE-END
               MOVE WS-CYCLE-CHECK-DATE TO WS-CYCLE-END
           END-IF.

       010-EXIT.
           EXIT.

       011-NOTE-ONE-PERIOD.
           IF CALENDAR-PERIOD-OPEN
               ADD 1 TO WS-OPEN-PERIOD-COUNT
               MOVE PCL-PERIOD-NUMBER TO WS-CYCLE-PERIOD
               MOVE PCL-START-DATE TO WS-CYCLE-START
               MOVE PCL-END-DATE TO WS-CYCLE-END
               MOVE PCL-CHECK-DATE TO WS-CYCLE-CHECK-DATE
           END-IF.

           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO PAYCAL-EOF-SWITCH
           END-READ.

       011-EXIT.
           EXIT.

      *    THE THRESHOLDS ARE KEYED AS PLAIN WHOLE NUMBERS; ANYTHING
      *    ELSE IS REPORTED AND THE DEFAULT STANDS.
       015-READ-PARAMETERS.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR-ID'.

           ACCEPT WS-SIGNOFF-ONLY-SWITCH
               FROM ENVIRONMENT 'FRAUD-SIGNOFF-ONLY'.
           IF WS-SIGNOFF-ONLY-SWITCH NOT = 'Y'
               MOVE 'N' TO WS-SIGNOFF-ONLY-SWITCH
           END-IF.

           MOVE SPACES TO WS-PARM-KEYED.
           ACCEPT WS-PARM-KEYED FROM ENVIRONMENT 'FRAUD-NET-LIMIT'.
           IF WS-PARM-KEYED NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PARM-KEYED) = 0
                   COMPUTE WS-NET-LIMIT =
                       FUNCTION NUMVAL (WS-PARM-KEYED)
               ELSE
                   DISPLAY "FRAUD-NET-LIMIT " WS-PARM-KEYED
                           " IS NOT A NUMBER - " WS-NET-LIMIT
                           " USED" UPON SYSERR
               END-IF
           END-IF.

           MOVE SPACES TO WS-PARM-KEYED.
           ACCEPT WS-PARM-KEYED FROM ENVIRONMENT 'FRAUD-BANK-DAYS'.
           IF WS-PARM-KEYED NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PARM-KEYED) = 0
                   COMPUTE WS-BANK-DAYS =
                       FUNCTION NUMVAL (WS-PARM-KEYED)
               ELSE
                   DISPLAY "FRAUD-BANK-DAYS " WS-PARM-KEYED
                           " IS NOT A NUMBER - " WS-BANK-DAYS
                           " USED" UPON SYSERR
               END-IF
           END-IF.

       015-EXIT.
           EXIT.

      *    THE FIRST RUN HAS NO REVIEW FILE YET.  A SIGNED ITEM MORE
      *    THAN A YEAR PAST ITS SIGN-OFF IS MARKED TO DROP AT THE
      *    REWRITE; OPEN ITEMS ARE NEVER DROPPED.
       020-LOAD-REVIEW-FILE.
           OPEN INPUT REVIEW-FILE.

           IF WS-REVIEW-NOT-FOUND
               GO TO 020-EXIT
           END-IF.

           IF NOT WS-REVIEW-OK
               MOVE "REVIEW-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REVIEW-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO REVIEW-EOF-SWITCH
           END-READ.

           PERFORM 021-STORE-ONE-ITEM THRU 021-EXIT
               UNTIL REVIEW-EOF.

           CLOSE REVIEW-FILE.

       020-EXIT.
           EXIT.

      *    THE REVIEW FILE IS WRITTEN BACK FROM THIS TABLE, SO AN
      *    ITEM IT CANNOT HOLD WOULD BE DELETED FROM THE FILE - THE
      *    RUN STOPS HERE, BEFORE ANYTHING IS REWRITTEN.
       021-STORE-ONE-ITEM.
           IF WS-RVW-COUNT NOT < 2000
               MOVE "FRAUD REVIEW TABLE" TO WS-MSG-INSERT-1
               MOVE "2000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RVW-COUNT.
           MOVE FRV-PERIOD-NUMBER TO RVT-PERIOD-NUMBER (WS-RVW-COUNT).
           MOVE FRV-EMPLOYEE-NO TO RVT-EMPLOYEE-NO (WS-RVW-COUNT).
           MOVE FRV-REASON-CODE TO RVT-REASON-CODE (WS-RVW-COUNT).
           MOVE FRV-EMPLOYEE-NAME TO RVT-EMPLOYEE-NAME (WS-RVW-COUNT).
           MOVE FRV-DETAIL TO RVT-DETAIL (WS-RVW-COUNT).
           MOVE FRV-FOUND-DATE TO RVT-FOUND-DATE (WS-RVW-COUNT).
           MOVE FRV-REVIEW-STATUS TO RVT-REVIEW-STATUS (WS-RVW-COUNT).
           MOVE FRV-SIGNED-BY TO RVT-SIGNED-BY (WS-RVW-COUNT).
           MOVE FRV-SIGNED-DATE TO RVT-SIGNED-DATE (WS-RVW-COUNT).
           MOVE SPACE TO RVT-KEEP-SWITCH (WS-RVW-COUNT).
           IF RVT-SIGNED (WS-RVW-COUNT)
              AND FRV-SIGNED-DATE IS NUMERIC
              AND FRV-SIGNED-DATE > ZERO
               COMPUTE WS-SIGNED-AGE = WS-RUN-DAY-INT -
                   FUNCTION INTEGER-OF-DATE (FRV-SIGNED-DATE)
               IF WS-SIGNED-AGE > WS-KEEP-DAYS
                   MOVE 'D' TO RVT-KEEP-SWITCH (WS-RVW-COUNT)
               END-IF
           END-IF.

           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO REVIEW-EOF-SWITCH
           END-READ.

       021-EXIT.
           EXIT.

      *    A SIGN-OFF MUST NAME AN ITEM ON THE REVIEW FILE AND THE
      *    REVIEWER WHO SIGNED IT.  SIGNING AN ITEM ALREADY SIGNED
      *    CHANGES NOTHING.
       025-APPLY-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE.

           IF WS-SIGNOFF-NOT-FOUND
               GO TO 025-EXIT
           END-IF.

           IF NOT WS-SIGNOFF-OK
               MOVE "SIGNOFF-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SIGNOFF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SIGNOFF-FILE
               AT END
                   MOVE 'Y' TO SIGNOFF-EOF-SWITCH
           END-READ.

           PERFORM 026-APPLY-ONE-SIGNOFF THRU 026-EXIT
               UNTIL SIGNOFF-EOF.

           CLOSE SIGNOFF-FILE.

       025-EXIT.
           EXIT.

       026-APPLY-ONE-SIGNOFF.
           MOVE SGN-PERIOD-NUMBER TO WS-HIT-PERIOD.
           MOVE SGN-EMPLOYEE-NO TO WS-HIT-EMPLOYEE-NO.
           MOVE SGN-REASON-CODE TO WS-HIT-REASON.
           PERFORM 027-FIND-ITEM THRU 027-EXIT.

           EVALUATE TRUE
               WHEN SGN-SIGNED-BY = SPACES
                   MOVE 'NO REVIEWER NAMED - REFUSED' TO WS-SGN-VERDICT
                   ADD 1 TO WS-SGN-REFUSED-COUNT
               WHEN WS-RVW-FOUND = ZERO
                   MOVE 'NO SUCH REVIEW ITEM - REFUSED'
                       TO WS-SGN-VERDICT
                   ADD 1 TO WS-SGN-REFUSED-COUNT
               WHEN RVT-SIGNED (WS-RVW-FOUND)
                   MOVE 'ALREADY SIGNED OFF' TO WS-SGN-VERDICT
               WHEN OTHER
                   MOVE 'S' TO RVT-REVIEW-STATUS (WS-RVW-FOUND)
                   MOVE SGN-SIGNED-BY TO RVT-SIGNED-BY (WS-RVW-FOUND)
                   MOVE WS-RUN-DATE TO RVT-SIGNED-DATE (WS-RVW-FOUND)
                   MOVE 'SIGNED OFF' TO WS-SGN-VERDICT
           END-EVALUATE.

           IF WS-SGN-COUNT < 200
               ADD 1 TO WS-SGN-COUNT
               MOVE SGN-PERIOD-NUMBER
                   TO SLT-PERIOD-NUMBER (WS-SGN-COUNT)
               MOVE SGN-EMPLOYEE-NO TO SLT-EMPLOYEE-NO (WS-SGN-COUNT)
               MOVE SGN-REASON-CODE TO SLT-REASON-CODE (WS-SGN-COUNT)
               MOVE SGN-SIGNED-BY TO SLT-SIGNED-BY (WS-SGN-COUNT)
               MOVE WS-SGN-VERDICT TO SLT-VERDICT (WS-SGN-COUNT)
           ELSE
               ADD 1 TO WS-SGN-OVERFLOW
           END-IF.

           READ SIGNOFF-FILE
               AT END
                   MOVE 'Y' TO SIGNOFF-EOF-SWITCH
           END-READ.

       026-EXIT.
           EXIT.

      *    FINDS THE ITEM FOR WS-HIT-KEY, LEAVING ITS SLOT IN
      *    WS-RVW-FOUND, OR ZERO.
       027-FIND-ITEM.
           MOVE ZERO TO WS-RVW-FOUND.
           PERFORM 028-MATCH-ONE-ITEM THRU 028-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT
                  OR WS-RVW-FOUND > ZERO.

       027-EXIT.
           EXIT.

       028-MATCH-ONE-ITEM.
           IF RVT-KEY (WS-RVW-SUB) = WS-HIT-KEY
               MOVE WS-RVW-SUB TO WS-RVW-FOUND
           END-IF.

       028-EXIT.
           EXIT.

      *    THE WHOLE MASTER, IN KEY ORDER.  A TERMINATED EMPLOYEE
      *    STAYS IN THE SLOT TABLE FOR THE PAID-AFTER-TERMINATION TEST
      *    BUT IS LEFT OUT OF THE NAME AND BANK COMPARISONS.
       030-LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.

           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO MASTER-EOF-SWITCH
           END-READ.

           PERFORM 031-STORE-ONE-EMPLOYEE THRU 031-EXIT
               UNTIL MASTER-EOF.

           CLOSE EMPLOYEE-MASTER-FILE.

       030-EXIT.
           EXIT.

       031-STORE-ONE-EMPLOYEE.
           IF EMR-EMPLOYEE-NO IS NOT NUMERIC
              OR EMR-EMPLOYEE-NO = ZERO
               GO TO 031-READ-NEXT
           END-IF.

           MOVE EMR-EMPLOYEE-NO TO WS-EMP-SUB.
           MOVE 'Y' TO ERT-ON-MASTER-SWITCH (WS-EMP-SUB).
           MOVE EMR-EMPLOYEE-NAME TO ERT-EMPLOYEE-NAME (WS-EMP-SUB).
           MOVE EMR-STATUS TO ERT-STATUS (WS-EMP-SUB).
           IF EMR-DEPARTMENT IS NUMERIC
               MOVE EMR-DEPARTMENT TO ERT-DEPARTMENT (WS-EMP-SUB)
           END-IF.
           IF EMR-BANK-ROUTING IS NUMERIC
               MOVE EMR-BANK-ROUTING TO ERT-BANK-ROUTING (WS-EMP-SUB)
           END-IF.
           MOVE EMR-BANK-ACCOUNT TO ERT-BANK-ACCOUNT (WS-EMP-SUB).

           IF EMPLOYEE-TERMINATED
               GO TO 031-READ-NEXT
           END-IF.

      *    AN ACTIVE EMPLOYEE LEFT OFF THE LIST WOULD ESCAPE THE
      *    DUPLICATE-NAME TEST UNSEEN, SO A FULL LIST STOPS THE RUN.
           IF WS-ACTIVE-COUNT NOT < 3000
               MOVE "ACTIVE EMPLOYEE LIST" TO WS-MSG-INSERT-1
               MOVE "3000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           MOVE EMR-EMPLOYEE-NO TO ALT-EMPLOYEE-NO (WS-ACTIVE-COUNT).

           IF ERT-BANK-ROUTING (WS-EMP-SUB) > ZERO
              AND EMR-BANK-ACCOUNT NOT = SPACES
               MOVE EMR-EMPLOYEE-NO TO WS-PAID-NO
               PERFORM 032-ADD-BANK-ENTRY THRU 032-EXIT
           END-IF.

       031-READ-NEXT.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO MASTER-EOF-SWITCH
           END-READ.

       031-EXIT.
           EXIT.

      *    WS-PAID-NO'S ROUTING AND ACCOUNT, TAKEN FROM THE SLOT.
       032-ADD-BANK-ENTRY.
           IF WS-BANK-COUNT < 4000
               ADD 1 TO WS-BANK-COUNT
               MOVE WS-PAID-NO TO BKL-EMPLOYEE-NO (WS-BANK-COUNT)
               MOVE ERT-BANK-ROUTING (WS-PAID-NO)
                   TO BKL-ROUTING (WS-BANK-COUNT)
               MOVE ERT-BANK-ACCOUNT (WS-PAID-NO)
                   TO BKL-ACCOUNT (WS-BANK-COUNT)
           ELSE
               ADD 1 TO WS-BANK-OVERFLOW
           END-IF.

       032-EXIT.
           EXIT.

      *    THE EMPLOYEE ROWS OF FLDHIST THAT MATTER HERE - A HIRE
      *    APPLIED DURING THE CYCLE AND WHO APPLIED IT, THE LATEST
      *    TERMINATION, AND THE LATEST BANK CHANGE.
       035-LOAD-FIELD-HISTORY.
           OPEN INPUT FIELD-HISTORY-FILE.

           IF WS-HISTORY-NOT-FOUND
               GO TO 035-EXIT
           END-IF.

           IF NOT WS-HISTORY-OK
               MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 036-NOTE-ONE-CHANGE THRU 036-EXIT
               UNTIL HISTORY-EOF.

           CLOSE FIELD-HISTORY-FILE.

       035-EXIT.
           EXIT.

       036-NOTE-ONE-CHANGE.
           IF NOT HISTORY-IS-EMPLOYEE
              OR FLH-EMPLOYEE-NO IS NOT NUMERIC
              OR FLH-EMPLOYEE-NO = ZERO
              OR FLH-STAMP-YEAR IS NOT NUMERIC
              OR FLH-STAMP-MONTH IS NOT NUMERIC
              OR FLH-STAMP-DAY IS NOT NUMERIC
               GO TO 036-READ-NEXT
           END-IF.

           MOVE FLH-EMPLOYEE-NO TO WS-EMP-SUB.
           COMPUTE WS-HISTORY-DATE = FLH-STAMP-YEAR * 10000
               + FLH-STAMP-MONTH * 100 + FLH-STAMP-DAY.

           EVALUATE TRUE
               WHEN FLH-FIELD-NAME = 'RECORD'
                AND FLH-NEW-WORD = 'HIRED'
                   IF WS-HISTORY-DATE NOT < WS-CYCLE-START
                      AND WS-HISTORY-DATE NOT > WS-CYCLE-END
                       MOVE 'Y' TO ERT-HIRED-SWITCH (WS-EMP-SUB)
                       MOVE FLH-NEW-OPERATOR
                           TO ERT-HIRE-OPERATOR (WS-EMP-SUB)
                   END-IF
               WHEN FLH-FIELD-NAME = 'STATUS'
                AND FLH-NEW-WORD = 'T'
                   IF WS-HISTORY-DATE > ERT-TERM-DATE (WS-EMP-SUB)
                       MOVE WS-HISTORY-DATE
                           TO ERT-TERM-DATE (WS-EMP-SUB)
                   END-IF
               WHEN FLH-FIELD-NAME = 'BANK-ROUTING'
                 OR FLH-FIELD-NAME = 'BANK-ACCT'
                   IF WS-HISTORY-DATE >
                           ERT-BANK-CHANGE-DATE (WS-EMP-SUB)
                       MOVE WS-HISTORY-DATE
                           TO ERT-BANK-CHANGE-DATE (WS-EMP-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       036-READ-NEXT.
           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       036-EXIT.
           EXIT.

      *    THE CYCLE'S POSTED PAY - WHAT EACH EMPLOYEE EARNED AND
      *    HAD WITHHELD.
       040-GATHER-POSTED-PAY.
           OPEN INPUT POSTED-PAY-FILE.

           IF NOT WS-POSTED-OK
               MOVE "POSTED-PAY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-POSTED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO POSTED-EOF-SWITCH
           END-READ.

           PERFORM 041-ADD-ONE-POSTED THRU 041-EXIT
               UNTIL POSTED-EOF.

           CLOSE POSTED-PAY-FILE.

       040-EXIT.
           EXIT.

       041-ADD-ONE-POSTED.
           ADD 1 TO WS-INPUT-COUNT.

           IF PPR-EMPLOYEE-NO IS NOT NUMERIC
              OR PPR-EMPLOYEE-NO = ZERO
              OR PPR-GROSS-PAY IS NOT NUMERIC
              OR PPR-NET-PAY IS NOT NUMERIC
               GO TO 041-READ-NEXT
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-PAID-NO.
           MOVE PPR-EMPLOYEE-NAME TO WS-PAID-NAME.
           MOVE PPR-PAY-DATE TO WS-PAID-DATE.
           PERFORM 048-NOTE-PAID THRU 048-EXIT.

           MOVE 'Y' TO ERT-POSTED-SWITCH (WS-PAID-NO).
           ADD PPR-GROSS-PAY TO ERT-POSTED-GROSS (WS-PAID-NO).
           ADD PPR-FICA-WH PPR-FED-WH TO ERT-POSTED-TAX (WS-PAID-NO).
           ADD PPR-MISC-DED TO ERT-POSTED-MISC (WS-PAID-NO).
           ADD PPR-NET-PAY TO ERT-POSTED-NET (WS-PAID-NO).
           ADD PPR-NET-PAY TO WS-CYCLE-NET-TOTAL.

       041-READ-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO POSTED-EOF-SWITCH
           END-READ.

       041-EXIT.
           EXIT.

      *    CHECKREG RUNS ACROSS CYCLES - ONLY CHECKS ISSUED AND
      *    DATED INSIDE THE CYCLE'S WINDOW COUNT, VOIDS DO NOT.
       043-GATHER-CHECKS.
           OPEN INPUT CHECK-REGISTER-FILE.

           IF WS-CHECKREG-NOT-FOUND
               GO TO 043-EXIT
           END-IF.

           IF NOT WS-CHECKREG-OK
               MOVE "CHECK-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO CHECKREG-EOF-SWITCH
           END-READ.

           PERFORM 044-ADD-ONE-CHECK THRU 044-EXIT
               UNTIL CHECKREG-EOF.

           CLOSE CHECK-REGISTER-FILE.

       043-EXIT.
           EXIT.

       044-ADD-ONE-CHECK.
           IF NOT CHECK-IS-ISSUED
              OR CKR-EMPLOYEE-NO IS NOT NUMERIC
              OR CKR-EMPLOYEE-NO = ZERO
              OR CKR-PAY-DATE IS NOT NUMERIC
              OR CKR-AMOUNT IS NOT NUMERIC
               GO TO 044-READ-NEXT
           END-IF.
           IF CKR-PAY-DATE < WS-CYCLE-START
              OR CKR-PAY-DATE > WS-CYCLE-END
               GO TO 044-READ-NEXT
           END-IF.

           MOVE CKR-EMPLOYEE-NO TO WS-PAID-NO.
           MOVE CKR-EMPLOYEE-NAME TO WS-PAID-NAME.
           MOVE CKR-PAY-DATE TO WS-PAID-DATE.
           PERFORM 048-NOTE-PAID THRU 048-EXIT.

           ADD CKR-AMOUNT TO ERT-CHECK-AMOUNT (WS-PAID-NO).

       044-READ-NEXT.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO CHECKREG-EOF-SWITCH
           END-READ.

       044-EXIT.
           EXIT.

      *    THE CYCLE'S DEPOSITS AS SENT TO THE BANK.  A DEPOSIT TO AN
      *    ACCOUNT OTHER THAN THE MASTER'S JOINS THE BANK LIST TOO, SO
      *    TWO EMPLOYEES' PAY LANDING IN ONE ACCOUNT IS SEEN EVEN
      *    WHEN THE MASTER WAS PUT BACK AFTERWARDS.
       046-GATHER-DEPOSITS.
           OPEN INPUT ACH-BATCH-FILE.

           IF WS-ACH-NOT-FOUND
               GO TO 046-EXIT
           END-IF.

           IF NOT WS-ACH-OK
               MOVE "ACH-BATCH-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ACH-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ACH-BATCH-FILE
               AT END
                   MOVE 'Y' TO ACH-EOF-SWITCH
           END-READ.

           PERFORM 047-ADD-ONE-DEPOSIT THRU 047-EXIT
               UNTIL ACH-EOF.

           CLOSE ACH-BATCH-FILE.

       046-EXIT.
           EXIT.

       047-ADD-ONE-DEPOSIT.
           IF NOT ACH-RECORD-IS-DETAIL
              OR ACH-EMPLOYEE-NO IS NOT NUMERIC
              OR ACH-EMPLOYEE-NO = ZERO
              OR ACH-AMOUNT IS NOT NUMERIC
              OR ACH-ROUTING IS NOT NUMERIC
               GO TO 047-READ-NEXT
           END-IF.

           MOVE ACH-EMPLOYEE-NO TO WS-PAID-NO.
           MOVE ACH-EMPLOYEE-NAME TO WS-PAID-NAME.
           MOVE WS-CYCLE-CHECK-DATE TO WS-PAID-DATE.
           PERFORM 048-NOTE-PAID THRU 048-EXIT.

           ADD ACH-AMOUNT TO ERT-DEPOSIT-AMOUNT (WS-PAID-NO).

           IF ACH-ROUTING NOT = ERT-BANK-ROUTING (WS-PAID-NO)
              OR ACH-ACCOUNT NOT = ERT-BANK-ACCOUNT (WS-PAID-NO)
              OR ERT-TERMINATED (WS-PAID-NO)
              OR NOT ERT-ON-MASTER (WS-PAID-NO)
               IF WS-BANK-COUNT < 4000
                   ADD 1 TO WS-BANK-COUNT
                   MOVE WS-PAID-NO TO BKL-EMPLOYEE-NO (WS-BANK-COUNT)
                   MOVE ACH-ROUTING TO BKL-ROUTING (WS-BANK-COUNT)
                   MOVE ACH-ACCOUNT TO BKL-ACCOUNT (WS-BANK-COUNT)
               ELSE
                   ADD 1 TO WS-BANK-OVERFLOW
               END-IF
           END-IF.

       047-READ-NEXT.
           READ ACH-BATCH-FILE
               AT END
                   MOVE 'Y' TO ACH-EOF-SWITCH
           END-READ.

       047-EXIT.
           EXIT.

      *    WS-PAID-NO WAS PAID THIS CYCLE ON WS-PAID-DATE.  THE LATEST
      *    PAY DATE IS KEPT, AND AN EMPLOYEE THE MASTER DOES NOT KNOW
      *    TAKES THE NAME THE PAYMENT CARRIED.
       048-NOTE-PAID.
           MOVE 'Y' TO ERT-PAID-SWITCH (WS-PAID-NO).
           IF WS-PAID-DATE IS NUMERIC
              AND WS-PAID-DATE > ERT-PAY-DATE (WS-PAID-NO)
               MOVE WS-PAID-DATE TO ERT-PAY-DATE (WS-PAID-NO)
           END-IF.
           IF NOT ERT-ON-MASTER (WS-PAID-NO)
              AND ERT-EMPLOYEE-NAME (WS-PAID-NO) = SPACES
               MOVE WS-PAID-NAME TO ERT-EMPLOYEE-NAME (WS-PAID-NO)
           END-IF.

       048-EXIT.
           EXIT.

      *    THE TESTS THAT LOOK AT ONE EMPLOYEE AT A TIME, OVER EVERY
      *    EMPLOYEE PAID THIS CYCLE.
       050-TEST-EMPLOYEES.
           PERFORM 051-TEST-ONE-EMPLOYEE THRU 051-EXIT
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > 9999.

       050-EXIT.
           EXIT.

       051-TEST-ONE-EMPLOYEE.
           IF NOT ERT-PAID (WS-EMP-SUB)
               GO TO 051-EXIT
           END-IF.

           MOVE WS-CYCLE-PERIOD TO WS-HIT-PERIOD.
           MOVE WS-EMP-SUB TO WS-HIT-EMPLOYEE-NO.
           MOVE ERT-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-HIT-NAME.

           IF NOT ERT-ON-MASTER (WS-EMP-SUB)
               MOVE 'NOMS' TO WS-HIT-REASON
               MOVE 'PAID BUT NOT ON THE EMPLOYEE MASTER'
                   TO WS-HIT-DETAIL
               PERFORM 065-RECORD-HIT THRU 065-EXIT
               GO TO 051-EXIT
           END-IF.

           IF ERT-TERMINATED (WS-EMP-SUB)
              AND (ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                OR ERT-TERM-DATE (WS-EMP-SUB) <
                       ERT-PAY-DATE (WS-EMP-SUB))
               MOVE 'TERM' TO WS-HIT-REASON
               MOVE SPACES TO WS-HIT-DETAIL
               IF ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                   STRING 'TERMINATED (DATE UNKNOWN), PAID '
                              DELIMITED BY SIZE
                          ERT-PAY-DATE (WS-EMP-SUB) DELIMITED BY SIZE
                       INTO WS-HIT-DETAIL
                   END-STRING
               ELSE
                   STRING 'TERMINATED ' DELIMITED BY SIZE
                          ERT-TERM-DATE (WS-EMP-SUB) DELIMITED BY SIZE
                          ', PAID ' DELIMITED BY SIZE
                          ERT-PAY-DATE (WS-EMP-SUB) DELIMITED BY SIZE
                       INTO WS-HIT-DETAIL
                   END-STRING
               END-IF
               PERFORM 065-RECORD-HIT THRU 065-EXIT
           END-IF.

      *    THE WITHHOLDING TESTS NEED THE POSTED FIGURES, AND AN
      *    EMPLOYEE WHO IS NO LONGER ACTIVE IS ALREADY FLAGGED ABOVE.
           IF ERT-POSTED (WS-EMP-SUB)
              AND NOT ERT-TERMINATED (WS-EMP-SUB)
              AND ERT-POSTED-GROSS (WS-EMP-SUB) > ZERO
              AND ERT-POSTED-TAX (WS-EMP-SUB) = ZERO
               IF ERT-POSTED-MISC (WS-EMP-SUB) = ZERO
                   MOVE 'NODD' TO WS-HIT-REASON
                   MOVE 'NOTHING WITHHELD - NET EQUALS GROSS'
                       TO WS-HIT-DETAIL
               ELSE
                   MOVE 'NOTX' TO WS-HIT-REASON
                   MOVE 'NO FICA OR FEDERAL TAX WITHHELD'
                       TO WS-HIT-DETAIL
               END-IF
               PERFORM 065-RECORD-HIT THRU 065-EXIT
           END-IF.

           IF ERT-HIRED-THIS-CYCLE (WS-EMP-SUB)
              AND WS-OPERATOR-ID NOT = SPACES
              AND ERT-HIRE-OPERATOR (WS-EMP-SUB) = WS-OPERATOR-ID
               MOVE 'HIRP' TO WS-HIT-REASON
               MOVE SPACES TO WS-HIT-DETAIL
               STRING 'HIRED AND PAID THIS CYCLE BY '
                          DELIMITED BY SIZE
                      WS-OPERATOR-ID DELIMITED BY SIZE
                   INTO WS-HIT-DETAIL
               END-STRING
               PERFORM 065-RECORD-HIT THRU 065-EXIT
           END-IF.

           PERFORM 052-TEST-BANK-CHANGE THRU 052-EXIT.

       051-EXIT.
           EXIT.

      *    THE LARGEST OF WHAT WAS POSTED, CHECKED AND DEPOSITED IS
      *    THE PAYMENT HELD AGAINST THE LIMIT.
       052-TEST-BANK-CHANGE.
           IF ERT-BANK-CHANGE-DATE (WS-EMP-SUB) = ZERO
              OR ERT-PAY-DATE (WS-EMP-SUB) = ZERO
               GO TO 052-EXIT
           END-IF.

           MOVE ERT-POSTED-NET (WS-EMP-SUB) TO WS-LARGEST-NET.
           IF ERT-CHECK-AMOUNT (WS-EMP-SUB) > WS-LARGEST-NET
               MOVE ERT-CHECK-AMOUNT (WS-EMP-SUB) TO WS-LARGEST-NET
           END-IF.
           IF ERT-DEPOSIT-AMOUNT (WS-EMP-SUB) > WS-LARGEST-NET
               MOVE ERT-DEPOSIT-AMOUNT (WS-EMP-SUB) TO WS-LARGEST-NET
           END-IF.
           IF WS-LARGEST-NET < WS-NET-LIMIT
               GO TO 052-EXIT
           END-IF.

           COMPUTE WS-DAYS-APART =
               FUNCTION INTEGER-OF-DATE (ERT-PAY-DATE (WS-EMP-SUB))
             - FUNCTION INTEGER-OF-DATE
                   (ERT-BANK-CHANGE-DATE (WS-EMP-SUB)).
           IF WS-DAYS-APART < ZERO
               COMPUTE WS-DAYS-APART = ZERO - WS-DAYS-APART
           END-IF.
           IF WS-DAYS-APART > WS-BANK-DAYS
               GO TO 052-EXIT
           END-IF.

           MOVE 'BKCH' TO WS-HIT-REASON.
           MOVE WS-LARGEST-NET TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-HIT-DETAIL.
           STRING 'BANK CHANGED ' DELIMITED BY SIZE
                  ERT-BANK-CHANGE-DATE (WS-EMP-SUB) DELIMITED BY SIZE
                  ', NET ' DELIMITED BY SIZE
                  WS-EDIT-AMOUNT DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           END-STRING.
           PERFORM 065-RECORD-HIT THRU 065-EXIT.

       052-EXIT.
           EXIT.

      *    EVERY PAIR ON THE BANK LIST WITH ONE ROUTING AND ACCOUNT
      *    BUT TWO EMPLOYEES - EACH SIDE IS FLAGGED, NAMING THE OTHER.
       055-TEST-SHARED-ACCOUNTS.
           PERFORM 056-COMPARE-ONE-ACCOUNT THRU 056-EXIT
               VARYING WS-BNK-SUB FROM 1 BY 1
               UNTIL WS-BNK-SUB > WS-BANK-COUNT.

       055-EXIT.
           EXIT.

       056-COMPARE-ONE-ACCOUNT.
           COMPUTE WS-BNK-START = WS-BNK-SUB + 1.
           PERFORM 057-COMPARE-ACCOUNT-PAIR THRU 057-EXIT
               VARYING WS-BNK-SUB-2 FROM WS-BNK-START BY 1
               UNTIL WS-BNK-SUB-2 > WS-BANK-COUNT.

       056-EXIT.
           EXIT.

       057-COMPARE-ACCOUNT-PAIR.
           IF BKL-BANK-KEY (WS-BNK-SUB-2) NOT =
                     BKL-BANK-KEY (WS-BNK-SUB)
              OR BKL-EMPLOYEE-NO (WS-BNK-SUB-2) =
                     BKL-EMPLOYEE-NO (WS-BNK-SUB)
               GO TO 057-EXIT
           END-IF.

           MOVE WS-CYCLE-PERIOD TO WS-HIT-PERIOD.
           MOVE 'SHRB' TO WS-HIT-REASON.

           MOVE BKL-EMPLOYEE-NO (WS-BNK-SUB) TO WS-HIT-EMPLOYEE-NO.
           MOVE BKL-EMPLOYEE-NO (WS-BNK-SUB-2) TO WS-OTHER-NO.
           PERFORM 057A-NOTE-SHARED-ACCOUNT THRU 057A-EXIT.

           MOVE BKL-EMPLOYEE-NO (WS-BNK-SUB-2) TO WS-HIT-EMPLOYEE-NO.
           MOVE BKL-EMPLOYEE-NO (WS-BNK-SUB) TO WS-OTHER-NO.
           PERFORM 057A-NOTE-SHARED-ACCOUNT THRU 057A-EXIT.

       057-EXIT.
           EXIT.

       057A-NOTE-SHARED-ACCOUNT.
           MOVE ERT-EMPLOYEE-NAME (WS-HIT-EMPLOYEE-NO) TO WS-HIT-NAME.
           MOVE SPACES TO WS-HIT-DETAIL.
           STRING 'BANK ACCOUNT ALSO PAYS EMPLOYEE ' DELIMITED BY SIZE
                  WS-OTHER-NO DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           END-STRING.
           PERFORM 065-RECORD-HIT THRU 065-EXIT.

       057A-EXIT.
           EXIT.

      *    EVERY PAIR OF ACTIVE EMPLOYEES WITH ONE NAME IN ONE
      *    DEPARTMENT - EACH SIDE IS FLAGGED, NAMING THE OTHER.
       058-TEST-DUPLICATE-NAMES.
           PERFORM 058A-COMPARE-ONE-NAME THRU 058A-EXIT
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVE-COUNT.

       058-EXIT.
           EXIT.

       058A-COMPARE-ONE-NAME.
           COMPUTE WS-ACT-START = WS-ACT-SUB + 1.
           PERFORM 058B-COMPARE-NAME-PAIR THRU 058B-EXIT
               VARYING WS-ACT-SUB-2 FROM WS-ACT-START BY 1
               UNTIL WS-ACT-SUB-2 > WS-ACTIVE-COUNT.

       058A-EXIT.
           EXIT.

       058B-COMPARE-NAME-PAIR.
           MOVE ALT-EMPLOYEE-NO (WS-ACT-SUB) TO WS-EMP-SUB.
           MOVE ALT-EMPLOYEE-NO (WS-ACT-SUB-2) TO WS-OTHER-NO.
           IF ERT-EMPLOYEE-NAME (WS-EMP-SUB) = SPACES
              OR ERT-EMPLOYEE-NAME (WS-EMP-SUB) NOT =
                     ERT-EMPLOYEE-NAME (WS-OTHER-NO)
              OR ERT-DEPARTMENT (WS-EMP-SUB) NOT =
                     ERT-DEPARTMENT (WS-OTHER-NO)
               GO TO 058B-EXIT
           END-IF.

           MOVE WS-CYCLE-PERIOD TO WS-HIT-PERIOD.
           MOVE 'DUPN' TO WS-HIT-REASON.
           MOVE ERT-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-HIT-NAME.

           MOVE WS-EMP-SUB TO WS-HIT-EMPLOYEE-NO.
           PERFORM 058C-NOTE-DUPLICATE-NAME THRU 058C-EXIT.

           MOVE WS-OTHER-NO TO WS-HIT-EMPLOYEE-NO.
           MOVE WS-EMP-SUB TO WS-OTHER-NO.
           PERFORM 058C-NOTE-DUPLICATE-NAME THRU 058C-EXIT.

       058B-EXIT.
           EXIT.

       058C-NOTE-DUPLICATE-NAME.
           MOVE SPACES TO WS-HIT-DETAIL.
           STRING 'SAME NAME AS EMPLOYEE ' DELIMITED BY SIZE
                  WS-OTHER-NO DELIMITED BY SIZE
                  ', DEPT ' DELIMITED BY SIZE
                  ERT-DEPARTMENT (WS-HIT-EMPLOYEE-NO) DELIMITED BY SIZE
               INTO WS-HIT-DETAIL
           END-STRING.
           PERFORM 065-RECORD-HIT THRU 065-EXIT.

       058C-EXIT.
           EXIT.

      *    ONE HIT ONTO THE REVIEW FILE.  AN ITEM ALREADY THERE FOR
      *    THE PERIOD, EMPLOYEE AND REASON - FROM AN EARLIER RUN OR
      *    THE OTHER SIDE OF A PAIR - IS LEFT AS IT STANDS, SIGNED
      *    OR NOT.
       065-RECORD-HIT.
           PERFORM 027-FIND-ITEM THRU 027-EXIT.
           IF WS-RVW-FOUND > ZERO
               GO TO 065-EXIT
           END-IF.

      *    A NEW HIT THE TABLE CANNOT HOLD WOULD NEVER REACH THE
      *    REVIEW FILE - NOTHING HAS BEEN REWRITTEN YET, SO THE RUN
      *    STOPS FOR THE FILE TO BE CLEARED OF SIGNED ITEMS.
           IF WS-RVW-COUNT NOT < 2000
               MOVE "FRAUD REVIEW TABLE" TO WS-MSG-INSERT-1
               MOVE "2000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RVW-COUNT.
           ADD 1 TO WS-HIT-COUNT.
           MOVE WS-HIT-KEY TO RVT-KEY (WS-RVW-COUNT).
           MOVE WS-HIT-NAME TO RVT-EMPLOYEE-NAME (WS-RVW-COUNT).
           MOVE WS-HIT-DETAIL TO RVT-DETAIL (WS-RVW-COUNT).
           MOVE WS-RUN-DATE TO RVT-FOUND-DATE (WS-RVW-COUNT).
           MOVE 'O' TO RVT-REVIEW-STATUS (WS-RVW-COUNT).
           MOVE SPACES TO RVT-SIGNED-BY (WS-RVW-COUNT).
           MOVE ZERO TO RVT-SIGNED-DATE (WS-RVW-COUNT).
           MOVE SPACE TO RVT-KEEP-SWITCH (WS-RVW-COUNT).

       065-EXIT.
           EXIT.

      *    THE REPORT - THE PERIOD'S ITEMS, THE EARLIER ITEMS STILL
      *    OPEN, THE SIGN-OFFS THIS RUN TOOK, AND THE PERIOD'S COUNT
      *    BY REASON.
       070-PRINT-REVIEW-REPORT.
           MOVE WS-CYCLE-PERIOD TO WS-PGH-PERIOD.
           MOVE WS-CYCLE-START TO WS-PGH-START.
           MOVE WS-OPERATOR-ID TO WS-PGH-OPERATOR.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE REVIEW-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           IF SIGNOFF-ONLY-RUN
               WRITE REVIEW-PRINT-RECORD FROM WS-SCOPE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'ITEMS FOR THIS PERIOD' TO WS-SCH-TEXT.
           WRITE REVIEW-PRINT-RECORD FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE REVIEW-PRINT-RECORD FROM WS-COLUMN-HEADING
               AFTER ADVANCING 1 LINE.
           PERFORM 072-PRINT-PERIOD-ITEM THRU 072-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT.
           IF RCT-HIT-COUNT (1) + RCT-HIT-COUNT (2)
            + RCT-HIT-COUNT (3) + RCT-HIT-COUNT (4)
            + RCT-HIT-COUNT (5) + RCT-HIT-COUNT (6)
            + RCT-HIT-COUNT (7) + RCT-HIT-COUNT (8) = ZERO
               WRITE REVIEW-PRINT-RECORD FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'EARLIER ITEMS NOT YET SIGNED OFF' TO WS-SCH-TEXT.
           WRITE REVIEW-PRINT-RECORD FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 074-PRINT-EARLIER-ITEM THRU 074-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT.
           IF WS-OPEN-EARLIER-COUNT = ZERO
               WRITE REVIEW-PRINT-RECORD FROM WS-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-SGN-COUNT > ZERO
               MOVE 'SIGN-OFFS RECEIVED' TO WS-SCH-TEXT
               WRITE REVIEW-PRINT-RECORD FROM WS-SECTION-HEADING
                   AFTER ADVANCING 2 LINES
               PERFORM 076-PRINT-ONE-SIGNOFF THRU 076-EXIT
                   VARYING WS-SGN-SUB FROM 1 BY 1
                   UNTIL WS-SGN-SUB > WS-SGN-COUNT
           END-IF.
           IF WS-SGN-OVERFLOW > ZERO
               MOVE 'MORE SIGN-OFFS NOT SHOWN:' TO WS-OVL-TEXT
               MOVE WS-SGN-OVERFLOW TO WS-OVL-COUNT
               WRITE REVIEW-PRINT-RECORD FROM WS-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE 'PERIOD ITEMS BY REASON' TO WS-SCH-TEXT.
           WRITE REVIEW-PRINT-RECORD FROM WS-SECTION-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 078-PRINT-ONE-REASON THRU 078-EXIT
               VARYING WS-RSN-SUB FROM 1 BY 1
               UNTIL WS-RSN-SUB > 8.
           MOVE WS-OPEN-NOW-COUNT TO WS-STL-OPEN-NOW.
           MOVE WS-OPEN-EARLIER-COUNT TO WS-STL-OPEN-EARLIER.
           WRITE REVIEW-PRINT-RECORD FROM WS-SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-BANK-OVERFLOW > ZERO
               MOVE 'BANK LIST FULL - ACCOUNTS NOT COMPARED:'
                   TO WS-OVL-TEXT
               MOVE WS-BANK-OVERFLOW TO WS-OVL-COUNT
               WRITE REVIEW-PRINT-RECORD FROM WS-OVERFLOW-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       070-EXIT.
           EXIT.

       072-PRINT-PERIOD-ITEM.
           IF RVT-PERIOD-NUMBER (WS-RVW-SUB) NOT = WS-CYCLE-PERIOD
              OR RVT-DROPPED (WS-RVW-SUB)
               GO TO 072-EXIT
           END-IF.

           PERFORM 073-PRINT-ITEM-LINE THRU 073-EXIT.
           IF RVT-OPEN (WS-RVW-SUB)
               ADD 1 TO WS-OPEN-NOW-COUNT
           END-IF.

           SET REASON-IX TO 1.
           SEARCH REASON-CODE-ENTRY
               AT END
                   CONTINUE
               WHEN RCT-CODE (REASON-IX) =
                       RVT-REASON-CODE (WS-RVW-SUB)
                   ADD 1 TO RCT-HIT-COUNT (REASON-IX)
           END-SEARCH.

       072-EXIT.
           EXIT.

       073-PRINT-ITEM-LINE.
           MOVE RVT-PERIOD-NUMBER (WS-RVW-SUB) TO WS-DTL-PERIOD.
           MOVE RVT-EMPLOYEE-NO (WS-RVW-SUB) TO WS-DTL-EMPLOYEE-NO.
           MOVE RVT-EMPLOYEE-NAME (WS-RVW-SUB) TO WS-DTL-EMPLOYEE-NAME.
           MOVE RVT-REASON-CODE (WS-RVW-SUB) TO WS-DTL-REASON.
           MOVE RVT-DETAIL (WS-RVW-SUB) TO WS-DTL-DETAIL.
           MOVE RVT-FOUND-DATE (WS-RVW-SUB) TO WS-DTL-FOUND-DATE.
           IF RVT-SIGNED (WS-RVW-SUB)
               MOVE RVT-SIGNED-BY (WS-RVW-SUB) TO WS-SGT-SIGNED-BY
               MOVE RVT-SIGNED-DATE (WS-RVW-SUB) TO WS-SGT-SIGNED-DATE
               MOVE WS-SIGNED-TEXT TO WS-DTL-REVIEW
           ELSE
               MOVE 'OPEN - SIGN-OFF REQUIRED' TO WS-DTL-REVIEW
           END-IF.
           WRITE REVIEW-PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       073-EXIT.
           EXIT.

       074-PRINT-EARLIER-ITEM.
           IF RVT-PERIOD-NUMBER (WS-RVW-SUB) = WS-CYCLE-PERIOD
              OR NOT RVT-OPEN (WS-RVW-SUB)
               GO TO 074-EXIT
           END-IF.

           PERFORM 073-PRINT-ITEM-LINE THRU 073-EXIT.
           ADD 1 TO WS-OPEN-EARLIER-COUNT.

       074-EXIT.
           EXIT.

       076-PRINT-ONE-SIGNOFF.
           MOVE SLT-PERIOD-NUMBER (WS-SGN-SUB) TO WS-SGD-PERIOD.
           MOVE SLT-EMPLOYEE-NO (WS-SGN-SUB) TO WS-SGD-EMPLOYEE-NO.
           MOVE SLT-REASON-CODE (WS-SGN-SUB) TO WS-SGD-REASON.
           MOVE SLT-SIGNED-BY (WS-SGN-SUB) TO WS-SGD-SIGNED-BY.
           MOVE SLT-VERDICT (WS-SGN-SUB) TO WS-SGD-VERDICT.
           WRITE REVIEW-PRINT-RECORD FROM WS-SIGNOFF-DETAIL
               AFTER ADVANCING 1 LINE.

       076-EXIT.
           EXIT.

       078-PRINT-ONE-REASON.
           MOVE RCT-CODE (WS-RSN-SUB) TO WS-SUM-CODE.
           MOVE RCT-TITLE (WS-RSN-SUB) TO WS-SUM-TITLE.
           MOVE RCT-HIT-COUNT (WS-RSN-SUB) TO WS-SUM-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       078-EXIT.
           EXIT.

      *    THE REVIEW FILE GOES BACK OUT WHOLE, LESS THE SIGNED ITEMS
      *    PAST THEIR KEEPING.
       080-SAVE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE.

           IF NOT WS-REVIEW-OK
               DISPLAY "CANNOT REWRITE REVIEW-FILE, STATUS "
                       WS-REVIEW-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 081-SAVE-ONE-ITEM THRU 081-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT.

           CLOSE REVIEW-FILE.

       080-EXIT.
           EXIT.

       081-SAVE-ONE-ITEM.
           IF RVT-DROPPED (WS-RVW-SUB)
               GO TO 081-EXIT
           END-IF.

           MOVE SPACES TO REVIEW-RECORD.
           MOVE RVT-PERIOD-NUMBER (WS-RVW-SUB) TO FRV-PERIOD-NUMBER.
           MOVE RVT-EMPLOYEE-NO (WS-RVW-SUB) TO FRV-EMPLOYEE-NO.
           MOVE RVT-REASON-CODE (WS-RVW-SUB) TO FRV-REASON-CODE.
           MOVE RVT-EMPLOYEE-NAME (WS-RVW-SUB) TO FRV-EMPLOYEE-NAME.
           MOVE RVT-DETAIL (WS-RVW-SUB) TO FRV-DETAIL.
           MOVE RVT-FOUND-DATE (WS-RVW-SUB) TO FRV-FOUND-DATE.
           MOVE RVT-REVIEW-STATUS (WS-RVW-SUB) TO FRV-REVIEW-STATUS.
           MOVE RVT-SIGNED-BY (WS-RVW-SUB) TO FRV-SIGNED-BY.
           MOVE RVT-SIGNED-DATE (WS-RVW-SUB) TO FRV-SIGNED-DATE.
           WRITE REVIEW-RECORD.

       081-EXIT.
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
      *    EACH RUN - POSTED RECORDS READ, NEW REVIEW ITEMS RAISED,
      *    AND THE CYCLE'S POSTED NET PAY.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'PAYFRAUD' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-HIT-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-CYCLE-NET-TOTAL TO ATR-CONTROL-TOTAL.

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
