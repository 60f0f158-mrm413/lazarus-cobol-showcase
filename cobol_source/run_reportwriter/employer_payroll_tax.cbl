       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * EMPLOYER PAYROLL TAX COMPUTATION AND ACCRUAL.                 *
      *                                                               *
      * THE REGISTER AND ITS FICA/FEDERAL RECOMPUTATION COVER ONLY    *
      * WHAT IS WITHHELD FROM THE EMPLOYEE.  THE EMPLOYER'S MATCHING  *
      * SOCIAL SECURITY AND MEDICARE, FUTA AND STATE UNEMPLOYMENT     *
      * USED TO BE WORKED OUT ON A SPREADSHEET EVERY QUARTER, SO THE  *
      * EXPENSE LANDED IN WHICHEVER MONTH SOMEONE GOT ROUND TO IT.    *
      * THIS RUN FOLLOWS THE REGISTER EVERY PAY RUN AND COMPUTES ALL  *
      * FOUR FROM PAYPOSTD, EMPLOYEE BY EMPLOYEE.  SOCIAL SECURITY,   *
      * FUTA AND SUTA STOP AT THEIR ANNUAL WAGE BASES, MEASURED       *
      * AGAINST THE YEAR-TO-DATE GROSS ON YTDEMPL; THE SUTA RATE AND  *
      * BASE COME FROM SUTARATE BY THE EMPLOYEE'S EMR-WORK-STATE AND  *
      * EMR-COMPANY-CODE.  EMPTXREG IS THE EMPLOYER TAX REGISTER BY   *
      * COMPANY AND DEPARTMENT, AND EMPTJRNL THE GLJRNL-LAYOUT FEED   *
      * ACCRUING THE LIABILITY - TAX EXPENSE DEBITS BY DEPARTMENT,    *
      * LIABILITY CREDITS BY TAX - RELEASED ONLY WHEN THE EMPTPROF     *
      * PROOF FOOTS AND EVERY EMPLOYEE'S TAX COULD BE COMPUTED.        *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSTED-PAY-FILE
               ASSIGN TO EXTERNAL PAYPOSTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-POSTED-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

      *    THE REGISTER POSTS EACH CHECK TO YTDEMPL BEFORE IT WRITES
      *    THE PAYPOSTD RECORD, SO BY THE TIME THIS RUN READS IT THE
      *    YEAR-TO-DATE GROSS ALREADY INCLUDES THIS RUN'S PAY.
           SELECT EMPLOYEE-YTD-FILE
               ASSIGN TO EXTERNAL YTDEMPL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPYTD-STATUS.

           SELECT TAX-PARAM-FILE
               ASSIGN TO EXTERNAL EMPTXPRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TAXPARM-STATUS.

           SELECT SUTA-RATE-FILE
               ASSIGN TO EXTERNAL SUTARATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUTARATE-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

           SELECT TAX-REGISTER-FILE
               ASSIGN TO EXTERNAL EMPTXREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL EMPTJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-PROOF-FILE
               ASSIGN TO EXTERNAL EMPTPROF
                         ORGANIZATION IS LINE SEQUENTIAL
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

       FD  POSTED-PAY-FILE.

      *    THE REGISTER'S POSTED-PAY IMAGE - THE COMPANY CODE SITS AT
      *    THE END OF THE RECORD, PAST THE HOURLY DETAIL.
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
           03  FILLER                  PIC X(27).
           03  PPR-COMPANY-CODE        PIC X(02).
      *    THE TIME CLOCK'S PREMIUM HOURS ON AN HOURLY RECORD, BYTES
      *    101-116 - CARRIED SO THE LINE READS AS ONE RECORD.
           03  FILLER                  PIC X(16).

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
           03  FILLER                  PIC X(30).
           03  EMR-WORK-STATE          PIC X(02).
           03  EMR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(05).

       FD  EMPLOYEE-YTD-FILE.

       01  EMPLOYEE-YTD-RECORD.
           03  YTE-EMPLOYEE-NO         PIC 9(04).
           03  YTE-EMPLOYEE-NAME       PIC X(20).
           03  YTE-GROSS               PIC 9(08)V99.
           03  YTE-FICA                PIC 9(08)V99.
           03  YTE-FWT                 PIC 9(08)V99.
           03  YTE-MISC                PIC 9(08)V99.
           03  YTE-NET                 PIC 9(08)V99.
           03  FILLER                  PIC X(06).

       FD  TAX-PARAM-FILE.

      *    ONE RECORD: THE EMPLOYER SOCIAL SECURITY RATE AND ANNUAL
      *    WAGE BASE, THE MEDICARE RATE (NO BASE), AND THE NET FUTA
      *    RATE AFTER STATE CREDIT WITH ITS ANNUAL WAGE BASE.  THE
      *    BASES ARE WHOLE DOLLARS.
       01  TAX-PARAM-RECORD.
           03  ETP-SS-RATE             PIC V9999.
           03  FILLER                  PIC X(01).
           03  ETP-SS-WAGE-BASE        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  ETP-MEDICARE-RATE       PIC V9999.
           03  FILLER                  PIC X(01).
           03  ETP-FUTA-RATE           PIC V9999.
           03  FILLER                  PIC X(01).
           03  ETP-FUTA-WAGE-BASE      PIC 9(07).
           03  FILLER                  PIC X(51).

       FD  SUTA-RATE-FILE.

      *    ONE ROW PER STATE AND COMPANY - EACH COMPANY HAS ITS OWN
      *    EXPERIENCE RATE IN EACH STATE IT EMPLOYS IN.  A ROW WITH
      *    A BLANK COMPANY IS THE STATE'S RATE FOR ANY COMPANY THAT
      *    HAS NO ROW OF ITS OWN.
       01  SUTA-RATE-RECORD.
           03  SUR-STATE-CODE          PIC X(02).
           03  FILLER                  PIC X(01).
           03  SUR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(01).
           03  SUR-RATE                PIC V9(05).
           03  FILLER                  PIC X(01).
           03  SUR-WAGE-BASE           PIC 9(07).
           03  FILLER                  PIC X(61).

       FD  CHART-OF-ACCOUNTS-FILE.

      *    TYPE 'E' IS A DEPARTMENT'S EMPLOYER PAYROLL TAX EXPENSE
      *    (CAC-DEPARTMENT SAYS WHOSE).  THE EMPLOYER SOCIAL SECURITY
      *    AND MEDICARE CREDIT THE SAME 'F' FICA LIABILITY THE
      *    WITHHOLDING DOES, SINCE BOTH GO OUT IN ONE DEPOSIT; 'H' IS
      *    THE FUTA LIABILITY AND 'J' A STATE'S SUTA LIABILITY, WITH
      *    THE STATE CODE IN THE DEPARTMENT BYTES.
       01  CHART-OF-ACCOUNTS-RECORD.
           03  CAC-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CAC-ACCOUNT-TYPE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  CAC-DEPARTMENT          PIC X(02).
           03  FILLER                  PIC X(01).
           03  CAC-DESCRIPTION         PIC X(30).
           03  CAC-COMPANY             PIC X(02).
           03  FILLER                  PIC X(36).

       FD  TAX-REGISTER-FILE.

       01  TAX-REGISTER-RECORD         PIC X(132).

       FD  GL-JOURNAL-FILE.

       01  GL-JOURNAL-RECORD.
           03  GLJ-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  GLJ-DEBIT-CREDIT        PIC X(01).
           03  FILLER                  PIC X(01).
           03  GLJ-AMOUNT              PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  GLJ-DESCRIPTION         PIC X(30).
           03  GLJ-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(27).

       FD  GL-PROOF-FILE.

       01  GL-PROOF-RECORD             PIC X(100).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'EMPRTAXR'.

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
      *    STATUS CODE LOGGED INSTEAD OF LETTING A BAD OPEN READ
      *    GARBAGE OR HANG, PER turn_ec_i_o.cbl'S FILE STATUS MECHANICS.
       77  WS-POSTED-STATUS            PIC XX.
           88  WS-POSTED-OK                        VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-EMPYTD-STATUS            PIC XX.
           88  WS-EMPYTD-OK                        VALUE "00".
       77  WS-TAXPARM-STATUS           PIC XX.
           88  WS-TAXPARM-OK                       VALUE "00".
       77  WS-SUTARATE-STATUS          PIC XX.
           88  WS-SUTARATE-OK                      VALUE "00".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".
       77  WS-PROOF-STATUS             PIC XX.
           88  WS-PROOF-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  SUTARATE-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SUTARATE-EOF                        VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ENTRY-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-PAY-DATE                 PIC 9(08)   VALUE 0.

      *    THE EMPLOYER RATES AND BASES, FROM EMPTXPRM.
       77  WS-SS-RATE                  PIC V9999   VALUE 0.
       77  WS-SS-WAGE-BASE             PIC 9(07)   VALUE 0.
       77  WS-MEDICARE-RATE            PIC V9999   VALUE 0.
       77  WS-FUTA-RATE                PIC V9999   VALUE 0.
       77  WS-FUTA-WAGE-BASE           PIC 9(07)   VALUE 0.

       01  SUTA-RATE-TABLE.
           02  SUTA-RATE-ENTRY         OCCURS 200 TIMES
                                       INDEXED BY SUTA-IX.
               03  SRT-STATE-CODE      PIC X(02).
               03  SRT-COMPANY-CODE    PIC X(02).
               03  SRT-RATE            PIC V9(05).
               03  SRT-WAGE-BASE       PIC 9(07).
       77  WS-SUTA-COUNT               PIC 9(03)   VALUE 0.
       77  WS-SUTA-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  SUTA-RATE-FOUND                     VALUE 'Y'.
       77  WS-SUTA-RATE                PIC V9(05)  VALUE 0.
       77  WS-SUTA-WAGE-BASE           PIC 9(07)   VALUE 0.

      *    ONE SLOT PER EMPLOYEE NUMBER.  THE FIRST PASS TOTALS EACH
      *    EMPLOYEE'S GROSS ON THIS RUN, SO THE SECOND CAN BACK IT
      *    OUT OF YTDEMPL FOR THE GROSS PAID BEFORE THIS RUN; THE
      *    WAGES-COUNTED FIGURE THEN CLIMBS CHECK BY CHECK SO A
      *    SECOND CHECK ON THE SAME RUN MEETS THE BASES WHERE THE
      *    FIRST LEFT THEM.
       01  EMPLOYEE-RUN-TABLE.
           02  EMPLOYEE-RUN-ENTRY      OCCURS 9999 TIMES.
               03  ERT-RUN-GROSS       PIC 9(07)V99.
               03  ERT-WAGES-COUNTED   PIC 9(08)V99.
               03  ERT-SEEN-SWITCH     PIC X(01).
                   88  ERT-SEEN                    VALUE 'Y'.
       77  WS-EMP-SUB                  PIC 9(04)   VALUE 0.

      *    ONE CHECK'S ARITHMETIC.
       77  WS-CAP-BASE                 PIC 9(07)   VALUE 0.
       77  WS-CAP-TAXABLE              PIC 9(08)V99 VALUE 0.
       77  WS-CHECK-GROSS              PIC 9(08)V99 VALUE 0.
       77  WS-SS-WAGES                 PIC 9(08)V99 VALUE 0.
       77  WS-SS-TAX                   PIC 9(07)V99 VALUE 0.
       77  WS-MEDICARE-TAX             PIC 9(07)V99 VALUE 0.
       77  WS-FUTA-WAGES               PIC 9(08)V99 VALUE 0.
       77  WS-FUTA-TAX                 PIC 9(07)V99 VALUE 0.
       77  WS-SUTA-WAGES               PIC 9(08)V99 VALUE 0.
       77  WS-SUTA-TAX                 PIC 9(07)V99 VALUE 0.
       77  WS-WORK-STATE               PIC X(02)   VALUE SPACES.
       77  WS-RATE-COMPANY             PIC X(02)   VALUE SPACES.
       77  WS-DEPT-SUB                 PIC 9(03)   VALUE 0.

      *    THE REGISTER AND JOURNAL BUCKETS - EACH COMPANY SEEN ON
      *    THE FEED GETS A SLOT WITH ITS DEPARTMENTS UNDER IT, AS THE
      *    PAYROLL REGISTER'S GL FEED DOES.  A LEGACY SINGLE-COMPANY
      *    FEED OCCUPIES THE ONE BLANK SLOT.
       77  WS-CO-COUNT                 PIC 9(02)   VALUE 0.
       77  WS-CO-SUB                   PIC 9(02)   VALUE 0.
       77  WS-CUR-COMPANY              PIC X(02)   VALUE SPACES.
       01  COMPANY-TAX-TABLE.
           02  COMPANY-TAX-ENTRY       OCCURS 5 TIMES.
               03  CTX-COMPANY-CODE    PIC X(02).
               03  CTX-DEPT-ENTRY      OCCURS 99 TIMES.
                   04  CTX-GROSS       PIC 9(09)V99.
                   04  CTX-SS-WAGES    PIC 9(09)V99.
                   04  CTX-SS-TAX      PIC 9(09)V99.
                   04  CTX-MEDICARE-TAX
                                       PIC 9(09)V99.
                   04  CTX-FUTA-WAGES  PIC 9(09)V99.
                   04  CTX-FUTA-TAX    PIC 9(09)V99.
                   04  CTX-SUTA-WAGES  PIC 9(09)V99.
                   04  CTX-SUTA-TAX    PIC 9(09)V99.

      *    SUTA IS OWED STATE BY STATE, SO ITS LIABILITY IS ALSO
      *    SUMMED BY COMPANY AND WORK STATE.
       77  WS-CST-COUNT                PIC 9(03)   VALUE 0.
       77  WS-CST-SUB                  PIC 9(03)   VALUE 0.
       77  WS-CST-FOUND                PIC 9(03)   VALUE 0.
       01  COMPANY-STATE-TABLE.
           02  COMPANY-STATE-ENTRY     OCCURS 100 TIMES.
               03  CST-COMPANY-CODE    PIC X(02).
               03  CST-STATE-CODE      PIC X(02).
               03  CST-SUTA-WAGES      PIC 9(09)V99.
               03  CST-SUTA-TAX        PIC 9(09)V99.

      *    SUMS FOR ONE COMPANY'S TOTAL LINE, THEN THE RUN'S, AND
      *    THE FIGURES FOR THE ONE LINE BEING PRINTED.
       01  WS-SUM-AMOUNTS.
           03  WS-SUM-GROSS            PIC 9(09)V99.
           03  WS-SUM-SS-WAGES         PIC 9(09)V99.
           03  WS-SUM-SS-TAX           PIC 9(09)V99.
           03  WS-SUM-MEDICARE-TAX     PIC 9(09)V99.
           03  WS-SUM-FUTA-WAGES       PIC 9(09)V99.
           03  WS-SUM-FUTA-TAX         PIC 9(09)V99.
           03  WS-SUM-SUTA-WAGES       PIC 9(09)V99.
           03  WS-SUM-SUTA-TAX         PIC 9(09)V99.
       01  WS-RUN-AMOUNTS.
           03  WS-RUN-GROSS            PIC 9(09)V99.
           03  WS-RUN-SS-WAGES         PIC 9(09)V99.
           03  WS-RUN-SS-TAX           PIC 9(09)V99.
           03  WS-RUN-MEDICARE-TAX     PIC 9(09)V99.
           03  WS-RUN-FUTA-WAGES       PIC 9(09)V99.
           03  WS-RUN-FUTA-TAX         PIC 9(09)V99.
           03  WS-RUN-SUTA-WAGES       PIC 9(09)V99.
           03  WS-RUN-SUTA-TAX         PIC 9(09)V99.
       01  WS-LINE-AMOUNTS.
           03  WS-LINE-GROSS           PIC 9(09)V99.
           03  WS-LINE-SS-WAGES        PIC 9(09)V99.
           03  WS-LINE-SS-TAX          PIC 9(09)V99.
           03  WS-LINE-MEDICARE-TAX    PIC 9(09)V99.
           03  WS-LINE-FUTA-WAGES      PIC 9(09)V99.
           03  WS-LINE-FUTA-TAX        PIC 9(09)V99.
           03  WS-LINE-SUTA-WAGES      PIC 9(09)V99.
           03  WS-LINE-SUTA-TAX        PIC 9(09)V99.
       77  WS-SCAN-SUB                 PIC 9(03)   VALUE 0.
       77  WS-LINE-TOTAL-TAX           PIC 9(09)V99 VALUE 0.
       77  WS-RUN-TOTAL-TAX            PIC 9(09)V99 VALUE 0.

      *    EVERY EMPLOYEE THE RUN COULD NOT TAX CLEANLY.  A 'H'
      *    EXCEPTION (NO MASTER, NO WORK STATE, NO SUTA RATE) MEANS
      *    A LIABILITY IS MISSING AND HOLDS THE JOURNAL; A 'W' ONE
      *    (YTDEMPL OUT OF STEP) IS TAXED AS BEST IT CAN BE AND
      *    ONLY RAISES THE RETURN CODE.
       77  WS-EXC-COUNT                PIC 9(03)   VALUE 0.
       77  WS-EXC-OVERFLOW             PIC 9(05)   VALUE 0.
       77  WS-EXC-SUB                  PIC 9(03)   VALUE 0.
       77  WS-EXC-SEVERITY             PIC X(01)   VALUE SPACE.
       77  WS-EXC-REASON               PIC X(40)   VALUE SPACES.
       01  EXCEPTION-TABLE.
           02  EXCEPTION-ENTRY         OCCURS 200 TIMES.
               03  EXT-EMPLOYEE-NO     PIC 9(04).
               03  EXT-EMPLOYEE-NAME   PIC X(20).
               03  EXT-SEVERITY        PIC X(01).
               03  EXT-REASON          PIC X(40).
       77  WS-HOLD-SWITCH              PIC X(1)    VALUE 'N'.
           88  JOURNAL-HELD                        VALUE 'Y'.

       01  CHART-TABLE.
           02  CHART-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY CHART-IX.
               03  CHT-ACCOUNT-NUMBER  PIC 9(06).
               03  CHT-ACCOUNT-TYPE    PIC X(01).
               03  CHT-DEPARTMENT      PIC X(02).
               03  CHT-DESCRIPTION     PIC X(30).
               03  CHT-COMPANY         PIC X(02).
       77  WS-CHART-COUNT              PIC 9(03)   VALUE 0.
       77  WS-CREDIT-TYPE              PIC X(01)   VALUE SPACE.
       77  WS-CREDIT-AMOUNT            PIC 9(09)V99 VALUE 0.
       77  WS-LOOKUP-DEPT              PIC X(02)   VALUE SPACES.
       77  WS-FOUND-ACCOUNT            PIC 9(06)   VALUE 0.
       77  WS-FOUND-DESC               PIC X(30)   VALUE SPACES.
       77  WS-JOURNAL-ERROR-SWITCH     PIC X(1)    VALUE 'N'.
           88  JOURNAL-HAS-ERRORS                  VALUE 'Y'.
       77  WS-GL-DEBIT-TOTAL           PIC 9(10)V99 VALUE 0.
       77  WS-GL-CREDIT-TOTAL          PIC 9(10)V99 VALUE 0.
       77  WS-GL-IMBALANCE             PIC S9(10)V99 VALUE 0.

       77  WS-STAGE-COUNT              PIC 9(04)   VALUE 0.
       77  WS-STAGE-SUB                PIC 9(04)   VALUE 0.
       01  JOURNAL-STAGE-TABLE.
           02  JOURNAL-STAGE-ENTRY     OCCURS 1000 TIMES.
               03  JST-ACCOUNT-NUMBER  PIC 9(06).
               03  JST-DEBIT-CREDIT    PIC X(01).
               03  JST-AMOUNT          PIC 9(09)V99.
               03  JST-DESCRIPTION     PIC X(30).
               03  JST-COMPANY         PIC X(02).

       01  WS-PROOF-LINE.
           03  WS-PRF-ACCOUNT          PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRF-DESCRIPTION      PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRF-DEBIT            PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRF-CREDIT           PIC $$$,$$$,$$9.99.

       01  WS-PROOF-COMPANY-LINE.
           03  FILLER                  PIC X(08) VALUE 'COMPANY '.
           03  WS-PRC-COMPANY          PIC X(02).
           03  FILLER                  PIC X(20) VALUE
                   ' -------------------'.

       01  WS-PROOF-TOTAL-LINE.
           03  FILLER                  PIC X(20) VALUE
                   'PROOF TOTALS        '.
           03  FILLER                  PIC X(18) VALUE SPACES.
           03  WS-PRT-DEBITS           PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRT-CREDITS          PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-PRT-VERDICT          PIC X(14).

      *    THE REGISTER LINES.
       01  WS-REGISTER-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'EMPLOYER PAYROLL TAX REGISTER'.
           03  FILLER                  PIC X(09) VALUE 'PAY DATE '.
           03  WS-RGH-PAY-DATE         PIC 9(08).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-RGH-RUN-DATE         PIC X(19).

       01  WS-REGISTER-COLUMNS.
           03  FILLER                  PIC X(07) VALUE 'CO DEPT'.
           03  FILLER                  PIC X(13) VALUE
                   '        GROSS'.
           03  FILLER                  PIC X(13) VALUE
                   '     SS WAGES'.
           03  FILLER                  PIC X(13) VALUE
                   '       SS TAX'.
           03  FILLER                  PIC X(13) VALUE
                   ' MEDICARE TAX'.
           03  FILLER                  PIC X(13) VALUE
                   '   FUTA WAGES'.
           03  FILLER                  PIC X(13) VALUE
                   '     FUTA TAX'.
           03  FILLER                  PIC X(13) VALUE
                   '   SUTA WAGES'.
           03  FILLER                  PIC X(13) VALUE
                   '     SUTA TAX'.
           03  FILLER                  PIC X(13) VALUE
                   '    TOTAL TAX'.

      *    ONE DEPARTMENT, A COMPANY TOTAL ('TOTL') OR THE RUN TOTAL
      *    ('**' 'ALL ').
       01  WS-REGISTER-DETAIL.
           03  WS-RGD-COMPANY          PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-DEPT             PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-GROSS            PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-SS-WAGES         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-SS-TAX           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-MEDICARE-TAX     PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-FUTA-WAGES       PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-FUTA-TAX         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-SUTA-WAGES       PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-SUTA-TAX         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-TOTAL-TAX        PIC Z,ZZZ,ZZ9.99.

       01  WS-STATE-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'SUTA LIABILITY BY COMPANY AND WORK STATE'.

       01  WS-STATE-DETAIL.
           03  WS-RGS-COMPANY          PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGS-STATE            PIC X(02).
           03  FILLER                  PIC X(17) VALUE SPACES.
           03  WS-RGS-SUTA-WAGES       PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGS-SUTA-TAX         PIC Z,ZZZ,ZZ9.99.

       01  WS-EXCEPTION-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'EXCEPTIONS'.

       01  WS-EXCEPTION-DETAIL.
           03  WS-RGX-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGX-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGX-REASON           PIC X(40).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGX-ACTION           PIC X(20).

       01  WS-EXCEPTION-OVERFLOW-LINE.
           03  FILLER                  PIC X(26) VALUE
                   'MORE EXCEPTIONS NOT SHOWN:'.
           03  WS-RGO-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           PERFORM 010-LOAD-TAX-PARAMS THRU 010-EXIT.
           PERFORM 020-LOAD-SUTA-RATES THRU 020-EXIT.
           PERFORM 030-LOAD-CHART-ACCOUNTS THRU 030-EXIT.

           INITIALIZE EMPLOYEE-RUN-TABLE.
           PERFORM 040-TOTAL-RUN-GROSS THRU 049-EXIT.

           MOVE ZEROS TO COMPANY-TAX-TABLE.
           PERFORM 050-COMPUTE-EMPLOYER-TAX THRU 059-EXIT.

           PERFORM 070-PRINT-REGISTER THRU 079-EXIT.

           PERFORM 080-STAGE-AND-PROVE THRU 080-EXIT.

       000-TERMINATE.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE RATE RECORD IS REQUIRED - WITHOUT IT EVERY FIGURE THE
      *    RUN PRODUCED WOULD BE ZERO AND STILL LOOK LIKE AN ANSWER.
       010-LOAD-TAX-PARAMS.
           OPEN INPUT TAX-PARAM-FILE.

           IF NOT WS-TAXPARM-OK
               MOVE "TAX-PARAM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TAXPARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ TAX-PARAM-FILE
               AT END
                   DISPLAY "EMPTXPRM IS EMPTY - NO EMPLOYER RATES"
                           UPON SYSERR
                   CLOSE TAX-PARAM-FILE
                   STOP RUN RETURNING 1
           END-READ.

           IF ETP-SS-RATE NOT NUMERIC
              OR ETP-SS-WAGE-BASE NOT NUMERIC
              OR ETP-MEDICARE-RATE NOT NUMERIC
              OR ETP-FUTA-RATE NOT NUMERIC
              OR ETP-FUTA-WAGE-BASE NOT NUMERIC
               DISPLAY "EMPTXPRM RATES OR BASES NOT NUMERIC"
                       UPON SYSERR
               CLOSE TAX-PARAM-FILE
               STOP RUN RETURNING 1
           END-IF.

           MOVE ETP-SS-RATE TO WS-SS-RATE.
           MOVE ETP-SS-WAGE-BASE TO WS-SS-WAGE-BASE.
           MOVE ETP-MEDICARE-RATE TO WS-MEDICARE-RATE.
           MOVE ETP-FUTA-RATE TO WS-FUTA-RATE.
           MOVE ETP-FUTA-WAGE-BASE TO WS-FUTA-WAGE-BASE.
           CLOSE TAX-PARAM-FILE.

       010-EXIT.
           EXIT.

       020-LOAD-SUTA-RATES.
           OPEN INPUT SUTA-RATE-FILE.

           IF NOT WS-SUTARATE-OK
               MOVE "SUTA-RATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SUTARATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SUTA-RATE-FILE
               AT END
                   MOVE 'Y' TO SUTARATE-EOF-SWITCH
           END-READ.

           PERFORM 021-STORE-ONE-RATE THRU 021-EXIT
               UNTIL SUTARATE-EOF.

           CLOSE SUTA-RATE-FILE.

       020-EXIT.
           EXIT.

       021-STORE-ONE-RATE.
           IF WS-SUTA-COUNT < 200
              AND SUR-RATE IS NUMERIC
              AND SUR-WAGE-BASE IS NUMERIC
               ADD 1 TO WS-SUTA-COUNT
               SET SUTA-IX TO WS-SUTA-COUNT
               MOVE SUR-STATE-CODE TO SRT-STATE-CODE (SUTA-IX)
               MOVE SUR-COMPANY-CODE TO SRT-COMPANY-CODE (SUTA-IX)
               MOVE SUR-RATE TO SRT-RATE (SUTA-IX)
               MOVE SUR-WAGE-BASE TO SRT-WAGE-BASE (SUTA-IX)
           END-IF.

           READ SUTA-RATE-FILE
               AT END
                   MOVE 'Y' TO SUTARATE-EOF-SWITCH
           END-READ.

       021-EXIT.
           EXIT.

       030-LOAD-CHART-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.

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

           PERFORM 031-STORE-ONE-ACCOUNT THRU 031-EXIT
               UNTIL CHART-EOF.

           CLOSE CHART-OF-ACCOUNTS-FILE.

       030-EXIT.
           EXIT.

      *    AN ACCOUNT THE TABLE CANNOT HOLD COULD NOT BE RESOLVED,
      *    SO A FULL TABLE STOPS THE RUN.
       031-STORE-ONE-ACCOUNT.
           IF WS-CHART-COUNT NOT < 500
               MOVE "CHART OF ACCOUNTS TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CHART-COUNT.
           SET CHART-IX TO WS-CHART-COUNT.
           MOVE CAC-ACCOUNT-NUMBER
               TO CHT-ACCOUNT-NUMBER (CHART-IX).
           MOVE CAC-ACCOUNT-TYPE TO CHT-ACCOUNT-TYPE (CHART-IX).
           MOVE CAC-DEPARTMENT TO CHT-DEPARTMENT (CHART-IX).
           MOVE CAC-DESCRIPTION TO CHT-DESCRIPTION (CHART-IX).
           MOVE CAC-COMPANY TO CHT-COMPANY (CHART-IX).

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

       031-EXIT.
           EXIT.

      *    FIRST PASS - EACH EMPLOYEE'S GROSS ON THIS RUN.
       040-TOTAL-RUN-GROSS.
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
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 045-TOTAL-ONE-RECORD THRU 045-EXIT
               UNTIL END-OF-FILE.

           CLOSE POSTED-PAY-FILE.

       049-EXIT.
           EXIT.

       045-TOTAL-ONE-RECORD.
           IF WS-PAY-DATE = ZERO
               MOVE PPR-PAY-DATE TO WS-PAY-DATE
           END-IF.

      *    AN UNUSABLE RECORD IS LEFT FOR THE SECOND PASS TO LIST AS
      *    AN EXCEPTION.  A NUMERIC FOUR-DIGIT NUMBER ALWAYS FALLS
      *    INSIDE THE 9999-ROW TABLE.
           IF PPR-EMPLOYEE-NO IS NUMERIC
              AND PPR-EMPLOYEE-NO > ZERO
              AND PPR-GROSS-PAY IS NUMERIC
               ADD PPR-GROSS-PAY
                   TO ERT-RUN-GROSS (PPR-EMPLOYEE-NO)
           END-IF.

           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    SECOND PASS - EVERY CHECK TAXED AGAINST THE BASES AND
      *    BUCKETED BY COMPANY AND DEPARTMENT.
       050-COMPUTE-EMPLOYER-TAX.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN INPUT EMPLOYEE-YTD-FILE.
           IF NOT WS-EMPYTD-OK
               MOVE "EMPLOYEE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN INPUT POSTED-PAY-FILE.
           IF NOT WS-POSTED-OK
               MOVE "POSTED-PAY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-POSTED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 055-TAX-ONE-CHECK THRU 055-EXIT
               UNTIL END-OF-FILE.

           CLOSE POSTED-PAY-FILE.
           CLOSE EMPLOYEE-YTD-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.

       059-EXIT.
           EXIT.

       055-TAX-ONE-CHECK.
           ADD 1 TO WS-INPUT-COUNT.

           IF PPR-EMPLOYEE-NO = ZERO
              OR PPR-EMPLOYEE-NO NOT NUMERIC
              OR PPR-GROSS-PAY NOT NUMERIC
              OR PPR-DEPARTMENT-NUMBER NOT NUMERIC
              OR PPR-DEPARTMENT-NUMBER = ZERO
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'UNUSABLE POSTED-PAY RECORD'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 055-READ-NEXT
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-EMP-SUB.
           IF NOT ERT-SEEN (WS-EMP-SUB)
               PERFORM 060-FIND-PRIOR-WAGES THRU 060-EXIT
           END-IF.

           MOVE PPR-GROSS-PAY TO WS-CHECK-GROSS.

      *    SOCIAL SECURITY TO ITS BASE, MEDICARE ON EVERY DOLLAR.
           MOVE WS-SS-WAGE-BASE TO WS-CAP-BASE.
           PERFORM 068-CAP-TO-BASE THRU 068-EXIT.
           MOVE WS-CAP-TAXABLE TO WS-SS-WAGES.
           COMPUTE WS-SS-TAX ROUNDED = WS-SS-WAGES * WS-SS-RATE.
           COMPUTE WS-MEDICARE-TAX ROUNDED =
               WS-CHECK-GROSS * WS-MEDICARE-RATE.

           MOVE WS-FUTA-WAGE-BASE TO WS-CAP-BASE.
           PERFORM 068-CAP-TO-BASE THRU 068-EXIT.
           MOVE WS-CAP-TAXABLE TO WS-FUTA-WAGES.
           COMPUTE WS-FUTA-TAX ROUNDED = WS-FUTA-WAGES * WS-FUTA-RATE.

           MOVE ZERO TO WS-SUTA-WAGES.
           MOVE ZERO TO WS-SUTA-TAX.
           PERFORM 062-FIND-SUTA-RATE THRU 062-EXIT.
           IF SUTA-RATE-FOUND
               MOVE WS-SUTA-WAGE-BASE TO WS-CAP-BASE
               PERFORM 068-CAP-TO-BASE THRU 068-EXIT
               MOVE WS-CAP-TAXABLE TO WS-SUTA-WAGES
               COMPUTE WS-SUTA-TAX ROUNDED =
                   WS-SUTA-WAGES * WS-SUTA-RATE
           END-IF.

           ADD WS-CHECK-GROSS TO ERT-WAGES-COUNTED (WS-EMP-SUB).

           PERFORM 064-BUCKET-ONE-CHECK THRU 064-EXIT.

       055-READ-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    GROSS PAID BEFORE THIS RUN = YTDEMPL LESS THIS RUN'S GROSS.
      *    AN EMPLOYEE MISSING FROM YTDEMPL, OR WITH LESS ON IT THAN
      *    THIS RUN PAID, MEANS THE REGISTER DID NOT POST THE RUN TO
      *    YTD; THE CHECK IS TAXED AS THE FIRST OF THE YEAR AND
      *    FLAGGED FOR PAYROLL TO LOOK AT.
       060-FIND-PRIOR-WAGES.
           MOVE 'Y' TO ERT-SEEN-SWITCH (WS-EMP-SUB).
           MOVE ZERO TO ERT-WAGES-COUNTED (WS-EMP-SUB).

           MOVE PPR-EMPLOYEE-NO TO YTE-EMPLOYEE-NO.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE 'W' TO WS-EXC-SEVERITY
                   MOVE 'NOT ON YTDEMPL - TAXED AS FIRST PAY'
                       TO WS-EXC-REASON
                   PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
                   GO TO 060-EXIT
           END-READ.

           IF YTE-GROSS < ERT-RUN-GROSS (WS-EMP-SUB)
               MOVE 'W' TO WS-EXC-SEVERITY
               MOVE 'YTDEMPL BELOW THIS RUN - TAXED AS FIRST'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 060-EXIT
           END-IF.

           COMPUTE ERT-WAGES-COUNTED (WS-EMP-SUB) =
               YTE-GROSS - ERT-RUN-GROSS (WS-EMP-SUB).

       060-EXIT.
           EXIT.

      *    THE EMPLOYEE'S WORK STATE AND COMPANY OFF THE MASTER PICK
      *    THE SUTA ROW - THE COMPANY'S OWN RATE IN THAT STATE, ELSE
      *    THE STATE'S BLANK-COMPANY ROW.
       062-FIND-SUTA-RATE.
           MOVE 'N' TO WS-SUTA-FOUND-SWITCH.

           MOVE PPR-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'H' TO WS-EXC-SEVERITY
                   MOVE 'NOT ON EMPMSTR - NO SUTA COMPUTED'
                       TO WS-EXC-REASON
                   PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
                   GO TO 062-EXIT
           END-READ.

           IF EMR-WORK-STATE = SPACES
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'NO WORK STATE ON EMPMSTR - NO SUTA'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 062-EXIT
           END-IF.

           MOVE EMR-WORK-STATE TO WS-WORK-STATE.
           MOVE EMR-COMPANY-CODE TO WS-RATE-COMPANY.
           PERFORM 063-SEARCH-SUTA-TABLE THRU 063-EXIT.

           IF NOT SUTA-RATE-FOUND
              AND WS-RATE-COMPANY NOT = SPACES
               MOVE SPACES TO WS-RATE-COMPANY
               PERFORM 063-SEARCH-SUTA-TABLE THRU 063-EXIT
           END-IF.

           IF NOT SUTA-RATE-FOUND
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE SPACES TO WS-EXC-REASON
               STRING 'NO SUTARATE ROW FOR STATE ' DELIMITED BY SIZE
                      WS-WORK-STATE DELIMITED BY SIZE
                      ' COMPANY ' DELIMITED BY SIZE
                      EMR-COMPANY-CODE DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
           END-IF.

       062-EXIT.
           EXIT.

       063-SEARCH-SUTA-TABLE.
           SET SUTA-IX TO 1.
           SEARCH SUTA-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN SUTA-IX > WS-SUTA-COUNT
                   CONTINUE
               WHEN SRT-STATE-CODE (SUTA-IX) = WS-WORK-STATE
                  AND SRT-COMPANY-CODE (SUTA-IX) = WS-RATE-COMPANY
                   MOVE 'Y' TO WS-SUTA-FOUND-SWITCH
                   MOVE SRT-RATE (SUTA-IX) TO WS-SUTA-RATE
                   MOVE SRT-WAGE-BASE (SUTA-IX) TO WS-SUTA-WAGE-BASE
           END-SEARCH.

       063-EXIT.
           EXIT.

      *    THE CHECK'S FIGURES INTO ITS COMPANY AND DEPARTMENT, AND
      *    ITS SUTA INTO THE COMPANY AND WORK STATE.
       064-BUCKET-ONE-CHECK.
           MOVE PPR-COMPANY-CODE TO WS-CUR-COMPANY.
           PERFORM 065-FIND-COMPANY-SLOT THRU 065-EXIT.
           IF WS-CO-SUB = ZERO
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'MORE THAN 5 COMPANIES ON THE FEED'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 064-EXIT
           END-IF.

           MOVE PPR-DEPARTMENT-NUMBER TO WS-DEPT-SUB.
           ADD WS-CHECK-GROSS TO CTX-GROSS (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-SS-WAGES TO CTX-SS-WAGES (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-SS-TAX TO CTX-SS-TAX (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-MEDICARE-TAX
               TO CTX-MEDICARE-TAX (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-FUTA-WAGES
               TO CTX-FUTA-WAGES (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-FUTA-TAX TO CTX-FUTA-TAX (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-SUTA-WAGES
               TO CTX-SUTA-WAGES (WS-CO-SUB, WS-DEPT-SUB).
           ADD WS-SUTA-TAX TO CTX-SUTA-TAX (WS-CO-SUB, WS-DEPT-SUB).

           IF WS-SUTA-WAGES = ZERO AND WS-SUTA-TAX = ZERO
               GO TO 064-EXIT
           END-IF.

           MOVE ZERO TO WS-CST-FOUND.
           PERFORM 067-MATCH-ONE-STATE THRU 067-EXIT
               VARYING WS-CST-SUB FROM 1 BY 1
               UNTIL WS-CST-SUB > WS-CST-COUNT
                  OR WS-CST-FOUND > ZERO.

           IF WS-CST-FOUND = ZERO
               IF WS-CST-COUNT < 100
                   ADD 1 TO WS-CST-COUNT
                   MOVE WS-CST-COUNT TO WS-CST-FOUND
                   MOVE WS-CUR-COMPANY
                       TO CST-COMPANY-CODE (WS-CST-FOUND)
                   MOVE WS-WORK-STATE
                       TO CST-STATE-CODE (WS-CST-FOUND)
                   MOVE ZERO TO CST-SUTA-WAGES (WS-CST-FOUND)
                   MOVE ZERO TO CST-SUTA-TAX (WS-CST-FOUND)
               ELSE
                   MOVE 'H' TO WS-EXC-SEVERITY
                   MOVE 'MORE THAN 100 COMPANY/STATE PAIRS'
                       TO WS-EXC-REASON
                   PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
                   GO TO 064-EXIT
               END-IF
           END-IF.

           ADD WS-SUTA-WAGES TO CST-SUTA-WAGES (WS-CST-FOUND).
           ADD WS-SUTA-TAX TO CST-SUTA-TAX (WS-CST-FOUND).

       064-EXIT.
           EXIT.

       065-FIND-COMPANY-SLOT.
           MOVE ZERO TO WS-CO-SUB.
           PERFORM 065A-MATCH-ONE-COMPANY THRU 065A-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CO-COUNT
                  OR WS-CO-SUB > ZERO.

           IF WS-CO-SUB = ZERO AND WS-CO-COUNT < 5
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-SUB
               MOVE WS-CUR-COMPANY TO CTX-COMPANY-CODE (WS-CO-SUB)
           END-IF.

       065-EXIT.
           EXIT.

       065A-MATCH-ONE-COMPANY.
           IF CTX-COMPANY-CODE (WS-SCAN-SUB) = WS-CUR-COMPANY
               MOVE WS-SCAN-SUB TO WS-CO-SUB
           END-IF.

       065A-EXIT.
           EXIT.

       066-NOTE-EXCEPTION.
           IF WS-EXC-SEVERITY = 'H'
               MOVE 'Y' TO WS-HOLD-SWITCH
           END-IF.

           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE PPR-EMPLOYEE-NO TO EXT-EMPLOYEE-NO (WS-EXC-COUNT)
               MOVE PPR-EMPLOYEE-NAME
                   TO EXT-EMPLOYEE-NAME (WS-EXC-COUNT)
               MOVE WS-EXC-SEVERITY TO EXT-SEVERITY (WS-EXC-COUNT)
               MOVE WS-EXC-REASON TO EXT-REASON (WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-OVERFLOW
           END-IF.

       066-EXIT.
           EXIT.

       067-MATCH-ONE-STATE.
           IF CST-COMPANY-CODE (WS-CST-SUB) = WS-CUR-COMPANY
              AND CST-STATE-CODE (WS-CST-SUB) = WS-WORK-STATE
               MOVE WS-CST-SUB TO WS-CST-FOUND
           END-IF.

       067-EXIT.
           EXIT.

      *    HOW MUCH OF THIS CHECK FALLS UNDER AN ANNUAL BASE, GIVEN
      *    WHAT THE EMPLOYEE HAD ALREADY BEEN PAID THIS YEAR.
       068-CAP-TO-BASE.
           IF ERT-WAGES-COUNTED (WS-EMP-SUB) >= WS-CAP-BASE
               MOVE ZERO TO WS-CAP-TAXABLE
               GO TO 068-EXIT
           END-IF.

           COMPUTE WS-CAP-TAXABLE =
               WS-CAP-BASE - ERT-WAGES-COUNTED (WS-EMP-SUB).
           IF WS-CAP-TAXABLE > WS-CHECK-GROSS
               MOVE WS-CHECK-GROSS TO WS-CAP-TAXABLE
           END-IF.

       068-EXIT.
           EXIT.

      *    THE REGISTER - EVERY COMPANY'S DEPARTMENTS AND COMPANY
      *    TOTAL, THE RUN TOTAL, THE SUTA LIABILITY BY STATE, AND
      *    THE EXCEPTIONS.
       070-PRINT-REGISTER.
           OPEN OUTPUT TAX-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               MOVE "TAX-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-PAY-DATE TO WS-RGH-PAY-DATE.
           MOVE WS-RUN-DATE-TIME TO WS-RGH-RUN-DATE.
           MOVE WS-REGISTER-HEADING TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.
           MOVE SPACES TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.
           MOVE WS-REGISTER-COLUMNS TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.

           MOVE ZEROS TO WS-RUN-AMOUNTS.
           PERFORM 072-PRINT-ONE-COMPANY THRU 072-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT.

           MOVE WS-RUN-AMOUNTS TO WS-LINE-AMOUNTS.
           MOVE '**' TO WS-RGD-COMPANY.
           MOVE 'ALL ' TO WS-RGD-DEPT.
           PERFORM 076-WRITE-AMOUNT-LINE THRU 076-EXIT.
           MOVE WS-LINE-TOTAL-TAX TO WS-RUN-TOTAL-TAX.

           IF WS-CST-COUNT > ZERO
               MOVE SPACES TO TAX-REGISTER-RECORD
               WRITE TAX-REGISTER-RECORD
               MOVE WS-STATE-HEADING TO TAX-REGISTER-RECORD
               WRITE TAX-REGISTER-RECORD
               PERFORM 077-PRINT-ONE-STATE THRU 077-EXIT
                   VARYING WS-CST-SUB FROM 1 BY 1
                   UNTIL WS-CST-SUB > WS-CST-COUNT
           END-IF.

           IF WS-EXC-COUNT > ZERO
               MOVE SPACES TO TAX-REGISTER-RECORD
               WRITE TAX-REGISTER-RECORD
               MOVE WS-EXCEPTION-HEADING TO TAX-REGISTER-RECORD
               WRITE TAX-REGISTER-RECORD
               PERFORM 078-PRINT-ONE-EXCEPTION THRU 078-EXIT
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
           END-IF.

           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-RGO-COUNT
               MOVE WS-EXCEPTION-OVERFLOW-LINE TO TAX-REGISTER-RECORD
               WRITE TAX-REGISTER-RECORD
           END-IF.

           CLOSE TAX-REGISTER-FILE.

       079-EXIT.
           EXIT.

       072-PRINT-ONE-COMPANY.
           MOVE ZEROS TO WS-SUM-AMOUNTS.
           PERFORM 074-PRINT-ONE-DEPT THRU 074-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           ADD WS-SUM-GROSS TO WS-RUN-GROSS.
           ADD WS-SUM-SS-WAGES TO WS-RUN-SS-WAGES.
           ADD WS-SUM-SS-TAX TO WS-RUN-SS-TAX.
           ADD WS-SUM-MEDICARE-TAX TO WS-RUN-MEDICARE-TAX.
           ADD WS-SUM-FUTA-WAGES TO WS-RUN-FUTA-WAGES.
           ADD WS-SUM-FUTA-TAX TO WS-RUN-FUTA-TAX.
           ADD WS-SUM-SUTA-WAGES TO WS-RUN-SUTA-WAGES.
           ADD WS-SUM-SUTA-TAX TO WS-RUN-SUTA-TAX.

           MOVE WS-SUM-AMOUNTS TO WS-LINE-AMOUNTS.
           MOVE CTX-COMPANY-CODE (WS-CO-SUB) TO WS-RGD-COMPANY.
           MOVE 'TOTL' TO WS-RGD-DEPT.
           PERFORM 076-WRITE-AMOUNT-LINE THRU 076-EXIT.
           MOVE SPACES TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.

       072-EXIT.
           EXIT.

       074-PRINT-ONE-DEPT.
           IF CTX-GROSS (WS-CO-SUB, WS-DEPT-SUB) = ZERO
               GO TO 074-EXIT
           END-IF.

           MOVE CTX-DEPT-ENTRY (WS-CO-SUB, WS-DEPT-SUB)
               TO WS-LINE-AMOUNTS.
           MOVE CTX-COMPANY-CODE (WS-CO-SUB) TO WS-RGD-COMPANY.
           MOVE SPACES TO WS-RGD-DEPT.
           MOVE WS-DEPT-SUB (2:2) TO WS-RGD-DEPT (1:2).
           PERFORM 076-WRITE-AMOUNT-LINE THRU 076-EXIT.

           MOVE WS-DEPT-SUB TO WS-SCAN-SUB.
           PERFORM 075-ADD-ONE-DEPT THRU 075-EXIT.

       074-EXIT.
           EXIT.

       075-ADD-ONE-DEPT.
           ADD CTX-GROSS (WS-CO-SUB, WS-SCAN-SUB) TO WS-SUM-GROSS.
           ADD CTX-SS-WAGES (WS-CO-SUB, WS-SCAN-SUB)
               TO WS-SUM-SS-WAGES.
           ADD CTX-SS-TAX (WS-CO-SUB, WS-SCAN-SUB) TO WS-SUM-SS-TAX.
           ADD CTX-MEDICARE-TAX (WS-CO-SUB, WS-SCAN-SUB)
               TO WS-SUM-MEDICARE-TAX.
           ADD CTX-FUTA-WAGES (WS-CO-SUB, WS-SCAN-SUB)
               TO WS-SUM-FUTA-WAGES.
           ADD CTX-FUTA-TAX (WS-CO-SUB, WS-SCAN-SUB)
               TO WS-SUM-FUTA-TAX.
           ADD CTX-SUTA-WAGES (WS-CO-SUB, WS-SCAN-SUB)
               TO WS-SUM-SUTA-WAGES.
           ADD CTX-SUTA-TAX (WS-CO-SUB, WS-SCAN-SUB)
               TO WS-SUM-SUTA-TAX.

       075-EXIT.
           EXIT.

       076-WRITE-AMOUNT-LINE.
           COMPUTE WS-LINE-TOTAL-TAX =
               WS-LINE-SS-TAX + WS-LINE-MEDICARE-TAX
             + WS-LINE-FUTA-TAX + WS-LINE-SUTA-TAX.

           MOVE WS-LINE-GROSS TO WS-RGD-GROSS.
           MOVE WS-LINE-SS-WAGES TO WS-RGD-SS-WAGES.
           MOVE WS-LINE-SS-TAX TO WS-RGD-SS-TAX.
           MOVE WS-LINE-MEDICARE-TAX TO WS-RGD-MEDICARE-TAX.
           MOVE WS-LINE-FUTA-WAGES TO WS-RGD-FUTA-WAGES.
           MOVE WS-LINE-FUTA-TAX TO WS-RGD-FUTA-TAX.
           MOVE WS-LINE-SUTA-WAGES TO WS-RGD-SUTA-WAGES.
           MOVE WS-LINE-SUTA-TAX TO WS-RGD-SUTA-TAX.
           MOVE WS-LINE-TOTAL-TAX TO WS-RGD-TOTAL-TAX.
           MOVE WS-REGISTER-DETAIL TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.

       076-EXIT.
           EXIT.

       077-PRINT-ONE-STATE.
           MOVE CST-COMPANY-CODE (WS-CST-SUB) TO WS-RGS-COMPANY.
           MOVE CST-STATE-CODE (WS-CST-SUB) TO WS-RGS-STATE.
           MOVE CST-SUTA-WAGES (WS-CST-SUB) TO WS-RGS-SUTA-WAGES.
           MOVE CST-SUTA-TAX (WS-CST-SUB) TO WS-RGS-SUTA-TAX.
           MOVE WS-STATE-DETAIL TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.

       077-EXIT.
           EXIT.

       078-PRINT-ONE-EXCEPTION.
           MOVE EXT-EMPLOYEE-NO (WS-EXC-SUB) TO WS-RGX-EMPLOYEE-NO.
           MOVE EXT-EMPLOYEE-NAME (WS-EXC-SUB)
               TO WS-RGX-EMPLOYEE-NAME.
           MOVE EXT-REASON (WS-EXC-SUB) TO WS-RGX-REASON.
           IF EXT-SEVERITY (WS-EXC-SUB) = 'H'
               MOVE 'JOURNAL HELD' TO WS-RGX-ACTION
           ELSE
               MOVE 'REVIEW' TO WS-RGX-ACTION
           END-IF.
           MOVE WS-EXCEPTION-DETAIL TO TAX-REGISTER-RECORD.
           WRITE TAX-REGISTER-RECORD.

       078-EXIT.
           EXIT.

      *    PER COMPANY: ONE TAX-EXPENSE DEBIT PER DEPARTMENT, THE
      *    EMPLOYER SOCIAL SECURITY AND MEDICARE TO THE FICA
      *    LIABILITY, FUTA TO ITS LIABILITY, AND SUTA TO EACH WORK
      *    STATE'S.  THE JOURNAL RELEASES ONLY WHEN THE PROOF FOOTS,
      *    EVERY ACCOUNT RESOLVED, AND NO EMPLOYEE WENT UNTAXED.
       080-STAGE-AND-PROVE.
           OPEN OUTPUT GL-PROOF-FILE.
           IF NOT WS-PROOF-OK
               MOVE "GL-PROOF-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROOF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 082-GENERATE-ONE-COMPANY THRU 082-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT.

           MOVE WS-GL-DEBIT-TOTAL TO WS-PRT-DEBITS.
           MOVE WS-GL-CREDIT-TOTAL TO WS-PRT-CREDITS.
           COMPUTE WS-GL-IMBALANCE =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL.

           IF JOURNAL-HELD
               MOVE SPACES TO GL-PROOF-RECORD
               MOVE 'EMPLOYEES NOT FULLY TAXED - SEE EMPTXREG'
                   TO GL-PROOF-RECORD
               WRITE GL-PROOF-RECORD
           END-IF.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
              AND WS-RUN-TOTAL-TAX > ZERO
               IF JOURNAL-HELD
                   MOVE 'JOURNAL HELD' TO WS-PRT-VERDICT
               ELSE
                   MOVE 'IN BALANCE' TO WS-PRT-VERDICT
               END-IF
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PRT-VERDICT
           END-IF.

           MOVE WS-PROOF-TOTAL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.
           CLOSE GL-PROOF-FILE.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
              AND NOT JOURNAL-HELD AND WS-RUN-TOTAL-TAX > ZERO
               PERFORM 090-RELEASE-JOURNAL THRU 090-EXIT
           ELSE
               DISPLAY "EMPLOYER TAX JOURNAL NOT RELEASED - REVIEW "
                       "EMPTPROF" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       080-EXIT.
           EXIT.

       082-GENERATE-ONE-COMPANY.
           MOVE CTX-COMPANY-CODE (WS-CO-SUB) TO WS-CUR-COMPANY.

           MOVE WS-CUR-COMPANY TO WS-PRC-COMPANY.
           MOVE WS-PROOF-COMPANY-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           MOVE ZEROS TO WS-SUM-AMOUNTS.
           PERFORM 075-ADD-ONE-DEPT THRU 075-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > 99.

           PERFORM 084-STAGE-DEPT-DEBIT THRU 084-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE 'F' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           COMPUTE WS-CREDIT-AMOUNT =
               WS-SUM-SS-TAX + WS-SUM-MEDICARE-TAX.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

           MOVE 'H' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE WS-SUM-FUTA-TAX TO WS-CREDIT-AMOUNT.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

           PERFORM 085-STAGE-STATE-CREDIT THRU 085-EXIT
               VARYING WS-CST-SUB FROM 1 BY 1
               UNTIL WS-CST-SUB > WS-CST-COUNT.

       082-EXIT.
           EXIT.

       084-STAGE-DEPT-DEBIT.
           COMPUTE WS-CREDIT-AMOUNT =
               CTX-SS-TAX (WS-CO-SUB, WS-DEPT-SUB)
             + CTX-MEDICARE-TAX (WS-CO-SUB, WS-DEPT-SUB)
             + CTX-FUTA-TAX (WS-CO-SUB, WS-DEPT-SUB)
             + CTX-SUTA-TAX (WS-CO-SUB, WS-DEPT-SUB).

           IF WS-CREDIT-AMOUNT = ZERO
               GO TO 084-EXIT
           END-IF.

           MOVE 'E' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE WS-DEPT-SUB (2:2) TO WS-LOOKUP-DEPT.
           PERFORM 088-FIND-CHART-ACCOUNT THRU 088-EXIT.

           IF WS-FOUND-ACCOUNT = ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               STRING
                   'NO PAYROLL TAX EXPENSE ACCOUNT FOR DEPARTMENT '
                       DELIMITED BY SIZE
                   WS-LOOKUP-DEPT DELIMITED BY SIZE
                   ' COMPANY ' DELIMITED BY SIZE
                   WS-CUR-COMPANY DELIMITED BY SIZE
                   INTO GL-PROOF-RECORD
               END-STRING
               WRITE GL-PROOF-RECORD
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
               GO TO 084-EXIT
           END-IF.

           MOVE 'D' TO GLJ-DEBIT-CREDIT.
           PERFORM 089-STAGE-ENTRY THRU 089-EXIT.

       084-EXIT.
           EXIT.

       085-STAGE-STATE-CREDIT.
           IF CST-COMPANY-CODE (WS-CST-SUB) NOT = WS-CUR-COMPANY
              OR CST-SUTA-TAX (WS-CST-SUB) = ZERO
               GO TO 085-EXIT
           END-IF.

           MOVE 'J' TO WS-CREDIT-TYPE.
           MOVE CST-STATE-CODE (WS-CST-SUB) TO WS-LOOKUP-DEPT.
           MOVE CST-SUTA-TAX (WS-CST-SUB) TO WS-CREDIT-AMOUNT.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

       085-EXIT.
           EXIT.

       086-STAGE-ONE-CREDIT.
           IF WS-CREDIT-AMOUNT = ZERO
               GO TO 086-EXIT
           END-IF.

           PERFORM 088-FIND-CHART-ACCOUNT THRU 088-EXIT.

           IF WS-FOUND-ACCOUNT = ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               STRING
                   'NO LIABILITY ACCOUNT OF TYPE ' DELIMITED BY SIZE
                   WS-CREDIT-TYPE DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   WS-LOOKUP-DEPT DELIMITED BY SIZE
                   ' FOR COMPANY ' DELIMITED BY SIZE
                   WS-CUR-COMPANY DELIMITED BY SIZE
                   ' ON CHART' DELIMITED BY SIZE
                   INTO GL-PROOF-RECORD
               END-STRING
               WRITE GL-PROOF-RECORD
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
               GO TO 086-EXIT
           END-IF.

           MOVE 'C' TO GLJ-DEBIT-CREDIT.
           PERFORM 089-STAGE-ENTRY THRU 089-EXIT.

       086-EXIT.
           EXIT.

      *    AN ACCOUNT OF WS-CREDIT-TYPE FOR THE CURRENT COMPANY, AND
      *    FOR THE DEPARTMENT OR STATE IN WS-LOOKUP-DEPT WHERE THE
      *    TYPE CARRIES ONE.
       088-FIND-CHART-ACCOUNT.
           MOVE ZERO TO WS-FOUND-ACCOUNT.
           SET CHART-IX TO 1.
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHART-IX > WS-CHART-COUNT
                   CONTINUE
               WHEN CHT-ACCOUNT-TYPE (CHART-IX) = WS-CREDIT-TYPE
                  AND CHT-COMPANY (CHART-IX) = WS-CUR-COMPANY
                  AND (WS-LOOKUP-DEPT = SPACES
                    OR CHT-DEPARTMENT (CHART-IX) = WS-LOOKUP-DEPT)
                   MOVE CHT-ACCOUNT-NUMBER (CHART-IX)
                       TO WS-FOUND-ACCOUNT
                   MOVE CHT-DESCRIPTION (CHART-IX)
                       TO WS-FOUND-DESC
           END-SEARCH.

       088-EXIT.
           EXIT.

       089-STAGE-ENTRY.
           IF WS-STAGE-COUNT NOT < 1000
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
               GO TO 089-EXIT
           END-IF.

           ADD 1 TO WS-STAGE-COUNT.
           MOVE WS-FOUND-ACCOUNT
               TO JST-ACCOUNT-NUMBER (WS-STAGE-COUNT).
           MOVE GLJ-DEBIT-CREDIT TO JST-DEBIT-CREDIT (WS-STAGE-COUNT).
           MOVE WS-CREDIT-AMOUNT TO JST-AMOUNT (WS-STAGE-COUNT).
           MOVE WS-FOUND-DESC TO JST-DESCRIPTION (WS-STAGE-COUNT).
           MOVE WS-CUR-COMPANY TO JST-COMPANY (WS-STAGE-COUNT).
           ADD 1 TO WS-ENTRY-COUNT.

           MOVE SPACES TO WS-PROOF-LINE.
           MOVE WS-FOUND-ACCOUNT TO WS-PRF-ACCOUNT.
           MOVE WS-FOUND-DESC TO WS-PRF-DESCRIPTION.
           IF GLJ-DEBIT-CREDIT = 'D'
               ADD WS-CREDIT-AMOUNT TO WS-GL-DEBIT-TOTAL
               MOVE WS-CREDIT-AMOUNT TO WS-PRF-DEBIT
               MOVE ZERO TO WS-PRF-CREDIT
           ELSE
               ADD WS-CREDIT-AMOUNT TO WS-GL-CREDIT-TOTAL
               MOVE ZERO TO WS-PRF-DEBIT
               MOVE WS-CREDIT-AMOUNT TO WS-PRF-CREDIT
           END-IF.
           MOVE WS-PROOF-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

       089-EXIT.
           EXIT.

       090-RELEASE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
           IF NOT WS-JOURNAL-OK
               MOVE "GL-JOURNAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-JOURNAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 092-WRITE-ONE-JOURNAL THRU 092-EXIT
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > WS-STAGE-COUNT.

           CLOSE GL-JOURNAL-FILE.

       090-EXIT.
           EXIT.

       092-WRITE-ONE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE JST-ACCOUNT-NUMBER (WS-STAGE-SUB)
               TO GLJ-ACCOUNT-NUMBER.
           MOVE JST-DEBIT-CREDIT (WS-STAGE-SUB) TO GLJ-DEBIT-CREDIT.
           MOVE JST-AMOUNT (WS-STAGE-SUB) TO GLJ-AMOUNT.
           MOVE JST-DESCRIPTION (WS-STAGE-SUB) TO GLJ-DESCRIPTION.
           MOVE JST-COMPANY (WS-STAGE-SUB) TO GLJ-COMPANY-CODE.
           WRITE GL-JOURNAL-RECORD.

       092-EXIT.
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
      *    EACH RUN - POSTED RECORDS TAXED, JOURNAL ENTRIES STAGED,
      *    AND THE RUN'S TOTAL EMPLOYER TAX.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'EMPRTAXR' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ENTRY-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-RUN-TOTAL-TAX TO ATR-CONTROL-TOTAL.

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
