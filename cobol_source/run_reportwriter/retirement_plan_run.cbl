       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * 401(K) EMPLOYER MATCH AND RECORDKEEPER CONTRIBUTION RUN.      *
      *                                                               *
      * THE REGISTER TAKES EACH ENROLLED EMPLOYEE'S ELECTIVE DEFERRAL *
      * AT THE PERCENT OF GROSS ON RETENRL, HOLDS IT TO THE ANNUAL    *
      * DEFERRAL AND CATCH-UP LIMITS ON RETPARM, AND BREAKS IT OUT ON *
      * DEDREG AS DEDUCTION TYPE 'K'.  THIS RUN FOLLOWS THE REGISTER  *
      * EVERY PAY CYCLE.  IT TOTALS EACH EMPLOYEE'S CYCLE PAY OFF     *
      * PAYPOSTD AND DEFERRAL OFF DEDREG, WORKS THE EMPLOYER MATCH    *
      * FROM THE TWO-TIER FORMULA ON RETPARM, AND SPLITS THE DEFERRAL *
      * INTO REGULAR AND CATCH-UP AT THE ANNUAL LIMIT.  RKCONTRB IS   *
      * THE CONTRIBUTION FILE FOR THE PLAN'S RECORDKEEPER - ONE       *
      * DETAIL PER EMPLOYEE AND A TRAILER OF COUNTS AND TOTALS - AND  *
      * RETJRNL THE GLJRNL-LAYOUT ENTRY ACCRUING THE MATCH: EXPENSE   *
      * DEBITS BY DEPARTMENT (CHART TYPE 'Y'), LIABILITY CREDITS BY   *
      * COMPANY (TYPE 'Q').  RETREG LISTS THE CYCLE.  NOTHING IS      *
      * RELEASED - JOURNAL, CONTRIBUTION FILE OR THE YEAR-TO-DATE     *
      * MATCH ON RETENRL - UNLESS THE RETPROOF PROOF FOOTS AND EVERY  *
      * DEFERRAL TIES TO AN ENROLLMENT AND A POSTED CHECK, SO A HELD  *
      * CYCLE CAN SIMPLY BE RUN AGAIN ONCE IT IS PUT RIGHT.  A CYCLE  *
      * ALREADY MATCHED IS NEVER MATCHED TWICE.                       *
      *                                                               *
      * THE MATCH IS FIGURED ON EACH CYCLE'S PAY, SO AN EMPLOYEE WHO  *
      * REACHES THE DEFERRAL LIMIT BEFORE YEAR END STOPS DEFERRING    *
      * AND STOPS BEING MATCHED WHILE STILL BEING PAID.               *
      * RET-TRUE-UP=Y ADDS THE ANNUAL TRUE-UP: THE FORMULA IS         *
      * RE-WORKED ON THE YEAR'S GROSS FROM YTDEMPL AND THE YEAR'S     *
      * DEFERRALS, AND RETTRUE LISTS EVERY EMPLOYEE WHO HIT THE LIMIT *
      * EARLY AND WAS MATCHED SHORT FOR IT, WITH THE TRUE-UP          *
      * CONTRIBUTION DUE.                                             *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSTED-PAY-FILE
               ASSIGN TO EXTERNAL PAYPOSTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-POSTED-STATUS.

           SELECT DEDUCTION-REGISTER-FILE
               ASSIGN TO EXTERNAL DEDREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DEDREG-STATUS.

           SELECT RETIREMENT-ENROLL-FILE
               ASSIGN TO EXTERNAL RETENRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RETENRL-STATUS.

           SELECT RETIREMENT-PARAM-FILE
               ASSIGN TO EXTERNAL RETPARM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RETPARM-STATUS.

      *    READ ONLY FOR THE ANNUAL TRUE-UP - THE YEAR'S GROSS IS THE
      *    PLAN COMPENSATION THE FORMULA IS RE-WORKED ON.
           SELECT EMPLOYEE-YTD-FILE
               ASSIGN TO EXTERNAL YTDEMPL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPYTD-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

           SELECT CONTRIBUTION-FILE
               ASSIGN TO EXTERNAL RKCONTRB
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CONTRIB-STATUS.

           SELECT PLAN-REGISTER-FILE
               ASSIGN TO EXTERNAL RETREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRUE-UP-REPORT-FILE
               ASSIGN TO EXTERNAL RETTRUE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TRUEUP-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL RETJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-PROOF-FILE
               ASSIGN TO EXTERNAL RETPROOF
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

       FD  DEDUCTION-REGISTER-FILE.

      *    THE REGISTER'S DEDUCTION BREAKOUT.  ONLY TYPE 'K' - THE
      *    401(K) DEFERRAL - IS THIS RUN'S; THE AMOUNT IS EDITED.
       01  DEDUCTION-REGISTER-RECORD.
           03  DRG-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  DRG-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  DRG-DED-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  DRG-PRIORITY            PIC X(01).
           03  FILLER                  PIC X(01).
           03  DRG-AMOUNT-X            PIC X(07).
           03  FILLER                  PIC X(02).
           03  DRG-NOTE                PIC X(16).
           03  FILLER                  PIC X(25).

       FD  RETIREMENT-ENROLL-FILE.

      *    THE REGISTER'S ENROLLMENT RECORD.  THIS RUN OWNS THE
      *    YEAR-TO-DATE MATCH AND THE LAST CYCLE MATCHED; THE
      *    REGISTER OWNS THE REST.
       01  RETIREMENT-ENROLL-RECORD.
           03  RTE-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RTE-DEFERRAL-RATE       PIC V9999.
           03  FILLER                  PIC X(01).
           03  RTE-BIRTH-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RTE-STATUS              PIC X(01).
           03  FILLER                  PIC X(01).
           03  RTE-PLAN-YEAR           PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RTE-YTD-DEFERRAL        PIC 9(06)V99.
           03  FILLER                  PIC X(01).
           03  RTE-YTD-MATCH           PIC 9(06)V99.
           03  FILLER                  PIC X(01).
           03  RTE-LIMIT-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RTE-MATCHED-PAY-DATE    PIC 9(08).
           03  FILLER                  PIC X(19).

       FD  RETIREMENT-PARAM-FILE.

      *    TIER 1 MATCHES RPM-MATCH-RATE-1 OF DEFERRALS UP TO
      *    RPM-MATCH-UPTO-1 OF PAY, TIER 2 RPM-MATCH-RATE-2 OF
      *    DEFERRALS FROM THERE UP TO RPM-MATCH-UPTO-2 OF PAY - E.G.
      *    1.0000/.0300 AND 0.5000/.0500 IS DOLLAR FOR DOLLAR ON THE
      *    FIRST 3 PERCENT AND FIFTY CENTS ON THE NEXT 2.
       01  RETIREMENT-PARAM-RECORD.
           03  RPM-PLAN-NUMBER         PIC X(06).
           03  FILLER                  PIC X(01).
           03  RPM-DEFERRAL-LIMIT      PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  RPM-CATCHUP-LIMIT       PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  RPM-CATCHUP-AGE         PIC 9(02).
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-RATE-1        PIC 9V9999.
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-UPTO-1        PIC V9999.
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-RATE-2        PIC 9V9999.
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-UPTO-2        PIC V9999.
           03  FILLER                  PIC X(33).

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

       FD  CHART-OF-ACCOUNTS-FILE.

      *    TYPE 'Y' IS A DEPARTMENT'S 401(K) MATCH EXPENSE
      *    (CAC-DEPARTMENT SAYS WHOSE); TYPE 'Q' THE COMPANY'S MATCH
      *    LIABILITY, OWED TO THE PLAN UNTIL THE DEPOSIT IS MADE.
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

       FD  CONTRIBUTION-FILE.

      *    ONE 'D' DETAIL PER EMPLOYEE WITH A DEFERRAL OR MATCH THIS
      *    CYCLE, THEN ONE 'T' TRAILER THE RECORDKEEPER BALANCES THE
      *    FILE AND THE FUNDING WIRE TO.  RKC-DEFERRAL IS THE REGULAR
      *    DEFERRAL ONLY; THE PART PAST THE ANNUAL LIMIT IS CATCH-UP
      *    AND TRAVELS SEPARATELY IN RKC-CATCHUP.
       01  CONTRIBUTION-DETAIL-RECORD.
           03  RKC-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  RKC-PLAN-NUMBER         PIC X(06).
           03  FILLER                  PIC X(01).
           03  RKC-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RKC-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RKC-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  RKC-BIRTH-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RKC-PLAN-COMP           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  RKC-DEFERRAL            PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  RKC-CATCHUP             PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  RKC-MATCH               PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  RKC-YTD-DEFERRAL        PIC 9(06)V99.
           03  FILLER                  PIC X(01).
           03  RKC-YTD-MATCH           PIC 9(06)V99.
           03  FILLER                  PIC X(01).

       01  CONTRIBUTION-TRAILER-RECORD.
           03  RKT-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  RKT-PLAN-NUMBER         PIC X(06).
           03  FILLER                  PIC X(01).
           03  RKT-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RKT-RECORD-COUNT        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  RKT-TOTAL-COMP          PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  RKT-TOTAL-DEFERRAL      PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  RKT-TOTAL-CATCHUP       PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  RKT-TOTAL-MATCH         PIC 9(09)V99.
           03  FILLER                  PIC X(28).

       FD  PLAN-REGISTER-FILE.

       01  PLAN-REGISTER-RECORD        PIC X(132).

       FD  TRUE-UP-REPORT-FILE.

       01  TRUE-UP-REPORT-RECORD       PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'RETPLAN'.

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
      *    GARBAGE OR HANG.
       77  WS-POSTED-STATUS            PIC XX.
           88  WS-POSTED-OK                        VALUE "00".
       77  WS-DEDREG-STATUS            PIC XX.
           88  WS-DEDREG-OK                        VALUE "00".
       77  WS-RETENRL-STATUS           PIC XX.
           88  WS-RETENRL-OK                       VALUE "00".
       77  WS-RETPARM-STATUS           PIC XX.
           88  WS-RETPARM-OK                       VALUE "00".
       77  WS-EMPYTD-STATUS            PIC XX.
           88  WS-EMPYTD-OK                        VALUE "00".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
       77  WS-CONTRIB-STATUS           PIC XX.
           88  WS-CONTRIB-OK                       VALUE "00".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-TRUEUP-STATUS            PIC XX.
           88  WS-TRUEUP-OK                        VALUE "00".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".
       77  WS-PROOF-STATUS             PIC XX.
           88  WS-PROOF-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  RETENRL-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  RETENRL-EOF                         VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ENTRY-COUNT              PIC 9(06)   VALUE 0.
       77  WS-CONTRIB-COUNT            PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-PAY-DATE                 PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-PAY-DATE.
           03  WS-PAY-YEAR             PIC 9(04).
           03  FILLER                  PIC 9(04).

      *    RET-TRUE-UP=Y ADDS THE ANNUAL TRUE-UP REPORT TO THE RUN.
       77  WS-TRUE-UP-SWITCH           PIC X(01)   VALUE SPACE.
           88  TRUE-UP-REQUESTED                   VALUE 'Y'.

      *    THE PLAN'S LIMITS AND MATCH FORMULA, FROM RETPARM.
       77  WS-PLAN-NUMBER              PIC X(06)   VALUE SPACES.
       77  WS-DEFERRAL-LIMIT           PIC 9(05)V99 VALUE 0.
       77  WS-CATCHUP-LIMIT            PIC 9(05)V99 VALUE 0.
       77  WS-CATCHUP-AGE              PIC 9(02)   VALUE 0.
       77  WS-MATCH-RATE-1             PIC 9V9999  VALUE 0.
       77  WS-MATCH-UPTO-1             PIC V9999   VALUE 0.
       77  WS-MATCH-RATE-2             PIC 9V9999  VALUE 0.
       77  WS-MATCH-UPTO-2             PIC V9999   VALUE 0.

      *    THE ENROLLMENTS, LOADED WHOLE.  THE CYCLE FIELDS HOLD WHAT
      *    THIS RUN WORKED OUT UNTIL THE RELEASE WRITES THEM.
       77  WS-RET-COUNT                PIC 9(03)   VALUE 0.
       77  WS-RET-SUB                  PIC 9(03)   VALUE 0.
       01  RETIREMENT-TABLE.
           02  RETIREMENT-ENTRY        OCCURS 500 TIMES.
               03  RTT-EMPLOYEE-NO     PIC 9(04).
               03  RTT-DEFERRAL-RATE   PIC V9999.
               03  RTT-BIRTH-DATE      PIC 9(08).
               03  RTT-STATUS          PIC X(01).
               03  RTT-PLAN-YEAR       PIC 9(04).
               03  RTT-YTD-DEFERRAL    PIC 9(06)V99.
               03  RTT-YTD-MATCH       PIC 9(06)V99.
               03  RTT-LIMIT-DATE      PIC 9(08).
               03  RTT-MATCHED-PAY-DATE
                                       PIC 9(08).
               03  RTT-CYCLE-SWITCH    PIC X(01).
                   88  RTT-IN-CYCLE                VALUE 'Y'.
               03  RTT-CYCLE-COMP      PIC 9(07)V99.
               03  RTT-CYCLE-DEFERRAL  PIC 9(06)V99.
               03  RTT-CYCLE-CATCHUP   PIC 9(06)V99.
               03  RTT-CYCLE-MATCH     PIC 9(06)V99.

      *    ONE SLOT PER EMPLOYEE NUMBER - THE CYCLE'S PAY AND
      *    DEFERRAL, WHERE THE PAY WAS CHARGED (THE DEPARTMENT AND
      *    COMPANY OF THE EMPLOYEE'S FIRST CHECK), AND WHICH
      *    ENROLLMENT IS THE EMPLOYEE'S.
       01  EMPLOYEE-RUN-TABLE.
           02  EMPLOYEE-RUN-ENTRY      OCCURS 9999 TIMES.
               03  ERT-CYCLE-GROSS     PIC 9(07)V99.
               03  ERT-DEFERRAL        PIC 9(06)V99.
               03  ERT-DEPARTMENT      PIC 9(02).
               03  ERT-COMPANY         PIC X(02).
               03  ERT-EMPLOYEE-NAME   PIC X(20).
               03  ERT-ENROLL-SUB      PIC 9(03).
               03  ERT-PAID-SWITCH     PIC X(01).
                   88  ERT-PAID                    VALUE 'Y'.
       77  WS-EMP-SUB                  PIC 9(04)   VALUE 0.

      *    ONE EMPLOYEE'S ARITHMETIC.
       77  WS-THIS-AMOUNT              PIC 9(06)V99 VALUE 0.
       77  WS-PRIOR-DEFERRAL           PIC 9(06)V99 VALUE 0.
       77  WS-PRIOR-OVER               PIC 9(06)V99 VALUE 0.
       77  WS-NOW-OVER                 PIC 9(06)V99 VALUE 0.
       77  WS-MATCH-COMP               PIC 9(08)V99 VALUE 0.
       77  WS-MATCH-DEFERRAL           PIC 9(08)V99 VALUE 0.
       77  WS-MATCH-AMOUNT             PIC 9(08)V99 VALUE 0.
       77  WS-MATCH-WORK               PIC 9(08)V9999 VALUE 0.
       77  WS-TIER-CAP                 PIC 9(08)V99 VALUE 0.
       77  WS-TIER-DEFERRAL            PIC 9(08)V99 VALUE 0.
       77  WS-DEPT-SUB                 PIC 9(03)   VALUE 0.

      *    THE JOURNAL BUCKETS - EACH COMPANY ON THE FEED GETS A SLOT
      *    WITH ITS DEPARTMENTS UNDER IT.  A LEGACY SINGLE-COMPANY
      *    FEED OCCUPIES THE ONE BLANK SLOT.
       77  WS-CO-COUNT                 PIC 9(02)   VALUE 0.
       77  WS-CO-SUB                   PIC 9(02)   VALUE 0.
       77  WS-SCAN-SUB                 PIC 9(03)   VALUE 0.
       77  WS-CUR-COMPANY              PIC X(02)   VALUE SPACES.
       01  COMPANY-MATCH-TABLE.
           02  COMPANY-MATCH-ENTRY     OCCURS 5 TIMES.
               03  CMT-COMPANY-CODE    PIC X(02).
               03  CMT-COMPANY-MATCH   PIC 9(09)V99.
               03  CMT-DEPT-MATCH      PIC 9(09)V99
                                       OCCURS 99 TIMES.

       01  WS-RUN-AMOUNTS.
           03  WS-RUN-COMP             PIC 9(09)V99.
           03  WS-RUN-DEFERRAL         PIC 9(09)V99.
           03  WS-RUN-CATCHUP          PIC 9(09)V99.
           03  WS-RUN-MATCH            PIC 9(09)V99.

      *    EVERY DEFERRAL THE RUN COULD NOT MATCH CLEANLY.  ALL ARE
      *    'H' - A DEFERRAL WITH NO ENROLLMENT OR NO POSTED CHECK
      *    BEHIND IT, OR A CYCLE ALREADY MATCHED, HOLDS EVERYTHING.
       77  WS-EXC-COUNT                PIC 9(03)   VALUE 0.
       77  WS-EXC-OVERFLOW             PIC 9(05)   VALUE 0.
       77  WS-EXC-SUB                  PIC 9(03)   VALUE 0.
       77  WS-EXC-SEVERITY             PIC X(01)   VALUE SPACE.
       77  WS-EXC-REASON               PIC X(40)   VALUE SPACES.
       77  WS-EXC-EMPLOYEE-NO          PIC 9(04)   VALUE 0.
       77  WS-EXC-EMPLOYEE-NAME        PIC X(20)   VALUE SPACES.
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
       77  WS-RELEASE-SWITCH           PIC X(1)    VALUE 'N'.
           88  CYCLE-RELEASED                      VALUE 'Y'.

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
                   '401(K) CONTRIBUTION REGISTER'.
           03  FILLER                  PIC X(05) VALUE 'PLAN '.
           03  WS-RGH-PLAN-NUMBER      PIC X(06).
           03  FILLER                  PIC X(10) VALUE '  PAY DATE'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGH-PAY-DATE         PIC 9(08).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-RGH-RUN-DATE         PIC X(19).

       01  WS-REGISTER-COLUMNS.
           03  FILLER                  PIC X(26) VALUE
                   'EMP  NAME'.
           03  FILLER                  PIC X(08) VALUE 'CO DEPT'.
           03  FILLER                  PIC X(13) VALUE
                   '    PLAN COMP'.
           03  FILLER                  PIC X(13) VALUE
                   '     DEFERRAL'.
           03  FILLER                  PIC X(13) VALUE
                   '     CATCH-UP'.
           03  FILLER                  PIC X(13) VALUE
                   '        MATCH'.
           03  FILLER                  PIC X(13) VALUE
                   ' YTD DEFERRAL'.
           03  FILLER                  PIC X(13) VALUE
                   '    YTD MATCH'.
           03  FILLER                  PIC X(14) VALUE
                   '  NOTE'.

      *    ONE EMPLOYEE, OR THE RUN TOTAL ('RUN TOTALS').
       01  WS-REGISTER-DETAIL.
           03  WS-RGD-EMPLOYEE-NO      PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-COMPANY          PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-DEPT             PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-RGD-COMP             PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-DEFERRAL         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-CATCHUP          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-MATCH            PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-YTD-DEFERRAL     PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGD-YTD-MATCH        PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-RGD-NOTE             PIC X(20).

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

      *    THE TRUE-UP REPORT LINES.
       77  WS-TRUE-UP-YEAR             PIC 9(04)   VALUE 0.
       77  WS-TRUE-UP-COUNT            PIC 9(05)   VALUE 0.
       77  WS-TRUE-UP-TOTAL            PIC 9(09)V99 VALUE 0.
       77  WS-SHORTFALL                PIC S9(08)V99 VALUE 0.

       01  WS-TRUE-UP-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   '401(K) MATCH TRUE-UP'.
           03  FILLER                  PIC X(05) VALUE 'PLAN '.
           03  WS-TUH-PLAN-NUMBER      PIC X(06).
           03  FILLER                  PIC X(13) VALUE
                   '  PLAN YEAR  '.
           03  WS-TUH-YEAR             PIC 9(04).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-TUH-RUN-DATE         PIC X(19).

       01  WS-TRUE-UP-COLUMNS.
           03  FILLER                  PIC X(26) VALUE
                   'EMP  NAME'.
           03  FILLER                  PIC X(10) VALUE
                   'LIMIT HIT'.
           03  FILLER                  PIC X(13) VALUE
                   '  ANNUAL COMP'.
           03  FILLER                  PIC X(13) VALUE
                   ' YTD DEFERRAL'.
           03  FILLER                  PIC X(13) VALUE
                   ' MATCH EARNED'.
           03  FILLER                  PIC X(13) VALUE
                   '   MATCH PAID'.
           03  FILLER                  PIC X(13) VALUE
                   ' TRUE-UP DUE'.

       01  WS-TRUE-UP-DETAIL.
           03  WS-TUD-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUD-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUD-LIMIT-DATE       PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-TUD-ANNUAL-COMP      PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUD-YTD-DEFERRAL     PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUD-MATCH-EARNED     PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUD-MATCH-PAID       PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUD-TRUE-UP          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-TUD-NOTE             PIC X(24).

       01  WS-TRUE-UP-TOTAL-LINE.
           03  FILLER                  PIC X(20) VALUE
                   'EMPLOYEES TO TRUE UP'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TUT-COUNT            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(18) VALUE
                   '   TRUE-UP DUE    '.
           03  WS-TUT-TOTAL            PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           ACCEPT WS-TRUE-UP-SWITCH FROM ENVIRONMENT 'RET-TRUE-UP'.

           PERFORM 010-LOAD-PLAN-PARAMS THRU 010-EXIT.

           INITIALIZE EMPLOYEE-RUN-TABLE.
           PERFORM 020-LOAD-ENROLLMENTS THRU 020-EXIT.

           PERFORM 030-LOAD-CHART-ACCOUNTS THRU 030-EXIT.

           PERFORM 040-TOTAL-CYCLE-PAY THRU 049-EXIT.

           PERFORM 050-TOTAL-CYCLE-DEFERRALS THRU 059-EXIT.

           MOVE ZEROS TO WS-RUN-AMOUNTS.
           INITIALIZE COMPANY-MATCH-TABLE.
           PERFORM 060-COMPUTE-MATCH THRU 069-EXIT.

           PERFORM 070-PRINT-REGISTER THRU 079-EXIT.

           PERFORM 080-STAGE-AND-PROVE THRU 080-EXIT.

           IF TRUE-UP-REQUESTED
               PERFORM 100-ANNUAL-TRUE-UP THRU 199-EXIT
           END-IF.

       000-TERMINATE.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE PLAN RECORD IS REQUIRED - A MATCH WORKED FROM A
      *    MISSING FORMULA WOULD BE ZERO AND STILL LOOK LIKE AN
      *    ANSWER.
       010-LOAD-PLAN-PARAMS.
           OPEN INPUT RETIREMENT-PARAM-FILE.

           IF NOT WS-RETPARM-OK
               MOVE "RETIREMENT-PARAM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETPARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ RETIREMENT-PARAM-FILE
               AT END
                   DISPLAY "RETPARM IS EMPTY - NO MATCH FORMULA"
                           UPON SYSERR
                   CLOSE RETIREMENT-PARAM-FILE
                   STOP RUN RETURNING 1
           END-READ.

           IF RPM-DEFERRAL-LIMIT NOT NUMERIC
              OR RPM-CATCHUP-LIMIT NOT NUMERIC
              OR RPM-CATCHUP-AGE NOT NUMERIC
              OR RPM-MATCH-RATE-1 NOT NUMERIC
              OR RPM-MATCH-UPTO-1 NOT NUMERIC
              OR RPM-MATCH-RATE-2 NOT NUMERIC
              OR RPM-MATCH-UPTO-2 NOT NUMERIC
               DISPLAY "RETPARM LIMITS OR MATCH FORMULA NOT NUMERIC"
                       UPON SYSERR
               CLOSE RETIREMENT-PARAM-FILE
               STOP RUN RETURNING 1
           END-IF.

           MOVE RPM-PLAN-NUMBER TO WS-PLAN-NUMBER.
           MOVE RPM-DEFERRAL-LIMIT TO WS-DEFERRAL-LIMIT.
           MOVE RPM-CATCHUP-LIMIT TO WS-CATCHUP-LIMIT.
           MOVE RPM-CATCHUP-AGE TO WS-CATCHUP-AGE.
           MOVE RPM-MATCH-RATE-1 TO WS-MATCH-RATE-1.
           MOVE RPM-MATCH-UPTO-1 TO WS-MATCH-UPTO-1.
           MOVE RPM-MATCH-RATE-2 TO WS-MATCH-RATE-2.
           MOVE RPM-MATCH-UPTO-2 TO WS-MATCH-UPTO-2.
           CLOSE RETIREMENT-PARAM-FILE.

       010-EXIT.
           EXIT.

       020-LOAD-ENROLLMENTS.
           OPEN INPUT RETIREMENT-ENROLL-FILE.

           IF NOT WS-RETENRL-OK
               MOVE "RETIREMENT-ENROLL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETENRL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ RETIREMENT-ENROLL-FILE
               AT END
                   MOVE 'Y' TO RETENRL-EOF-SWITCH
           END-READ.

           PERFORM 021-STORE-ONE-ENROLLMENT THRU 021-EXIT
               UNTIL RETENRL-EOF.

           CLOSE RETIREMENT-ENROLL-FILE.

       020-EXIT.
           EXIT.

       021-STORE-ONE-ENROLLMENT.
           IF WS-RET-COUNT NOT < 500
               DISPLAY "RETIREMENT ENROLLMENT EXCEEDS 500 ENTRIES - "
                       "RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RET-COUNT.
           MOVE RTE-EMPLOYEE-NO TO RTT-EMPLOYEE-NO (WS-RET-COUNT).
           MOVE RTE-DEFERRAL-RATE TO RTT-DEFERRAL-RATE (WS-RET-COUNT).
           MOVE RTE-BIRTH-DATE TO RTT-BIRTH-DATE (WS-RET-COUNT).
           MOVE RTE-STATUS TO RTT-STATUS (WS-RET-COUNT).
           MOVE RTE-PLAN-YEAR TO RTT-PLAN-YEAR (WS-RET-COUNT).
           MOVE RTE-YTD-DEFERRAL TO RTT-YTD-DEFERRAL (WS-RET-COUNT).
           MOVE RTE-YTD-MATCH TO RTT-YTD-MATCH (WS-RET-COUNT).
           MOVE RTE-LIMIT-DATE TO RTT-LIMIT-DATE (WS-RET-COUNT).
           MOVE RTE-MATCHED-PAY-DATE
               TO RTT-MATCHED-PAY-DATE (WS-RET-COUNT).
           MOVE 'N' TO RTT-CYCLE-SWITCH (WS-RET-COUNT).
           MOVE ZERO TO RTT-CYCLE-COMP (WS-RET-COUNT).
           MOVE ZERO TO RTT-CYCLE-DEFERRAL (WS-RET-COUNT).
           MOVE ZERO TO RTT-CYCLE-CATCHUP (WS-RET-COUNT).
           MOVE ZERO TO RTT-CYCLE-MATCH (WS-RET-COUNT).

           IF RTE-EMPLOYEE-NO IS NUMERIC
              AND RTE-EMPLOYEE-NO > ZERO
               MOVE WS-RET-COUNT TO ERT-ENROLL-SUB (RTE-EMPLOYEE-NO)
           END-IF.

           READ RETIREMENT-ENROLL-FILE
               AT END
                   MOVE 'Y' TO RETENRL-EOF-SWITCH
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

      *    EACH EMPLOYEE'S PAY THIS CYCLE - THE PLAN COMPENSATION THE
      *    MATCH FORMULA IS WORKED ON.
       040-TOTAL-CYCLE-PAY.
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

           PERFORM 045-TOTAL-ONE-CHECK THRU 045-EXIT
               UNTIL END-OF-FILE.

           CLOSE POSTED-PAY-FILE.

       049-EXIT.
           EXIT.

       045-TOTAL-ONE-CHECK.
           ADD 1 TO WS-INPUT-COUNT.

           IF WS-PAY-DATE = ZERO
              AND PPR-PAY-DATE IS NUMERIC
               MOVE PPR-PAY-DATE TO WS-PAY-DATE
           END-IF.

           IF PPR-EMPLOYEE-NO NOT NUMERIC
              OR PPR-EMPLOYEE-NO = ZERO
              OR PPR-GROSS-PAY NOT NUMERIC
               GO TO 045-READ-NEXT
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-EMP-SUB.
           IF NOT ERT-PAID (WS-EMP-SUB)
               MOVE 'Y' TO ERT-PAID-SWITCH (WS-EMP-SUB)
               MOVE PPR-EMPLOYEE-NAME
                   TO ERT-EMPLOYEE-NAME (WS-EMP-SUB)
               MOVE PPR-COMPANY-CODE TO ERT-COMPANY (WS-EMP-SUB)
               IF PPR-DEPARTMENT-NUMBER IS NUMERIC
                   MOVE PPR-DEPARTMENT-NUMBER
                       TO ERT-DEPARTMENT (WS-EMP-SUB)
               END-IF
           END-IF.

           ADD PPR-GROSS-PAY TO ERT-CYCLE-GROSS (WS-EMP-SUB).

       045-READ-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    EACH EMPLOYEE'S DEFERRAL THIS CYCLE, OFF THE 'K' LINES.
      *    EVERY ONE MUST TIE TO AN ENROLLMENT AND A POSTED CHECK.
       050-TOTAL-CYCLE-DEFERRALS.
           OPEN INPUT DEDUCTION-REGISTER-FILE.

           IF NOT WS-DEDREG-OK
               MOVE "DEDUCTION-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-DEDREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO END-OF-FILE-SWITCH.
           READ DEDUCTION-REGISTER-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 055-TOTAL-ONE-DEFERRAL THRU 055-EXIT
               UNTIL END-OF-FILE.

           CLOSE DEDUCTION-REGISTER-FILE.

       059-EXIT.
           EXIT.

       055-TOTAL-ONE-DEFERRAL.
           IF DRG-DED-TYPE NOT = 'K'
               GO TO 055-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE DRG-EMPLOYEE-NO TO WS-EXC-EMPLOYEE-NO.
           MOVE DRG-EMPLOYEE-NAME TO WS-EXC-EMPLOYEE-NAME.

           IF DRG-EMPLOYEE-NO NOT NUMERIC
              OR DRG-EMPLOYEE-NO = ZERO
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'UNUSABLE DEFERRAL LINE ON DEDREG'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 055-READ-NEXT
           END-IF.

           COMPUTE WS-THIS-AMOUNT =
               FUNCTION NUMVAL (DRG-AMOUNT-X).

           MOVE DRG-EMPLOYEE-NO TO WS-EMP-SUB.
           IF ERT-ENROLL-SUB (WS-EMP-SUB) = ZERO
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'DEFERRAL FOR EMPLOYEE NOT ON RETENRL'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 055-READ-NEXT
           END-IF.

           IF NOT ERT-PAID (WS-EMP-SUB)
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'DEFERRAL WITH NO CHECK ON PAYPOSTD'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 055-READ-NEXT
           END-IF.

           ADD WS-THIS-AMOUNT TO ERT-DEFERRAL (WS-EMP-SUB).

       055-READ-NEXT.
           READ DEDUCTION-REGISTER-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    EVERY ENROLLMENT WITH A DEFERRAL THIS CYCLE IS MATCHED ON
      *    ITS CYCLE PAY, SPLIT AT THE ANNUAL LIMIT INTO REGULAR AND
      *    CATCH-UP, AND BUCKETED BY COMPANY AND DEPARTMENT.
       060-COMPUTE-MATCH.
           PERFORM 062-MATCH-ONE-EMPLOYEE THRU 062-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.

       069-EXIT.
           EXIT.

       062-MATCH-ONE-EMPLOYEE.
           IF RTT-EMPLOYEE-NO (WS-RET-SUB) NOT NUMERIC
              OR RTT-EMPLOYEE-NO (WS-RET-SUB) = ZERO
               GO TO 062-EXIT
           END-IF.

           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO WS-EMP-SUB.
           IF ERT-DEFERRAL (WS-EMP-SUB) = ZERO
               GO TO 062-EXIT
           END-IF.

           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO WS-EXC-EMPLOYEE-NO.
           MOVE ERT-EMPLOYEE-NAME (WS-EMP-SUB)
               TO WS-EXC-EMPLOYEE-NAME.

      *    THE ENROLLMENT REMEMBERS THE LAST CYCLE MATCHED, SO A
      *    RERUN OF A RELEASED CYCLE CANNOT MATCH IT A SECOND TIME.
           IF RTT-MATCHED-PAY-DATE (WS-RET-SUB) = WS-PAY-DATE
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'CYCLE ALREADY MATCHED - RERUN REFUSED'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 062-EXIT
           END-IF.

           MOVE 'Y' TO RTT-CYCLE-SWITCH (WS-RET-SUB).
           MOVE ERT-CYCLE-GROSS (WS-EMP-SUB)
               TO RTT-CYCLE-COMP (WS-RET-SUB).
           MOVE ERT-DEFERRAL (WS-EMP-SUB)
               TO RTT-CYCLE-DEFERRAL (WS-RET-SUB).

      *    THE REGISTER HAS ALREADY ADDED THIS CYCLE INTO THE YEAR'S
      *    DEFERRALS, SO WHAT WAS THERE BEFORE IS THE DIFFERENCE.
      *    WHATEVER PART OF THE CYCLE LIES PAST THE REGULAR LIMIT IS
      *    CATCH-UP.
           IF RTT-YTD-DEFERRAL (WS-RET-SUB) > RTT-CYCLE-DEFERRAL
                                               (WS-RET-SUB)
               COMPUTE WS-PRIOR-DEFERRAL =
                   RTT-YTD-DEFERRAL (WS-RET-SUB)
                 - RTT-CYCLE-DEFERRAL (WS-RET-SUB)
           ELSE
               MOVE ZERO TO WS-PRIOR-DEFERRAL
           END-IF.

           MOVE ZERO TO WS-PRIOR-OVER.
           IF WS-PRIOR-DEFERRAL > WS-DEFERRAL-LIMIT
               COMPUTE WS-PRIOR-OVER =
                   WS-PRIOR-DEFERRAL - WS-DEFERRAL-LIMIT
           END-IF.
           MOVE ZERO TO WS-NOW-OVER.
           IF RTT-YTD-DEFERRAL (WS-RET-SUB) > WS-DEFERRAL-LIMIT
               COMPUTE WS-NOW-OVER =
                   RTT-YTD-DEFERRAL (WS-RET-SUB) - WS-DEFERRAL-LIMIT
           END-IF.
           COMPUTE RTT-CYCLE-CATCHUP (WS-RET-SUB) =
               WS-NOW-OVER - WS-PRIOR-OVER.

           MOVE RTT-CYCLE-COMP (WS-RET-SUB) TO WS-MATCH-COMP.
           MOVE RTT-CYCLE-DEFERRAL (WS-RET-SUB) TO WS-MATCH-DEFERRAL.
           PERFORM 065-APPLY-MATCH-FORMULA THRU 065-EXIT.
           MOVE WS-MATCH-AMOUNT TO RTT-CYCLE-MATCH (WS-RET-SUB).
           ADD WS-MATCH-AMOUNT TO RTT-YTD-MATCH (WS-RET-SUB).

           ADD RTT-CYCLE-COMP (WS-RET-SUB) TO WS-RUN-COMP.
           ADD RTT-CYCLE-DEFERRAL (WS-RET-SUB) TO WS-RUN-DEFERRAL.
           ADD RTT-CYCLE-CATCHUP (WS-RET-SUB) TO WS-RUN-CATCHUP.
           ADD WS-MATCH-AMOUNT TO WS-RUN-MATCH.
           ADD 1 TO WS-CONTRIB-COUNT.

           IF WS-MATCH-AMOUNT = ZERO
               GO TO 062-EXIT
           END-IF.

           MOVE ERT-COMPANY (WS-EMP-SUB) TO WS-CUR-COMPANY.
           PERFORM 063-FIND-COMPANY-SLOT THRU 063-EXIT.
           IF WS-CO-SUB = ZERO
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'MORE THAN 5 COMPANIES ON THE FEED'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 062-EXIT
           END-IF.

           IF ERT-DEPARTMENT (WS-EMP-SUB) = ZERO
               MOVE 'H' TO WS-EXC-SEVERITY
               MOVE 'NO DEPARTMENT ON POSTED CHECK'
                   TO WS-EXC-REASON
               PERFORM 066-NOTE-EXCEPTION THRU 066-EXIT
               GO TO 062-EXIT
           END-IF.

           MOVE ERT-DEPARTMENT (WS-EMP-SUB) TO WS-DEPT-SUB.
           ADD WS-MATCH-AMOUNT TO CMT-DEPT-MATCH (WS-CO-SUB,
                                                  WS-DEPT-SUB).
           ADD WS-MATCH-AMOUNT TO CMT-COMPANY-MATCH (WS-CO-SUB).

       062-EXIT.
           EXIT.

       063-FIND-COMPANY-SLOT.
           MOVE ZERO TO WS-CO-SUB.
           PERFORM 063A-MATCH-ONE-COMPANY THRU 063A-EXIT
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB > WS-CO-COUNT
                  OR WS-CO-SUB > ZERO.

           IF WS-CO-SUB = ZERO AND WS-CO-COUNT < 5
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-SUB
               MOVE WS-CUR-COMPANY TO CMT-COMPANY-CODE (WS-CO-SUB)
           END-IF.

       063-EXIT.
           EXIT.

       063A-MATCH-ONE-COMPANY.
           IF CMT-COMPANY-CODE (WS-SCAN-SUB) = WS-CUR-COMPANY
               MOVE WS-SCAN-SUB TO WS-CO-SUB
           END-IF.

       063A-EXIT.
           EXIT.

      *    THE TWO-TIER FORMULA ON WS-MATCH-COMP AND
      *    WS-MATCH-DEFERRAL, INTO WS-MATCH-AMOUNT.  TIER 1 TAKES THE
      *    DEFERRAL UP TO RPM-MATCH-UPTO-1 OF PAY; TIER 2 THE NEXT
      *    SLICE UP TO RPM-MATCH-UPTO-2 OF PAY.  A DEFERRAL PAST THAT
      *    IS NOT MATCHED.
       065-APPLY-MATCH-FORMULA.
           MOVE ZERO TO WS-MATCH-WORK.

           COMPUTE WS-TIER-CAP ROUNDED =
               WS-MATCH-COMP * WS-MATCH-UPTO-1.
           IF WS-MATCH-DEFERRAL < WS-TIER-CAP
               MOVE WS-MATCH-DEFERRAL TO WS-TIER-DEFERRAL
           ELSE
               MOVE WS-TIER-CAP TO WS-TIER-DEFERRAL
           END-IF.
           COMPUTE WS-MATCH-WORK =
               WS-TIER-DEFERRAL * WS-MATCH-RATE-1.

           IF WS-MATCH-UPTO-2 NOT > WS-MATCH-UPTO-1
              OR WS-MATCH-DEFERRAL NOT > WS-TIER-CAP
               GO TO 065-ROUND
           END-IF.

           COMPUTE WS-TIER-DEFERRAL =
               WS-MATCH-DEFERRAL - WS-TIER-CAP.
           COMPUTE WS-TIER-CAP ROUNDED =
               WS-MATCH-COMP * (WS-MATCH-UPTO-2 - WS-MATCH-UPTO-1).
           IF WS-TIER-DEFERRAL > WS-TIER-CAP
               MOVE WS-TIER-CAP TO WS-TIER-DEFERRAL
           END-IF.
           COMPUTE WS-MATCH-WORK = WS-MATCH-WORK
             + WS-TIER-DEFERRAL * WS-MATCH-RATE-2.

       065-ROUND.
           COMPUTE WS-MATCH-AMOUNT ROUNDED = WS-MATCH-WORK.

       065-EXIT.
           EXIT.

       066-NOTE-EXCEPTION.
           IF WS-EXC-SEVERITY = 'H'
               MOVE 'Y' TO WS-HOLD-SWITCH
           END-IF.

           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-EMPLOYEE-NO
                   TO EXT-EMPLOYEE-NO (WS-EXC-COUNT)
               MOVE WS-EXC-EMPLOYEE-NAME
                   TO EXT-EMPLOYEE-NAME (WS-EXC-COUNT)
               MOVE WS-EXC-SEVERITY TO EXT-SEVERITY (WS-EXC-COUNT)
               MOVE WS-EXC-REASON TO EXT-REASON (WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-OVERFLOW
           END-IF.

       066-EXIT.
           EXIT.

      *    THE REGISTER - EVERY EMPLOYEE MATCHED, THE RUN TOTAL, AND
      *    THE EXCEPTIONS.
       070-PRINT-REGISTER.
           OPEN OUTPUT PLAN-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               MOVE "PLAN-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-PLAN-NUMBER TO WS-RGH-PLAN-NUMBER.
           MOVE WS-PAY-DATE TO WS-RGH-PAY-DATE.
           MOVE WS-RUN-DATE-TIME TO WS-RGH-RUN-DATE.
           MOVE WS-REGISTER-HEADING TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.
           MOVE SPACES TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.
           MOVE WS-REGISTER-COLUMNS TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.

           PERFORM 072-PRINT-ONE-EMPLOYEE THRU 072-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.

           MOVE SPACES TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.
           MOVE SPACES TO WS-RGD-EMPLOYEE-NO.
           MOVE 'RUN TOTALS' TO WS-RGD-EMPLOYEE-NAME.
           MOVE SPACES TO WS-RGD-COMPANY.
           MOVE SPACES TO WS-RGD-DEPT.
           MOVE WS-RUN-COMP TO WS-RGD-COMP.
           COMPUTE WS-RGD-DEFERRAL = WS-RUN-DEFERRAL - WS-RUN-CATCHUP.
           MOVE WS-RUN-CATCHUP TO WS-RGD-CATCHUP.
           MOVE WS-RUN-MATCH TO WS-RGD-MATCH.
           MOVE ZERO TO WS-RGD-YTD-DEFERRAL.
           MOVE ZERO TO WS-RGD-YTD-MATCH.
           MOVE SPACES TO WS-RGD-NOTE.
           MOVE WS-REGISTER-DETAIL TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.

           IF WS-EXC-COUNT > ZERO
               MOVE SPACES TO PLAN-REGISTER-RECORD
               WRITE PLAN-REGISTER-RECORD
               MOVE WS-EXCEPTION-HEADING TO PLAN-REGISTER-RECORD
               WRITE PLAN-REGISTER-RECORD
               PERFORM 078-PRINT-ONE-EXCEPTION THRU 078-EXIT
                   VARYING WS-EXC-SUB FROM 1 BY 1
                   UNTIL WS-EXC-SUB > WS-EXC-COUNT
           END-IF.

           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-RGO-COUNT
               MOVE WS-EXCEPTION-OVERFLOW-LINE TO PLAN-REGISTER-RECORD
               WRITE PLAN-REGISTER-RECORD
           END-IF.

           CLOSE PLAN-REGISTER-FILE.

       079-EXIT.
           EXIT.

       072-PRINT-ONE-EMPLOYEE.
           IF NOT RTT-IN-CYCLE (WS-RET-SUB)
               GO TO 072-EXIT
           END-IF.

           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO WS-EMP-SUB.
           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO WS-RGD-EMPLOYEE-NO.
           MOVE ERT-EMPLOYEE-NAME (WS-EMP-SUB)
               TO WS-RGD-EMPLOYEE-NAME.
           MOVE ERT-COMPANY (WS-EMP-SUB) TO WS-RGD-COMPANY.
           MOVE ERT-DEPARTMENT (WS-EMP-SUB) TO WS-RGD-DEPT.
           MOVE RTT-CYCLE-COMP (WS-RET-SUB) TO WS-RGD-COMP.
           COMPUTE WS-RGD-DEFERRAL =
               RTT-CYCLE-DEFERRAL (WS-RET-SUB)
             - RTT-CYCLE-CATCHUP (WS-RET-SUB).
           MOVE RTT-CYCLE-CATCHUP (WS-RET-SUB) TO WS-RGD-CATCHUP.
           MOVE RTT-CYCLE-MATCH (WS-RET-SUB) TO WS-RGD-MATCH.
           MOVE RTT-YTD-DEFERRAL (WS-RET-SUB) TO WS-RGD-YTD-DEFERRAL.
           MOVE RTT-YTD-MATCH (WS-RET-SUB) TO WS-RGD-YTD-MATCH.
           IF RTT-LIMIT-DATE (WS-RET-SUB) > ZERO
               MOVE 'ANNUAL LIMIT REACHED' TO WS-RGD-NOTE
           ELSE
               MOVE SPACES TO WS-RGD-NOTE
           END-IF.
           MOVE WS-REGISTER-DETAIL TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.

       072-EXIT.
           EXIT.

       078-PRINT-ONE-EXCEPTION.
           MOVE EXT-EMPLOYEE-NO (WS-EXC-SUB) TO WS-RGX-EMPLOYEE-NO.
           MOVE EXT-EMPLOYEE-NAME (WS-EXC-SUB)
               TO WS-RGX-EMPLOYEE-NAME.
           MOVE EXT-REASON (WS-EXC-SUB) TO WS-RGX-REASON.
           MOVE 'CYCLE HELD' TO WS-RGX-ACTION.
           MOVE WS-EXCEPTION-DETAIL TO PLAN-REGISTER-RECORD.
           WRITE PLAN-REGISTER-RECORD.

       078-EXIT.
           EXIT.

      *    PER COMPANY: ONE MATCH-EXPENSE DEBIT PER DEPARTMENT AND
      *    ONE MATCH-LIABILITY CREDIT.  THE CYCLE RELEASES - JOURNAL,
      *    CONTRIBUTION FILE AND ENROLLMENT UPDATE TOGETHER - ONLY
      *    WHEN THE PROOF FOOTS, EVERY ACCOUNT RESOLVED, AND EVERY
      *    DEFERRAL TIED OUT.
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
               MOVE 'DEFERRALS NOT TIED OUT - SEE RETREG'
                   TO GL-PROOF-RECORD
               WRITE GL-PROOF-RECORD
           END-IF.

           IF WS-RUN-DEFERRAL = ZERO AND NOT JOURNAL-HELD
               MOVE 'NO DEFERRALS' TO WS-PRT-VERDICT
           ELSE
               IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
                   IF JOURNAL-HELD
                       MOVE 'JOURNAL HELD' TO WS-PRT-VERDICT
                   ELSE
                       MOVE 'IN BALANCE' TO WS-PRT-VERDICT
                   END-IF
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-PRT-VERDICT
               END-IF
           END-IF.

           MOVE WS-PROOF-TOTAL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.
           CLOSE GL-PROOF-FILE.

           IF WS-RUN-DEFERRAL = ZERO AND NOT JOURNAL-HELD
               GO TO 080-EXIT
           END-IF.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
              AND NOT JOURNAL-HELD
               PERFORM 090-RELEASE-CYCLE THRU 090-EXIT
           ELSE
               DISPLAY "401(K) CYCLE NOT RELEASED - REVIEW RETPROOF "
                       "AND RETREG" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       080-EXIT.
           EXIT.

       082-GENERATE-ONE-COMPANY.
           IF CMT-COMPANY-MATCH (WS-CO-SUB) = ZERO
               GO TO 082-EXIT
           END-IF.

           MOVE CMT-COMPANY-CODE (WS-CO-SUB) TO WS-CUR-COMPANY.

           MOVE WS-CUR-COMPANY TO WS-PRC-COMPANY.
           MOVE WS-PROOF-COMPANY-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           PERFORM 084-STAGE-DEPT-DEBIT THRU 084-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE 'Q' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE CMT-COMPANY-MATCH (WS-CO-SUB) TO WS-CREDIT-AMOUNT.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

       082-EXIT.
           EXIT.

       084-STAGE-DEPT-DEBIT.
           MOVE CMT-DEPT-MATCH (WS-CO-SUB, WS-DEPT-SUB)
               TO WS-CREDIT-AMOUNT.

           IF WS-CREDIT-AMOUNT = ZERO
               GO TO 084-EXIT
           END-IF.

           MOVE 'Y' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE WS-DEPT-SUB (2:2) TO WS-LOOKUP-DEPT.
           PERFORM 088-FIND-CHART-ACCOUNT THRU 088-EXIT.

           IF WS-FOUND-ACCOUNT = ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               STRING
                   'NO 401(K) MATCH EXPENSE ACCOUNT FOR DEPARTMENT '
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
      *    FOR THE DEPARTMENT IN WS-LOOKUP-DEPT WHERE THE TYPE
      *    CARRIES ONE.
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

      *    THE JOURNAL (WHEN THERE IS ANY MATCH TO ACCRUE), THE
      *    RECORDKEEPER'S FILE, AND THE ENROLLMENTS WITH THE CYCLE'S
      *    MATCH ADDED AND THE CYCLE MARKED MATCHED.
       090-RELEASE-CYCLE.
           MOVE 'Y' TO WS-RELEASE-SWITCH.

           IF WS-STAGE-COUNT > ZERO
               OPEN OUTPUT GL-JOURNAL-FILE
               IF NOT WS-JOURNAL-OK
                   MOVE "GL-JOURNAL-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-JOURNAL-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               PERFORM 092-WRITE-ONE-JOURNAL THRU 092-EXIT
                   VARYING WS-STAGE-SUB FROM 1 BY 1
                   UNTIL WS-STAGE-SUB > WS-STAGE-COUNT
               CLOSE GL-JOURNAL-FILE
           END-IF.

           OPEN OUTPUT CONTRIBUTION-FILE.
           IF NOT WS-CONTRIB-OK
               MOVE "CONTRIBUTION-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CONTRIB-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 094-WRITE-ONE-CONTRIBUTION THRU 094-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.

           MOVE SPACES TO CONTRIBUTION-TRAILER-RECORD.
           MOVE 'T' TO RKT-RECORD-TYPE.
           MOVE WS-PLAN-NUMBER TO RKT-PLAN-NUMBER.
           MOVE WS-PAY-DATE TO RKT-PAY-DATE.
           MOVE WS-CONTRIB-COUNT TO RKT-RECORD-COUNT.
           MOVE WS-RUN-COMP TO RKT-TOTAL-COMP.
           COMPUTE RKT-TOTAL-DEFERRAL =
               WS-RUN-DEFERRAL - WS-RUN-CATCHUP.
           MOVE WS-RUN-CATCHUP TO RKT-TOTAL-CATCHUP.
           MOVE WS-RUN-MATCH TO RKT-TOTAL-MATCH.
           WRITE CONTRIBUTION-TRAILER-RECORD.
           CLOSE CONTRIBUTION-FILE.

           PERFORM 095-SAVE-ENROLLMENTS THRU 095-EXIT.

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

       094-WRITE-ONE-CONTRIBUTION.
           IF NOT RTT-IN-CYCLE (WS-RET-SUB)
               GO TO 094-EXIT
           END-IF.

           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO WS-EMP-SUB.
           MOVE SPACES TO CONTRIBUTION-DETAIL-RECORD.
           MOVE 'D' TO RKC-RECORD-TYPE.
           MOVE WS-PLAN-NUMBER TO RKC-PLAN-NUMBER.
           MOVE WS-PAY-DATE TO RKC-PAY-DATE.
           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO RKC-EMPLOYEE-NO.
           MOVE ERT-EMPLOYEE-NAME (WS-EMP-SUB) TO RKC-EMPLOYEE-NAME.
           MOVE RTT-BIRTH-DATE (WS-RET-SUB) TO RKC-BIRTH-DATE.
           MOVE RTT-CYCLE-COMP (WS-RET-SUB) TO RKC-PLAN-COMP.
           COMPUTE RKC-DEFERRAL =
               RTT-CYCLE-DEFERRAL (WS-RET-SUB)
             - RTT-CYCLE-CATCHUP (WS-RET-SUB).
           MOVE RTT-CYCLE-CATCHUP (WS-RET-SUB) TO RKC-CATCHUP.
           MOVE RTT-CYCLE-MATCH (WS-RET-SUB) TO RKC-MATCH.
           MOVE RTT-YTD-DEFERRAL (WS-RET-SUB) TO RKC-YTD-DEFERRAL.
           MOVE RTT-YTD-MATCH (WS-RET-SUB) TO RKC-YTD-MATCH.
           WRITE CONTRIBUTION-DETAIL-RECORD.

           MOVE WS-PAY-DATE TO RTT-MATCHED-PAY-DATE (WS-RET-SUB).

       094-EXIT.
           EXIT.

       095-SAVE-ENROLLMENTS.
           OPEN OUTPUT RETIREMENT-ENROLL-FILE.

           IF NOT WS-RETENRL-OK
               MOVE "RETIREMENT-ENROLL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETENRL-STATUS TO WS-MSG-INSERT-2
               MOVE 0003 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 096-SAVE-ONE-ENROLLMENT THRU 096-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.

           CLOSE RETIREMENT-ENROLL-FILE.

       095-EXIT.
           EXIT.

       096-SAVE-ONE-ENROLLMENT.
           MOVE SPACES TO RETIREMENT-ENROLL-RECORD.
           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO RTE-EMPLOYEE-NO.
           MOVE RTT-DEFERRAL-RATE (WS-RET-SUB) TO RTE-DEFERRAL-RATE.
           MOVE RTT-BIRTH-DATE (WS-RET-SUB) TO RTE-BIRTH-DATE.
           MOVE RTT-STATUS (WS-RET-SUB) TO RTE-STATUS.
           MOVE RTT-PLAN-YEAR (WS-RET-SUB) TO RTE-PLAN-YEAR.
           MOVE RTT-YTD-DEFERRAL (WS-RET-SUB) TO RTE-YTD-DEFERRAL.
           MOVE RTT-YTD-MATCH (WS-RET-SUB) TO RTE-YTD-MATCH.
           MOVE RTT-LIMIT-DATE (WS-RET-SUB) TO RTE-LIMIT-DATE.
           MOVE RTT-MATCHED-PAY-DATE (WS-RET-SUB)
               TO RTE-MATCHED-PAY-DATE.
           WRITE RETIREMENT-ENROLL-RECORD.

       096-EXIT.
           EXIT.

      *    THE ANNUAL TRUE-UP.  THE FORMULA IS RE-WORKED ON THE
      *    YEAR'S GROSS AND DEFERRALS; AN EMPLOYEE WHO REACHED THE
      *    LIMIT BEFORE YEAR END AND WAS MATCHED LESS THAN THAT IS
      *    LISTED WITH THE DIFFERENCE.  IT IS A REPORT - THE TRUE-UP
      *    DEPOSIT IS MADE BY HAND ONCE PAYROLL HAS REVIEWED IT.  A
      *    HELD CYCLE IS LEFT OUT OF THE YEAR'S MATCH PAID, SO THE
      *    TRUE-UP SHOULD BE RUN WITH A CYCLE THAT RELEASED.
       100-ANNUAL-TRUE-UP.
           IF WS-PAY-DATE > ZERO
               MOVE WS-PAY-YEAR TO WS-TRUE-UP-YEAR
           ELSE
               MOVE WS-RUN-DATE-TIME (1:4) TO WS-TRUE-UP-YEAR
           END-IF.

           OPEN INPUT EMPLOYEE-YTD-FILE.
           IF NOT WS-EMPYTD-OK
               MOVE "EMPLOYEE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT TRUE-UP-REPORT-FILE.
           IF NOT WS-TRUEUP-OK
               MOVE "TRUE-UP-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TRUEUP-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-PLAN-NUMBER TO WS-TUH-PLAN-NUMBER.
           MOVE WS-TRUE-UP-YEAR TO WS-TUH-YEAR.
           MOVE WS-RUN-DATE-TIME TO WS-TUH-RUN-DATE.
           MOVE WS-TRUE-UP-HEADING TO TRUE-UP-REPORT-RECORD.
           WRITE TRUE-UP-REPORT-RECORD.
           IF NOT CYCLE-RELEASED
               MOVE 'THIS CYCLE WAS NOT RELEASED - MATCH PAID EXCLUDES'
                   TO TRUE-UP-REPORT-RECORD
               WRITE TRUE-UP-REPORT-RECORD
           END-IF.
           MOVE SPACES TO TRUE-UP-REPORT-RECORD.
           WRITE TRUE-UP-REPORT-RECORD.
           MOVE WS-TRUE-UP-COLUMNS TO TRUE-UP-REPORT-RECORD.
           WRITE TRUE-UP-REPORT-RECORD.

           PERFORM 110-TRUE-UP-ONE-EMPLOYEE THRU 110-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.

           MOVE SPACES TO TRUE-UP-REPORT-RECORD.
           WRITE TRUE-UP-REPORT-RECORD.
           MOVE WS-TRUE-UP-COUNT TO WS-TUT-COUNT.
           MOVE WS-TRUE-UP-TOTAL TO WS-TUT-TOTAL.
           MOVE WS-TRUE-UP-TOTAL-LINE TO TRUE-UP-REPORT-RECORD.
           WRITE TRUE-UP-REPORT-RECORD.

           CLOSE TRUE-UP-REPORT-FILE.
           CLOSE EMPLOYEE-YTD-FILE.

       199-EXIT.
           EXIT.

       110-TRUE-UP-ONE-EMPLOYEE.
           IF RTT-PLAN-YEAR (WS-RET-SUB) NOT = WS-TRUE-UP-YEAR
              OR RTT-LIMIT-DATE (WS-RET-SUB) = ZERO
               GO TO 110-EXIT
           END-IF.

           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO YTE-EMPLOYEE-NO.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   GO TO 110-EXIT
           END-READ.

           MOVE YTE-GROSS TO WS-MATCH-COMP.
           MOVE RTT-YTD-DEFERRAL (WS-RET-SUB) TO WS-MATCH-DEFERRAL.
           PERFORM 065-APPLY-MATCH-FORMULA THRU 065-EXIT.

           COMPUTE WS-SHORTFALL =
               WS-MATCH-AMOUNT - RTT-YTD-MATCH (WS-RET-SUB).
           IF WS-SHORTFALL NOT > ZERO
               GO TO 110-EXIT
           END-IF.

           ADD 1 TO WS-TRUE-UP-COUNT.
           ADD WS-SHORTFALL TO WS-TRUE-UP-TOTAL.

           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO WS-TUD-EMPLOYEE-NO.
           MOVE YTE-EMPLOYEE-NAME TO WS-TUD-EMPLOYEE-NAME.
           MOVE RTT-LIMIT-DATE (WS-RET-SUB) TO WS-TUD-LIMIT-DATE.
           MOVE YTE-GROSS TO WS-TUD-ANNUAL-COMP.
           MOVE RTT-YTD-DEFERRAL (WS-RET-SUB) TO WS-TUD-YTD-DEFERRAL.
           MOVE WS-MATCH-AMOUNT TO WS-TUD-MATCH-EARNED.
           MOVE RTT-YTD-MATCH (WS-RET-SUB) TO WS-TUD-MATCH-PAID.
           MOVE WS-SHORTFALL TO WS-TUD-TRUE-UP.
           MOVE 'LIMIT REACHED EARLY' TO WS-TUD-NOTE.
           MOVE WS-TRUE-UP-DETAIL TO TRUE-UP-REPORT-RECORD.
           WRITE TRUE-UP-REPORT-RECORD.

       110-EXIT.
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
      *    EACH RUN - CHECKS AND DEFERRALS READ, JOURNAL ENTRIES
      *    STAGED, AND THE CYCLE'S TOTAL EMPLOYER MATCH.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'RETPLAN' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ENTRY-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-RUN-MATCH TO ATR-CONTROL-TOTAL.

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
