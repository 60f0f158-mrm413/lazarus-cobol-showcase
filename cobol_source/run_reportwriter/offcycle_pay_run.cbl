       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * OFF-CYCLE CHECK RUN FOR FINAL PAY AND BONUSES.                *
      *                                                               *
      * ONLY THE REGISTER CYCLE EVER CUT A PAYCHECK, SO A MID-PERIOD  *
      * TERMINATION OR A SALES BONUS WAS PAID BY A MANUAL CHECK TYPED *
      * IN THE PAYROLL OFFICE - ONE THAT NEVER REACHED YTDEMPL, THE   *
      * CHECK REGISTER OR THE LEDGER.  THIS RUN TAKES THE OFFCYCRQ    *
      * PAY REQUESTS AND PAYS EACH ONE GROSS-TO-NET:                  *
      *   - TYPE 'B' IS A BONUS OR OTHER SUPPLEMENTAL PAY, WITHHELD   *
      *     FEDERALLY AT THE FLAT SUPPLEMENTAL RATE CARRIED ON        *
      *     FICAPARM (22 PERCENT WHERE THE ROW DOES NOT CARRY ONE);   *
      *   - TYPE 'F' IS FINAL PAY FOR AN EMPLOYEE THE MASTER SHOWS    *
      *     TERMINATED - THE WAGES STILL OWED PLUS THE UNUSED         *
      *     VACATION BALANCE ON VACBAL AT THE REQUEST'S HOURLY RATE,  *
      *     WITHHELD FROM THE NORMAL FEDBRKT TABLES.  THE PAID-OUT    *
      *     BALANCE IS ZEROED SO IT CAN NEVER BE PAID TWICE.          *
      * FICA, STATE AND LOCAL COME OFF THE SAME FICAPARM AND STLBRKT  *
      * TABLES THE REGISTER USES.  EACH CHECK DRAWS ITS NUMBER FROM   *
      * THE COMPANY'S SERIES ON CHECKNBR, PRINTS ON OFFCKPRT AND IS   *
      * APPENDED TO CHECKREG AS ISSUED, SO POSITIVE PAY AND THE BANK  *
      * RECONCILIATION SEE IT LIKE ANY REGISTER CHECK.  THE PAY POSTS *
      * TO YTDEMPL AND YTDSTWH AS THE REGISTER POSTS IT, AND OFFCJRNL *
      * CARRIES THE GLJRNL-LAYOUT ENTRY - SALARY EXPENSE DEBITS BY    *
      * DEPARTMENT, WITHHOLDING AND NET PAY CREDITS - RELEASED ONLY   *
      * WHEN THE OFFCPROF PROOF FOOTS.  EACH CHECK ALSO GOES OUT AS A *
      * PAYPOSTD-LAYOUT RECORD ON OFFCPOST, SEALED WITH CTLTOTAL, SO  *
      * THE EMPLOYER TAX, 941 AND FRAUD REVIEW RUNS SEE OFF-CYCLE PAY *
      * AS THEY SEE REGISTER PAY.                                     *
      *                                                               *
      * OFFCYREG LISTS EVERY REQUEST, PAID OR REJECTED.  A REJECTED   *
      * REQUEST IS WRITTEN BACK TO OFFCYCRQ FOR CORRECTION AND THE    *
      * PAID ONES ARE DROPPED, SO A RERUN NEVER PAYS ANYONE TWICE.    *
      * ANY REJECTION ENDS THE RUN WITH RETURN CODE 4.                *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-REQUEST-FILE
               ASSIGN TO EXTERNAL OFFCYCRQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REQUEST-STATUS.

           SELECT FICA-PARAM-FILE
               ASSIGN TO EXTERNAL FICAPARM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FICAPARM-STATUS.

           SELECT FED-BRACKET-FILE
               ASSIGN TO EXTERNAL FEDBRKT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FEDBRKT-STATUS.

           SELECT STATE-BRACKET-FILE
               ASSIGN TO EXTERNAL STLBRKT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STLBRKT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT EMPLOYEE-YTD-FILE
               ASSIGN TO EXTERNAL YTDEMPL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPYTD-STATUS.

           SELECT STATE-YTD-FILE
               ASSIGN TO EXTERNAL YTDSTWH
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS SYT-KEY
                         FILE STATUS IS WS-STATE-YTD-STATUS.

      *    THE PTO SUBSYSTEM IS OPTIONAL - A SHOP WITHOUT VACBAL HAS
      *    NO BALANCES TO PAY OUT AND FINAL PAY IS THE WAGES ALONE.
           SELECT PTO-BALANCE-FILE
               ASSIGN TO EXTERNAL VACBAL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS VBL-EMPLOYEE-NO
                         FILE STATUS IS WS-VACBAL-STATUS.

      *    THE SAME CONTROLLED NEXT-CHECK-NUMBER FILE THE REGISTER'S
      *    CHECK PRINT DRAWS FROM - READ AT INITIATION, REWRITTEN AT
      *    TERMINATION, SO THE TWO RUNS NEVER ISSUE THE SAME NUMBER.
           SELECT NEXT-CHECK-FILE
               ASSIGN TO EXTERNAL CHECKNBR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-NEXTCHK-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO EXTERNAL CHECKREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT CHECK-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING OFFCKPRT
                         FILE STATUS IS WS-PRINT-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

           SELECT REGISTER-FILE
               ASSIGN TO EXTERNAL OFFCYREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

      *    THE JOURNAL GOES OUT ON ITS OWN FEED RATHER THAN GLJRNL,
      *    WHICH THE REGISTER REPLACES EVERY CYCLE - THE LEDGER POST
      *    TAKES OFFCJRNL AS A BATCH OF ITS OWN.
           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL OFFCJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

      *    THE POSTED-PAY RECORDS GO OUT ON THEIR OWN FEED RATHER
      *    THAN PAYPOSTD, FOR THE SAME REASON - AND BECAUSE THE CHECK
      *    PRINT AND THE ACH EXTRACT PAY FROM PAYPOSTD, SO A CHECK
      *    CUT HERE MUST NEVER REACH THEM A SECOND TIME.  THE
      *    DOWNSTREAM PAYPOSTD READERS TAKE OFFCPOST AS A GENERATION
      *    OF THEIR OWN.
           SELECT POSTED-PAY-FILE
               ASSIGN TO EXTERNAL OFFCPOST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-POSTED-STATUS.

           SELECT GL-PROOF-FILE
               ASSIGN TO EXTERNAL OFFCPROF
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

       FD  PAY-REQUEST-FILE.

      *    READ AND REWRITTEN WHOLE - THE FIELDS ARE LAID OUT IN
      *    OFF-CYCLE-REQUEST IN WORKING STORAGE.
       01  PAY-REQUEST-RECORD          PIC X(80).

       FD  FICA-PARAM-FILE.

      *    THE SUPPLEMENTAL FEDERAL RATE RIDES IN THE FREE BYTES
      *    BEHIND THE WAGE BASE - THE REGISTER STILL READS THEM AS
      *    FILLER.
       01  FICA-PARAM-RECORD.
           03  FPR-FICA-RATE           PIC V9999.
           03  FILLER                  PIC X(01).
           03  FPR-WAGE-BASE           PIC 9(06).
           03  FILLER                  PIC X(01).
           03  FPR-SUPP-FED-RATE       PIC V9999.
           03  FILLER                  PIC X(64).

       FD  FED-BRACKET-FILE.

       01  FED-BRACKET-RECORD.
           03  FBR-FLOOR               PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  FBR-BASE-TAX            PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  FBR-RATE                PIC V9999.
           03  FILLER                  PIC X(62).

       FD  STATE-BRACKET-FILE.

       01  STATE-BRACKET-RECORD.
           03  SLB-STATE-CODE          PIC X(02).
           03  FILLER                  PIC X(01).
           03  SLB-LEVEL               PIC X(01).
           03  FILLER                  PIC X(01).
           03  SLB-FLOOR               PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  SLB-BASE-TAX            PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  SLB-RATE                PIC V9999.
           03  FILLER                  PIC X(58).

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
               88  EMPLOYEE-IS-ACTIVE              VALUE 'A'.
               88  EMPLOYEE-IS-TERMINATED          VALUE 'T'.
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

       FD  STATE-YTD-FILE.

       01  STATE-YTD-RECORD.
           03  SYT-KEY.
               05  SYT-TAX-YEAR        PIC 9(04).
               05  SYT-EMPLOYEE-NO     PIC 9(04).
               05  SYT-STATE-CODE      PIC X(02).
           03  SYT-STATE-WAGES         PIC 9(08)V99.
           03  SYT-STATE-WH            PIC 9(08)V99.
           03  FILLER                  PIC X(10).

       FD  PTO-BALANCE-FILE.

       01  PTO-BALANCE-RECORD.
           03  VBL-EMPLOYEE-NO         PIC 9(04).
           03  VBL-EMPLOYEE-NAME       PIC X(20).
           03  VBL-VAC-BALANCE         PIC S9(04)V99.
           03  VBL-SICK-BALANCE        PIC S9(04)V99.
           03  FILLER                  PIC X(44).

       FD  NEXT-CHECK-FILE.

       01  NEXT-CHECK-RECORD.
           03  NCR-NEXT-CHECK-NUMBER   PIC 9(06).
           03  FILLER                  PIC X(01).
           03  NCR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(71).

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
           03  FILLER                  PIC X(01).
           03  CKR-EMPLOYEE-NAME       PIC X(20).
           03  CKR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(25).

       FD  CHECK-PRINT-FILE.

       01  CHECK-PRINT-RECORD          PIC X(100).

       FD  CHART-OF-ACCOUNTS-FILE.

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

       FD  REGISTER-FILE.

       01  REGISTER-RECORD             PIC X(120).

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

       FD  POSTED-PAY-FILE.

      *    THE REGISTER'S PAYPOSTD LAYOUT - THE SALARIED VIEW, WITH
      *    THE COMPANY CODE AT BYTES 99-100 AND NO HOURS DETAIL.
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

       FD  GL-PROOF-FILE.

       01  GL-PROOF-RECORD             PIC X(80).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'OFFCYCLE'.

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

       77  WS-REQUEST-STATUS           PIC XX.
           88  WS-REQUEST-OK                       VALUE "00".
       77  WS-FICAPARM-STATUS          PIC XX.
           88  WS-FICAPARM-OK                      VALUE "00".
       77  WS-FEDBRKT-STATUS           PIC XX.
           88  WS-FEDBRKT-OK                       VALUE "00".
       77  WS-STLBRKT-STATUS           PIC XX.
           88  WS-STLBRKT-OK                       VALUE "00".
           88  WS-STLBRKT-NOT-FOUND                VALUE "35".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-EMPYTD-STATUS            PIC XX.
           88  WS-EMPYTD-OK                        VALUE "00".
       77  WS-STATE-YTD-STATUS         PIC XX.
           88  WS-STATE-YTD-OK                     VALUE "00".
       77  WS-VACBAL-STATUS            PIC XX.
           88  WS-VACBAL-OK                        VALUE "00".
           88  WS-VACBAL-NOT-FOUND                 VALUE "35".
       77  WS-NEXTCHK-STATUS           PIC XX.
           88  WS-NEXTCHK-OK                       VALUE "00".
       77  WS-CHECKREG-STATUS          PIC XX.
           88  WS-CHECKREG-OK                      VALUE "00".
           88  WS-CHECKREG-NOT-FOUND               VALUE "35".
       77  WS-PRINT-STATUS             PIC XX.
           88  WS-PRINT-OK                         VALUE "00".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".
       77  WS-POSTED-STATUS            PIC XX.
           88  WS-POSTED-OK                        VALUE "00".
       77  WS-PROOF-STATUS             PIC XX.
           88  WS-PROOF-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  FEDBRKT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  FEDBRKT-EOF                         VALUE 'Y'.
       77  STLBRKT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  STLBRKT-EOF                         VALUE 'Y'.
       77  NEXTCHK-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  NEXTCHK-EOF                         VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
       77  WS-VACBAL-SWITCH            PIC X(1)    VALUE 'N'.
           88  VACBAL-IS-PRESENT                   VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-CHECK-COUNT              PIC 9(06)   VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-AUDIT-NET-TOTAL          PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.

      *    THE REQUESTS LOAD WHOLE SO THE FILE CAN BE REWRITTEN WITH
      *    ONLY THE REJECTED ONES ONCE THE CHECKS ARE CUT.
       77  WS-REQ-COUNT                PIC 9(03)   VALUE 0.
       77  WS-REQ-SUB                  PIC 9(03)   VALUE 0.
       01  REQUEST-TABLE.
           02  REQUEST-ENTRY           OCCURS 200 TIMES.
               03  RQT-IMAGE           PIC X(80).
               03  RQT-RESULT          PIC X(01).
                   88  RQT-PAID                    VALUE 'P'.
                   88  RQT-REJECTED                VALUE 'R'.

      *    ONE PAY REQUEST.  THE PAY DATE DEFAULTS TO THE RUN DATE;
      *    THE HOURLY RATE PRICES A FINAL-PAY VACATION PAYOUT AND IS
      *    IGNORED ON A BONUS.
       01  OFF-CYCLE-REQUEST.
           03  OCQ-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  OCQ-PAY-TYPE            PIC X(01).
               88  OCQ-IS-BONUS                    VALUE 'B'.
               88  OCQ-IS-FINAL-PAY                VALUE 'F'.
           03  FILLER                  PIC X(01).
           03  OCQ-PAY-DATE            PIC 9(08).
           03  OCQ-PAY-DATE-X          REDEFINES OCQ-PAY-DATE
                                       PIC X(08).
           03  FILLER                  PIC X(01).
           03  OCQ-AMOUNT              PIC 9(05)V99.
           03  OCQ-AMOUNT-X            REDEFINES OCQ-AMOUNT
                                       PIC X(07).
           03  FILLER                  PIC X(01).
           03  OCQ-HOURLY-RATE         PIC 9(03)V99.
           03  OCQ-HOURLY-RATE-X       REDEFINES OCQ-HOURLY-RATE
                                       PIC X(05).
           03  FILLER                  PIC X(01).
           03  OCQ-REFERENCE           PIC X(20).
           03  FILLER                  PIC X(31).

       77  WS-FICA-RATE                PIC V9999   VALUE 0.
       77  WS-FICA-WAGE-BASE           PIC 9(06)   VALUE 0.
       77  WS-SUPP-FED-RATE            PIC V9999   VALUE .2200.
       77  WS-BRACKET-COUNT            PIC 9(02)   VALUE 0.
       77  WS-BRACKET-SUB              PIC 9(02)   VALUE 0.
       01  FED-BRACKET-TABLE.
           02  FED-BRACKET-ENTRY       OCCURS 20 TIMES.
               03  FBT-FLOOR           PIC 9(04)V99 VALUE ZERO.
               03  FBT-BASE-TAX        PIC 9(04)V99 VALUE ZERO.
               03  FBT-RATE            PIC V9999 VALUE ZERO.

       77  WS-SLB-COUNT                PIC 9(03)   VALUE 0.
       77  WS-SLB-SUB                  PIC 9(03)   VALUE 0.
       01  STATE-BRACKET-TABLE.
           02  STATE-BRACKET-ENTRY     OCCURS 100 TIMES.
               03  SBT-STATE-CODE      PIC X(02).
               03  SBT-LEVEL           PIC X(01).
               03  SBT-FLOOR           PIC 9(04)V99.
               03  SBT-BASE-TAX        PIC 9(04)V99.
               03  SBT-RATE            PIC V9999.

      *    ONE SERIES PER COMPANY, AS THE CHECK PRINT KEEPS THEM.
       77  WS-SERIES-COUNT             PIC 9(02)   VALUE 0.
       77  WS-SERIES-SUB               PIC 9(02)   VALUE 0.
       77  WS-SERIES-FOUND             PIC 9(02)   VALUE 0.
       77  WS-NEXT-CHECK-NUMBER        PIC 9(06)   VALUE 0.
       01  CHECK-SERIES-TABLE.
           02  CHECK-SERIES-ENTRY      OCCURS 5 TIMES.
               03  CKS-COMPANY-CODE    PIC X(02).
               03  CKS-NEXT-NUMBER     PIC 9(06).

      *    ONE REQUEST'S ARITHMETIC.
       77  WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
       01  WS-PAY-DATE                 PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-PAY-DATE.
           03  WS-PAY-YEAR             PIC 9(04).
           03  FILLER                  PIC 9(04).
       77  WS-HOURLY-RATE              PIC 9(03)V99 VALUE 0.
       77  WS-WAGE-AMOUNT              PIC 9(05)V99 VALUE 0.
       77  WS-VAC-HOURS-PAID           PIC 9(04)V99 VALUE 0.
       77  WS-VAC-PAYOUT               PIC 9(06)V99 VALUE 0.
       77  WS-OFF-GROSS                PIC 9(06)V99 VALUE 0.
       77  WS-PRIOR-YTD-GROSS          PIC 9(08)V99 VALUE 0.
       77  WS-FICA-TAXABLE             PIC 9(08)V99 VALUE 0.
       77  WS-COMPUTED-FICA            PIC 9(05)V99 VALUE 0.
       77  WS-COMPUTED-FED             PIC 9(05)V99 VALUE 0.
       77  WS-COMPUTED-STATE           PIC 9(05)V99 VALUE 0.
       77  WS-COMPUTED-LOCAL           PIC 9(05)V99 VALUE 0.
       77  WS-COMPUTED-MISC            PIC 9(05)V99 VALUE 0.
       77  WS-OFF-NET                  PIC S9(06)V99 VALUE 0.
       77  WS-YTD-FOUND-SWITCH         PIC X(1)    VALUE 'N'.
           88  YTD-RECORD-FOUND                    VALUE 'Y'.

      *    THE RUN'S TOTALS FOR THE REGISTER FOOTING.
       77  WS-TOT-GROSS                PIC 9(08)V99 VALUE 0.
       77  WS-TOT-FICA                 PIC 9(08)V99 VALUE 0.
       77  WS-TOT-FED                  PIC 9(08)V99 VALUE 0.
       77  WS-TOT-MISC                 PIC 9(08)V99 VALUE 0.
       77  WS-TOT-NET                  PIC 9(08)V99 VALUE 0.
       77  WS-TOT-VAC-PAYOUT           PIC 9(08)V99 VALUE 0.

      *    THE JOURNAL ACCUMULATORS - GROSS BY COMPANY AND
      *    DEPARTMENT, WITHHOLDING AND NET BY COMPANY, STATE AND
      *    LOCAL TAX BY COMPANY AND WORK STATE.  A COMPANY ONLY GETS
      *    HERE BY HAVING A CHECK SERIES, SO FIVE SLOTS ARE ENOUGH.
       77  WS-CO-COUNT                 PIC 9(02)   VALUE 0.
       77  WS-CO-SUB                   PIC 9(02)   VALUE 0.
       77  WS-CO-FOUND                 PIC 9(02)   VALUE 0.
       77  WS-DEPT-SUB                 PIC 9(03)   VALUE 0.
       77  WS-CUR-COMPANY              PIC X(02)   VALUE SPACES.
       01  COMPANY-PAY-TABLE.
           02  COMPANY-PAY-ENTRY       OCCURS 5 TIMES.
               03  CPY-COMPANY-CODE    PIC X(02).
               03  CPY-FICA            PIC 9(09)V99.
               03  CPY-FWT             PIC 9(09)V99.
               03  CPY-NET             PIC 9(09)V99.
               03  CPY-DEPT-GROSS      PIC 9(09)V99 OCCURS 99 TIMES.

       77  WS-CST-COUNT                PIC 9(02)   VALUE 0.
       77  WS-CST-SUB                  PIC 9(02)   VALUE 0.
       77  WS-CST-FOUND                PIC 9(02)   VALUE 0.
       77  WS-CST-OVERFLOW-COUNT       PIC 9(04)   VALUE 0.
       01  COMPANY-STATE-TABLE.
           02  COMPANY-STATE-ENTRY     OCCURS 20 TIMES.
               03  CST-COMPANY-CODE    PIC X(02).
               03  CST-STATE-CODE      PIC X(02).
               03  CST-STATE-TAX       PIC 9(09)V99.
               03  CST-LOCAL-TAX       PIC 9(09)V99.

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
       77  WS-LOOKUP-DEPT-9            PIC 9(02)   VALUE 0.
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

      *    THE CHECK AND STUB, AS THE REGISTER'S CHECK PRINT LAYS
      *    THEM, WITH A THIRD STUB LINE SAYING WHAT THE CHECK IS FOR.
       01  WS-CHECK-LINE-1.
           03  FILLER                  PIC X(26) VALUE
                   'CENTURY MEDICAL CENTER    '.
           03  FILLER                  PIC X(10) VALUE 'CHECK NO. '.
           03  WS-CHK-NUMBER           PIC 9(06).
           03  FILLER                  PIC X(08) VALUE '   DATE '.
           03  WS-CHK-DATE             PIC 9(08).
           03  FILLER                  PIC X(04) VALUE ' CO '.
           03  WS-CHK-COMPANY          PIC X(02).

       01  WS-CHECK-LINE-2.
           03  FILLER                  PIC X(17) VALUE
                   'PAY TO THE ORDER '.
           03  FILLER                  PIC X(04) VALUE 'OF: '.
           03  WS-CHK-PAYEE            PIC X(20).
           03  FILLER                  PIC X(14) VALUE
                   '    AMOUNT    '.
           03  WS-CHK-AMOUNT           PIC $$$,$$9.99.

       01  WS-STUB-HEAD-LINE.
           03  FILLER                  PIC X(09) VALUE 'EMPLOYEE '.
           03  WS-STB-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-STB-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(07) VALUE '  DEPT '.
           03  WS-STB-DEPARTMENT       PIC 9(02).

       01  WS-STUB-AMOUNT-LINE.
           03  FILLER                  PIC X(06) VALUE 'GROSS '.
           03  WS-STB-GROSS            PIC $$$,$$9.99.
           03  FILLER                  PIC X(06) VALUE ' FICA '.
           03  WS-STB-FICA             PIC $$,$$9.99.
           03  FILLER                  PIC X(05) VALUE ' FED '.
           03  WS-STB-FED              PIC $$,$$9.99.
           03  FILLER                  PIC X(08) VALUE ' ST/LOC '.
           03  WS-STB-MISC             PIC $$,$$9.99.
           03  FILLER                  PIC X(05) VALUE ' NET '.
           03  WS-STB-NET              PIC $$$,$$9.99.

       01  WS-STUB-PURPOSE-LINE.
           03  WS-STB-PURPOSE          PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-STB-REFERENCE        PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-STB-VAC-LITERAL      PIC X(14).
           03  WS-STB-VAC-HOURS        PIC ZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-STB-VAC-PAYOUT       PIC $$$,$$9.99.

       01  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.

      *    THE OFF-CYCLE REGISTER LINES.
       01  WS-REGISTER-HEADING.
           03  FILLER                  PIC X(30) VALUE
                   'OFF-CYCLE PAY REGISTER    RUN '.
           03  WS-RGH-RUN-DATE         PIC 9(08).
           03  FILLER                  PIC X(27) VALUE
                   '   SUPPLEMENTAL FED RATE  '.
           03  WS-RGH-SUPP-RATE        PIC .9999.

       01  WS-REGISTER-COLUMNS.
           03  FILLER                  PIC X(31) VALUE
                   'EMP  NAME                 T DP '.
           03  FILLER                  PIC X(40) VALUE
                   '     WAGES VAC HRS    VAC PAY      GROSS'.
           03  FILLER                  PIC X(48) VALUE
                   '      FICA       FED    ST/LOC        NET  CHECK'.

       01  WS-REGISTER-LINE.
           03  WS-REG-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-PAY-TYPE         PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-DEPARTMENT       PIC 9(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-WAGES            PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-VAC-HOURS        PIC ZZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-VAC-PAYOUT       PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-GROSS            PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-FICA             PIC $$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-FED              PIC $$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-MISC             PIC $$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-NET              PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-CHECK-NUMBER     PIC 9(06).

       01  WS-REJECT-LINE.
           03  WS-REJ-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REJ-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REJ-PAY-TYPE         PIC X(01).
           03  FILLER                  PIC X(17) VALUE
                   '   ** REJECTED - '.
           03  WS-REJ-REASON           PIC X(40).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REJ-AMOUNT           PIC X(07).

       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                  PIC X(08) VALUE 'CHECKS  '.
           03  WS-RGT-CHECKS           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(11) VALUE '  REJECTED '.
           03  WS-RGT-REJECTS          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-RGT-VAC-PAYOUT       PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGT-GROSS            PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGT-FICA             PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGT-FED              PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGT-MISC             PIC $$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGT-NET              PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM 010-LOAD-WITHHOLDING-PARAMS THRU 010-EXIT.
           PERFORM 012-LOAD-STATE-BRACKETS THRU 012-EXIT.
           PERFORM 020-LOAD-CHECK-SERIES THRU 029-EXIT.
           PERFORM 030-LOAD-CHART-ACCOUNTS THRU 030-EXIT.
           PERFORM 040-LOAD-REQUESTS THRU 049-EXIT.
           PERFORM 050-OPEN-POSTING-FILES THRU 059-EXIT.

           INITIALIZE COMPANY-PAY-TABLE.
           INITIALIZE COMPANY-STATE-TABLE.

           MOVE WS-RUN-DATE TO WS-RGH-RUN-DATE.
           MOVE WS-SUPP-FED-RATE TO WS-RGH-SUPP-RATE.
           MOVE WS-REGISTER-HEADING TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.
           MOVE WS-REGISTER-COLUMNS TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           PERFORM 100-PAY-ONE-REQUEST THRU 199-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

           PERFORM 075-WRITE-REGISTER-TOTALS THRU 075-EXIT.

           CLOSE EMPLOYEE-MASTER-FILE,
                 EMPLOYEE-YTD-FILE,
                 STATE-YTD-FILE,
                 CHECK-REGISTER-FILE,
                 CHECK-PRINT-FILE,
                 POSTED-PAY-FILE,
                 REGISTER-FILE.

      *    THE OFFCPOST HANDOFF IS SEALED WITH ITS COUNT AND THE BYTE
      *    HASH OF EVERY RECORD WRITTEN, AS THE REGISTER SEALS
      *    PAYPOSTD.
           MOVE 'W' TO WS-CTL-ACTION.
           MOVE 'OFFCPOST' TO WS-CTL-FILE.
           CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

           IF VACBAL-IS-PRESENT
               CLOSE PTO-BALANCE-FILE
           END-IF.

           PERFORM 060-SAVE-CHECK-SERIES THRU 069-EXIT.
           PERFORM 070-REQUEUE-REJECTS THRU 079-EXIT.

           IF WS-CHECK-COUNT > ZERO
               PERFORM 080-STAGE-AND-PROVE THRU 080-EXIT
           END-IF.

       000-TERMINATE.
           IF WS-REJECT-COUNT > ZERO
               DISPLAY WS-REJECT-COUNT
                       " OFF-CYCLE REQUEST(S) REJECTED - SEE OFFCYREG"
                       UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE SAME RATE AND BRACKET TABLES THE REGISTER USES - BOTH
      *    ARE REQUIRED, SINCE NO CHECK CAN BE NETTED WITHOUT THEM.
      *    A FICAPARM ROW THAT CARRIES NO SUPPLEMENTAL RATE LEAVES
      *    THE FLAT 22 PERCENT IN FORCE.
       010-LOAD-WITHHOLDING-PARAMS.
           OPEN INPUT FICA-PARAM-FILE.

           IF NOT WS-FICAPARM-OK
               MOVE "FICA-PARAM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FICAPARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FICA-PARAM-FILE
               AT END
                   DISPLAY "FICAPARM IS EMPTY - CANNOT WITHHOLD"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           MOVE FPR-FICA-RATE TO WS-FICA-RATE.
           MOVE FPR-WAGE-BASE TO WS-FICA-WAGE-BASE.
           IF FPR-SUPP-FED-RATE IS NUMERIC
              AND FPR-SUPP-FED-RATE > ZERO
               MOVE FPR-SUPP-FED-RATE TO WS-SUPP-FED-RATE
           END-IF.
           CLOSE FICA-PARAM-FILE.

           OPEN INPUT FED-BRACKET-FILE.

           IF NOT WS-FEDBRKT-OK
               MOVE "FED-BRACKET-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FEDBRKT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FED-BRACKET-FILE
               AT END
                   MOVE 'Y' TO FEDBRKT-EOF-SWITCH
           END-READ.

           PERFORM 011-STORE-FED-BRACKET THRU 011-EXIT
               UNTIL FEDBRKT-EOF.

           CLOSE FED-BRACKET-FILE.

       010-EXIT.
           EXIT.

       011-STORE-FED-BRACKET.
           IF WS-BRACKET-COUNT < 20
               ADD 1 TO WS-BRACKET-COUNT
               MOVE FBR-FLOOR TO FBT-FLOOR (WS-BRACKET-COUNT)
               MOVE FBR-BASE-TAX TO FBT-BASE-TAX (WS-BRACKET-COUNT)
               MOVE FBR-RATE TO FBT-RATE (WS-BRACKET-COUNT)
           END-IF.

           READ FED-BRACKET-FILE
               AT END
                   MOVE 'Y' TO FEDBRKT-EOF-SWITCH
           END-READ.

       011-EXIT.
           EXIT.

      *    OPTIONAL, AS IN THE REGISTER - NO FILE, NO STATE OR LOCAL
      *    WITHHOLDING.
       012-LOAD-STATE-BRACKETS.
           OPEN INPUT STATE-BRACKET-FILE.

           IF WS-STLBRKT-NOT-FOUND
               GO TO 012-EXIT
           END-IF.

           IF NOT WS-STLBRKT-OK
               MOVE "STATE-BRACKET-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STLBRKT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STATE-BRACKET-FILE
               AT END
                   MOVE 'Y' TO STLBRKT-EOF-SWITCH
           END-READ.

           PERFORM 013-STORE-STATE-BRACKET THRU 013-EXIT
               UNTIL STLBRKT-EOF.

           CLOSE STATE-BRACKET-FILE.

       012-EXIT.
           EXIT.

       013-STORE-STATE-BRACKET.
           IF WS-SLB-COUNT < 100
               ADD 1 TO WS-SLB-COUNT
               MOVE SLB-STATE-CODE
                   TO SBT-STATE-CODE (WS-SLB-COUNT)
               MOVE SLB-LEVEL TO SBT-LEVEL (WS-SLB-COUNT)
               MOVE SLB-FLOOR TO SBT-FLOOR (WS-SLB-COUNT)
               MOVE SLB-BASE-TAX TO SBT-BASE-TAX (WS-SLB-COUNT)
               MOVE SLB-RATE TO SBT-RATE (WS-SLB-COUNT)
           ELSE
               DISPLAY "STATE BRACKET TABLE EXCEEDS 100 ENTRIES - "
                       "EXCESS IGNORED" UPON SYSERR
           END-IF.

           READ STATE-BRACKET-FILE
               AT END
                   MOVE 'Y' TO STLBRKT-EOF-SWITCH
           END-READ.

       013-EXIT.
           EXIT.

       020-LOAD-CHECK-SERIES.
           OPEN INPUT NEXT-CHECK-FILE.

           IF NOT WS-NEXTCHK-OK
               MOVE "NEXT-CHECK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-NEXTCHK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ NEXT-CHECK-FILE
               AT END
                   DISPLAY "NEXT-CHECK-FILE IS EMPTY - NO CHECK "
                           "NUMBER CONTROL" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           PERFORM 022-STORE-ONE-SERIES THRU 022-EXIT
               UNTIL NEXTCHK-EOF.

           CLOSE NEXT-CHECK-FILE.

       029-EXIT.
           EXIT.

       022-STORE-ONE-SERIES.
           IF WS-SERIES-COUNT < 5
               ADD 1 TO WS-SERIES-COUNT
               MOVE NCR-COMPANY-CODE
                   TO CKS-COMPANY-CODE (WS-SERIES-COUNT)
               MOVE NCR-NEXT-CHECK-NUMBER
                   TO CKS-NEXT-NUMBER (WS-SERIES-COUNT)
               IF NCR-NEXT-CHECK-NUMBER = ZERO
                   DISPLAY "NEXT CHECK NUMBER IS ZERO FOR COMPANY "
                           NCR-COMPANY-CODE " - CONTROL FILE NOT "
                           "INITIALIZED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           ELSE
               DISPLAY "MORE THAN 5 CHECK SERIES ON CONTROL FILE - "
                       "EXCESS IGNORED" UPON SYSERR
           END-IF.

           READ NEXT-CHECK-FILE
               AT END
                   MOVE 'Y' TO NEXTCHK-EOF-SWITCH
           END-READ.

       022-EXIT.
           EXIT.

      *    THE CHART IS REQUIRED HERE - AN OFF-CYCLE CHECK THAT
      *    CANNOT REACH THE LEDGER IS THE VERY PROBLEM THIS RUN
      *    REPLACES.
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

      *    A REQUEST FILE LARGER THAN THE TABLE IS REFUSED OUTRIGHT -
      *    PAYING THE FIRST 200 AND REWRITING THE FILE WOULD LOSE
      *    THE REST.
       040-LOAD-REQUESTS.
           OPEN INPUT PAY-REQUEST-FILE.

           IF NOT WS-REQUEST-OK
               MOVE "PAY-REQUEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REQUEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAY-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

           PERFORM 042-STORE-ONE-REQUEST THRU 042-EXIT
               UNTIL REQUEST-EOF.

           CLOSE PAY-REQUEST-FILE.

           IF WS-REQ-COUNT = ZERO
               DISPLAY "OFFCYCRQ IS EMPTY - NO OFF-CYCLE CHECKS TO CUT"
                       UPON SYSERR
           END-IF.

       049-EXIT.
           EXIT.

       042-STORE-ONE-REQUEST.
           IF PAY-REQUEST-RECORD NOT = SPACES
               IF WS-REQ-COUNT NOT < 200
                   DISPLAY "OFFCYCRQ EXCEEDS 200 REQUESTS - SPLIT THE "
                           "FILE, NOTHING PAID" UPON SYSERR
                   CLOSE PAY-REQUEST-FILE
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-REQ-COUNT
               MOVE PAY-REQUEST-RECORD TO RQT-IMAGE (WS-REQ-COUNT)
               MOVE SPACE TO RQT-RESULT (WS-REQ-COUNT)
           END-IF.

           READ PAY-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

       042-EXIT.
           EXIT.

       050-OPEN-POSTING-FILES.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O EMPLOYEE-YTD-FILE.
           IF NOT WS-EMPYTD-OK
               MOVE "EMPLOYEE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O STATE-YTD-FILE.
           IF NOT WS-STATE-YTD-OK
               MOVE "STATE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STATE-YTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O PTO-BALANCE-FILE.
           IF WS-VACBAL-OK
               MOVE 'Y' TO WS-VACBAL-SWITCH
           ELSE
               IF NOT WS-VACBAL-NOT-FOUND
                   MOVE "PTO-BALANCE-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-VACBAL-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHECKREG-NOT-FOUND
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           IF NOT WS-CHECKREG-OK
               MOVE "CHECK-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT CHECK-PRINT-FILE,
                OUTPUT POSTED-PAY-FILE,
                OUTPUT REGISTER-FILE.
           IF NOT WS-PRINT-OK
               MOVE "CHECK-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-POSTED-OK
               MOVE "POSTED-PAY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-POSTED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-REGISTER-OK
               MOVE "REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

       059-EXIT.
           EXIT.

      *    ONE REQUEST: EDIT IT, NET IT, AND ONLY THEN DRAW A NUMBER
      *    AND POST - A REJECTED REQUEST TOUCHES NOTHING BUT THE
      *    REGISTER.
       100-PAY-ONE-REQUEST.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE RQT-IMAGE (WS-REQ-SUB) TO OFF-CYCLE-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM 110-EDIT-REQUEST THRU 119-EXIT.
           IF WS-REJECT-REASON = SPACES
               PERFORM 120-COMPUTE-WITHHOLDING THRU 129-EXIT
           END-IF.

           IF WS-REJECT-REASON NOT = SPACES
               MOVE 'R' TO RQT-RESULT (WS-REQ-SUB)
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 180-WRITE-REJECT-LINE THRU 180-EXIT
               GO TO 199-EXIT
           END-IF.

           PERFORM 130-CUT-CHECK THRU 139-EXIT.
           PERFORM 135-WRITE-POSTED-PAY THRU 135-EXIT.
           PERFORM 140-POST-EMPLOYEE-YTD THRU 149-EXIT.
           PERFORM 150-RETIRE-VACATION-BALANCE THRU 150-EXIT.
           PERFORM 160-ACCUMULATE-GL THRU 169-EXIT.
           PERFORM 170-WRITE-REGISTER-LINE THRU 170-EXIT.
           MOVE 'P' TO RQT-RESULT (WS-REQ-SUB).

       199-EXIT.
           EXIT.

      *    THE FIRST THING WRONG WITH A REQUEST IS ITS REJECT REASON.
      *    FINAL PAY IS ONLY FOR AN EMPLOYEE PERSONNEL HAS ALREADY
      *    TERMINATED ON THE MASTER, SO THE VACATION PAYOUT AND THE
      *    LAST CHECK CANNOT RUN AHEAD OF THE TERMINATION ITSELF.
       110-EDIT-REQUEST.
           IF NOT OCQ-IS-BONUS AND NOT OCQ-IS-FINAL-PAY
               MOVE 'PAY TYPE MUST BE B OR F' TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

           IF OCQ-EMPLOYEE-NO NOT NUMERIC
               MOVE 'EMPLOYEE NUMBER NOT NUMERIC'
                   TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

           MOVE OCQ-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON EMPLOYEE MASTER' TO WS-REJECT-REASON
           END-READ.
           IF WS-REJECT-REASON NOT = SPACES
               GO TO 119-EXIT
           END-IF.

           IF EMR-DEPARTMENT NOT NUMERIC
              OR EMR-DEPARTMENT = ZERO
               MOVE 'NO DEPARTMENT ON EMPLOYEE MASTER'
                   TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

           IF OCQ-IS-FINAL-PAY AND NOT EMPLOYEE-IS-TERMINATED
               MOVE 'FINAL PAY - NOT TERMINATED ON MASTER'
                   TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

           IF OCQ-AMOUNT-X = SPACES
               MOVE ZERO TO WS-WAGE-AMOUNT
           ELSE
               IF OCQ-AMOUNT NOT NUMERIC
                   MOVE 'AMOUNT NOT NUMERIC' TO WS-REJECT-REASON
                   GO TO 119-EXIT
               END-IF
               MOVE OCQ-AMOUNT TO WS-WAGE-AMOUNT
           END-IF.

           IF OCQ-IS-BONUS AND WS-WAGE-AMOUNT = ZERO
               MOVE 'BONUS AMOUNT IS ZERO' TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

           IF OCQ-HOURLY-RATE-X = SPACES
               MOVE ZERO TO WS-HOURLY-RATE
           ELSE
               IF OCQ-HOURLY-RATE NOT NUMERIC
                   MOVE 'HOURLY RATE NOT NUMERIC' TO WS-REJECT-REASON
                   GO TO 119-EXIT
               END-IF
               MOVE OCQ-HOURLY-RATE TO WS-HOURLY-RATE
           END-IF.

           IF OCQ-PAY-DATE-X = SPACES
              OR OCQ-PAY-DATE-X = ZEROS
               MOVE WS-RUN-DATE TO WS-PAY-DATE
           ELSE
               IF OCQ-PAY-DATE NOT NUMERIC
                   MOVE 'PAY DATE NOT A VALID DATE'
                       TO WS-REJECT-REASON
                   GO TO 119-EXIT
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD (OCQ-PAY-DATE) NOT = 0
                   MOVE 'PAY DATE NOT A VALID DATE'
                       TO WS-REJECT-REASON
                   GO TO 119-EXIT
               END-IF
               MOVE OCQ-PAY-DATE TO WS-PAY-DATE
           END-IF.

      *    THE MASTER'S COMPANY PICKS THE CHECK SERIES, AS THE
      *    REGISTER'S COMPANY CODE DOES FOR THE CHECK PRINT.
           MOVE ZERO TO WS-SERIES-FOUND.
           PERFORM 112-MATCH-ONE-SERIES THRU 112-EXIT
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
                  OR WS-SERIES-FOUND > ZERO.
           IF WS-SERIES-FOUND = ZERO
               STRING 'NO CHECK SERIES FOR COMPANY '
                          DELIMITED BY SIZE
                      EMR-COMPANY-CODE DELIMITED BY SIZE
                   INTO WS-REJECT-REASON
               END-STRING
               GO TO 119-EXIT
           END-IF.

      *    THE UNUSED VACATION BALANCE IS PAID OUT ON FINAL PAY.  A
      *    BALANCE WITH NO RATE TO PRICE IT CANNOT BE PAID AND MUST
      *    NOT BE SILENTLY FORFEITED.
           MOVE ZERO TO WS-VAC-HOURS-PAID.
           MOVE ZERO TO WS-VAC-PAYOUT.
           IF OCQ-IS-FINAL-PAY AND VACBAL-IS-PRESENT
               PERFORM 115-READ-VACATION-BALANCE THRU 115-EXIT
           END-IF.
           IF WS-VAC-HOURS-PAID > ZERO AND WS-HOURLY-RATE = ZERO
               MOVE 'NO HOURLY RATE FOR VACATION PAYOUT'
                   TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

           COMPUTE WS-VAC-PAYOUT ROUNDED =
               WS-VAC-HOURS-PAID * WS-HOURLY-RATE.
           COMPUTE WS-OFF-GROSS = WS-WAGE-AMOUNT + WS-VAC-PAYOUT.

           IF WS-OFF-GROSS = ZERO
               MOVE 'NOTHING TO PAY' TO WS-REJECT-REASON
               GO TO 119-EXIT
           END-IF.

       119-EXIT.
           EXIT.

       112-MATCH-ONE-SERIES.
           IF CKS-COMPANY-CODE (WS-SERIES-SUB) = EMR-COMPANY-CODE
               MOVE WS-SERIES-SUB TO WS-SERIES-FOUND
           END-IF.

       112-EXIT.
           EXIT.

      *    A NEGATIVE BALANCE (USAGE AHEAD OF ACCRUAL) PAYS NOTHING;
      *    RECOVERING IT FROM THE LAST CHECK IS A MANUAL DECISION.
       115-READ-VACATION-BALANCE.
           MOVE OCQ-EMPLOYEE-NO TO VBL-EMPLOYEE-NO.
           READ PTO-BALANCE-FILE
               INVALID KEY
                   GO TO 115-EXIT
           END-READ.

           IF VBL-VAC-BALANCE > ZERO
               MOVE VBL-VAC-BALANCE TO WS-VAC-HOURS-PAID
           END-IF.

       115-EXIT.
           EXIT.

      *    GROSS TO NET.  FICA STOPS AT THE WAGE BASE MEASURED
      *    AGAINST THE YEAR'S GROSS ALREADY ON YTDEMPL.  FEDERAL IS
      *    THE FLAT SUPPLEMENTAL RATE ON A BONUS AND THE BRACKET
      *    TABLE ON FINAL PAY.  STATE AND LOCAL COME OFF THE WORK
      *    STATE'S BRACKETS AND, AS ON THE REGISTER, MAKE UP THE
      *    MISC COLUMN - NO VOLUNTARY DEDUCTIONS ARE TAKEN FROM AN
      *    OFF-CYCLE CHECK.
       120-COMPUTE-WITHHOLDING.
           MOVE 'N' TO WS-YTD-FOUND-SWITCH.
           MOVE ZERO TO WS-PRIOR-YTD-GROSS.
           MOVE OCQ-EMPLOYEE-NO TO YTE-EMPLOYEE-NO.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-YTD-FOUND-SWITCH
                   MOVE YTE-GROSS TO WS-PRIOR-YTD-GROSS
           END-READ.

           IF WS-PRIOR-YTD-GROSS NOT < WS-FICA-WAGE-BASE
               MOVE ZERO TO WS-FICA-TAXABLE
           ELSE
               COMPUTE WS-FICA-TAXABLE =
                   WS-FICA-WAGE-BASE - WS-PRIOR-YTD-GROSS
               IF WS-FICA-TAXABLE > WS-OFF-GROSS
                   MOVE WS-OFF-GROSS TO WS-FICA-TAXABLE
               END-IF
           END-IF.
           COMPUTE WS-COMPUTED-FICA ROUNDED =
               WS-FICA-TAXABLE * WS-FICA-RATE.

           MOVE ZERO TO WS-COMPUTED-FED.
           IF OCQ-IS-BONUS
               COMPUTE WS-COMPUTED-FED ROUNDED =
                   WS-OFF-GROSS * WS-SUPP-FED-RATE
           ELSE
               PERFORM 122-APPLY-FED-BRACKET THRU 122-EXIT
                   VARYING WS-BRACKET-SUB FROM 1 BY 1
                   UNTIL WS-BRACKET-SUB > WS-BRACKET-COUNT
           END-IF.

           MOVE ZERO TO WS-COMPUTED-STATE.
           MOVE ZERO TO WS-COMPUTED-LOCAL.
           IF WS-SLB-COUNT > ZERO
              AND EMR-WORK-STATE NOT = SPACES
               PERFORM 124-APPLY-STATE-BRACKET THRU 124-EXIT
                   VARYING WS-SLB-SUB FROM 1 BY 1
                   UNTIL WS-SLB-SUB > WS-SLB-COUNT
           END-IF.
           COMPUTE WS-COMPUTED-MISC =
               WS-COMPUTED-STATE + WS-COMPUTED-LOCAL.

           COMPUTE WS-OFF-NET =
               WS-OFF-GROSS - WS-COMPUTED-FICA - WS-COMPUTED-FED
               - WS-COMPUTED-MISC.

           IF WS-OFF-NET NOT > ZERO
               MOVE 'WITHHOLDING EXCEEDS GROSS' TO WS-REJECT-REASON
               GO TO 129-EXIT
           END-IF.

      *    THE CHECK MUST FIT ONE PAYPOSTD RECORD, WHOSE GROSS AND NET
      *    STOP AT 9,999.99 AND EACH WITHHOLDING AT 999.99 - A LARGER
      *    PAYMENT IS SENT BACK TO BE SPLIT RATHER THAN POSTED WITH
      *    ITS FIGURES CUT SHORT.
           IF WS-OFF-GROSS > 9999.99
              OR WS-COMPUTED-FICA > 999.99
              OR WS-COMPUTED-FED > 999.99
              OR WS-COMPUTED-MISC > 999.99
               MOVE 'TOO LARGE FOR ONE PAYPOSTD RECORD'
                   TO WS-REJECT-REASON
           END-IF.

       129-EXIT.
           EXIT.

      *    THE BRACKETS ARRIVE ASCENDING BY FLOOR, SO THE LAST ONE
      *    THE GROSS REACHES WINS.
       122-APPLY-FED-BRACKET.
           IF WS-OFF-GROSS >= FBT-FLOOR (WS-BRACKET-SUB)
               COMPUTE WS-COMPUTED-FED ROUNDED =
                   FBT-BASE-TAX (WS-BRACKET-SUB)
                   + (FBT-RATE (WS-BRACKET-SUB)
                      * (WS-OFF-GROSS - FBT-FLOOR (WS-BRACKET-SUB)))
           END-IF.

       122-EXIT.
           EXIT.

       124-APPLY-STATE-BRACKET.
           IF SBT-STATE-CODE (WS-SLB-SUB) NOT = EMR-WORK-STATE
               GO TO 124-EXIT
           END-IF.

           IF WS-OFF-GROSS >= SBT-FLOOR (WS-SLB-SUB)
               IF SBT-LEVEL (WS-SLB-SUB) = 'S'
                   COMPUTE WS-COMPUTED-STATE ROUNDED =
                       SBT-BASE-TAX (WS-SLB-SUB)
                       + (SBT-RATE (WS-SLB-SUB)
                          * (WS-OFF-GROSS - SBT-FLOOR (WS-SLB-SUB)))
               ELSE
                   COMPUTE WS-COMPUTED-LOCAL ROUNDED =
                       SBT-BASE-TAX (WS-SLB-SUB)
                       + (SBT-RATE (WS-SLB-SUB)
                          * (WS-OFF-GROSS - SBT-FLOOR (WS-SLB-SUB)))
               END-IF
           END-IF.

       124-EXIT.
           EXIT.

      *    THE CHECK AND STUB PRINT, AND THE ISSUED RECORD GOES ON
      *    CHECKREG WITH THE MASTER'S COMPANY CODE - POSITIVE PAY AND
      *    THE BANK RECONCILIATION TAKE IT FROM THERE.
       130-CUT-CHECK.
           MOVE CKS-NEXT-NUMBER (WS-SERIES-FOUND)
               TO WS-NEXT-CHECK-NUMBER.

           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHK-NUMBER.
           MOVE EMR-COMPANY-CODE TO WS-CHK-COMPANY.
           MOVE WS-PAY-DATE TO WS-CHK-DATE.
           MOVE EMR-EMPLOYEE-NAME TO WS-CHK-PAYEE.
           MOVE WS-OFF-NET TO WS-CHK-AMOUNT.

           WRITE CHECK-PRINT-RECORD FROM WS-SEPARATOR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE OCQ-EMPLOYEE-NO TO WS-STB-EMPLOYEE-NO.
           MOVE EMR-EMPLOYEE-NAME TO WS-STB-EMPLOYEE-NAME.
           MOVE EMR-DEPARTMENT TO WS-STB-DEPARTMENT.
           MOVE WS-OFF-GROSS TO WS-STB-GROSS.
           MOVE WS-COMPUTED-FICA TO WS-STB-FICA.
           MOVE WS-COMPUTED-FED TO WS-STB-FED.
           MOVE WS-COMPUTED-MISC TO WS-STB-MISC.
           MOVE WS-OFF-NET TO WS-STB-NET.

           MOVE SPACES TO WS-STUB-PURPOSE-LINE.
           IF OCQ-IS-BONUS
               MOVE 'OFF-CYCLE BONUS' TO WS-STB-PURPOSE
           ELSE
               MOVE 'FINAL PAY' TO WS-STB-PURPOSE
           END-IF.
           MOVE OCQ-REFERENCE TO WS-STB-REFERENCE.
           IF WS-VAC-PAYOUT > ZERO
               MOVE 'VACATION HRS  ' TO WS-STB-VAC-LITERAL
               MOVE WS-VAC-HOURS-PAID TO WS-STB-VAC-HOURS
               MOVE WS-VAC-PAYOUT TO WS-STB-VAC-PAYOUT
           END-IF.

           WRITE CHECK-PRINT-RECORD FROM WS-STUB-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-STUB-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-STUB-PURPOSE-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE WS-NEXT-CHECK-NUMBER TO CKR-CHECK-NUMBER.
           MOVE OCQ-EMPLOYEE-NO TO CKR-EMPLOYEE-NO.
           MOVE WS-PAY-DATE TO CKR-PAY-DATE.
           MOVE WS-OFF-NET TO CKR-AMOUNT.
           MOVE 'I' TO CKR-STATUS.
           MOVE EMR-EMPLOYEE-NAME TO CKR-EMPLOYEE-NAME.
           MOVE EMR-COMPANY-CODE TO CKR-COMPANY-CODE.
           WRITE CHECK-REGISTER-RECORD.

           ADD 1 TO CKS-NEXT-NUMBER (WS-SERIES-FOUND).
           ADD 1 TO WS-CHECK-COUNT.
           ADD WS-OFF-NET TO WS-AUDIT-NET-TOTAL.

       139-EXIT.
           EXIT.

      *    ONE OFFCPOST RECORD PER CHECK CUT, IN THE REGISTER'S
      *    PAYPOSTD LAYOUT, STATE AND LOCAL TAKING THE MISC COLUMN.
      *    THE HANDSHAKE HASH IS THE SUM OF THE ORDINAL VALUE OF THE
      *    LEADING 100 BYTES OF EACH RECORD - ALL OF THEM HERE, AND
      *    THE SAME SPAN A PAYPOSTD READER TAKES.
       135-WRITE-POSTED-PAY.
           MOVE SPACES TO POSTED-PAY-RECORD.
           MOVE EMR-DEPARTMENT TO PPR-DEPARTMENT-NUMBER.
           MOVE OCQ-EMPLOYEE-NO TO PPR-EMPLOYEE-NO.
           MOVE EMR-GENDER TO PPR-GENDER.
           MOVE EMR-EMPLOYEE-NAME TO PPR-EMPLOYEE-NAME.
           MOVE WS-PAY-DATE TO PPR-PAY-DATE.
           MOVE WS-OFF-GROSS TO PPR-GROSS-PAY.
           MOVE WS-COMPUTED-FICA TO PPR-FICA-WH.
           MOVE WS-COMPUTED-FED TO PPR-FED-WH.
           MOVE WS-COMPUTED-MISC TO PPR-MISC-DED.
           MOVE WS-OFF-NET TO PPR-NET-PAY.
           MOVE EMR-COMPANY-CODE TO PPR-COMPANY-CODE.
           WRITE POSTED-PAY-RECORD.

           ADD 1 TO WS-CTL-COUNT.
           PERFORM 136-HASH-ONE-POSTED-BYTE THRU 136-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 100.

       135-EXIT.
           EXIT.

       136-HASH-ONE-POSTED-BYTE.
           ADD FUNCTION ORD (POSTED-PAY-RECORD (WS-HASH-SUB:1))
               TO WS-CTL-HASH.

       136-EXIT.
           EXIT.

      *    THE CHECK ROLLS INTO YTDEMPL EXACTLY AS A REGISTER CHECK
      *    DOES, STATE AND LOCAL TAKING THE MISC COLUMN.
       140-POST-EMPLOYEE-YTD.
           IF YTD-RECORD-FOUND
               ADD WS-OFF-GROSS TO YTE-GROSS
               ADD WS-COMPUTED-FICA TO YTE-FICA
               ADD WS-COMPUTED-FED TO YTE-FWT
               ADD WS-COMPUTED-MISC TO YTE-MISC
               ADD WS-OFF-NET TO YTE-NET
               MOVE EMR-EMPLOYEE-NAME TO YTE-EMPLOYEE-NAME
               REWRITE EMPLOYEE-YTD-RECORD
           ELSE
               MOVE SPACES TO EMPLOYEE-YTD-RECORD
               MOVE OCQ-EMPLOYEE-NO TO YTE-EMPLOYEE-NO
               MOVE EMR-EMPLOYEE-NAME TO YTE-EMPLOYEE-NAME
               MOVE WS-OFF-GROSS TO YTE-GROSS
               MOVE WS-COMPUTED-FICA TO YTE-FICA
               MOVE WS-COMPUTED-FED TO YTE-FWT
               MOVE WS-COMPUTED-MISC TO YTE-MISC
               MOVE WS-OFF-NET TO YTE-NET
               WRITE EMPLOYEE-YTD-RECORD
           END-IF.

           IF NOT WS-EMPYTD-OK
               DISPLAY "YTDEMPL NOT UPDATED FOR EMPLOYEE "
                       OCQ-EMPLOYEE-NO ", STATUS " WS-EMPYTD-STATUS
                       UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 145-POST-STATE-YTD THRU 145-EXIT.

       149-EXIT.
           EXIT.

       145-POST-STATE-YTD.
           IF EMR-WORK-STATE = SPACES
               GO TO 145-EXIT
           END-IF.

           MOVE WS-PAY-YEAR TO SYT-TAX-YEAR.
           MOVE OCQ-EMPLOYEE-NO TO SYT-EMPLOYEE-NO.
           MOVE EMR-WORK-STATE TO SYT-STATE-CODE.
           READ STATE-YTD-FILE
               INVALID KEY
                   MOVE SPACES TO STATE-YTD-RECORD
                   MOVE WS-PAY-YEAR TO SYT-TAX-YEAR
                   MOVE OCQ-EMPLOYEE-NO TO SYT-EMPLOYEE-NO
                   MOVE EMR-WORK-STATE TO SYT-STATE-CODE
                   MOVE WS-OFF-GROSS TO SYT-STATE-WAGES
                   MOVE WS-COMPUTED-STATE TO SYT-STATE-WH
                   WRITE STATE-YTD-RECORD
               NOT INVALID KEY
                   ADD WS-OFF-GROSS TO SYT-STATE-WAGES
                   ADD WS-COMPUTED-STATE TO SYT-STATE-WH
                   REWRITE STATE-YTD-RECORD
           END-READ.

       145-EXIT.
           EXIT.

      *    THE BALANCE JUST PAID OUT COMES OFF VACBAL.  THE SICK
      *    BALANCE IS NOT PAYABLE AND IS LEFT FOR THE RECORD.
       150-RETIRE-VACATION-BALANCE.
           IF WS-VAC-PAYOUT = ZERO
               GO TO 150-EXIT
           END-IF.

           MOVE ZERO TO VBL-VAC-BALANCE.
           REWRITE PTO-BALANCE-RECORD.
           IF NOT WS-VACBAL-OK
               DISPLAY "VACATION BALANCE NOT CLEARED FOR EMPLOYEE "
                       OCQ-EMPLOYEE-NO ", STATUS " WS-VACBAL-STATUS
                       UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           ADD WS-VAC-PAYOUT TO WS-TOT-VAC-PAYOUT.

       150-EXIT.
           EXIT.

       160-ACCUMULATE-GL.
           MOVE ZERO TO WS-CO-FOUND.
           PERFORM 162-MATCH-ONE-COMPANY THRU 162-EXIT
               VARYING WS-CO-SUB FROM 1 BY 1
               UNTIL WS-CO-SUB > WS-CO-COUNT
                  OR WS-CO-FOUND > ZERO.
           IF WS-CO-FOUND = ZERO
               ADD 1 TO WS-CO-COUNT
               MOVE WS-CO-COUNT TO WS-CO-FOUND
               MOVE EMR-COMPANY-CODE
                   TO CPY-COMPANY-CODE (WS-CO-FOUND)
           END-IF.

           ADD WS-OFF-GROSS
               TO CPY-DEPT-GROSS (WS-CO-FOUND, EMR-DEPARTMENT).
           ADD WS-COMPUTED-FICA TO CPY-FICA (WS-CO-FOUND).
           ADD WS-COMPUTED-FED TO CPY-FWT (WS-CO-FOUND).
           ADD WS-OFF-NET TO CPY-NET (WS-CO-FOUND).

           IF WS-COMPUTED-MISC > ZERO
               PERFORM 165-ACCUMULATE-STATE THRU 165-EXIT
           END-IF.

           ADD WS-OFF-GROSS TO WS-TOT-GROSS.
           ADD WS-COMPUTED-FICA TO WS-TOT-FICA.
           ADD WS-COMPUTED-FED TO WS-TOT-FED.
           ADD WS-COMPUTED-MISC TO WS-TOT-MISC.
           ADD WS-OFF-NET TO WS-TOT-NET.

       169-EXIT.
           EXIT.

       162-MATCH-ONE-COMPANY.
           IF CPY-COMPANY-CODE (WS-CO-SUB) = EMR-COMPANY-CODE
               MOVE WS-CO-SUB TO WS-CO-FOUND
           END-IF.

       162-EXIT.
           EXIT.

      *    A STATE THE TABLE HAS NO ROOM FOR CANNOT BE CREDITED, SO
      *    THE JOURNAL IS HELD RATHER THAN BOOKED SHORT.
       165-ACCUMULATE-STATE.
           MOVE ZERO TO WS-CST-FOUND.
           PERFORM 166-MATCH-ONE-STATE THRU 166-EXIT
               VARYING WS-CST-SUB FROM 1 BY 1
               UNTIL WS-CST-SUB > WS-CST-COUNT
                  OR WS-CST-FOUND > ZERO.

           IF WS-CST-FOUND = ZERO
               IF WS-CST-COUNT < 20
                   ADD 1 TO WS-CST-COUNT
                   MOVE WS-CST-COUNT TO WS-CST-FOUND
                   MOVE EMR-COMPANY-CODE
                       TO CST-COMPANY-CODE (WS-CST-FOUND)
                   MOVE EMR-WORK-STATE
                       TO CST-STATE-CODE (WS-CST-FOUND)
               ELSE
                   ADD 1 TO WS-CST-OVERFLOW-COUNT
                   GO TO 165-EXIT
               END-IF
           END-IF.

           ADD WS-COMPUTED-STATE TO CST-STATE-TAX (WS-CST-FOUND).
           ADD WS-COMPUTED-LOCAL TO CST-LOCAL-TAX (WS-CST-FOUND).

       165-EXIT.
           EXIT.

       166-MATCH-ONE-STATE.
           IF CST-COMPANY-CODE (WS-CST-SUB) = EMR-COMPANY-CODE
              AND CST-STATE-CODE (WS-CST-SUB) = EMR-WORK-STATE
               MOVE WS-CST-SUB TO WS-CST-FOUND
           END-IF.

       166-EXIT.
           EXIT.

       170-WRITE-REGISTER-LINE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE OCQ-EMPLOYEE-NO TO WS-REG-EMPLOYEE-NO.
           MOVE EMR-EMPLOYEE-NAME TO WS-REG-EMPLOYEE-NAME.
           MOVE OCQ-PAY-TYPE TO WS-REG-PAY-TYPE.
           MOVE EMR-DEPARTMENT TO WS-REG-DEPARTMENT.
           MOVE WS-WAGE-AMOUNT TO WS-REG-WAGES.
           MOVE WS-VAC-HOURS-PAID TO WS-REG-VAC-HOURS.
           MOVE WS-VAC-PAYOUT TO WS-REG-VAC-PAYOUT.
           MOVE WS-OFF-GROSS TO WS-REG-GROSS.
           MOVE WS-COMPUTED-FICA TO WS-REG-FICA.
           MOVE WS-COMPUTED-FED TO WS-REG-FED.
           MOVE WS-COMPUTED-MISC TO WS-REG-MISC.
           MOVE WS-OFF-NET TO WS-REG-NET.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-REG-CHECK-NUMBER.
           MOVE WS-REGISTER-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       170-EXIT.
           EXIT.

       180-WRITE-REJECT-LINE.
           MOVE SPACES TO WS-REJECT-LINE.
           MOVE OCQ-EMPLOYEE-NO TO WS-REJ-EMPLOYEE-NO.
           IF WS-REJECT-REASON NOT = 'NOT ON EMPLOYEE MASTER'
              AND WS-REJECT-REASON NOT = 'EMPLOYEE NUMBER NOT NUMERIC'
              AND WS-REJECT-REASON NOT = 'PAY TYPE MUST BE B OR F'
               MOVE EMR-EMPLOYEE-NAME TO WS-REJ-EMPLOYEE-NAME
           END-IF.
           MOVE OCQ-PAY-TYPE TO WS-REJ-PAY-TYPE.
           MOVE WS-REJECT-REASON TO WS-REJ-REASON.
           MOVE OCQ-AMOUNT-X TO WS-REJ-AMOUNT.
           MOVE WS-REJECT-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       180-EXIT.
           EXIT.

       060-SAVE-CHECK-SERIES.
           OPEN OUTPUT NEXT-CHECK-FILE.

           IF NOT WS-NEXTCHK-OK
               DISPLAY "CANNOT REWRITE NEXT-CHECK-FILE, STATUS "
                       WS-NEXTCHK-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 062-SAVE-ONE-SERIES THRU 062-EXIT
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT.

           CLOSE NEXT-CHECK-FILE.

       069-EXIT.
           EXIT.

       062-SAVE-ONE-SERIES.
           MOVE SPACES TO NEXT-CHECK-RECORD.
           MOVE CKS-NEXT-NUMBER (WS-SERIES-SUB)
               TO NCR-NEXT-CHECK-NUMBER.
           MOVE CKS-COMPANY-CODE (WS-SERIES-SUB)
               TO NCR-COMPANY-CODE.
           WRITE NEXT-CHECK-RECORD.

       062-EXIT.
           EXIT.

      *    THE PAID REQUESTS ARE SPENT.  OFFCYCRQ IS REWRITTEN WITH
      *    ONLY THE REJECTED ONES, AS KEYED, FOR PAYROLL TO CORRECT
      *    AND RESUBMIT.
       070-REQUEUE-REJECTS.
           OPEN OUTPUT PAY-REQUEST-FILE.

           IF NOT WS-REQUEST-OK
               DISPLAY "CANNOT REWRITE OFFCYCRQ, STATUS "
                       WS-REQUEST-STATUS " - REMOVE THE PAID "
                       "REQUESTS BY HAND BEFORE ANY RERUN"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 072-REQUEUE-ONE THRU 072-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

           CLOSE PAY-REQUEST-FILE.

       079-EXIT.
           EXIT.

       072-REQUEUE-ONE.
           IF RQT-REJECTED (WS-REQ-SUB)
               MOVE RQT-IMAGE (WS-REQ-SUB) TO PAY-REQUEST-RECORD
               WRITE PAY-REQUEST-RECORD
           END-IF.

       072-EXIT.
           EXIT.

       075-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

           MOVE WS-CHECK-COUNT TO WS-RGT-CHECKS.
           MOVE WS-REJECT-COUNT TO WS-RGT-REJECTS.
           MOVE WS-TOT-VAC-PAYOUT TO WS-RGT-VAC-PAYOUT.
           MOVE WS-TOT-GROSS TO WS-RGT-GROSS.
           MOVE WS-TOT-FICA TO WS-RGT-FICA.
           MOVE WS-TOT-FED TO WS-RGT-FED.
           MOVE WS-TOT-MISC TO WS-RGT-MISC.
           MOVE WS-TOT-NET TO WS-RGT-NET.
           MOVE WS-REGISTER-TOTAL-LINE TO REGISTER-RECORD.
           WRITE REGISTER-RECORD.

       075-EXIT.
           EXIT.

      *    THE BALANCED ENTRY, ONE COMPANY AT A TIME: SALARY EXPENSE
      *    ('S') DEBITED BY DEPARTMENT FOR THE GROSS, FICA ('F'),
      *    FEDERAL ('W') AND NET PAY CLEARING ('N') CREDITED BY
      *    COMPANY, AND STATE ('T') AND LOCAL ('L') WITHHOLDING BY
      *    STATE ON THE REGISTER'S OWN CHART ROWS.  THE JOURNAL
      *    RELEASES ONLY WHEN THE PROOF FOOTS AND EVERY ACCOUNT
      *    RESOLVED.
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

           IF WS-CST-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               MOVE 'STATE TABLE FULL - STATE/LOCAL NOT ALL CREDITED'
                   TO GL-PROOF-RECORD
               WRITE GL-PROOF-RECORD
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
           END-IF.

           MOVE WS-GL-DEBIT-TOTAL TO WS-PRT-DEBITS.
           MOVE WS-GL-CREDIT-TOTAL TO WS-PRT-CREDITS.
           COMPUTE WS-GL-IMBALANCE =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
               MOVE 'IN BALANCE' TO WS-PRT-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PRT-VERDICT
           END-IF.

           MOVE WS-PROOF-TOTAL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.
           CLOSE GL-PROOF-FILE.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
               PERFORM 090-RELEASE-JOURNAL THRU 090-EXIT
           ELSE
               DISPLAY "OFF-CYCLE JOURNAL NOT RELEASED - REVIEW "
                       "OFFCPROF" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       080-EXIT.
           EXIT.

       082-GENERATE-ONE-COMPANY.
           MOVE CPY-COMPANY-CODE (WS-CO-SUB) TO WS-CUR-COMPANY.

           MOVE WS-CUR-COMPANY TO WS-PRC-COMPANY.
           MOVE WS-PROOF-COMPANY-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           PERFORM 084-STAGE-DEPT-DEBIT THRU 084-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE 'F' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE CPY-FICA (WS-CO-SUB) TO WS-CREDIT-AMOUNT.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

           MOVE 'W' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE CPY-FWT (WS-CO-SUB) TO WS-CREDIT-AMOUNT.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

           PERFORM 085-STAGE-STATE-CREDIT THRU 085-EXIT
               VARYING WS-CST-SUB FROM 1 BY 1
               UNTIL WS-CST-SUB > WS-CST-COUNT.

           MOVE 'N' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-LOOKUP-DEPT.
           MOVE CPY-NET (WS-CO-SUB) TO WS-CREDIT-AMOUNT.
           PERFORM 086-STAGE-ONE-CREDIT THRU 086-EXIT.

       082-EXIT.
           EXIT.

       084-STAGE-DEPT-DEBIT.
           IF CPY-DEPT-GROSS (WS-CO-SUB, WS-DEPT-SUB) = ZERO
               GO TO 084-EXIT
           END-IF.

           MOVE CPY-DEPT-GROSS (WS-CO-SUB, WS-DEPT-SUB)
               TO WS-CREDIT-AMOUNT.
           MOVE 'S' TO WS-CREDIT-TYPE.
           MOVE WS-DEPT-SUB TO WS-LOOKUP-DEPT-9.
           MOVE WS-LOOKUP-DEPT-9 TO WS-LOOKUP-DEPT.
           PERFORM 088-FIND-CHART-ACCOUNT THRU 088-EXIT.

           IF WS-FOUND-ACCOUNT = ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               STRING
                   'NO SALARY EXPENSE ACCOUNT FOR DEPARTMENT '
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

      *    THE REGISTER KEEPS ITS STATE AND LOCAL LIABILITY ROWS BY
      *    STATE CODE ALONE, SO THE LOOKUP HERE IGNORES THE COMPANY
      *    ON THE CHART ROW THE SAME WAY.
       085-STAGE-STATE-CREDIT.
           IF CST-COMPANY-CODE (WS-CST-SUB) NOT = WS-CUR-COMPANY
               GO TO 085-EXIT
           END-IF.

           IF CST-STATE-TAX (WS-CST-SUB) > ZERO
               MOVE 'T' TO WS-CREDIT-TYPE
               MOVE CST-STATE-TAX (WS-CST-SUB) TO WS-CREDIT-AMOUNT
               PERFORM 087-STAGE-STATE-ENTRY THRU 087-EXIT
           END-IF.

           IF CST-LOCAL-TAX (WS-CST-SUB) > ZERO
               MOVE 'L' TO WS-CREDIT-TYPE
               MOVE CST-LOCAL-TAX (WS-CST-SUB) TO WS-CREDIT-AMOUNT
               PERFORM 087-STAGE-STATE-ENTRY THRU 087-EXIT
           END-IF.

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

       087-STAGE-STATE-ENTRY.
           MOVE ZERO TO WS-FOUND-ACCOUNT.
           SET CHART-IX TO 1.
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHART-IX > WS-CHART-COUNT
                   CONTINUE
               WHEN CHT-ACCOUNT-TYPE (CHART-IX) = WS-CREDIT-TYPE
                  AND CHT-DEPARTMENT (CHART-IX) =
                      CST-STATE-CODE (WS-CST-SUB)
                   MOVE CHT-ACCOUNT-NUMBER (CHART-IX)
                       TO WS-FOUND-ACCOUNT
                   MOVE CHT-DESCRIPTION (CHART-IX)
                       TO WS-FOUND-DESC
           END-SEARCH.

           IF WS-FOUND-ACCOUNT = ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               STRING
                   'NO LIABILITY ACCOUNT OF TYPE ' DELIMITED BY SIZE
                   WS-CREDIT-TYPE DELIMITED BY SIZE
                   ' FOR STATE ' DELIMITED BY SIZE
                   CST-STATE-CODE (WS-CST-SUB) DELIMITED BY SIZE
                   ' ON CHART' DELIMITED BY SIZE
                   INTO GL-PROOF-RECORD
               END-STRING
               WRITE GL-PROOF-RECORD
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
               GO TO 087-EXIT
           END-IF.

           MOVE 'C' TO GLJ-DEBIT-CREDIT.
           PERFORM 089-STAGE-ENTRY THRU 089-EXIT.

       087-EXIT.
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

      *    THE FEED IS APPENDED TO, NOT REPLACED - AN OFF-CYCLE RUN
      *    THE LEDGER HAS NOT YET POSTED MUST NOT BE LOST TO A
      *    SECOND ONE THE SAME DAY.  THE LEDGER POST EMPTIES IT.
       090-RELEASE-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-JOURNAL-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
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
      *    EACH RUN - REQUESTS READ, CHECKS CUT, AND THE NET DOLLAR
      *    TOTAL OF THE CHECKS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'OFFCYCLE' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-CHECK-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-AUDIT-NET-TOTAL TO ATR-CONTROL-TOTAL.

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
