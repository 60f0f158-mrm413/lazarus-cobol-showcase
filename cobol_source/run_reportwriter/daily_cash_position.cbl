       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * DAILY CASH POSITION.                                          *
      *                                                               *
      * TREASURY'S MORNING QUESTION - HOW MUCH GOES OUT AND COMES IN, *
      * AND WHEN - WAS ANSWERED BY READING A HALF-DOZEN REGISTERS     *
      * AND BANK FILES BY HAND.  THIS JOB READS THEM ALL:             *
      *   OUTFLOWS - CHECKREG PAYROLL CHECKS THE BANK HAS NOT PAID,   *
      *              ACHFILE DIRECT DEPOSITS, DEDCHKRG AND DEDACH     *
      *              AGENCY REMITTANCES, REFCHKRG AND STURFREG        *
      *              CUSTOMER AND STUDENT REFUND CHECKS, AND PAYBLEXT *
      *              COMMISSION PAYABLES;                             *
      *   INFLOWS  - BANKDEP DEPOSITS AND STUACHF AUTOPAY DEBITS.     *
      * EVERY ITEM IS GIVEN A SETTLEMENT DATE AND A BANK ACCOUNT, AND *
      * CASHPOS SHOWS EACH ACCOUNT'S INFLOWS, OUTFLOWS AND NET FOR    *
      * TODAY AND THE NEXT FIVE BUSINESS DAYS OFF THE RUNCAL          *
      * CALENDAR, WITH ANYTHING FURTHER OUT IN A LATER COLUMN.        *
      *                                                               *
      * SETTLEMENT DATES: A CHECK CLEARS ITS SOURCE'S FLOAT IN        *
      * BUSINESS DAYS AFTER ITS ISSUE DATE, AN ACH FILE SETTLES ITS   *
      * LAG AFTER IT WAS CREATED, A PAYABLE ON ITS DUE DATE AND A     *
      * DEPOSIT ON ITS CREDIT DATE.  THE CASHSRC PARAMETER FILE SETS  *
      * EACH SOURCE'S BANK ACCOUNT AND FLOAT; WITHOUT IT THE PAYROLL  *
      * FILES DRAW ON PAYROLL, EVERYTHING ELSE ON OPERATING, CHECKS   *
      * FLOAT TWO DAYS AND ACH ONE.  PAYROLL CHECKS ARE THE ONLY      *
      * CHECKS THE BANK REPORTS BACK (CASHEDCK, AS THE BANK           *
      * RECONCILIATION READS IT), SO AN UNPAID PAYROLL CHECK PAST ITS *
      * FLOAT STAYS IN TODAY'S COLUMN UNTIL IT IS CASHED; ANY OTHER   *
      * ITEM WHOSE DATE HAS PASSED IS TAKEN AS SETTLED.               *
      *                                                               *
      * EACH RUN SAVES ITS PROJECTION ON CASHPROJ.  THE NEXT RUN      *
      * PUTS THE PRIOR BUSINESS DAY'S PROJECTED CHECK CLEARINGS AND   *
      * DEPOSITS BESIDE WHAT ACTUALLY CLEARED - THE CASHEDCK PAID     *
      * DATES AND THE BANKDEP CREDITS THE TWO RECONCILIATIONS MATCH.  *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    EVERY BANK-FACING INPUT IS OPTIONAL - A FILE NOT ON HAND
      *    CONTRIBUTES NOTHING AND IS NAMED AS MISSING ON THE REPORT.
           SELECT PAYROLL-CHECK-FILE
               ASSIGN TO EXTERNAL CHECKREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYCHECK-STATUS.

           SELECT CASHED-CHECKS-FILE
               ASSIGN TO EXTERNAL CASHEDCK
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CASHED-STATUS.

           SELECT DIRECT-DEPOSIT-FILE
               ASSIGN TO EXTERNAL ACHFILE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DEPOSIT-ACH-STATUS.

           SELECT AGENCY-CHECK-FILE
               ASSIGN TO EXTERNAL DEDCHKRG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AGENCY-CHECK-STATUS.

           SELECT AGENCY-ACH-FILE
               ASSIGN TO EXTERNAL DEDACH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AGENCY-ACH-STATUS.

           SELECT CUSTOMER-REFUND-FILE
               ASSIGN TO EXTERNAL REFCHKRG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CUST-REFUND-STATUS.

           SELECT STUDENT-REFUND-FILE
               ASSIGN TO EXTERNAL STURFREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STU-REFUND-STATUS.

           SELECT PAYABLES-EXTRACT-FILE
               ASSIGN TO EXTERNAL PAYBLEXT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYABLES-STATUS.

           SELECT BANK-DEPOSIT-FILE
               ASSIGN TO EXTERNAL BANKDEP
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-BANKDEP-STATUS.

           SELECT AUTOPAY-ACH-FILE
               ASSIGN TO EXTERNAL STUACHF
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUTOPAY-STATUS.

           SELECT RUN-CALENDAR-FILE
               ASSIGN TO EXTERNAL RUNCAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT CASH-SOURCE-PARM-FILE
               ASSIGN TO EXTERNAL CASHSRC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PARM-STATUS.

           SELECT CASH-PROJECTION-FILE
               ASSIGN TO EXTERNAL CASHPROJ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROJECTION-STATUS.

           SELECT CASH-POSITION-REPORT
               ASSIGN TO EXTERNAL CASHPOS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REPORT-STATUS.

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

       FD  PAYROLL-CHECK-FILE.

       01  PAYROLL-CHECK-RECORD.
           03  PCK-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  PCK-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  PCK-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCK-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PCK-STATUS              PIC X(01).
               88  PAYCHECK-WAS-ISSUED             VALUE 'I'.
               88  PAYCHECK-WAS-VOIDED             VALUE 'V'.
           03  FILLER                  PIC X(48).

       FD  CASHED-CHECKS-FILE.

       01  CASHED-CHECK-RECORD.
           03  CCK-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CCK-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CCK-DATE-PAID           PIC 9(08).
           03  FILLER                  PIC X(54).

      *    THE PAYROLL EXTRACT'S BATCH: A '5' HEADER CARRYING THE
      *    DATE IT WAS BUILT, THEN '6' DETAILS WITH NO TRAN CODE.
       FD  DIRECT-DEPOSIT-FILE.

       01  DIRECT-DEPOSIT-RECORD.
           03  DDA-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(26).
           03  DDA-HEADER-DATE         PIC 9(08).
           03  FILLER                  PIC X(59).

       01  DIRECT-DEPOSIT-DETAIL.
           03  FILLER                  PIC X(27).
           03  DDA-AMOUNT              PIC 9(08)V99.
           03  FILLER                  PIC X(57).

       FD  AGENCY-CHECK-FILE.

       01  AGENCY-CHECK-RECORD.
           03  ACK-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ACK-DED-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  ACK-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ACK-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  ACK-STATUS              PIC X(01).
               88  AGENCY-CHECK-ISSUED             VALUE 'I'.
           03  FILLER                  PIC X(51).

      *    THE DEDUCTION AND AUTOPAY RUNS WRITE '6' DETAILS WITH A
      *    TWO-BYTE TRAN CODE AND NO HEADER DATE.
       FD  AGENCY-ACH-FILE.

       01  AGENCY-ACH-RECORD.
           03  AGA-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(28).
           03  AGA-AMOUNT              PIC 9(08)V99.
           03  FILLER                  PIC X(55).

       FD  CUSTOMER-REFUND-FILE.

       01  CUSTOMER-REFUND-RECORD.
           03  CRF-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CRF-CUSTOMER-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CRF-REFUND-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CRF-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CRF-STATUS              PIC X(01).
               88  CUSTOMER-REFUND-ISSUED          VALUE 'I'.
           03  FILLER                  PIC X(48).

       FD  STUDENT-REFUND-FILE.

       01  STUDENT-REFUND-RECORD.
           03  SRF-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  SRF-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  SRF-REFUND-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SRF-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SRF-STATUS              PIC X(01).
               88  STUDENT-REFUND-ISSUED           VALUE 'I'.
           03  FILLER                  PIC X(47).

       FD  PAYABLES-EXTRACT-FILE.

       01  PAYABLES-EXTRACT-RECORD.
           03  PBX-VENDOR-ID           PIC X(10).
           03  PBX-AMOUNT              PIC 9(07)V99.
           03  PBX-DUE-DATE            PIC 9(08).
           03  FILLER                  PIC X(53).

       FD  BANK-DEPOSIT-FILE.

       01  BANK-DEPOSIT-RECORD.
           03  BDC-DEPOSIT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  BDC-DEPOSIT-AMOUNT      PIC 9(09)V99.
           03  FILLER                  PIC X(60).

       FD  AUTOPAY-ACH-FILE.

       01  AUTOPAY-ACH-RECORD.
           03  APA-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(28).
           03  APA-AMOUNT              PIC 9(08)V99.
           03  FILLER                  PIC X(55).

       FD  RUN-CALENDAR-FILE.

       01  RUN-CALENDAR-RECORD.
           03  RCL-DATE                PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RCL-DAY-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  RCL-MONTH-END           PIC X(01).
           03  FILLER                  PIC X(01).
           03  RCL-QUARTER-END         PIC X(01).
           03  FILLER                  PIC X(66).

      *    ONE RECORD PER SOURCE TREASURY WANTS OFF THE DEFAULT -
      *    THE SOURCE'S FILE NAME, THE BANK ACCOUNT IT SETTLES
      *    THROUGH, AND ITS FLOAT IN BUSINESS DAYS.
       FD  CASH-SOURCE-PARM-FILE.

       01  CASH-SOURCE-PARM-RECORD.
           03  CSR-SOURCE              PIC X(08).
           03  FILLER                  PIC X(01).
           03  CSR-BANK-ACCOUNT        PIC X(10).
           03  FILLER                  PIC X(01).
           03  CSR-FLOAT-DAYS          PIC 9(02).
           03  FILLER                  PIC X(58).

      *    ONE RECORD PER ACCOUNT PER PROJECTED DATE, STAMPED WITH
      *    THE RUN THAT PROJECTED IT.
       FD  CASH-PROJECTION-FILE.

       01  CASH-PROJECTION-RECORD.
           03  CPJ-BANK-ACCOUNT        PIC X(10).
           03  FILLER                  PIC X(01).
           03  CPJ-SETTLE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CPJ-INFLOW              PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CPJ-OUTFLOW             PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CPJ-CHECKS-CLEARING     PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CPJ-DEPOSITS            PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CPJ-RUN-DATE            PIC 9(08).
           03  FILLER                  PIC X(04).

       FD  CASH-POSITION-REPORT.

       01  CASH-POSITION-RECORD        PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'CASHPOS1'.

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
       77  WS-PAYCHECK-STATUS          PIC XX.
           88  WS-PAYCHECK-OK                      VALUE "00".
           88  WS-PAYCHECK-NOT-FOUND               VALUE "35".
       77  WS-CASHED-STATUS            PIC XX.
           88  WS-CASHED-OK                        VALUE "00".
           88  WS-CASHED-NOT-FOUND                 VALUE "35".
       77  WS-DEPOSIT-ACH-STATUS       PIC XX.
           88  WS-DEPOSIT-ACH-OK                   VALUE "00".
           88  WS-DEPOSIT-ACH-NOT-FOUND            VALUE "35".
       77  WS-AGENCY-CHECK-STATUS      PIC XX.
           88  WS-AGENCY-CHECK-OK                  VALUE "00".
           88  WS-AGENCY-CHECK-NOT-FOUND           VALUE "35".
       77  WS-AGENCY-ACH-STATUS        PIC XX.
           88  WS-AGENCY-ACH-OK                    VALUE "00".
           88  WS-AGENCY-ACH-NOT-FOUND             VALUE "35".
       77  WS-CUST-REFUND-STATUS       PIC XX.
           88  WS-CUST-REFUND-OK                   VALUE "00".
           88  WS-CUST-REFUND-NOT-FOUND            VALUE "35".
       77  WS-STU-REFUND-STATUS        PIC XX.
           88  WS-STU-REFUND-OK                    VALUE "00".
           88  WS-STU-REFUND-NOT-FOUND             VALUE "35".
       77  WS-PAYABLES-STATUS          PIC XX.
           88  WS-PAYABLES-OK                      VALUE "00".
           88  WS-PAYABLES-NOT-FOUND               VALUE "35".
       77  WS-BANKDEP-STATUS           PIC XX.
           88  WS-BANKDEP-OK                       VALUE "00".
           88  WS-BANKDEP-NOT-FOUND                VALUE "35".
       77  WS-AUTOPAY-STATUS           PIC XX.
           88  WS-AUTOPAY-OK                       VALUE "00".
           88  WS-AUTOPAY-NOT-FOUND                VALUE "35".
       77  WS-CALENDAR-STATUS          PIC XX.
           88  WS-CALENDAR-OK                      VALUE "00".
           88  WS-CALENDAR-NOT-FOUND               VALUE "35".
       77  WS-PARM-STATUS              PIC XX.
           88  WS-PARM-OK                          VALUE "00".
           88  WS-PARM-NOT-FOUND                   VALUE "35".
       77  WS-PROJECTION-STATUS        PIC XX.
           88  WS-PROJECTION-OK                    VALUE "00".
           88  WS-PROJECTION-NOT-FOUND             VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

      *    ONE END-OF-FILE SWITCH SERVES EVERY SEQUENTIAL PASS - THE
      *    FILES ARE READ ONE AFTER ANOTHER, NEVER TOGETHER.
       77  INPUT-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  INPUT-EOF                           VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ITEM-COUNT               PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).

      *    THE SOURCES, ONE ROW EACH IN REPORT ORDER - OUTFLOWS
      *    FIRST.  THE ACCOUNT AND FLOAT START AT THE DEFAULTS AND
      *    CASHSRC OVERRIDES THEM.
       77  WS-SOURCE-SUB               PIC 9(02)   VALUE 0.
       01  CASH-SOURCE-TABLE.
           02  CASH-SOURCE-ENTRY       OCCURS 9 TIMES.
               03  CST-FILE-CLASS      PIC X(08).
               03  CST-TITLE           PIC X(18).
               03  CST-DIRECTION       PIC X(01).
                   88  SOURCE-IS-INFLOW            VALUE 'I'.
               03  CST-BANK-ACCOUNT    PIC X(10).
               03  CST-FLOAT-DAYS      PIC 9(02).
               03  CST-ACCOUNT-SUB     PIC 9(02).
               03  CST-PRESENT-FLAG    PIC X(01).
                   88  SOURCE-WAS-PRESENT          VALUE 'Y'.
               03  CST-RECORD-COUNT    PIC 9(06).
               03  CST-ITEM-COUNT      PIC 9(06).
               03  CST-ITEM-TOTAL      PIC 9(10)V99.

      *    EACH ACCOUNT'S GRID - ONE ROW PER SOURCE, ONE COLUMN PER
      *    PROJECTED BUSINESS DAY PLUS THE LATER COLUMN - AND THE
      *    PRIOR DAY'S PROJECTION AND ACTUALS BESIDE IT.
       77  WS-ACCOUNT-COUNT            PIC 9(02)   VALUE 0.
       77  WS-ACCOUNT-SUB              PIC 9(02)   VALUE 0.
       77  WS-ACCOUNT-FOUND            PIC 9(02)   VALUE 0.
       77  WS-ACCOUNT-WANTED           PIC X(10)   VALUE SPACES.
       01  BANK-ACCOUNT-TABLE.
           02  BANK-ACCOUNT-ENTRY      OCCURS 20 TIMES.
               03  BAT-BANK-ACCOUNT    PIC X(10).
               03  BAT-SOURCE-ROW      OCCURS 9 TIMES.
                   05  BAT-AMOUNT      PIC 9(10)V99
                                       OCCURS 7 TIMES.
               03  BAT-PRIOR-FOUND     PIC X(01).
                   88  PRIOR-PROJECTION-FOUND      VALUE 'Y'.
               03  BAT-PRIOR-CHECKS    PIC 9(09)V99.
               03  BAT-PRIOR-DEPOSITS  PIC 9(09)V99.
               03  BAT-ACTUAL-CHECKS   PIC 9(09)V99.
               03  BAT-ACTUAL-DEPOSITS PIC 9(09)V99.

      *    TODAY AND THE NEXT FIVE BUSINESS DAYS; COLUMN 7 IS LATER.
       77  WS-DAY-SUB                  PIC 9(01)   VALUE 0.
       77  WS-BUCKET                   PIC 9(01)   VALUE 0.
       01  HORIZON-TABLE.
           02  WS-HORIZON-DATE         PIC 9(08)   OCCURS 6 TIMES.
       77  WS-PRIOR-BUSINESS-DATE      PIC 9(08)   VALUE 0.

      *    THE CALENDAR DAYS ON FILE NEAR THE RUN DATE.  A DATE NOT
      *    ON THE CALENDAR IS A BUSINESS DAY IF IT FALLS MONDAY
      *    THROUGH FRIDAY.
       77  WS-CALENDAR-COUNT           PIC 9(03)   VALUE 0.
       01  CALENDAR-TABLE.
           02  CALENDAR-ENTRY          OCCURS 200 TIMES
                                       INDEXED BY CAL-IX.
               03  CLT-DATE            PIC 9(08).
               03  CLT-DAY-TYPE        PIC X(01).
       77  WS-CALENDAR-LOW-INT         PIC 9(08)   VALUE 0.
       77  WS-CALENDAR-HIGH-INT        PIC 9(08)   VALUE 0.

      *    THE DATE ARITHMETIC WORK AREA - A DATE, ITS DAY NUMBER,
      *    AND WHETHER IT IS A BUSINESS DAY.
       77  WS-CALC-DATE                PIC 9(08)   VALUE 0.
       77  WS-CALC-INT                 PIC 9(08)   VALUE 0.
       77  WS-CALC-LAG                 PIC 9(02)   VALUE 0.
       77  WS-CALC-WEEKDAY             PIC 9(01)   VALUE 0.
       77  WS-CALC-BUSINESS-SWITCH     PIC X(01)   VALUE 'N'.
           88  CALC-IS-BUSINESS-DAY                VALUE 'Y'.

      *    THE ITEM BEING PLACED ON THE GRID.
       77  WS-ITEM-DATE                PIC 9(08)   VALUE 0.
       77  WS-ITEM-AMOUNT              PIC 9(09)V99 VALUE 0.
       77  WS-ITEM-CARRY-SWITCH        PIC X(01)   VALUE 'N'.
           88  ITEM-CARRIES-WHEN-LATE              VALUE 'Y'.
       77  WS-ACH-ORIGIN-DATE          PIC 9(08)   VALUE 0.

      *    THE PAYROLL CHECKS THE BANK HAS PAID, AND THE ONES VOIDED.
       77  WS-CASHED-COUNT             PIC 9(04)   VALUE 0.
       01  CASHED-TABLE.
           02  CASHED-ENTRY            OCCURS 2000 TIMES
                                       INDEXED BY CSH-IX.
               03  CSH-CHECK-NUMBER    PIC 9(06).
       77  WS-VOID-COUNT               PIC 9(03)   VALUE 0.
       77  WS-VOID-SUB                 PIC 9(03)   VALUE 0.
       01  VOIDED-CHECK-TABLE.
           02  VOIDED-CHECK-NUMBER     PIC 9(06)   OCCURS 200 TIMES.
       77  WS-CHECK-IS-SETTLED         PIC X(01)   VALUE 'N'.

      *    LAST RUN'S PROJECTION - ONLY THE ROWS OF THE LATEST RUN
      *    BEFORE TODAY ARE KEPT, SO A RERUN TODAY STILL COMPARES
      *    AGAINST YESTERDAY'S PICTURE AND WRITES IT BACK.
       77  WS-KEPT-COUNT               PIC 9(03)   VALUE 0.
       77  WS-KEPT-SUB                 PIC 9(03)   VALUE 0.
       77  WS-KEPT-RUN-DATE            PIC 9(08)   VALUE 0.
       01  KEPT-PROJECTION-TABLE.
           02  KEPT-PROJECTION         PIC X(80)   OCCURS 200 TIMES.

      *    FOOTING WORK AREA FOR ONE ACCOUNT'S COLUMNS.
       01  COLUMN-TOTALS.
           02  WS-COL-INFLOW           PIC 9(10)V99 OCCURS 7 TIMES.
           02  WS-COL-OUTFLOW          PIC 9(10)V99 OCCURS 7 TIMES.
       77  WS-ROW-TOTAL                PIC 9(10)V99 VALUE 0.
       77  WS-VARIANCE                 PIC S9(10)V99 VALUE 0.
       77  WS-TODAY-NET-TOTAL          PIC S9(09)V99 VALUE 0.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(22) VALUE
                   'DAILY CASH POSITION - '.
           03  WS-TTL-DATE             PIC 9(08).
           03  FILLER                  PIC X(22) VALUE
                   '   PRIOR BUSINESS DAY '.
           03  WS-TTL-PRIOR-DATE       PIC 9(08).

       01  WS-ACCOUNT-HEAD-LINE.
           03  FILLER                  PIC X(13) VALUE 'BANK ACCOUNT '.
           03  WS-AHL-ACCOUNT          PIC X(10).

       01  WS-COLUMN-HEAD-LINE.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  WS-CHL-COLUMN           OCCURS 7 TIMES.
               05  FILLER              PIC X(07).
               05  WS-CHL-DATE         PIC X(08).

       01  WS-GRID-LINE.
           03  WS-GRL-TITLE            PIC X(20).
           03  WS-GRL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-
                                       OCCURS 7 TIMES.

       01  WS-PRIOR-LINE.
           03  FILLER                  PIC X(10) VALUE 'PRIOR DAY '.
           03  WS-PRL-TITLE            PIC X(16).
           03  FILLER                  PIC X(11) VALUE ' PROJECTED '.
           03  WS-PRL-PROJECTED        PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(09) VALUE '  ACTUAL '.
           03  WS-PRL-ACTUAL           PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(11) VALUE '  VARIANCE '.
           03  WS-PRL-VARIANCE         PIC ZZZ,ZZZ,ZZ9.99-.

       01  WS-SOURCE-LINE.
           03  WS-SRL-FILE-CLASS       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SRL-TITLE            PIC X(18).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SRL-ACCOUNT          PIC X(10).
           03  FILLER                  PIC X(07) VALUE ' FLOAT '.
           03  WS-SRL-FLOAT            PIC Z9.
           03  FILLER                  PIC X(09) VALUE ' RECORDS '.
           03  WS-SRL-RECORDS          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(07) VALUE ' ITEMS '.
           03  WS-SRL-ITEMS            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SRL-TOTAL            PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SRL-NOTE             PIC X(14).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           PERFORM 005-LOAD-SOURCE-TABLE THRU 005-EXIT.
           PERFORM 010-LOAD-SOURCE-PARMS THRU 019-EXIT.
           PERFORM 020-LOAD-RUN-CALENDAR THRU 029-EXIT.
           PERFORM 030-BUILD-HORIZON THRU 039-EXIT.
           PERFORM 040-LOAD-PRIOR-PROJECTION THRU 049-EXIT.
           PERFORM 050-LOAD-CASHED-CHECKS THRU 059-EXIT.

           PERFORM 100-PROJECT-PAYROLL-CHECKS THRU 109-EXIT.
           PERFORM 110-PROJECT-DIRECT-DEPOSITS THRU 119-EXIT.
           PERFORM 120-PROJECT-AGENCY-CHECKS THRU 129-EXIT.
           PERFORM 130-PROJECT-AGENCY-ACH THRU 139-EXIT.
           PERFORM 140-PROJECT-CUSTOMER-REFUNDS THRU 149-EXIT.
           PERFORM 150-PROJECT-STUDENT-REFUNDS THRU 159-EXIT.
           PERFORM 160-PROJECT-PAYABLES THRU 169-EXIT.
           PERFORM 170-PROJECT-BANK-DEPOSITS THRU 179-EXIT.
           PERFORM 180-PROJECT-AUTOPAY-ACH THRU 189-EXIT.

           PERFORM 400-PRINT-CASH-POSITION THRU 499-EXIT.
           PERFORM 500-SAVE-PROJECTION THRU 509-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       005-LOAD-SOURCE-TABLE.
           MOVE 'CHECKREG' TO CST-FILE-CLASS (1).
           MOVE 'PAYROLL CHECKS' TO CST-TITLE (1).
           MOVE 'DEDCHKRG' TO CST-FILE-CLASS (2).
           MOVE 'AGENCY CHECKS' TO CST-TITLE (2).
           MOVE 'REFCHKRG' TO CST-FILE-CLASS (3).
           MOVE 'CUSTOMER REFUNDS' TO CST-TITLE (3).
           MOVE 'STURFREG' TO CST-FILE-CLASS (4).
           MOVE 'STUDENT REFUNDS' TO CST-TITLE (4).
           MOVE 'ACHFILE' TO CST-FILE-CLASS (5).
           MOVE 'DIRECT DEPOSITS' TO CST-TITLE (5).
           MOVE 'DEDACH' TO CST-FILE-CLASS (6).
           MOVE 'AGENCY ACH' TO CST-TITLE (6).
           MOVE 'PAYBLEXT' TO CST-FILE-CLASS (7).
           MOVE 'COMMISSIONS' TO CST-TITLE (7).
           MOVE 'BANKDEP' TO CST-FILE-CLASS (8).
           MOVE 'BANK DEPOSITS' TO CST-TITLE (8).
           MOVE 'STUACHF' TO CST-FILE-CLASS (9).
           MOVE 'AUTOPAY DEBITS' TO CST-TITLE (9).

           PERFORM 006-DEFAULT-ONE-SOURCE THRU 006-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9.

       005-EXIT.
           EXIT.

       006-DEFAULT-ONE-SOURCE.
           MOVE 'O' TO CST-DIRECTION (WS-SOURCE-SUB).
           MOVE 'OPERATING' TO CST-BANK-ACCOUNT (WS-SOURCE-SUB).
           MOVE ZERO TO CST-FLOAT-DAYS (WS-SOURCE-SUB).
           MOVE 'N' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE ZERO TO CST-RECORD-COUNT (WS-SOURCE-SUB).
           MOVE ZERO TO CST-ITEM-COUNT (WS-SOURCE-SUB).
           MOVE ZERO TO CST-ITEM-TOTAL (WS-SOURCE-SUB).

           EVALUATE WS-SOURCE-SUB
               WHEN 1
               WHEN 2
                   MOVE 'PAYROLL' TO CST-BANK-ACCOUNT (WS-SOURCE-SUB)
                   MOVE 2 TO CST-FLOAT-DAYS (WS-SOURCE-SUB)
               WHEN 3
               WHEN 4
                   MOVE 2 TO CST-FLOAT-DAYS (WS-SOURCE-SUB)
               WHEN 5
               WHEN 6
                   MOVE 'PAYROLL' TO CST-BANK-ACCOUNT (WS-SOURCE-SUB)
                   MOVE 1 TO CST-FLOAT-DAYS (WS-SOURCE-SUB)
               WHEN 8
                   MOVE 'I' TO CST-DIRECTION (WS-SOURCE-SUB)
               WHEN 9
                   MOVE 'I' TO CST-DIRECTION (WS-SOURCE-SUB)
                   MOVE 1 TO CST-FLOAT-DAYS (WS-SOURCE-SUB)
           END-EVALUATE.

       006-EXIT.
           EXIT.

      *    THE PARAMETER FILE IS OPTIONAL - WITHOUT IT EVERY SOURCE
      *    KEEPS ITS DEFAULT ACCOUNT AND FLOAT.  A RECORD NAMING NO
      *    KNOWN SOURCE IS REPORTED AND IGNORED.
       010-LOAD-SOURCE-PARMS.
           OPEN INPUT CASH-SOURCE-PARM-FILE.

           IF WS-PARM-NOT-FOUND
               GO TO 018-ASSIGN-ACCOUNTS
           END-IF.

           IF NOT WS-PARM-OK
               MOVE "CASH-SOURCE-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CASH-SOURCE-PARM-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 015-APPLY-ONE-PARM THRU 015-EXIT
               UNTIL INPUT-EOF.

           CLOSE CASH-SOURCE-PARM-FILE.

       018-ASSIGN-ACCOUNTS.
           PERFORM 016-ASSIGN-ONE-ACCOUNT THRU 016-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9.

       019-EXIT.
           EXIT.

       015-APPLY-ONE-PARM.
           MOVE ZERO TO WS-ACCOUNT-FOUND.
           PERFORM 017-MATCH-ONE-SOURCE THRU 017-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9
                  OR WS-ACCOUNT-FOUND > ZERO.

           IF WS-ACCOUNT-FOUND = ZERO
               DISPLAY "CASHSRC NAMES UNKNOWN SOURCE " CSR-SOURCE
                       " - IGNORED" UPON SYSERR
           ELSE
               IF CSR-BANK-ACCOUNT NOT = SPACES
                   MOVE CSR-BANK-ACCOUNT
                       TO CST-BANK-ACCOUNT (WS-ACCOUNT-FOUND)
               END-IF
               IF CSR-FLOAT-DAYS IS NUMERIC
                   MOVE CSR-FLOAT-DAYS
                       TO CST-FLOAT-DAYS (WS-ACCOUNT-FOUND)
               END-IF
           END-IF.

           READ CASH-SOURCE-PARM-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       017-MATCH-ONE-SOURCE.
           IF CST-FILE-CLASS (WS-SOURCE-SUB) = CSR-SOURCE
               MOVE WS-SOURCE-SUB TO WS-ACCOUNT-FOUND
           END-IF.

       017-EXIT.
           EXIT.

      *    EVERY DISTINCT ACCOUNT THE SOURCES NAME GETS ITS OWN GRID,
      *    IN THE ORDER THE SOURCES FIRST NAME THEM.
       016-ASSIGN-ONE-ACCOUNT.
           MOVE CST-BANK-ACCOUNT (WS-SOURCE-SUB) TO WS-ACCOUNT-WANTED.
           PERFORM 060-FIND-OR-ADD-ACCOUNT THRU 060-EXIT.
           MOVE WS-ACCOUNT-FOUND TO CST-ACCOUNT-SUB (WS-SOURCE-SUB).

       016-EXIT.
           EXIT.

      *    THE CALENDAR IS OPTIONAL; ONLY DATES FROM A MONTH BEFORE
      *    THE RUN TO TWO MONTHS AFTER ARE HELD - FAR ENOUGH FOR ANY
      *    FLOAT AND THE LONG WEEKENDS AROUND IT.
       020-LOAD-RUN-CALENDAR.
           COMPUTE WS-CALENDAR-LOW-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) - 31.
           COMPUTE WS-CALENDAR-HIGH-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 62.

           OPEN INPUT RUN-CALENDAR-FILE.

           IF WS-CALENDAR-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-CALENDAR-OK
               MOVE "RUN-CALENDAR-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CALENDAR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ RUN-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 025-HOLD-ONE-DATE THRU 025-EXIT
               UNTIL INPUT-EOF.

           CLOSE RUN-CALENDAR-FILE.

       029-EXIT.
           EXIT.

       025-HOLD-ONE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (RCL-DATE) = 0
               COMPUTE WS-CALC-INT =
                   FUNCTION INTEGER-OF-DATE (RCL-DATE)
               IF WS-CALC-INT NOT < WS-CALENDAR-LOW-INT
                  AND WS-CALC-INT NOT > WS-CALENDAR-HIGH-INT
                  AND WS-CALENDAR-COUNT < 200
                   ADD 1 TO WS-CALENDAR-COUNT
                   MOVE RCL-DATE TO CLT-DATE (WS-CALENDAR-COUNT)
                   MOVE RCL-DAY-TYPE
                       TO CLT-DAY-TYPE (WS-CALENDAR-COUNT)
               END-IF
           END-IF.

           READ RUN-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    TODAY IS THE RUN DATE, OR THE NEXT BUSINESS DAY WHEN THE
      *    JOB RUNS ON A WEEKEND OR HOLIDAY; THE FIVE BUSINESS DAYS
      *    AFTER IT FOLLOW, AND THE PRIOR BUSINESS DAY IS THE LAST
      *    ONE BEFORE THE RUN DATE.
       030-BUILD-HORIZON.
           MOVE WS-BUSINESS-DATE TO WS-CALC-DATE.
           MOVE ZERO TO WS-CALC-LAG.
           PERFORM 070-SETTLE-CALC-DATE THRU 070-EXIT.
           MOVE WS-CALC-DATE TO WS-HORIZON-DATE (1).

           PERFORM 035-NEXT-HORIZON-DAY THRU 035-EXIT
               VARYING WS-DAY-SUB FROM 2 BY 1
               UNTIL WS-DAY-SUB > 6.

           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           PERFORM 036-STEP-BACK-ONE-DAY THRU 036-EXIT.
           PERFORM 036-STEP-BACK-ONE-DAY THRU 036-EXIT
               UNTIL CALC-IS-BUSINESS-DAY.
           MOVE WS-CALC-DATE TO WS-PRIOR-BUSINESS-DATE.

       039-EXIT.
           EXIT.

       035-NEXT-HORIZON-DAY.
           MOVE WS-HORIZON-DATE (WS-DAY-SUB - 1) TO WS-CALC-DATE.
           MOVE 1 TO WS-CALC-LAG.
           PERFORM 070-SETTLE-CALC-DATE THRU 070-EXIT.
           MOVE WS-CALC-DATE TO WS-HORIZON-DATE (WS-DAY-SUB).

       035-EXIT.
           EXIT.

       036-STEP-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-CALC-INT.
           COMPUTE WS-CALC-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CALC-INT).
           PERFORM 075-TEST-BUSINESS-DAY THRU 075-EXIT.

       036-EXIT.
           EXIT.

      *    THE PROJECTION FILE IS OPTIONAL - THE FIRST RUN HAS NO
      *    PRIOR DAY TO COMPARE.  ROWS PROJECTED TODAY BY AN EARLIER
      *    RUN ARE DROPPED; OF THE REST ONLY THE LATEST RUN'S ARE
      *    KEPT.
       040-LOAD-PRIOR-PROJECTION.
           OPEN INPUT CASH-PROJECTION-FILE.

           IF WS-PROJECTION-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-PROJECTION-OK
               MOVE "CASH-PROJECTION-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROJECTION-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CASH-PROJECTION-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 045-KEEP-ONE-PROJECTION THRU 045-EXIT
               UNTIL INPUT-EOF.

           CLOSE CASH-PROJECTION-FILE.

           PERFORM 047-APPLY-ONE-PROJECTION THRU 047-EXIT
               VARYING WS-KEPT-SUB FROM 1 BY 1
               UNTIL WS-KEPT-SUB > WS-KEPT-COUNT.

       049-EXIT.
           EXIT.

       045-KEEP-ONE-PROJECTION.
           IF CPJ-RUN-DATE < WS-BUSINESS-DATE
               IF CPJ-RUN-DATE > WS-KEPT-RUN-DATE
                   MOVE CPJ-RUN-DATE TO WS-KEPT-RUN-DATE
                   MOVE ZERO TO WS-KEPT-COUNT
               END-IF
               IF CPJ-RUN-DATE = WS-KEPT-RUN-DATE
                  AND WS-KEPT-COUNT < 200
                   ADD 1 TO WS-KEPT-COUNT
                   MOVE CASH-PROJECTION-RECORD
                       TO KEPT-PROJECTION (WS-KEPT-COUNT)
               END-IF
           END-IF.

           READ CASH-PROJECTION-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    A KEPT ROW FOR THE PRIOR BUSINESS DAY IS WHAT THAT RUN
      *    EXPECTED TO CLEAR YESTERDAY.
       047-APPLY-ONE-PROJECTION.
           MOVE KEPT-PROJECTION (WS-KEPT-SUB)
               TO CASH-PROJECTION-RECORD.

           IF CPJ-SETTLE-DATE NOT = WS-PRIOR-BUSINESS-DATE
               GO TO 047-EXIT
           END-IF.

           MOVE CPJ-BANK-ACCOUNT TO WS-ACCOUNT-WANTED.
           PERFORM 060-FIND-OR-ADD-ACCOUNT THRU 060-EXIT.
           IF WS-ACCOUNT-FOUND > ZERO
               MOVE 'Y' TO BAT-PRIOR-FOUND (WS-ACCOUNT-FOUND)
               ADD CPJ-CHECKS-CLEARING
                   TO BAT-PRIOR-CHECKS (WS-ACCOUNT-FOUND)
               ADD CPJ-DEPOSITS TO BAT-PRIOR-DEPOSITS (WS-ACCOUNT-FOUND)
           END-IF.

       047-EXIT.
           EXIT.

      *    THE BANK'S PAID-CHECKS FILE IS OPTIONAL.  A CHECK IT PAID
      *    ON THE PRIOR BUSINESS DAY IS THAT DAY'S ACTUAL CLEARING
      *    ON THE PAYROLL CHECK ACCOUNT.
       050-LOAD-CASHED-CHECKS.
           OPEN INPUT CASHED-CHECKS-FILE.

           IF WS-CASHED-NOT-FOUND
               GO TO 059-EXIT
           END-IF.

           IF NOT WS-CASHED-OK
               MOVE "CASHED-CHECKS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CASHED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CASHED-CHECKS-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 055-STORE-CASHED-CHECK THRU 055-EXIT
               UNTIL INPUT-EOF.

           CLOSE CASHED-CHECKS-FILE.

       059-EXIT.
           EXIT.

       055-STORE-CASHED-CHECK.
           ADD 1 TO WS-INPUT-COUNT.

           IF WS-CASHED-COUNT < 2000
               ADD 1 TO WS-CASHED-COUNT
               MOVE CCK-CHECK-NUMBER
                   TO CSH-CHECK-NUMBER (WS-CASHED-COUNT)
           ELSE
               DISPLAY "CASHED-CHECKS FILE EXCEEDS 2000 ENTRIES - "
                       "EXCESS TAKEN AS OUTSTANDING" UPON SYSERR
           END-IF.

           IF CCK-DATE-PAID = WS-PRIOR-BUSINESS-DATE
              AND CCK-AMOUNT IS NUMERIC
               MOVE CST-ACCOUNT-SUB (1) TO WS-ACCOUNT-SUB
               ADD CCK-AMOUNT TO BAT-ACTUAL-CHECKS (WS-ACCOUNT-SUB)
           END-IF.

           READ CASHED-CHECKS-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

       060-FIND-OR-ADD-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-FOUND.
           PERFORM 061-MATCH-ONE-ACCOUNT THRU 061-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                  OR WS-ACCOUNT-FOUND > ZERO.

           IF WS-ACCOUNT-FOUND = ZERO
               IF WS-ACCOUNT-COUNT < 20
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-FOUND
                   INITIALIZE BANK-ACCOUNT-ENTRY (WS-ACCOUNT-FOUND)
                   MOVE WS-ACCOUNT-WANTED
                       TO BAT-BANK-ACCOUNT (WS-ACCOUNT-FOUND)
                   MOVE 'N' TO BAT-PRIOR-FOUND (WS-ACCOUNT-FOUND)
               ELSE
                   DISPLAY "BANK ACCOUNT TABLE FULL - ACCOUNT "
                           WS-ACCOUNT-WANTED " DROPPED" UPON SYSERR
               END-IF
           END-IF.

       060-EXIT.
           EXIT.

       061-MATCH-ONE-ACCOUNT.
           IF BAT-BANK-ACCOUNT (WS-ACCOUNT-SUB) = WS-ACCOUNT-WANTED
               MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-FOUND
           END-IF.

       061-EXIT.
           EXIT.

      *    MOVES WS-CALC-DATE TO ITS SETTLEMENT DATE: ONTO A BUSINESS
      *    DAY IF IT IS NOT ON ONE, THEN WS-CALC-LAG BUSINESS DAYS
      *    FURTHER.
       070-SETTLE-CALC-DATE.
           COMPUTE WS-CALC-INT =
               FUNCTION INTEGER-OF-DATE (WS-CALC-DATE).
           PERFORM 075-TEST-BUSINESS-DAY THRU 075-EXIT.
           PERFORM 072-STEP-ONE-DAY THRU 072-EXIT
               UNTIL CALC-IS-BUSINESS-DAY.

           PERFORM 071-ADVANCE-ONE-BUSINESS-DAY THRU 071-EXIT
               WS-CALC-LAG TIMES.

       070-EXIT.
           EXIT.

       071-ADVANCE-ONE-BUSINESS-DAY.
           PERFORM 072-STEP-ONE-DAY THRU 072-EXIT.
           PERFORM 072-STEP-ONE-DAY THRU 072-EXIT
               UNTIL CALC-IS-BUSINESS-DAY.

       071-EXIT.
           EXIT.

       072-STEP-ONE-DAY.
           ADD 1 TO WS-CALC-INT.
           COMPUTE WS-CALC-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CALC-INT).
           PERFORM 075-TEST-BUSINESS-DAY THRU 075-EXIT.

       072-EXIT.
           EXIT.

      *    THE CALENDAR'S WORD IS FINAL FOR A DATE IT CARRIES;
      *    OTHERWISE MONDAY THROUGH FRIDAY (DAY ONE OF THE EPOCH WAS
      *    A MONDAY).
       075-TEST-BUSINESS-DAY.
           COMPUTE WS-CALC-WEEKDAY =
               FUNCTION REM (WS-CALC-INT - 1, 7) + 1.
           IF WS-CALC-WEEKDAY < 6
               MOVE 'Y' TO WS-CALC-BUSINESS-SWITCH
           ELSE
               MOVE 'N' TO WS-CALC-BUSINESS-SWITCH
           END-IF.

           SET CAL-IX TO 1.
           SEARCH CALENDAR-ENTRY
               AT END
                   CONTINUE
               WHEN CAL-IX > WS-CALENDAR-COUNT
                   CONTINUE
               WHEN CLT-DATE (CAL-IX) = WS-CALC-DATE
                   IF CLT-DAY-TYPE (CAL-IX) = 'B'
                       MOVE 'Y' TO WS-CALC-BUSINESS-SWITCH
                   ELSE
                       MOVE 'N' TO WS-CALC-BUSINESS-SWITCH
                   END-IF
           END-SEARCH.

       075-EXIT.
           EXIT.

      *    PAYROLL CHECKS: A PRESCAN COLLECTS THE VOIDED NUMBERS AS
      *    THE BANK RECONCILIATION DOES, THEN EVERY ISSUED CHECK
      *    NEITHER VOIDED NOR PAID IS STILL GOING TO CLEAR.
       100-PROJECT-PAYROLL-CHECKS.
           MOVE 1 TO WS-SOURCE-SUB.
           OPEN INPUT PAYROLL-CHECK-FILE.

           IF WS-PAYCHECK-NOT-FOUND
               GO TO 109-EXIT
           END-IF.

           IF NOT WS-PAYCHECK-OK
               MOVE "PAYROLL-CHECK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYCHECK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ PAYROLL-CHECK-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 102-NOTE-ONE-VOID THRU 102-EXIT
               UNTIL INPUT-EOF.

           CLOSE PAYROLL-CHECK-FILE.
           OPEN INPUT PAYROLL-CHECK-FILE.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ PAYROLL-CHECK-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 105-PROJECT-ONE-PAYCHECK THRU 105-EXIT
               UNTIL INPUT-EOF.

           CLOSE PAYROLL-CHECK-FILE.

       109-EXIT.
           EXIT.

       102-NOTE-ONE-VOID.
           IF PAYCHECK-WAS-VOIDED
              AND WS-VOID-COUNT < 200
               ADD 1 TO WS-VOID-COUNT
               MOVE PCK-CHECK-NUMBER
                   TO VOIDED-CHECK-NUMBER (WS-VOID-COUNT)
           END-IF.

           READ PAYROLL-CHECK-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       102-EXIT.
           EXIT.

       105-PROJECT-ONE-PAYCHECK.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF NOT PAYCHECK-WAS-ISSUED
              OR PCK-AMOUNT NOT NUMERIC
               GO TO 105-NEXT
           END-IF.

           MOVE 'N' TO WS-CHECK-IS-SETTLED.
           PERFORM 106-MATCH-ONE-VOID THRU 106-EXIT
               VARYING WS-VOID-SUB FROM 1 BY 1
               UNTIL WS-VOID-SUB > WS-VOID-COUNT
                  OR WS-CHECK-IS-SETTLED = 'Y'.

           SET CSH-IX TO 1.
           SEARCH CASHED-ENTRY
               AT END
                   CONTINUE
               WHEN CSH-IX > WS-CASHED-COUNT
                   CONTINUE
               WHEN CSH-CHECK-NUMBER (CSH-IX) = PCK-CHECK-NUMBER
                   MOVE 'Y' TO WS-CHECK-IS-SETTLED
           END-SEARCH.

           IF WS-CHECK-IS-SETTLED = 'Y'
               GO TO 105-NEXT
           END-IF.

           MOVE PCK-PAY-DATE TO WS-ITEM-DATE.
           MOVE PCK-AMOUNT TO WS-ITEM-AMOUNT.
           MOVE 'Y' TO WS-ITEM-CARRY-SWITCH.
           PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT.

       105-NEXT.
           READ PAYROLL-CHECK-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       105-EXIT.
           EXIT.

       106-MATCH-ONE-VOID.
           IF VOIDED-CHECK-NUMBER (WS-VOID-SUB) = PCK-CHECK-NUMBER
               MOVE 'Y' TO WS-CHECK-IS-SETTLED
           END-IF.

       106-EXIT.
           EXIT.

      *    THE DIRECT DEPOSIT BATCH SETTLES ITS LAG AFTER THE DATE ON
      *    ITS '5' HEADER - OR, WITH NO HEADER, AFTER THE PRIOR
      *    BUSINESS DAY, THE NIGHT THE SUITE BUILT IT.
       110-PROJECT-DIRECT-DEPOSITS.
           MOVE 5 TO WS-SOURCE-SUB.
           MOVE WS-PRIOR-BUSINESS-DATE TO WS-ACH-ORIGIN-DATE.
           OPEN INPUT DIRECT-DEPOSIT-FILE.

           IF WS-DEPOSIT-ACH-NOT-FOUND
               GO TO 119-EXIT
           END-IF.

           IF NOT WS-DEPOSIT-ACH-OK
               MOVE "DIRECT-DEPOSIT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-DEPOSIT-ACH-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ DIRECT-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 115-PROJECT-ONE-DEPOSIT THRU 115-EXIT
               UNTIL INPUT-EOF.

           CLOSE DIRECT-DEPOSIT-FILE.

       119-EXIT.
           EXIT.

       115-PROJECT-ONE-DEPOSIT.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF DDA-RECORD-TYPE = '5'
              AND FUNCTION TEST-DATE-YYYYMMDD (DDA-HEADER-DATE) = 0
               MOVE DDA-HEADER-DATE TO WS-ACH-ORIGIN-DATE
           END-IF.

           IF DDA-RECORD-TYPE = '6'
              AND DDA-AMOUNT IS NUMERIC
               MOVE WS-ACH-ORIGIN-DATE TO WS-ITEM-DATE
               MOVE DDA-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ DIRECT-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       115-EXIT.
           EXIT.

      *    AGENCY REMITTANCE CHECKS - NO BANK FEED COMES BACK FOR
      *    THEM, SO ONE PAST ITS FLOAT IS TAKEN AS CLEARED.
       120-PROJECT-AGENCY-CHECKS.
           MOVE 2 TO WS-SOURCE-SUB.
           OPEN INPUT AGENCY-CHECK-FILE.

           IF WS-AGENCY-CHECK-NOT-FOUND
               GO TO 129-EXIT
           END-IF.

           IF NOT WS-AGENCY-CHECK-OK
               MOVE "AGENCY-CHECK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AGENCY-CHECK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ AGENCY-CHECK-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 125-PROJECT-ONE-AGENCY-CHECK THRU 125-EXIT
               UNTIL INPUT-EOF.

           CLOSE AGENCY-CHECK-FILE.

       129-EXIT.
           EXIT.

       125-PROJECT-ONE-AGENCY-CHECK.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF AGENCY-CHECK-ISSUED
              AND ACK-AMOUNT IS NUMERIC
               MOVE ACK-PAY-DATE TO WS-ITEM-DATE
               MOVE ACK-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ AGENCY-CHECK-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       125-EXIT.
           EXIT.

      *    THE AGENCY ACH CREDITS CARRY NO DATE - THEY WENT OUT THE
      *    NIGHT THE SUITE LAST RAN.
       130-PROJECT-AGENCY-ACH.
           MOVE 6 TO WS-SOURCE-SUB.
           OPEN INPUT AGENCY-ACH-FILE.

           IF WS-AGENCY-ACH-NOT-FOUND
               GO TO 139-EXIT
           END-IF.

           IF NOT WS-AGENCY-ACH-OK
               MOVE "AGENCY-ACH-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AGENCY-ACH-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ AGENCY-ACH-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 135-PROJECT-ONE-AGENCY-ACH THRU 135-EXIT
               UNTIL INPUT-EOF.

           CLOSE AGENCY-ACH-FILE.

       139-EXIT.
           EXIT.

       135-PROJECT-ONE-AGENCY-ACH.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF AGA-RECORD-TYPE = '6'
              AND AGA-AMOUNT IS NUMERIC
               MOVE WS-PRIOR-BUSINESS-DATE TO WS-ITEM-DATE
               MOVE AGA-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ AGENCY-ACH-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       135-EXIT.
           EXIT.

       140-PROJECT-CUSTOMER-REFUNDS.
           MOVE 3 TO WS-SOURCE-SUB.
           OPEN INPUT CUSTOMER-REFUND-FILE.

           IF WS-CUST-REFUND-NOT-FOUND
               GO TO 149-EXIT
           END-IF.

           IF NOT WS-CUST-REFUND-OK
               MOVE "CUSTOMER-REFUND-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUST-REFUND-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CUSTOMER-REFUND-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 145-PROJECT-ONE-CUST-REFUND THRU 145-EXIT
               UNTIL INPUT-EOF.

           CLOSE CUSTOMER-REFUND-FILE.

       149-EXIT.
           EXIT.

       145-PROJECT-ONE-CUST-REFUND.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF CUSTOMER-REFUND-ISSUED
              AND CRF-AMOUNT IS NUMERIC
               MOVE CRF-REFUND-DATE TO WS-ITEM-DATE
               MOVE CRF-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ CUSTOMER-REFUND-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       145-EXIT.
           EXIT.

       150-PROJECT-STUDENT-REFUNDS.
           MOVE 4 TO WS-SOURCE-SUB.
           OPEN INPUT STUDENT-REFUND-FILE.

           IF WS-STU-REFUND-NOT-FOUND
               GO TO 159-EXIT
           END-IF.

           IF NOT WS-STU-REFUND-OK
               MOVE "STUDENT-REFUND-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STU-REFUND-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ STUDENT-REFUND-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 155-PROJECT-ONE-STU-REFUND THRU 155-EXIT
               UNTIL INPUT-EOF.

           CLOSE STUDENT-REFUND-FILE.

       159-EXIT.
           EXIT.

       155-PROJECT-ONE-STU-REFUND.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF STUDENT-REFUND-ISSUED
              AND SRF-AMOUNT IS NUMERIC
               MOVE SRF-REFUND-DATE TO WS-ITEM-DATE
               MOVE SRF-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ STUDENT-REFUND-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       155-EXIT.
           EXIT.

      *    COMMISSION PAYABLES GO OUT ON THEIR DUE DATE THROUGH THE
      *    PAYABLES SYSTEM.
       160-PROJECT-PAYABLES.
           MOVE 7 TO WS-SOURCE-SUB.
           OPEN INPUT PAYABLES-EXTRACT-FILE.

           IF WS-PAYABLES-NOT-FOUND
               GO TO 169-EXIT
           END-IF.

           IF NOT WS-PAYABLES-OK
               MOVE "PAYABLES-EXTRACT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYABLES-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ PAYABLES-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 165-PROJECT-ONE-PAYABLE THRU 165-EXIT
               UNTIL INPUT-EOF.

           CLOSE PAYABLES-EXTRACT-FILE.

       169-EXIT.
           EXIT.

       165-PROJECT-ONE-PAYABLE.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF PBX-AMOUNT IS NUMERIC
               MOVE PBX-DUE-DATE TO WS-ITEM-DATE
               MOVE PBX-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ PAYABLES-EXTRACT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       165-EXIT.
           EXIT.

      *    BANK DEPOSITS: A CREDIT DATED TODAY OR LATER IS COMING IN;
      *    ONE DATED THE PRIOR BUSINESS DAY IS THAT DAY'S ACTUAL, AS
      *    THE DEPOSIT RECONCILIATION MATCHES IT.
       170-PROJECT-BANK-DEPOSITS.
           MOVE 8 TO WS-SOURCE-SUB.
           OPEN INPUT BANK-DEPOSIT-FILE.

           IF WS-BANKDEP-NOT-FOUND
               GO TO 179-EXIT
           END-IF.

           IF NOT WS-BANKDEP-OK
               MOVE "BANK-DEPOSIT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BANKDEP-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ BANK-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 175-PROJECT-ONE-BANK-DEPOSIT THRU 175-EXIT
               UNTIL INPUT-EOF.

           CLOSE BANK-DEPOSIT-FILE.

       179-EXIT.
           EXIT.

       175-PROJECT-ONE-BANK-DEPOSIT.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF BDC-DEPOSIT-AMOUNT IS NUMERIC
               IF BDC-DEPOSIT-DATE = WS-PRIOR-BUSINESS-DATE
                   MOVE CST-ACCOUNT-SUB (WS-SOURCE-SUB)
                       TO WS-ACCOUNT-SUB
                   ADD BDC-DEPOSIT-AMOUNT
                       TO BAT-ACTUAL-DEPOSITS (WS-ACCOUNT-SUB)
               END-IF
               MOVE BDC-DEPOSIT-DATE TO WS-ITEM-DATE
               MOVE BDC-DEPOSIT-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ BANK-DEPOSIT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       175-EXIT.
           EXIT.

      *    THE AUTOPAY DEBITS CARRY NO DATE EITHER - THEY WENT OUT
      *    THE NIGHT THE SUITE LAST RAN.
       180-PROJECT-AUTOPAY-ACH.
           MOVE 9 TO WS-SOURCE-SUB.
           OPEN INPUT AUTOPAY-ACH-FILE.

           IF WS-AUTOPAY-NOT-FOUND
               GO TO 189-EXIT
           END-IF.

           IF NOT WS-AUTOPAY-OK
               MOVE "AUTOPAY-ACH-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AUTOPAY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO CST-PRESENT-FLAG (WS-SOURCE-SUB).
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ AUTOPAY-ACH-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 185-PROJECT-ONE-AUTOPAY THRU 185-EXIT
               UNTIL INPUT-EOF.

           CLOSE AUTOPAY-ACH-FILE.

       189-EXIT.
           EXIT.

       185-PROJECT-ONE-AUTOPAY.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO CST-RECORD-COUNT (WS-SOURCE-SUB).

           IF APA-RECORD-TYPE = '6'
              AND APA-AMOUNT IS NUMERIC
               MOVE WS-PRIOR-BUSINESS-DATE TO WS-ITEM-DATE
               MOVE APA-AMOUNT TO WS-ITEM-AMOUNT
               MOVE 'N' TO WS-ITEM-CARRY-SWITCH
               PERFORM 300-PLACE-ONE-ITEM THRU 300-EXIT
           END-IF.

           READ AUTOPAY-ACH-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       185-EXIT.
           EXIT.

      *    ONE ITEM ONTO ITS SOURCE'S ROW OF ITS ACCOUNT'S GRID.  THE
      *    SETTLEMENT DATE IS THE ITEM DATE PLUS THE SOURCE'S FLOAT;
      *    ONE ALREADY PAST IS SETTLED AND DROPS OUT - UNLESS THE
      *    ITEM CARRIES, WHEN IT SITS IN TODAY'S COLUMN.  AN ITEM
      *    WITH NO USABLE DATE IS TAKEN AS SETTLING TODAY.
       300-PLACE-ONE-ITEM.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ITEM-DATE) = 0
               MOVE WS-ITEM-DATE TO WS-CALC-DATE
               MOVE CST-FLOAT-DAYS (WS-SOURCE-SUB) TO WS-CALC-LAG
               PERFORM 070-SETTLE-CALC-DATE THRU 070-EXIT
           ELSE
               MOVE WS-HORIZON-DATE (1) TO WS-CALC-DATE
           END-IF.

           IF WS-CALC-DATE < WS-HORIZON-DATE (1)
               IF ITEM-CARRIES-WHEN-LATE
                   MOVE WS-HORIZON-DATE (1) TO WS-CALC-DATE
               ELSE
                   GO TO 300-EXIT
               END-IF
           END-IF.

           MOVE 7 TO WS-BUCKET.
           PERFORM 305-MATCH-ONE-BUCKET THRU 305-EXIT
               VARYING WS-DAY-SUB FROM 6 BY -1
               UNTIL WS-DAY-SUB < 1.

           MOVE CST-ACCOUNT-SUB (WS-SOURCE-SUB) TO WS-ACCOUNT-SUB.
           ADD WS-ITEM-AMOUNT
               TO BAT-AMOUNT (WS-ACCOUNT-SUB, WS-SOURCE-SUB, WS-BUCKET).
           ADD 1 TO CST-ITEM-COUNT (WS-SOURCE-SUB).
           ADD WS-ITEM-AMOUNT TO CST-ITEM-TOTAL (WS-SOURCE-SUB).
           ADD 1 TO WS-ITEM-COUNT.

       300-EXIT.
           EXIT.

      *    SCANNED FROM THE FAR END, SO THE BUCKET LEFT IS THE
      *    EARLIEST HORIZON DAY NOT BEFORE THE SETTLEMENT DATE.
       305-MATCH-ONE-BUCKET.
           IF WS-CALC-DATE NOT > WS-HORIZON-DATE (WS-DAY-SUB)
               MOVE WS-DAY-SUB TO WS-BUCKET
           END-IF.

       305-EXIT.
           EXIT.

      *    ONE GRID PER ACCOUNT - A ROW PER SOURCE, THEN TOTAL IN,
      *    TOTAL OUT AND NET, THEN THE PRIOR DAY'S PROJECTION AGAINST
      *    WHAT CLEARED.  THE SOURCE LIST CLOSES THE REPORT.
       400-PRINT-CASH-POSITION.
           OPEN OUTPUT CASH-POSITION-REPORT.
           IF NOT WS-REPORT-OK
               MOVE "CASH-POSITION-REPORT" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-HORIZON-DATE (1) TO WS-TTL-DATE.
           MOVE WS-PRIOR-BUSINESS-DATE TO WS-TTL-PRIOR-DATE.
           MOVE WS-TITLE-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

           MOVE SPACES TO WS-COLUMN-HEAD-LINE.
           PERFORM 405-HEAD-ONE-COLUMN THRU 405-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 6.
           MOVE '  LATER' TO WS-CHL-DATE (7).

           PERFORM 410-PRINT-ONE-ACCOUNT THRU 419-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.

           MOVE SPACES TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.
           PERFORM 450-PRINT-ONE-SOURCE THRU 450-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9.

           CLOSE CASH-POSITION-REPORT.

       499-EXIT.
           EXIT.

       405-HEAD-ONE-COLUMN.
           MOVE WS-HORIZON-DATE (WS-DAY-SUB)
               TO WS-CHL-DATE (WS-DAY-SUB).

       405-EXIT.
           EXIT.

       410-PRINT-ONE-ACCOUNT.
           INITIALIZE COLUMN-TOTALS.

           MOVE SPACES TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.
           MOVE BAT-BANK-ACCOUNT (WS-ACCOUNT-SUB) TO WS-AHL-ACCOUNT.
           MOVE WS-ACCOUNT-HEAD-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.
           MOVE WS-COLUMN-HEAD-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

           PERFORM 420-PRINT-ONE-SOURCE-ROW THRU 420-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9.

           MOVE 'TOTAL INFLOWS' TO WS-GRL-TITLE.
           PERFORM 425-EDIT-INFLOW-COLUMN THRU 425-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           MOVE WS-GRID-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

           MOVE 'TOTAL OUTFLOWS' TO WS-GRL-TITLE.
           PERFORM 426-EDIT-OUTFLOW-COLUMN THRU 426-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           MOVE WS-GRID-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

           MOVE 'NET POSITION' TO WS-GRL-TITLE.
           PERFORM 427-EDIT-NET-COLUMN THRU 427-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           MOVE WS-GRID-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.
           COMPUTE WS-TODAY-NET-TOTAL = WS-TODAY-NET-TOTAL
               + WS-COL-INFLOW (1) - WS-COL-OUTFLOW (1).

           IF NOT PRIOR-PROJECTION-FOUND (WS-ACCOUNT-SUB)
               MOVE SPACES TO CASH-POSITION-RECORD
               STRING 'PRIOR DAY NO PROJECTION ON FILE FOR '
                      WS-PRIOR-BUSINESS-DATE
                   DELIMITED BY SIZE
                   INTO CASH-POSITION-RECORD
               END-STRING
               WRITE CASH-POSITION-RECORD
               GO TO 419-EXIT
           END-IF.

           MOVE 'CHECKS CLEARED' TO WS-PRL-TITLE.
           MOVE BAT-PRIOR-CHECKS (WS-ACCOUNT-SUB) TO WS-PRL-PROJECTED.
           MOVE BAT-ACTUAL-CHECKS (WS-ACCOUNT-SUB) TO WS-PRL-ACTUAL.
           COMPUTE WS-VARIANCE = BAT-ACTUAL-CHECKS (WS-ACCOUNT-SUB)
               - BAT-PRIOR-CHECKS (WS-ACCOUNT-SUB).
           MOVE WS-VARIANCE TO WS-PRL-VARIANCE.
           MOVE WS-PRIOR-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

           MOVE 'DEPOSITS' TO WS-PRL-TITLE.
           MOVE BAT-PRIOR-DEPOSITS (WS-ACCOUNT-SUB)
               TO WS-PRL-PROJECTED.
           MOVE BAT-ACTUAL-DEPOSITS (WS-ACCOUNT-SUB) TO WS-PRL-ACTUAL.
           COMPUTE WS-VARIANCE = BAT-ACTUAL-DEPOSITS (WS-ACCOUNT-SUB)
               - BAT-PRIOR-DEPOSITS (WS-ACCOUNT-SUB).
           MOVE WS-VARIANCE TO WS-PRL-VARIANCE.
           MOVE WS-PRIOR-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

       419-EXIT.
           EXIT.

      *    ONLY THE SOURCES THAT SETTLE THROUGH THIS ACCOUNT PRINT.
       420-PRINT-ONE-SOURCE-ROW.
           IF CST-ACCOUNT-SUB (WS-SOURCE-SUB) NOT = WS-ACCOUNT-SUB
               GO TO 420-EXIT
           END-IF.

           MOVE CST-TITLE (WS-SOURCE-SUB) TO WS-GRL-TITLE.
           PERFORM 422-EDIT-ONE-CELL THRU 422-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7.
           MOVE WS-GRID-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

       420-EXIT.
           EXIT.

       422-EDIT-ONE-CELL.
           MOVE BAT-AMOUNT (WS-ACCOUNT-SUB, WS-SOURCE-SUB, WS-DAY-SUB)
               TO WS-ROW-TOTAL.
           MOVE WS-ROW-TOTAL TO WS-GRL-AMOUNT (WS-DAY-SUB).
           IF SOURCE-IS-INFLOW (WS-SOURCE-SUB)
               ADD WS-ROW-TOTAL TO WS-COL-INFLOW (WS-DAY-SUB)
           ELSE
               ADD WS-ROW-TOTAL TO WS-COL-OUTFLOW (WS-DAY-SUB)
           END-IF.

       422-EXIT.
           EXIT.

       425-EDIT-INFLOW-COLUMN.
           MOVE WS-COL-INFLOW (WS-DAY-SUB)
               TO WS-GRL-AMOUNT (WS-DAY-SUB).

       425-EXIT.
           EXIT.

       426-EDIT-OUTFLOW-COLUMN.
           MOVE WS-COL-OUTFLOW (WS-DAY-SUB)
               TO WS-GRL-AMOUNT (WS-DAY-SUB).

       426-EXIT.
           EXIT.

       427-EDIT-NET-COLUMN.
           COMPUTE WS-VARIANCE =
               WS-COL-INFLOW (WS-DAY-SUB) - WS-COL-OUTFLOW (WS-DAY-SUB).
           MOVE WS-VARIANCE TO WS-GRL-AMOUNT (WS-DAY-SUB).

       427-EXIT.
           EXIT.

       450-PRINT-ONE-SOURCE.
           MOVE CST-FILE-CLASS (WS-SOURCE-SUB) TO WS-SRL-FILE-CLASS.
           MOVE CST-TITLE (WS-SOURCE-SUB) TO WS-SRL-TITLE.
           MOVE CST-BANK-ACCOUNT (WS-SOURCE-SUB) TO WS-SRL-ACCOUNT.
           MOVE CST-FLOAT-DAYS (WS-SOURCE-SUB) TO WS-SRL-FLOAT.
           MOVE CST-RECORD-COUNT (WS-SOURCE-SUB) TO WS-SRL-RECORDS.
           MOVE CST-ITEM-COUNT (WS-SOURCE-SUB) TO WS-SRL-ITEMS.
           MOVE CST-ITEM-TOTAL (WS-SOURCE-SUB) TO WS-SRL-TOTAL.
           IF SOURCE-WAS-PRESENT (WS-SOURCE-SUB)
               MOVE SPACES TO WS-SRL-NOTE
           ELSE
               MOVE 'NOT ON FILE' TO WS-SRL-NOTE
           END-IF.
           MOVE WS-SOURCE-LINE TO CASH-POSITION-RECORD.
           WRITE CASH-POSITION-RECORD.

       450-EXIT.
           EXIT.

      *    THE PROJECTION GOES BACK WITH THE LATEST EARLIER RUN'S
      *    ROWS AHEAD OF TODAY'S - ONE ROW PER ACCOUNT PER HORIZON
      *    DAY, CARRYING THE PAYROLL CHECKS AND DEPOSITS THE NEXT
      *    RUN WILL HOLD UP AGAINST THE BANK.
       500-SAVE-PROJECTION.
           OPEN OUTPUT CASH-PROJECTION-FILE.

           IF NOT WS-PROJECTION-OK
               DISPLAY "CANNOT REWRITE CASHPROJ, STATUS "
                       WS-PROJECTION-STATUS UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
               GO TO 509-EXIT
           END-IF.

           PERFORM 505-WRITE-ONE-KEPT THRU 505-EXIT
               VARYING WS-KEPT-SUB FROM 1 BY 1
               UNTIL WS-KEPT-SUB > WS-KEPT-COUNT.

           PERFORM 510-WRITE-ONE-ACCOUNT THRU 510-EXIT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.

           CLOSE CASH-PROJECTION-FILE.

       509-EXIT.
           EXIT.

       505-WRITE-ONE-KEPT.
           MOVE KEPT-PROJECTION (WS-KEPT-SUB)
               TO CASH-PROJECTION-RECORD.
           WRITE CASH-PROJECTION-RECORD.

       505-EXIT.
           EXIT.

       510-WRITE-ONE-ACCOUNT.
           PERFORM 515-WRITE-ONE-DAY THRU 515-EXIT
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 6.

       510-EXIT.
           EXIT.

       515-WRITE-ONE-DAY.
           MOVE SPACES TO CASH-PROJECTION-RECORD.
           MOVE BAT-BANK-ACCOUNT (WS-ACCOUNT-SUB) TO CPJ-BANK-ACCOUNT.
           MOVE WS-HORIZON-DATE (WS-DAY-SUB) TO CPJ-SETTLE-DATE.
           MOVE ZERO TO CPJ-INFLOW.
           MOVE ZERO TO CPJ-OUTFLOW.
           PERFORM 517-ADD-ONE-SOURCE THRU 517-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > 9.
           MOVE BAT-AMOUNT (WS-ACCOUNT-SUB, 1, WS-DAY-SUB)
               TO CPJ-CHECKS-CLEARING.
           MOVE BAT-AMOUNT (WS-ACCOUNT-SUB, 8, WS-DAY-SUB)
               TO CPJ-DEPOSITS.
           MOVE WS-BUSINESS-DATE TO CPJ-RUN-DATE.
           WRITE CASH-PROJECTION-RECORD.

       515-EXIT.
           EXIT.

       517-ADD-ONE-SOURCE.
           IF SOURCE-IS-INFLOW (WS-SOURCE-SUB)
               ADD BAT-AMOUNT (WS-ACCOUNT-SUB, WS-SOURCE-SUB,
                   WS-DAY-SUB) TO CPJ-INFLOW
           ELSE
               ADD BAT-AMOUNT (WS-ACCOUNT-SUB, WS-SOURCE-SUB,
                   WS-DAY-SUB) TO CPJ-OUTFLOW
           END-IF.

       517-EXIT.
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
      *    EACH RUN - RECORDS READ ACROSS THE BANK FILES, ITEMS
      *    PROJECTED, AND TODAY'S NET POSITION OVER ALL ACCOUNTS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'CASHPOS1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ITEM-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-TODAY-NET-TOTAL TO ATR-CONTROL-TOTAL.

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
