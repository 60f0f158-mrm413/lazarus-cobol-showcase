       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * QUARTER-END FORM 941 WORKSHEET AND STATE UNEMPLOYMENT WAGE    *
      * REPORTS.                                                      *
      *                                                               *
      * EVERY QUARTER END PAYROLL USED TO ADD UP THE QUARTER'S        *
      * REGISTERS BY HAND FOR THE 941 AND KEY EACH STATE'S WAGE       *
      * REPORT INTO THE STATE'S OWN WEB SCREEN.  THIS RUN DOES BOTH   *
      * FOR ONE COMPANY CODE AT A TIME (PAY-COMPANY IN THE            *
      * ENVIRONMENT, BLANK FOR THE LEGACY SINGLE-COMPANY FEED) AND    *
      * ONE QUARTER (TAX-QUARTER AS YYYYQ, DEFAULTING TO THE QUARTER  *
      * JUST ENDED).  THE JOB CONCATENATES THE QUARTER'S PAYPOSTD     *
      * GENERATIONS, PLUS ANY POSTED SINCE THE QUARTER CLOSED SO THE  *
      * YEAR-TO-DATE ON YTDEMPL CAN BE WOUND BACK TO THE QUARTER'S    *
      * START; CHECKS OUTSIDE THE QUARTER ARE OTHERWISE PASSED OVER.   *
      *                                                               *
      * F941WKS CARRIES THREE PAGES:                                  *
      *   - THE 941 WORKSHEET - EMPLOYEES PAID, WAGES, FEDERAL        *
      *     WITHHOLDING, SOCIAL SECURITY AND MEDICARE WAGES AND TAX   *
      *     (EMPLOYEE AND EMPLOYER SHARES TOGETHER, AT THE EMPTXPRM   *
      *     RATES), THE FRACTIONS-OF-CENTS ADJUSTMENT, AND THE        *
      *     LIABILITY BY MONTH OF PAY DATE;                           *
      *   - THE STATE UNEMPLOYMENT WAGE LISTING, ONE SECTION PER      *
      *     EMR-WORK-STATE, EACH EMPLOYEE'S QUARTER GROSS AND THE     *
      *     PART UNDER THE SUTARATE WAGE BASE;                        *
      *   - THE DEPOSIT RECONCILIATION, TYING THE QUARTER'S           *
      *     WITHHOLDING TO THE PAYMENTS DEDUCTION_REMITTANCE.CBL      *
      *     LOGGED ON REMITHST UNDER THE COMPANY'S FEDERAL DEPOSIT    *
      *     DEDUCTION TYPE.                                           *
      * SUIWAGE IS THE SAME STATE DETAIL IN THE FIXED 275-BYTE        *
      * EMPLOYER/EMPLOYEE/TOTAL/FINAL RECORD SHAPE THE STATES TAKE ON *
      * MAGNETIC MEDIA.  SOCIAL SECURITY NUMBERS AND LEGAL NAMES COME *
      * FROM THE EMPTAXID CROSS-REFERENCE, SINCE EMPMSTR CARRIES      *
      * NEITHER.  A GAP ON THE RECONCILIATION, A FRACTIONS-OF-CENTS   *
      * ADJUSTMENT LARGER THAN A CENT A CHECK, OR ANY EMPLOYEE        *
      * EXCEPTION ENDS THE RUN WITH RETURN CODE 4.                    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FILING-PARM-FILE
               ASSIGN TO EXTERNAL F941PRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FILEPARM-STATUS.

           SELECT TAX-ID-FILE
               ASSIGN TO EXTERNAL EMPTAXID
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TAXID-STATUS.

           SELECT TAX-PARAM-FILE
               ASSIGN TO EXTERNAL EMPTXPRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TAXPARM-STATUS.

           SELECT SUTA-RATE-FILE
               ASSIGN TO EXTERNAL SUTARATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUTARATE-STATUS.

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

           SELECT EMPLOYEE-YTD-FILE
               ASSIGN TO EXTERNAL YTDEMPL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPYTD-STATUS.

      *    EVERY PAYMENT THE DEDUCTION REMITTANCE RUN HAS MADE, CHECK
      *    OR ACH, APPENDED RUN AFTER RUN.
           SELECT DEPOSIT-HISTORY-FILE
               ASSIGN TO EXTERNAL REMITHST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT WORKSHEET-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING F941WKS
                         FILE STATUS IS WS-WORKSHEET-STATUS.

           SELECT SUI-WAGE-FILE
               ASSIGN TO EXTERNAL SUIWAGE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUIWAGE-STATUS.

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

      *    ONE RECORD PER COMPANY CODE, MAINTAINED BY THE CONTROLLER:
      *    WHO THE COMPANY IS TO THE IRS AND THE STATES, AND WHICH
      *    DEDPAYEE DEDUCTION TYPE CARRIES ITS FEDERAL TAX DEPOSITS.
       FD  FILING-PARM-FILE.

       01  FILING-PARM-RECORD.
           03  FPR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(01).
           03  FPR-EIN                 PIC X(09).
           03  FILLER                  PIC X(01).
           03  FPR-DEPOSIT-TYPE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  FPR-EMPLOYER-NAME       PIC X(40).
           03  FPR-EMPLOYER-ADDRESS    PIC X(40).
           03  FPR-EMPLOYER-CITY       PIC X(25).
           03  FPR-EMPLOYER-STATE      PIC X(02).
           03  FPR-EMPLOYER-ZIP        PIC X(09).
           03  FILLER                  PIC X(19).

      *    ONE RECORD PER EMPLOYEE - THE SOCIAL SECURITY NUMBER AND
      *    THE LEGAL NAME AS THE GOVERNMENT FILINGS MUST SHOW THEM.
      *    THE MAILING ADDRESS BEHIND THEM IS FOR THE W-2 RUN.
       FD  TAX-ID-FILE.

       01  TAX-ID-RECORD.
           03  ETI-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ETI-SSN                 PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ETI-LAST-NAME           PIC X(20).
           03  ETI-FIRST-NAME          PIC X(15).
           03  ETI-MIDDLE-INITIAL      PIC X(01).
           03  FILLER                  PIC X(79).

       FD  TAX-PARAM-FILE.

      *    THE SAME ONE-RECORD RATE FILE THE EMPLOYER TAX RUN READS.
      *    THE EMPLOYEE IS WITHHELD AT THE EMPLOYER'S RATE, SO THE
      *    941 TAX IS TWICE IT.  THE FUTA FIELDS ARE NOT USED HERE.
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

      *    ONE ROW PER STATE AND COMPANY, AS THE EMPLOYER TAX RUN
      *    READS IT.  THE STATE'S ACCOUNT NUMBER FOR THE EMPLOYER
      *    RIDES IN WHAT THAT RUN TREATS AS FILLER.
       01  SUTA-RATE-RECORD.
           03  SUR-STATE-CODE          PIC X(02).
           03  FILLER                  PIC X(01).
           03  SUR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(01).
           03  SUR-RATE                PIC V9(05).
           03  FILLER                  PIC X(01).
           03  SUR-WAGE-BASE           PIC 9(07).
           03  FILLER                  PIC X(01).
           03  SUR-EMPLOYER-ACCOUNT    PIC X(15).
           03  FILLER                  PIC X(45).

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

       FD  DEPOSIT-HISTORY-FILE.

       01  DEPOSIT-HISTORY-RECORD.
           03  RMH-DEPOSIT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RMH-DED-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  RMH-PAY-METHOD          PIC X(01).
           03  FILLER                  PIC X(01).
           03  RMH-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  RMH-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  RMH-PAYEE-NAME          PIC X(20).
           03  FILLER                  PIC X(30).

       FD  WORKSHEET-PRINT-FILE.

       01  WORKSHEET-PRINT-RECORD      PIC X(132).

       FD  SUI-WAGE-FILE.

       01  SUI-WAGE-RECORD             PIC X(275).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'QTR941SU'.

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
       77  WS-FILEPARM-STATUS          PIC XX.
           88  WS-FILEPARM-OK                      VALUE "00".
       77  WS-TAXID-STATUS             PIC XX.
           88  WS-TAXID-OK                         VALUE "00".
       77  WS-TAXPARM-STATUS           PIC XX.
           88  WS-TAXPARM-OK                       VALUE "00".
       77  WS-SUTARATE-STATUS          PIC XX.
           88  WS-SUTARATE-OK                      VALUE "00".
       77  WS-POSTED-STATUS            PIC XX.
           88  WS-POSTED-OK                        VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-EMPYTD-STATUS            PIC XX.
           88  WS-EMPYTD-OK                        VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-WORKSHEET-STATUS         PIC XX.
           88  WS-WORKSHEET-OK                     VALUE "00".
       77  WS-SUIWAGE-STATUS           PIC XX.
           88  WS-SUIWAGE-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  FILEPARM-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  FILEPARM-EOF                        VALUE 'Y'.
       77  TAXID-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  TAXID-EOF                           VALUE 'Y'.
       77  SUTARATE-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SUTARATE-EOF                        VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-CHECK-COUNT              PIC 9(06)   VALUE 0.
       77  WS-REPORTED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(04).
           03  WS-RUN-MONTH            PIC 9(02).
           03  WS-RUN-DAY              PIC 9(02).

      *    THE RUN'S COMPANY AND QUARTER, AND THE DATE WINDOWS THE
      *    QUARTER DEFINES - ITS OWN THREE MONTHS, AND THE FIFTEEN
      *    DAYS AFTER IT IN WHICH THE LAST PAY'S DEPOSIT IS STILL
      *    ON TIME.
       77  WS-RUN-COMPANY              PIC X(02)   VALUE SPACES.
       01  WS-QUARTER-KEYED            PIC X(05)   VALUE SPACES.
       01  WS-QUARTER-KEYED-X REDEFINES WS-QUARTER-KEYED.
           03  WS-QKY-YEAR             PIC 9(04).
           03  WS-QKY-QUARTER          PIC 9(01).
       77  WS-QTR-YEAR                 PIC 9(04)   VALUE 0.
       77  WS-QTR-NUMBER               PIC 9(01)   VALUE 0.
       77  WS-QTR-FIRST-MONTH          PIC 9(02)   VALUE 0.
       77  WS-QTR-START-DATE           PIC 9(08)   VALUE 0.
       77  WS-QTR-END-DATE             PIC 9(08)   VALUE 0.
       77  WS-QTR-YEAR-END             PIC 9(08)   VALUE 0.
       77  WS-GRACE-START-DATE         PIC 9(08)   VALUE 0.
       77  WS-GRACE-END-DATE           PIC 9(08)   VALUE 0.
       77  WS-CARRY-IN-END-DATE        PIC 9(08)   VALUE 0.
       01  WS-REPORT-PERIOD.
           03  WS-RPP-MONTH            PIC 9(02).
           03  WS-RPP-YEAR             PIC 9(04).
       01  WS-WORK-DATE                PIC 9(08)   VALUE 0.
       01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
           03  WS-WORK-YEAR            PIC 9(04).
           03  WS-WORK-MONTH           PIC 9(02).
           03  WS-WORK-DAY             PIC 9(02).
       77  WS-MONTH-SUB                PIC 9(01)   VALUE 0.

      *    THE RUN COMPANY'S FILING PARTICULARS, FROM F941PRM.
       77  WS-PARM-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  FILING-PARM-FOUND                   VALUE 'Y'.
       01  WS-FILER.
           03  WS-FLR-EIN              PIC X(09).
           03  WS-FLR-DEPOSIT-TYPE     PIC X(01).
           03  WS-FLR-NAME             PIC X(40).
           03  WS-FLR-ADDRESS          PIC X(40).
           03  WS-FLR-CITY             PIC X(25).
           03  WS-FLR-STATE            PIC X(02).
           03  WS-FLR-ZIP              PIC X(09).

      *    THE RATES AND BASE, FROM EMPTXPRM.
       77  WS-SS-RATE                  PIC V9999   VALUE 0.
       77  WS-SS-WAGE-BASE             PIC 9(07)   VALUE 0.
       77  WS-MEDICARE-RATE            PIC V9999   VALUE 0.

       01  SUTA-RATE-TABLE.
           02  SUTA-RATE-ENTRY         OCCURS 200 TIMES
                                       INDEXED BY SUTA-IX.
               03  SRT-STATE-CODE      PIC X(02).
               03  SRT-COMPANY-CODE    PIC X(02).
               03  SRT-WAGE-BASE       PIC 9(07).
               03  SRT-EMPLOYER-ACCOUNT
                                       PIC X(15).
       77  WS-SUTA-COUNT               PIC 9(03)   VALUE 0.
       77  WS-SUTA-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  SUTA-RATE-FOUND                     VALUE 'Y'.
       77  WS-SUTA-WAGE-BASE           PIC 9(07)   VALUE 0.
       77  WS-SUTA-ACCOUNT             PIC X(15)   VALUE SPACES.
       77  WS-WORK-STATE               PIC X(02)   VALUE SPACES.
       77  WS-RATE-COMPANY             PIC X(02)   VALUE SPACES.

      *    EMPTAXID, BY EMPLOYEE NUMBER.
       01  TAX-ID-TABLE.
           02  TAX-ID-ENTRY            OCCURS 9999 TIMES.
               03  TIT-SSN             PIC 9(09).
               03  TIT-LAST-NAME       PIC X(20).
               03  TIT-FIRST-NAME      PIC X(15).
               03  TIT-MIDDLE-INITIAL  PIC X(01).
               03  TIT-ON-FILE-SWITCH  PIC X(01).
                   88  TIT-ON-FILE                 VALUE 'Y'.

      *    ONE SLOT PER EMPLOYEE NUMBER.  THE FIRST PASS TOTALS THE
      *    QUARTER'S GROSS AND ANY PAID SINCE; THE SETTLING STEP
      *    WINDS YTDEMPL BACK BY BOTH FOR THE WAGES PAID BEFORE THE
      *    QUARTER, PUTS THE EMPLOYEE IN A WORK STATE AND WORKS OUT
      *    THE STATE TAXABLE WAGES; THE SECOND PASS THEN CLIMBS THE
      *    WAGES-COUNTED FIGURE CHECK BY CHECK AGAINST THE SOCIAL
      *    SECURITY BASE.
       01  EMPLOYEE-QTR-TABLE.
           02  EMPLOYEE-QTR-ENTRY      OCCURS 9999 TIMES.
               03  QEM-SEEN-SWITCH     PIC X(01).
                   88  QEM-SEEN                    VALUE 'Y'.
               03  QEM-EMPLOYEE-NAME   PIC X(20).
               03  QEM-QTR-GROSS       PIC 9(07)V99.
               03  QEM-LATER-GROSS     PIC 9(07)V99.
               03  QEM-WAGES-COUNTED   PIC 9(08)V99.
               03  QEM-SUI-WAGES       PIC 9(07)V99.
               03  QEM-WORK-STATE      PIC X(02).
       77  WS-EMP-SUB                  PIC 9(05)   VALUE 0.
       77  WS-EMPLOYEE-NO              PIC 9(04)   VALUE 0.

      *    ONE CHECK'S ARITHMETIC.
       77  WS-CAP-BASE                 PIC 9(07)   VALUE 0.
       77  WS-CAP-TAXABLE              PIC 9(08)V99 VALUE 0.
       77  WS-CAP-GROSS                PIC 9(08)V99 VALUE 0.
       77  WS-PRIOR-WAGES              PIC 9(08)V99 VALUE 0.
       77  WS-CHECK-SS-WAGES           PIC 9(08)V99 VALUE 0.
       77  WS-CHECK-ER-SS              PIC 9(07)V99 VALUE 0.
       77  WS-CHECK-ER-MEDICARE        PIC 9(07)V99 VALUE 0.

      *    THE WORKSHEET FIGURES.  LINE 7 IS SIGNED - THE MONTHLY
      *    LIABILITIES ARE BUILT CHECK BY CHECK FROM WHAT WAS ACTUALLY
      *    WITHHELD, LINE 6 FROM THE QUARTER'S TOTAL WAGES, AND THE
      *    ROUNDING BETWEEN THEM CAN GO EITHER WAY.
       77  WS-EMPLOYEE-COUNT           PIC 9(06)   VALUE 0.
       77  WS-TOTAL-GROSS              PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-FED-WH             PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-EMP-FICA           PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-SS-WAGES           PIC 9(09)V99 VALUE 0.
       77  WS-SS-TAX                   PIC 9(09)V99 VALUE 0.
       77  WS-MEDICARE-TAX             PIC 9(09)V99 VALUE 0.
       77  WS-LINE-5E                  PIC 9(09)V99 VALUE 0.
       77  WS-LINE-6                   PIC 9(09)V99 VALUE 0.
       77  WS-LINE-7                   PIC S9(09)V99 VALUE 0.
       77  WS-LINE-7-LIMIT             PIC 9(07)V99 VALUE 0.
       77  WS-LINE-7-CHECK             PIC 9(09)V99 VALUE 0.
       77  WS-LINE-10                  PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-ER-FICA            PIC 9(09)V99 VALUE 0.

      *    BY MONTH OF THE QUARTER - THE LIABILITY FROM THE CHECKS
      *    DATED IN IT, THE WITHHOLDING PART OF THAT LIABILITY, AND
      *    THE DEPOSITS MADE IN IT.
       01  MONTH-TABLE.
           02  MONTH-ENTRY             OCCURS 3 TIMES.
               03  MTH-FED-WH          PIC 9(09)V99.
               03  MTH-EMP-FICA        PIC 9(09)V99.
               03  MTH-ER-FICA         PIC 9(09)V99.
               03  MTH-LIABILITY       PIC 9(09)V99.
               03  MTH-WITHHELD        PIC 9(09)V99.
               03  MTH-DEPOSITS        PIC 9(09)V99.
       77  WS-WITHHELD-TOTAL           PIC 9(09)V99 VALUE 0.
       77  WS-DEPOSIT-TOTAL            PIC 9(09)V99 VALUE 0.
       77  WS-DEPOSIT-GAP              PIC S9(09)V99 VALUE 0.
       77  WS-DEPOSIT-COUNT            PIC 9(04)   VALUE 0.

      *    ONE SLOT PER WORK STATE REPORTED.
       77  WS-STATE-COUNT              PIC 9(02)   VALUE 0.
       77  WS-STATE-SUB                PIC 9(02)   VALUE 0.
       77  WS-STATE-FOUND              PIC 9(02)   VALUE 0.
       01  STATE-TABLE.
           02  STATE-ENTRY             OCCURS 60 TIMES.
               03  SST-STATE-CODE      PIC X(02).
               03  SST-EMPLOYER-ACCOUNT
                                       PIC X(15).
               03  SST-EMPLOYEE-COUNT  PIC 9(07).
               03  SST-GROSS           PIC 9(09)V99.
               03  SST-TAXABLE         PIC 9(09)V99.
       77  WS-SUI-EMPLOYEE-COUNT       PIC 9(07)   VALUE 0.
       77  WS-SUI-GROSS                PIC 9(09)V99 VALUE 0.
       77  WS-EXCESS-WAGES             PIC 9(09)V99 VALUE 0.

      *    EVERY EMPLOYEE THE RUN COULD NOT REPORT CLEANLY.
       77  WS-EXC-COUNT                PIC 9(03)   VALUE 0.
       77  WS-EXC-OVERFLOW             PIC 9(05)   VALUE 0.
       77  WS-EXC-SUB                  PIC 9(03)   VALUE 0.
       77  WS-EXC-EMPLOYEE-NO          PIC X(04)   VALUE SPACES.
       77  WS-EXC-EMPLOYEE-NAME        PIC X(20)   VALUE SPACES.
       77  WS-EXC-REASON               PIC X(45)   VALUE SPACES.
       01  EXCEPTION-TABLE.
           02  EXCEPTION-ENTRY         OCCURS 200 TIMES.
               03  EXT-EMPLOYEE-NO     PIC X(04).
               03  EXT-EMPLOYEE-NAME   PIC X(20).
               03  EXT-REASON          PIC X(45).

      *    THE SUIWAGE RECORDS, 275 BYTES EACH: AN 'E' EMPLOYER
      *    RECORD OPENING EACH STATE, AN 'S' PER EMPLOYEE, A 'T'
      *    TOTAL CLOSING THE STATE, AND ONE 'F' FINAL RECORD.
      *    AMOUNTS ARE UNSIGNED DOLLARS AND CENTS WITH NO POINT.
       01  WS-SUI-EMPLOYER-RECORD.
           03  FILLER                  PIC X(01) VALUE 'E'.
           03  WS-SUE-PAYMENT-YEAR     PIC 9(04).
           03  WS-SUE-EIN              PIC X(09).
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  WS-SUE-EMPLOYER-NAME    PIC X(50).
           03  WS-SUE-ADDRESS          PIC X(40).
           03  WS-SUE-CITY             PIC X(25).
           03  WS-SUE-STATE            PIC X(02).
           03  WS-SUE-ZIP              PIC X(09).
           03  FILLER                  PIC X(08) VALUE SPACES.
           03  WS-SUE-TAX-STATE        PIC X(02).
           03  WS-SUE-STATE-ACCOUNT    PIC X(15).
           03  WS-SUE-REPORT-PERIOD    PIC X(06).
           03  FILLER                  PIC X(95) VALUE SPACES.

       01  WS-SUI-EMPLOYEE-RECORD.
           03  FILLER                  PIC X(01) VALUE 'S'.
           03  WS-SUS-SSN              PIC 9(09).
           03  WS-SUS-LAST-NAME        PIC X(20).
           03  WS-SUS-FIRST-NAME       PIC X(12).
           03  WS-SUS-MIDDLE-INITIAL   PIC X(01).
           03  WS-SUS-TAX-STATE        PIC X(02).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-SUS-GROSS            PIC 9(12)V99.
           03  WS-SUS-TAXABLE          PIC 9(12)V99.
           03  FILLER                  PIC X(08) VALUE SPACES.
           03  WS-SUS-REPORT-PERIOD    PIC X(06).
           03  WS-SUS-STATE-ACCOUNT    PIC X(15).
           03  FILLER                  PIC X(169) VALUE SPACES.

       01  WS-SUI-TOTAL-RECORD.
           03  FILLER                  PIC X(01) VALUE 'T'.
           03  WS-SUT-EMPLOYEE-COUNT   PIC 9(07).
           03  WS-SUT-TAX-STATE        PIC X(02).
           03  WS-SUT-GROSS            PIC 9(12)V99.
           03  WS-SUT-TAXABLE          PIC 9(12)V99.
           03  WS-SUT-EXCESS           PIC 9(12)V99.
           03  WS-SUT-REPORT-PERIOD    PIC X(06).
           03  WS-SUT-STATE-ACCOUNT    PIC X(15).
           03  FILLER                  PIC X(202) VALUE SPACES.

       01  WS-SUI-FINAL-RECORD.
           03  FILLER                  PIC X(01) VALUE 'F'.
           03  WS-SUF-EMPLOYEE-COUNT   PIC 9(10).
           03  WS-SUF-EMPLOYER-COUNT   PIC 9(10).
           03  WS-SUF-GROSS            PIC 9(12)V99.
           03  FILLER                  PIC X(240) VALUE SPACES.

      *    THE PRINTED PAGES.
       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(08) VALUE 'COMPANY '.
           03  WS-PGH-COMPANY          PIC X(02).
           03  FILLER                  PIC X(10) VALUE '  QUARTER '.
           03  WS-PGH-QUARTER          PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PGH-YEAR             PIC 9(04).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-FILER-LINE.
           03  WS-FLN-NAME             PIC X(40).
           03  FILLER                  PIC X(05) VALUE 'EIN  '.
           03  WS-FLN-EIN              PIC X(10).

       01  WS-WORKSHEET-LINE.
           03  WS-WKL-LINE-NO          PIC X(05).
           03  WS-WKL-TEXT             PIC X(50).
           03  WS-WKL-WAGES            PIC Z,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-WKL-AMOUNT           PIC -,---,---,--9.99.

       01  WS-WORKSHEET-COUNT-LINE.
           03  WS-WKC-LINE-NO          PIC X(05).
           03  WS-WKC-TEXT             PIC X(50).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-WKC-COUNT            PIC ZZZ,ZZ9.

       01  WS-MONTH-LINE.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE 'MONTH '.
           03  WS-MNL-MONTH-NO         PIC 9(01).
           03  FILLER                  PIC X(02) VALUE ' ('.
           03  WS-MNL-MONTH            PIC 9(02).
           03  FILLER                  PIC X(01) VALUE '/'.
           03  WS-MNL-YEAR             PIC 9(04).
           03  FILLER                  PIC X(01) VALUE ')'.
           03  FILLER                  PIC X(52) VALUE SPACES.
           03  WS-MNL-AMOUNT           PIC -,---,---,--9.99.

       01  WS-NOTICE-LINE.
           03  FILLER                  PIC X(05) VALUE '*** '.
           03  WS-NTC-TEXT             PIC X(80).

       01  WS-STATE-HEADING.
           03  FILLER                  PIC X(06) VALUE 'STATE '.
           03  WS-STH-STATE            PIC X(02).
           03  FILLER                  PIC X(21) VALUE
                   '   EMPLOYER ACCOUNT  '.
           03  WS-STH-ACCOUNT          PIC X(15).
           03  FILLER                  PIC X(20) VALUE
                   '   TAXABLE WAGE BASE'.
           03  WS-STH-WAGE-BASE        PIC Z,ZZZ,ZZ9.

       01  WS-STATE-COLUMNS.
           03  FILLER                  PIC X(05) VALUE 'EMP  '.
           03  FILLER                  PIC X(12) VALUE 'SSN         '.
           03  FILLER                  PIC X(36) VALUE 'NAME'.
           03  FILLER                  PIC X(15) VALUE
                   '  QUARTER GROSS'.
           03  FILLER                  PIC X(15) VALUE
                   '  TAXABLE WAGES'.
           03  FILLER                  PIC X(15) VALUE
                   '   EXCESS WAGES'.

       01  WS-STATE-DETAIL.
           03  WS-STD-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-STD-SSN              PIC X(11).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-STD-NAME             PIC X(36).
           03  WS-STD-GROSS            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STD-TAXABLE          PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STD-EXCESS           PIC ZZ,ZZZ,ZZ9.99.

       01  WS-STATE-TOTAL-LINE.
           03  FILLER                  PIC X(17) VALUE
                   'STATE TOTAL      '.
           03  WS-STT-COUNT            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(27) VALUE ' EMPLOYEES'.
           03  WS-STT-GROSS            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STT-TAXABLE          PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STT-EXCESS           PIC ZZ,ZZZ,ZZ9.99.

       01  WS-DEPOSIT-HEADING.
           03  FILLER                  PIC X(44) VALUE
                   'DEPOSITS LOGGED ON REMITHST, DEDUCTION TYPE '.
           03  WS-DPH-DED-TYPE         PIC X(01).

       01  WS-DEPOSIT-DETAIL.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-DPD-DATE             PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DPD-METHOD           PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DPD-CHECK-NUMBER     PIC Z(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DPD-PAYEE            PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DPD-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(09) VALUE '  MONTH '.
           03  WS-DPD-MONTH-NO         PIC 9(01).

       01  WS-RECON-COLUMNS.
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  FILLER                  PIC X(17) VALUE
                   '         WITHHELD'.
           03  FILLER                  PIC X(17) VALUE
                   '        DEPOSITED'.
           03  FILLER                  PIC X(17) VALUE
                   '       DIFFERENCE'.

       01  WS-RECON-LINE.
           03  WS-RCL-LABEL            PIC X(20).
           03  WS-RCL-WITHHELD         PIC ---,---,---,--9.99.
           03  WS-RCL-DEPOSITED        PIC ---,---,---,--9.99.
           03  WS-RCL-DIFFERENCE       PIC ---,---,---,--9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RCL-VERDICT          PIC X(14).

       01  WS-EXCEPTION-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'EXCEPTIONS'.

       01  WS-EXCEPTION-DETAIL.
           03  WS-EXD-EMPLOYEE-NO      PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EXD-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EXD-REASON           PIC X(45).

       01  WS-EXCEPTION-OVERFLOW-LINE.
           03  FILLER                  PIC X(26) VALUE
                   'MORE EXCEPTIONS NOT SHOWN:'.
           03  WS-EXO-COUNT            PIC ZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM 010-SET-QUARTER THRU 010-EXIT.
           PERFORM 015-LOAD-FILING-PARM THRU 015-EXIT.
           PERFORM 020-LOAD-TAX-PARAMS THRU 020-EXIT.
           PERFORM 025-LOAD-SUTA-RATES THRU 025-EXIT.
           PERFORM 030-LOAD-TAX-IDS THRU 030-EXIT.

           INITIALIZE EMPLOYEE-QTR-TABLE.
           PERFORM 040-GATHER-QUARTER-PAY THRU 040-EXIT.

           PERFORM 050-SETTLE-EMPLOYEES THRU 050-EXIT.

           MOVE ZEROS TO MONTH-TABLE.
           PERFORM 060-MONTHLY-LIABILITY THRU 060-EXIT.

           PERFORM 070-COMPUTE-941-LINES THRU 070-EXIT.

           OPEN OUTPUT WORKSHEET-PRINT-FILE,
                OUTPUT SUI-WAGE-FILE.

           IF NOT WS-WORKSHEET-OK
               MOVE "WORKSHEET-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-WORKSHEET-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-SUIWAGE-OK
               MOVE "SUI-WAGE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SUIWAGE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 075-PRINT-WORKSHEET THRU 075-EXIT.
           PERFORM 080-WRITE-SUI-REPORTS THRU 080-EXIT.
           PERFORM 090-RECONCILE-DEPOSITS THRU 090-EXIT.

       000-TERMINATE.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE WORKSHEET-PRINT-FILE,
                 SUI-WAGE-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE QUARTER DEFAULTS TO THE ONE JUST ENDED - A JANUARY RUN
      *    FILES THE FOURTH QUARTER OF LAST YEAR.
       010-SET-QUARTER.
           ACCEPT WS-RUN-COMPANY FROM ENVIRONMENT 'PAY-COMPANY'.

           COMPUTE WS-QTR-NUMBER = (WS-RUN-MONTH - 1) / 3.
           MOVE WS-RUN-YEAR TO WS-QTR-YEAR.
           IF WS-QTR-NUMBER = ZERO
               MOVE 4 TO WS-QTR-NUMBER
               SUBTRACT 1 FROM WS-QTR-YEAR
           END-IF.

           ACCEPT WS-QUARTER-KEYED FROM ENVIRONMENT 'TAX-QUARTER'.
           IF WS-QUARTER-KEYED NOT = SPACES
               IF WS-QUARTER-KEYED IS NUMERIC
                  AND WS-QKY-QUARTER >= 1
                  AND WS-QKY-QUARTER <= 4
                   MOVE WS-QKY-YEAR TO WS-QTR-YEAR
                   MOVE WS-QKY-QUARTER TO WS-QTR-NUMBER
               ELSE
                   DISPLAY "TAX-QUARTER " WS-QUARTER-KEYED
                           " IS NOT YYYYQ - RUN ABORTED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           COMPUTE WS-QTR-FIRST-MONTH = (WS-QTR-NUMBER - 1) * 3 + 1.
           COMPUTE WS-QTR-START-DATE =
               WS-QTR-YEAR * 10000 + WS-QTR-FIRST-MONTH * 100 + 1.
           COMPUTE WS-QTR-END-DATE =
               WS-QTR-YEAR * 10000
               + (WS-QTR-FIRST-MONTH + 2) * 100 + 31.
           COMPUTE WS-QTR-YEAR-END = WS-QTR-YEAR * 10000 + 1231.

           IF WS-QTR-NUMBER = 4
               COMPUTE WS-GRACE-START-DATE =
                   (WS-QTR-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-GRACE-START-DATE =
                   WS-QTR-YEAR * 10000
                   + (WS-QTR-FIRST-MONTH + 3) * 100 + 1
           END-IF.
           COMPUTE WS-GRACE-END-DATE = WS-GRACE-START-DATE + 14.
           COMPUTE WS-CARRY-IN-END-DATE = WS-QTR-START-DATE + 14.

           COMPUTE WS-RPP-MONTH = WS-QTR-FIRST-MONTH + 2.
           MOVE WS-QTR-YEAR TO WS-RPP-YEAR.

       010-EXIT.
           EXIT.

      *    THE RUN COMPANY MUST HAVE A ROW - WITHOUT AN EIN AND A
      *    DEPOSIT TYPE THERE IS NOTHING TO FILE OR TIE TO.
       015-LOAD-FILING-PARM.
           OPEN INPUT FILING-PARM-FILE.

           IF NOT WS-FILEPARM-OK
               MOVE "FILING-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FILEPARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FILING-PARM-FILE
               AT END
                   MOVE 'Y' TO FILEPARM-EOF-SWITCH
           END-READ.

           PERFORM 016-CHECK-ONE-PARM THRU 016-EXIT
               UNTIL FILEPARM-EOF
                  OR FILING-PARM-FOUND.

           CLOSE FILING-PARM-FILE.

           IF NOT FILING-PARM-FOUND
               DISPLAY "NO F941PRM ROW FOR COMPANY '" WS-RUN-COMPANY
                       "' - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           IF WS-FLR-EIN IS NOT NUMERIC
              OR WS-FLR-DEPOSIT-TYPE = SPACE
              OR WS-FLR-NAME = SPACES
               DISPLAY "F941PRM ROW FOR COMPANY '" WS-RUN-COMPANY
                       "' LACKS EIN, DEPOSIT TYPE OR NAME - RUN "
                       "ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       015-EXIT.
           EXIT.

       016-CHECK-ONE-PARM.
           IF FPR-COMPANY-CODE = WS-RUN-COMPANY
               MOVE 'Y' TO WS-PARM-FOUND-SWITCH
               MOVE FPR-EIN TO WS-FLR-EIN
               MOVE FPR-DEPOSIT-TYPE TO WS-FLR-DEPOSIT-TYPE
               MOVE FPR-EMPLOYER-NAME TO WS-FLR-NAME
               MOVE FPR-EMPLOYER-ADDRESS TO WS-FLR-ADDRESS
               MOVE FPR-EMPLOYER-CITY TO WS-FLR-CITY
               MOVE FPR-EMPLOYER-STATE TO WS-FLR-STATE
               MOVE FPR-EMPLOYER-ZIP TO WS-FLR-ZIP
               GO TO 016-EXIT
           END-IF.

           READ FILING-PARM-FILE
               AT END
                   MOVE 'Y' TO FILEPARM-EOF-SWITCH
           END-READ.

       016-EXIT.
           EXIT.

       020-LOAD-TAX-PARAMS.
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
                   DISPLAY "EMPTXPRM IS EMPTY - NO FICA RATES"
                           UPON SYSERR
                   CLOSE TAX-PARAM-FILE
                   STOP RUN RETURNING 1
           END-READ.

           IF ETP-SS-RATE NOT NUMERIC
              OR ETP-SS-WAGE-BASE NOT NUMERIC
              OR ETP-MEDICARE-RATE NOT NUMERIC
               DISPLAY "EMPTXPRM RATES OR BASES NOT NUMERIC"
                       UPON SYSERR
               CLOSE TAX-PARAM-FILE
               STOP RUN RETURNING 1
           END-IF.

           MOVE ETP-SS-RATE TO WS-SS-RATE.
           MOVE ETP-SS-WAGE-BASE TO WS-SS-WAGE-BASE.
           MOVE ETP-MEDICARE-RATE TO WS-MEDICARE-RATE.
           CLOSE TAX-PARAM-FILE.

       020-EXIT.
           EXIT.

       025-LOAD-SUTA-RATES.
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

           PERFORM 026-STORE-ONE-RATE THRU 026-EXIT
               UNTIL SUTARATE-EOF.

           CLOSE SUTA-RATE-FILE.

       025-EXIT.
           EXIT.

       026-STORE-ONE-RATE.
           IF WS-SUTA-COUNT < 200
              AND SUR-WAGE-BASE IS NUMERIC
               ADD 1 TO WS-SUTA-COUNT
               SET SUTA-IX TO WS-SUTA-COUNT
               MOVE SUR-STATE-CODE TO SRT-STATE-CODE (SUTA-IX)
               MOVE SUR-COMPANY-CODE TO SRT-COMPANY-CODE (SUTA-IX)
               MOVE SUR-WAGE-BASE TO SRT-WAGE-BASE (SUTA-IX)
               MOVE SUR-EMPLOYER-ACCOUNT
                   TO SRT-EMPLOYER-ACCOUNT (SUTA-IX)
           END-IF.

           READ SUTA-RATE-FILE
               AT END
                   MOVE 'Y' TO SUTARATE-EOF-SWITCH
           END-READ.

       026-EXIT.
           EXIT.

       030-LOAD-TAX-IDS.
           INITIALIZE TAX-ID-TABLE.
           OPEN INPUT TAX-ID-FILE.

           IF NOT WS-TAXID-OK
               MOVE "TAX-ID-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TAXID-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ TAX-ID-FILE
               AT END
                   MOVE 'Y' TO TAXID-EOF-SWITCH
           END-READ.

           PERFORM 031-STORE-ONE-TAX-ID THRU 031-EXIT
               UNTIL TAXID-EOF.

           CLOSE TAX-ID-FILE.

       030-EXIT.
           EXIT.

       031-STORE-ONE-TAX-ID.
           IF ETI-EMPLOYEE-NO IS NUMERIC
              AND ETI-EMPLOYEE-NO > ZERO
              AND ETI-SSN IS NUMERIC
               MOVE ETI-SSN TO TIT-SSN (ETI-EMPLOYEE-NO)
               MOVE ETI-LAST-NAME TO TIT-LAST-NAME (ETI-EMPLOYEE-NO)
               MOVE ETI-FIRST-NAME
                   TO TIT-FIRST-NAME (ETI-EMPLOYEE-NO)
               MOVE ETI-MIDDLE-INITIAL
                   TO TIT-MIDDLE-INITIAL (ETI-EMPLOYEE-NO)
               MOVE 'Y' TO TIT-ON-FILE-SWITCH (ETI-EMPLOYEE-NO)
           END-IF.

           READ TAX-ID-FILE
               AT END
                   MOVE 'Y' TO TAXID-EOF-SWITCH
           END-READ.

       031-EXIT.
           EXIT.

      *    FIRST PASS - THE RUN COMPANY'S CHECKS, THE QUARTER'S GROSS
      *    BY EMPLOYEE, AND ANY GROSS PAID LATER IN THE SAME YEAR.
       040-GATHER-QUARTER-PAY.
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

           PERFORM 045-GATHER-ONE-RECORD THRU 045-EXIT
               UNTIL END-OF-FILE.

           CLOSE POSTED-PAY-FILE.

       040-EXIT.
           EXIT.

       045-GATHER-ONE-RECORD.
           ADD 1 TO WS-INPUT-COUNT.

           IF PPR-COMPANY-CODE NOT = WS-RUN-COMPANY
               GO TO 045-READ-NEXT
           END-IF.

           IF PPR-PAY-DATE NOT NUMERIC
              OR PPR-EMPLOYEE-NO NOT NUMERIC
              OR PPR-EMPLOYEE-NO = ZERO
              OR PPR-GROSS-PAY NOT NUMERIC
              OR PPR-FICA-WH NOT NUMERIC
              OR PPR-FED-WH NOT NUMERIC
               MOVE PPR-EMPLOYEE-NO TO WS-EXC-EMPLOYEE-NO
               MOVE PPR-EMPLOYEE-NAME TO WS-EXC-EMPLOYEE-NAME
               MOVE 'UNUSABLE POSTED-PAY RECORD - NOT COUNTED'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 045-READ-NEXT
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-EMP-SUB.

           IF PPR-PAY-DATE > WS-QTR-END-DATE
              AND PPR-PAY-DATE NOT > WS-QTR-YEAR-END
               ADD PPR-GROSS-PAY TO QEM-LATER-GROSS (WS-EMP-SUB)
               GO TO 045-READ-NEXT
           END-IF.

           IF PPR-PAY-DATE < WS-QTR-START-DATE
              OR PPR-PAY-DATE > WS-QTR-END-DATE
               GO TO 045-READ-NEXT
           END-IF.

           ADD 1 TO WS-CHECK-COUNT.
           IF NOT QEM-SEEN (WS-EMP-SUB)
               MOVE 'Y' TO QEM-SEEN-SWITCH (WS-EMP-SUB)
               MOVE PPR-EMPLOYEE-NAME
                   TO QEM-EMPLOYEE-NAME (WS-EMP-SUB)
               ADD 1 TO WS-EMPLOYEE-COUNT
           END-IF.
           ADD PPR-GROSS-PAY TO QEM-QTR-GROSS (WS-EMP-SUB).

       045-READ-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    EVERY EMPLOYEE PAID IN THE QUARTER: WAGES BEFORE THE
      *    QUARTER, WORK STATE, AND STATE TAXABLE WAGES.
       050-SETTLE-EMPLOYEES.
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

           PERFORM 055-SETTLE-ONE-EMPLOYEE THRU 055-EXIT
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > 9999.

           CLOSE EMPLOYEE-YTD-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.

       050-EXIT.
           EXIT.

      *    WAGES BEFORE THE QUARTER = YTDEMPL LESS THE QUARTER LESS
      *    ANYTHING PAID SINCE.  A FIRST-QUARTER RUN NEEDS NO YTD AT
      *    ALL.  AN EMPLOYEE MISSING FROM YTDEMPL, OR WITH TOO LITTLE
      *    ON IT, IS TAKEN AS HAVING NO EARLIER WAGES AND FLAGGED.
       055-SETTLE-ONE-EMPLOYEE.
           IF NOT QEM-SEEN (WS-EMP-SUB)
               GO TO 055-EXIT
           END-IF.

           MOVE WS-EMP-SUB TO WS-EMPLOYEE-NO.
           MOVE WS-EMPLOYEE-NO TO WS-EXC-EMPLOYEE-NO.
           MOVE QEM-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-EXC-EMPLOYEE-NAME.

           MOVE ZERO TO WS-PRIOR-WAGES.
           IF WS-QTR-NUMBER > 1
               PERFORM 056-FIND-PRIOR-WAGES THRU 056-EXIT
           END-IF.
           MOVE WS-PRIOR-WAGES TO QEM-WAGES-COUNTED (WS-EMP-SUB).

           MOVE WS-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON EMPMSTR - LEFT OFF STATE REPORTS'
                       TO WS-EXC-REASON
                   PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
                   GO TO 055-EXIT
           END-READ.

           IF EMR-WORK-STATE = SPACES
               MOVE 'NO WORK STATE ON EMPMSTR - LEFT OFF STATE'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 055-EXIT
           END-IF.

           MOVE EMR-WORK-STATE TO WS-WORK-STATE.
           MOVE EMR-WORK-STATE TO QEM-WORK-STATE (WS-EMP-SUB).

           MOVE WS-RUN-COMPANY TO WS-RATE-COMPANY.
           PERFORM 057-SEARCH-SUTA-TABLE THRU 057-EXIT.
           IF NOT SUTA-RATE-FOUND
              AND WS-RATE-COMPANY NOT = SPACES
               MOVE SPACES TO WS-RATE-COMPANY
               PERFORM 057-SEARCH-SUTA-TABLE THRU 057-EXIT
           END-IF.

           IF SUTA-RATE-FOUND
               MOVE WS-SUTA-WAGE-BASE TO WS-CAP-BASE
               MOVE QEM-QTR-GROSS (WS-EMP-SUB) TO WS-CAP-GROSS
               PERFORM 068-CAP-TO-BASE THRU 068-EXIT
               MOVE WS-CAP-TAXABLE TO QEM-SUI-WAGES (WS-EMP-SUB)
           ELSE
               MOVE SPACES TO WS-SUTA-ACCOUNT
               MOVE SPACES TO WS-EXC-REASON
               STRING 'NO SUTARATE ROW FOR ' DELIMITED BY SIZE
                      WS-WORK-STATE DELIMITED BY SIZE
                      ' - TAXABLE NOT COMPUTED' DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

           IF NOT TIT-ON-FILE (WS-EMP-SUB)
               MOVE 'NO SSN ON EMPTAXID - STATE RECORD UNFILEABLE'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

           PERFORM 058-POST-TO-STATE THRU 058-EXIT.

       055-EXIT.
           EXIT.

       056-FIND-PRIOR-WAGES.
           MOVE WS-EMPLOYEE-NO TO YTE-EMPLOYEE-NO.
           READ EMPLOYEE-YTD-FILE
               INVALID KEY
                   MOVE 'NOT ON YTDEMPL - NO EARLIER WAGES TAKEN'
                       TO WS-EXC-REASON
                   PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
                   GO TO 056-EXIT
           END-READ.

           IF YTE-GROSS < QEM-QTR-GROSS (WS-EMP-SUB)
                          + QEM-LATER-GROSS (WS-EMP-SUB)
               MOVE 'YTDEMPL BELOW QUARTER PAY - NO EARLIER WAGES'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 056-EXIT
           END-IF.

           COMPUTE WS-PRIOR-WAGES = YTE-GROSS
               - QEM-QTR-GROSS (WS-EMP-SUB)
               - QEM-LATER-GROSS (WS-EMP-SUB).

       056-EXIT.
           EXIT.

      *    THE RUN COMPANY'S OWN ROW IN THE STATE, ELSE THE STATE'S
      *    BLANK-COMPANY ROW - THE SAME CHOICE THE EMPLOYER TAX RUN
      *    MAKES.
       057-SEARCH-SUTA-TABLE.
           MOVE 'N' TO WS-SUTA-FOUND-SWITCH.
           SET SUTA-IX TO 1.
           SEARCH SUTA-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN SUTA-IX > WS-SUTA-COUNT
                   CONTINUE
               WHEN SRT-STATE-CODE (SUTA-IX) = WS-WORK-STATE
                  AND SRT-COMPANY-CODE (SUTA-IX) = WS-RATE-COMPANY
                   MOVE 'Y' TO WS-SUTA-FOUND-SWITCH
                   MOVE SRT-WAGE-BASE (SUTA-IX) TO WS-SUTA-WAGE-BASE
                   MOVE SRT-EMPLOYER-ACCOUNT (SUTA-IX)
                       TO WS-SUTA-ACCOUNT
           END-SEARCH.

       057-EXIT.
           EXIT.

       058-POST-TO-STATE.
           MOVE ZERO TO WS-STATE-FOUND.
           PERFORM 059-MATCH-ONE-STATE THRU 059-EXIT
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT
                  OR WS-STATE-FOUND > ZERO.

           IF WS-STATE-FOUND = ZERO
               IF WS-STATE-COUNT < 60
                   ADD 1 TO WS-STATE-COUNT
                   MOVE WS-STATE-COUNT TO WS-STATE-FOUND
                   MOVE WS-WORK-STATE
                       TO SST-STATE-CODE (WS-STATE-FOUND)
                   MOVE WS-SUTA-ACCOUNT
                       TO SST-EMPLOYER-ACCOUNT (WS-STATE-FOUND)
                   MOVE ZERO TO SST-EMPLOYEE-COUNT (WS-STATE-FOUND)
                   MOVE ZERO TO SST-GROSS (WS-STATE-FOUND)
                   MOVE ZERO TO SST-TAXABLE (WS-STATE-FOUND)
               ELSE
                   MOVE 'MORE THAN 60 WORK STATES - LEFT OFF STATE'
                       TO WS-EXC-REASON
                   PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
                   MOVE SPACES TO QEM-WORK-STATE (WS-EMP-SUB)
                   GO TO 058-EXIT
               END-IF
           END-IF.

           ADD 1 TO SST-EMPLOYEE-COUNT (WS-STATE-FOUND).
           ADD QEM-QTR-GROSS (WS-EMP-SUB) TO SST-GROSS (WS-STATE-FOUND).
           ADD QEM-SUI-WAGES (WS-EMP-SUB)
               TO SST-TAXABLE (WS-STATE-FOUND).

       058-EXIT.
           EXIT.

       059-MATCH-ONE-STATE.
           IF SST-STATE-CODE (WS-STATE-SUB) = WS-WORK-STATE
               MOVE WS-STATE-SUB TO WS-STATE-FOUND
           END-IF.

       059-EXIT.
           EXIT.

      *    SECOND PASS - EACH OF THE QUARTER'S CHECKS INTO THE MONTH
      *    OF ITS PAY DATE: FEDERAL WITHHELD, EMPLOYEE FICA WITHHELD,
      *    AND THE EMPLOYER'S MATCHING SOCIAL SECURITY (TO THE BASE)
      *    AND MEDICARE.
       060-MONTHLY-LIABILITY.
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

           PERFORM 065-LIABILITY-ONE-CHECK THRU 065-EXIT
               UNTIL END-OF-FILE.

           CLOSE POSTED-PAY-FILE.

       060-EXIT.
           EXIT.

       065-LIABILITY-ONE-CHECK.
           IF PPR-COMPANY-CODE NOT = WS-RUN-COMPANY
              OR PPR-PAY-DATE NOT NUMERIC
              OR PPR-EMPLOYEE-NO NOT NUMERIC
              OR PPR-EMPLOYEE-NO = ZERO
              OR PPR-GROSS-PAY NOT NUMERIC
              OR PPR-FICA-WH NOT NUMERIC
              OR PPR-FED-WH NOT NUMERIC
               GO TO 065-READ-NEXT
           END-IF.

           IF PPR-PAY-DATE < WS-QTR-START-DATE
              OR PPR-PAY-DATE > WS-QTR-END-DATE
               GO TO 065-READ-NEXT
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-EMP-SUB.
           MOVE PPR-PAY-DATE TO WS-WORK-DATE.
           COMPUTE WS-MONTH-SUB =
               WS-WORK-MONTH - WS-QTR-FIRST-MONTH + 1.

           MOVE WS-SS-WAGE-BASE TO WS-CAP-BASE.
           MOVE PPR-GROSS-PAY TO WS-CAP-GROSS.
           PERFORM 068-CAP-TO-BASE THRU 068-EXIT.
           MOVE WS-CAP-TAXABLE TO WS-CHECK-SS-WAGES.
           ADD PPR-GROSS-PAY TO QEM-WAGES-COUNTED (WS-EMP-SUB).

           COMPUTE WS-CHECK-ER-SS ROUNDED =
               WS-CHECK-SS-WAGES * WS-SS-RATE.
           COMPUTE WS-CHECK-ER-MEDICARE ROUNDED =
               PPR-GROSS-PAY * WS-MEDICARE-RATE.

           ADD PPR-GROSS-PAY TO WS-TOTAL-GROSS.
           ADD PPR-FED-WH TO WS-TOTAL-FED-WH.
           ADD PPR-FICA-WH TO WS-TOTAL-EMP-FICA.
           ADD WS-CHECK-SS-WAGES TO WS-TOTAL-SS-WAGES.

           ADD PPR-FED-WH TO MTH-FED-WH (WS-MONTH-SUB).
           ADD PPR-FICA-WH TO MTH-EMP-FICA (WS-MONTH-SUB).
           ADD WS-CHECK-ER-SS TO MTH-ER-FICA (WS-MONTH-SUB).
           ADD WS-CHECK-ER-MEDICARE TO MTH-ER-FICA (WS-MONTH-SUB).

       065-READ-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       065-EXIT.
           EXIT.

      *    HOW MUCH OF A CHECK (OR A QUARTER'S GROSS) FALLS UNDER AN
      *    ANNUAL BASE, GIVEN WHAT THE EMPLOYEE HAD ALREADY BEEN PAID
      *    THIS YEAR.
       068-CAP-TO-BASE.
           IF QEM-WAGES-COUNTED (WS-EMP-SUB) >= WS-CAP-BASE
               MOVE ZERO TO WS-CAP-TAXABLE
               GO TO 068-EXIT
           END-IF.

           COMPUTE WS-CAP-TAXABLE =
               WS-CAP-BASE - QEM-WAGES-COUNTED (WS-EMP-SUB).
           IF WS-CAP-TAXABLE > WS-CAP-GROSS
               MOVE WS-CAP-GROSS TO WS-CAP-TAXABLE
           END-IF.

       068-EXIT.
           EXIT.

       069-NOTE-EXCEPTION.
           IF WS-EXC-COUNT < 200
               ADD 1 TO WS-EXC-COUNT
               MOVE WS-EXC-EMPLOYEE-NO TO EXT-EMPLOYEE-NO (WS-EXC-COUNT)
               MOVE WS-EXC-EMPLOYEE-NAME
                   TO EXT-EMPLOYEE-NAME (WS-EXC-COUNT)
               MOVE WS-EXC-REASON TO EXT-REASON (WS-EXC-COUNT)
           ELSE
               ADD 1 TO WS-EXC-OVERFLOW
           END-IF.

       069-EXIT.
           EXIT.

      *    THE 941 ITSELF.  SOCIAL SECURITY AND MEDICARE ARE TAXED AT
      *    BOTH SHARES ON THE QUARTER'S WAGES; LINE 10 IS THE SUM OF
      *    THE MONTHS, AND LINE 7 CARRIES WHATEVER SEPARATES THE TWO.
      *    A LINE 7 OF MORE THAN A CENT A CHECK IS NOT ROUNDING - THE
      *    REGISTER WITHHELD FICA AT SOME OTHER RATE.
       070-COMPUTE-941-LINES.
           COMPUTE WS-SS-TAX ROUNDED =
               WS-TOTAL-SS-WAGES * WS-SS-RATE * 2.
           COMPUTE WS-MEDICARE-TAX ROUNDED =
               WS-TOTAL-GROSS * WS-MEDICARE-RATE * 2.
           COMPUTE WS-LINE-5E = WS-SS-TAX + WS-MEDICARE-TAX.
           COMPUTE WS-LINE-6 = WS-TOTAL-FED-WH + WS-LINE-5E.

           MOVE ZERO TO WS-LINE-10.
           MOVE ZERO TO WS-WITHHELD-TOTAL.
           MOVE ZERO TO WS-TOTAL-ER-FICA.
           PERFORM 072-TOTAL-ONE-MONTH THRU 072-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3.

           COMPUTE WS-LINE-7 = WS-LINE-10 - WS-LINE-6.

           COMPUTE WS-LINE-7-LIMIT = WS-CHECK-COUNT * 0.01.
           IF WS-LINE-7 < ZERO
               COMPUTE WS-LINE-7-CHECK = ZERO - WS-LINE-7
           ELSE
               MOVE WS-LINE-7 TO WS-LINE-7-CHECK
           END-IF.
           IF WS-LINE-7-CHECK > WS-LINE-7-LIMIT
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       070-EXIT.
           EXIT.

       072-TOTAL-ONE-MONTH.
           COMPUTE MTH-WITHHELD (WS-MONTH-SUB) =
               MTH-FED-WH (WS-MONTH-SUB) + MTH-EMP-FICA (WS-MONTH-SUB).
           COMPUTE MTH-LIABILITY (WS-MONTH-SUB) =
               MTH-WITHHELD (WS-MONTH-SUB) + MTH-ER-FICA (WS-MONTH-SUB).
           ADD MTH-LIABILITY (WS-MONTH-SUB) TO WS-LINE-10.
           ADD MTH-WITHHELD (WS-MONTH-SUB) TO WS-WITHHELD-TOTAL.
           ADD MTH-ER-FICA (WS-MONTH-SUB) TO WS-TOTAL-ER-FICA.

       072-EXIT.
           EXIT.

       074-PRINT-PAGE-HEADING.
           MOVE WS-RUN-COMPANY TO WS-PGH-COMPANY.
           MOVE WS-QTR-NUMBER TO WS-PGH-QUARTER.
           MOVE WS-QTR-YEAR TO WS-PGH-YEAR.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

           MOVE WS-FLR-NAME TO WS-FLN-NAME.
           MOVE SPACES TO WS-FLN-EIN.
           STRING WS-FLR-EIN (1:2) '-' WS-FLR-EIN (3:7)
               DELIMITED BY SIZE INTO WS-FLN-EIN
           END-STRING.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-FILER-LINE
               AFTER ADVANCING 1 LINE.

       074-EXIT.
           EXIT.

      *    PAGE ONE - THE WORKSHEET, LINE BY LINE AS THE FORM RUNS.
       075-PRINT-WORKSHEET.
           MOVE 'FORM 941 WORKSHEET' TO WS-PGH-TITLE.
           PERFORM 074-PRINT-PAGE-HEADING THRU 074-EXIT.

           MOVE '1' TO WS-WKC-LINE-NO.
           MOVE 'EMPLOYEES PAID IN THE QUARTER' TO WS-WKC-TEXT.
           MOVE WS-EMPLOYEE-COUNT TO WS-WKC-COUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-COUNT-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '2' TO WS-WKL-LINE-NO.
           MOVE 'WAGES, TIPS AND OTHER COMPENSATION' TO WS-WKL-TEXT.
           MOVE WS-TOTAL-GROSS TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '3' TO WS-WKL-LINE-NO.
           MOVE 'FEDERAL INCOME TAX WITHHELD' TO WS-WKL-TEXT.
           MOVE WS-TOTAL-FED-WH TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '5A' TO WS-WKL-LINE-NO.
           MOVE 'TAXABLE SOCIAL SECURITY WAGES' TO WS-WKL-TEXT.
           MOVE WS-TOTAL-SS-WAGES TO WS-WKL-WAGES.
           MOVE WS-SS-TAX TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '5C' TO WS-WKL-LINE-NO.
           MOVE 'TAXABLE MEDICARE WAGES' TO WS-WKL-TEXT.
           MOVE WS-TOTAL-GROSS TO WS-WKL-WAGES.
           MOVE WS-MEDICARE-TAX TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '5E' TO WS-WKL-LINE-NO.
           MOVE 'TOTAL SOCIAL SECURITY AND MEDICARE TAXES'
               TO WS-WKL-TEXT.
           MOVE WS-LINE-5E TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '6' TO WS-WKL-LINE-NO.
           MOVE 'TOTAL TAXES BEFORE ADJUSTMENTS' TO WS-WKL-TEXT.
           MOVE WS-LINE-6 TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '7' TO WS-WKL-LINE-NO.
           MOVE 'CURRENT QUARTER FRACTIONS OF CENTS' TO WS-WKL-TEXT.
           MOVE WS-LINE-7 TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '10' TO WS-WKL-LINE-NO.
           MOVE 'TOTAL TAXES AFTER ADJUSTMENTS' TO WS-WKL-TEXT.
           MOVE WS-LINE-10 TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE '16' TO WS-WKL-LINE-NO.
           MOVE 'TAX LIABILITY BY MONTH OF PAY DATE' TO WS-WKL-TEXT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 076-PRINT-ONE-MONTH THRU 076-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE 'TOTAL LIABILITY FOR THE QUARTER' TO WS-WKL-TEXT.
           MOVE WS-LINE-10 TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-LINE-7-CHECK > WS-LINE-7-LIMIT
               MOVE SPACES TO WS-NTC-TEXT
               STRING 'LINE 7 EXCEEDS A CENT A CHECK - '
                      DELIMITED BY SIZE
                      'FICA WITHHELD DOES NOT MATCH THE EMPTXPRM RATES'
                      DELIMITED BY SIZE
                   INTO WS-NTC-TEXT
               END-STRING
               WRITE WORKSHEET-PRINT-RECORD FROM WS-NOTICE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           IF WS-EXC-COUNT > ZERO
               PERFORM 095-PRINT-EXCEPTIONS THRU 095-EXIT
           END-IF.

       075-EXIT.
           EXIT.

       076-PRINT-ONE-MONTH.
           MOVE WS-MONTH-SUB TO WS-MNL-MONTH-NO.
           COMPUTE WS-MNL-MONTH = WS-QTR-FIRST-MONTH + WS-MONTH-SUB - 1.
           MOVE WS-QTR-YEAR TO WS-MNL-YEAR.
           MOVE MTH-LIABILITY (WS-MONTH-SUB) TO WS-MNL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-MONTH-LINE
               AFTER ADVANCING 1 LINE.

       076-EXIT.
           EXIT.

      *    ONE STATE AT A TIME: THE 'E' RECORD, AN 'S' RECORD AND A
      *    LISTING LINE PER EMPLOYEE WORKING THERE, AND THE 'T'
      *    RECORD AND TOTAL LINE.  EACH STATE STARTS A FRESH PAGE SO
      *    IT CAN GO TO ITS OWN CLERK.
       080-WRITE-SUI-REPORTS.
           MOVE ZERO TO WS-SUI-EMPLOYEE-COUNT.
           MOVE ZERO TO WS-SUI-GROSS.

           PERFORM 082-REPORT-ONE-STATE THRU 082-EXIT
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > WS-STATE-COUNT.

           MOVE WS-SUI-EMPLOYEE-COUNT TO WS-SUF-EMPLOYEE-COUNT.
           MOVE WS-STATE-COUNT TO WS-SUF-EMPLOYER-COUNT.
           MOVE WS-SUI-GROSS TO WS-SUF-GROSS.
           WRITE SUI-WAGE-RECORD FROM WS-SUI-FINAL-RECORD.

       080-EXIT.
           EXIT.

       082-REPORT-ONE-STATE.
           MOVE 'STATE UNEMPLOYMENT WAGE REPORT' TO WS-PGH-TITLE.
           PERFORM 074-PRINT-PAGE-HEADING THRU 074-EXIT.

           MOVE SST-STATE-CODE (WS-STATE-SUB) TO WS-WORK-STATE.
           MOVE WS-WORK-STATE TO WS-STH-STATE.
           MOVE SST-EMPLOYER-ACCOUNT (WS-STATE-SUB) TO WS-STH-ACCOUNT.
           MOVE WS-RUN-COMPANY TO WS-RATE-COMPANY.
           PERFORM 057-SEARCH-SUTA-TABLE THRU 057-EXIT.
           IF NOT SUTA-RATE-FOUND
               MOVE SPACES TO WS-RATE-COMPANY
               PERFORM 057-SEARCH-SUTA-TABLE THRU 057-EXIT
           END-IF.
           IF SUTA-RATE-FOUND
               MOVE WS-SUTA-WAGE-BASE TO WS-STH-WAGE-BASE
           ELSE
               MOVE ZERO TO WS-STH-WAGE-BASE
           END-IF.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-STATE-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-STATE-COLUMNS
               AFTER ADVANCING 2 LINES.

           MOVE WS-QTR-YEAR TO WS-SUE-PAYMENT-YEAR.
           MOVE WS-FLR-EIN TO WS-SUE-EIN.
           MOVE WS-FLR-NAME TO WS-SUE-EMPLOYER-NAME.
           MOVE WS-FLR-ADDRESS TO WS-SUE-ADDRESS.
           MOVE WS-FLR-CITY TO WS-SUE-CITY.
           MOVE WS-FLR-STATE TO WS-SUE-STATE.
           MOVE WS-FLR-ZIP TO WS-SUE-ZIP.
           MOVE WS-WORK-STATE TO WS-SUE-TAX-STATE.
           MOVE SST-EMPLOYER-ACCOUNT (WS-STATE-SUB)
               TO WS-SUE-STATE-ACCOUNT.
           MOVE WS-REPORT-PERIOD TO WS-SUE-REPORT-PERIOD.
           WRITE SUI-WAGE-RECORD FROM WS-SUI-EMPLOYER-RECORD.

           PERFORM 084-REPORT-ONE-EMPLOYEE THRU 084-EXIT
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > 9999.

           COMPUTE WS-EXCESS-WAGES = SST-GROSS (WS-STATE-SUB)
               - SST-TAXABLE (WS-STATE-SUB).

           MOVE SST-EMPLOYEE-COUNT (WS-STATE-SUB) TO WS-STT-COUNT.
           MOVE SST-GROSS (WS-STATE-SUB) TO WS-STT-GROSS.
           MOVE SST-TAXABLE (WS-STATE-SUB) TO WS-STT-TAXABLE.
           MOVE WS-EXCESS-WAGES TO WS-STT-EXCESS.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-STATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SST-EMPLOYEE-COUNT (WS-STATE-SUB)
               TO WS-SUT-EMPLOYEE-COUNT.
           MOVE WS-WORK-STATE TO WS-SUT-TAX-STATE.
           MOVE SST-GROSS (WS-STATE-SUB) TO WS-SUT-GROSS.
           MOVE SST-TAXABLE (WS-STATE-SUB) TO WS-SUT-TAXABLE.
           MOVE WS-EXCESS-WAGES TO WS-SUT-EXCESS.
           MOVE WS-REPORT-PERIOD TO WS-SUT-REPORT-PERIOD.
           MOVE SST-EMPLOYER-ACCOUNT (WS-STATE-SUB)
               TO WS-SUT-STATE-ACCOUNT.
           WRITE SUI-WAGE-RECORD FROM WS-SUI-TOTAL-RECORD.

           ADD SST-EMPLOYEE-COUNT (WS-STATE-SUB)
               TO WS-SUI-EMPLOYEE-COUNT.
           ADD SST-GROSS (WS-STATE-SUB) TO WS-SUI-GROSS.

       082-EXIT.
           EXIT.

       084-REPORT-ONE-EMPLOYEE.
           IF NOT QEM-SEEN (WS-EMP-SUB)
              OR QEM-WORK-STATE (WS-EMP-SUB) NOT = WS-WORK-STATE
               GO TO 084-EXIT
           END-IF.

           ADD 1 TO WS-REPORTED-COUNT.

      *    AN EMPLOYEE WITH NO EMPTAXID ROW STILL GOES ON THE FILE SO
      *    THE STATE TOTALS FOOT, WITH A ZERO SSN THE STATE WILL
      *    BOUNCE - THE EXCEPTION LIST SAYS WHO TO CHASE.
           MOVE SPACES TO WS-SUS-LAST-NAME.
           MOVE SPACES TO WS-SUS-FIRST-NAME.
           MOVE SPACE TO WS-SUS-MIDDLE-INITIAL.
           MOVE SPACES TO WS-STD-SSN.
           IF TIT-ON-FILE (WS-EMP-SUB)
               MOVE TIT-SSN (WS-EMP-SUB) TO WS-SUS-SSN
               MOVE TIT-LAST-NAME (WS-EMP-SUB) TO WS-SUS-LAST-NAME
               MOVE TIT-FIRST-NAME (WS-EMP-SUB) TO WS-SUS-FIRST-NAME
               MOVE TIT-MIDDLE-INITIAL (WS-EMP-SUB)
                   TO WS-SUS-MIDDLE-INITIAL
               STRING '***-**-' WS-SUS-SSN (6:4)
                   DELIMITED BY SIZE INTO WS-STD-SSN
               END-STRING
           ELSE
               MOVE ZERO TO WS-SUS-SSN
               MOVE QEM-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-SUS-LAST-NAME
               MOVE 'NOT ON FILE' TO WS-STD-SSN
           END-IF.
           MOVE WS-WORK-STATE TO WS-SUS-TAX-STATE.
           MOVE QEM-QTR-GROSS (WS-EMP-SUB) TO WS-SUS-GROSS.
           MOVE QEM-SUI-WAGES (WS-EMP-SUB) TO WS-SUS-TAXABLE.
           MOVE WS-REPORT-PERIOD TO WS-SUS-REPORT-PERIOD.
           MOVE SST-EMPLOYER-ACCOUNT (WS-STATE-SUB)
               TO WS-SUS-STATE-ACCOUNT.
           WRITE SUI-WAGE-RECORD FROM WS-SUI-EMPLOYEE-RECORD.

           MOVE WS-EMP-SUB TO WS-EMPLOYEE-NO.
           MOVE WS-EMPLOYEE-NO TO WS-STD-EMPLOYEE-NO.
           MOVE SPACES TO WS-STD-NAME.
           IF TIT-ON-FILE (WS-EMP-SUB)
               STRING TIT-LAST-NAME (WS-EMP-SUB) DELIMITED BY '  '
                      ', ' DELIMITED BY SIZE
                      TIT-FIRST-NAME (WS-EMP-SUB) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      TIT-MIDDLE-INITIAL (WS-EMP-SUB)
                          DELIMITED BY SIZE
                   INTO WS-STD-NAME
               END-STRING
           ELSE
               MOVE QEM-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-STD-NAME
           END-IF.
           MOVE QEM-QTR-GROSS (WS-EMP-SUB) TO WS-STD-GROSS.
           MOVE QEM-SUI-WAGES (WS-EMP-SUB) TO WS-STD-TAXABLE.
           COMPUTE WS-EXCESS-WAGES = QEM-QTR-GROSS (WS-EMP-SUB)
               - QEM-SUI-WAGES (WS-EMP-SUB).
           MOVE WS-EXCESS-WAGES TO WS-STD-EXCESS.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-STATE-DETAIL
               AFTER ADVANCING 1 LINE.

       084-EXIT.
           EXIT.

      *    THE LAST PAGE - EVERY REMITHST PAYMENT UNDER THE COMPANY'S
      *    DEPOSIT TYPE DATED IN THE QUARTER OR THE FIFTEEN DAYS AFTER
      *    IT, AGAINST THE FEDERAL AND FICA WITHHOLDING BY MONTH.  THE
      *    REMITTANCE RUN FOLLOWS EACH PAY RUN BY A DAY OR TWO, SO A
      *    MONTH CAN SHOW A TIMING DIFFERENCE AT ITS EDGE; DEPOSITS
      *    AFTER THE QUARTER CLOSED COUNT TO ITS LAST MONTH, SO THE
      *    FIRST FIFTEEN DAYS OF THE QUARTER BELONG TO THE QUARTER
      *    BEFORE IT AND ARE LEFT OUT HERE - EACH DEPOSIT IS COUNTED
      *    IN EXACTLY ONE QUARTER.  THE QUARTER MUST TIE TO THE
      *    PENNY.  THE EMPLOYER'S MATCHING FICA IS DEPOSITED FROM
      *    COMPANY FUNDS, NOT BY THE REMITTANCE RUN, AND IS SHOWN
      *    ONLY AS A MEMO.
       090-RECONCILE-DEPOSITS.
           MOVE '941 DEPOSIT RECONCILIATION' TO WS-PGH-TITLE.
           PERFORM 074-PRINT-PAGE-HEADING THRU 074-EXIT.

           MOVE WS-FLR-DEPOSIT-TYPE TO WS-DPH-DED-TYPE.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-DEPOSIT-HEADING
               AFTER ADVANCING 2 LINES.

           OPEN INPUT DEPOSIT-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               MOVE 'NO DEPOSIT HISTORY ON FILE' TO WS-NTC-TEXT
               WRITE WORKSHEET-PRINT-RECORD FROM WS-NOTICE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 090-SUMMARIZE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "DEPOSIT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ DEPOSIT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 092-TAKE-ONE-DEPOSIT THRU 092-EXIT
               UNTIL HISTORY-EOF.

           CLOSE DEPOSIT-HISTORY-FILE.

       090-SUMMARIZE.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-RECON-COLUMNS
               AFTER ADVANCING 2 LINES.

           MOVE ZERO TO WS-DEPOSIT-TOTAL.
           PERFORM 094-PRINT-RECON-MONTH THRU 094-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 3.

           COMPUTE WS-DEPOSIT-GAP =
               WS-DEPOSIT-TOTAL - WS-WITHHELD-TOTAL.
           MOVE 'QUARTER' TO WS-RCL-LABEL.
           MOVE WS-WITHHELD-TOTAL TO WS-RCL-WITHHELD.
           MOVE WS-DEPOSIT-TOTAL TO WS-RCL-DEPOSITED.
           MOVE WS-DEPOSIT-GAP TO WS-RCL-DIFFERENCE.
           IF WS-DEPOSIT-GAP = ZERO
               MOVE 'TIES' TO WS-RCL-VERDICT
           ELSE
               MOVE '*** GAP ***' TO WS-RCL-VERDICT
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-RECON-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-WORKSHEET-LINE.
           MOVE 'MEMO: EMPLOYER MATCHING FICA (COMPANY FUNDS)'
               TO WS-WKL-TEXT.
           MOVE WS-TOTAL-ER-FICA TO WS-WKL-AMOUNT.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-WORKSHEET-LINE
               AFTER ADVANCING 2 LINES.

       090-EXIT.
           EXIT.

       092-TAKE-ONE-DEPOSIT.
           IF RMH-DED-TYPE NOT = WS-FLR-DEPOSIT-TYPE
              OR RMH-DEPOSIT-DATE NOT NUMERIC
              OR RMH-AMOUNT NOT NUMERIC
               GO TO 092-READ-NEXT
           END-IF.

           IF RMH-DEPOSIT-DATE > WS-CARRY-IN-END-DATE
              AND RMH-DEPOSIT-DATE <= WS-QTR-END-DATE
               MOVE RMH-DEPOSIT-DATE TO WS-WORK-DATE
               COMPUTE WS-MONTH-SUB =
                   WS-WORK-MONTH - WS-QTR-FIRST-MONTH + 1
           ELSE
               IF RMH-DEPOSIT-DATE >= WS-GRACE-START-DATE
                  AND RMH-DEPOSIT-DATE <= WS-GRACE-END-DATE
                   MOVE 3 TO WS-MONTH-SUB
               ELSE
                   GO TO 092-READ-NEXT
               END-IF
           END-IF.

           ADD RMH-AMOUNT TO MTH-DEPOSITS (WS-MONTH-SUB).
           ADD 1 TO WS-DEPOSIT-COUNT.

           MOVE RMH-DEPOSIT-DATE TO WS-DPD-DATE.
           IF RMH-PAY-METHOD = 'A'
               MOVE 'ACH' TO WS-DPD-METHOD
           ELSE
               MOVE 'CHECK' TO WS-DPD-METHOD
           END-IF.
           MOVE RMH-CHECK-NUMBER TO WS-DPD-CHECK-NUMBER.
           MOVE RMH-PAYEE-NAME TO WS-DPD-PAYEE.
           MOVE RMH-AMOUNT TO WS-DPD-AMOUNT.
           MOVE WS-MONTH-SUB TO WS-DPD-MONTH-NO.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-DEPOSIT-DETAIL
               AFTER ADVANCING 1 LINE.

       092-READ-NEXT.
           READ DEPOSIT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       092-EXIT.
           EXIT.

       094-PRINT-RECON-MONTH.
           MOVE SPACES TO WS-RCL-LABEL.
           STRING 'MONTH ' DELIMITED BY SIZE
                  WS-MONTH-SUB DELIMITED BY SIZE
               INTO WS-RCL-LABEL
           END-STRING.
           MOVE MTH-WITHHELD (WS-MONTH-SUB) TO WS-RCL-WITHHELD.
           MOVE MTH-DEPOSITS (WS-MONTH-SUB) TO WS-RCL-DEPOSITED.
           COMPUTE WS-DEPOSIT-GAP = MTH-DEPOSITS (WS-MONTH-SUB)
               - MTH-WITHHELD (WS-MONTH-SUB).
           MOVE WS-DEPOSIT-GAP TO WS-RCL-DIFFERENCE.
           MOVE SPACES TO WS-RCL-VERDICT.
           IF WS-DEPOSIT-GAP NOT = ZERO
               MOVE 'TIMING?' TO WS-RCL-VERDICT
           END-IF.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-RECON-LINE
               AFTER ADVANCING 1 LINE.

           ADD MTH-DEPOSITS (WS-MONTH-SUB) TO WS-DEPOSIT-TOTAL.

       094-EXIT.
           EXIT.

       095-PRINT-EXCEPTIONS.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-EXCEPTION-HEADING
               AFTER ADVANCING 2 LINES.

           PERFORM 096-PRINT-ONE-EXCEPTION THRU 096-EXIT
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT.

           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-EXO-COUNT
               WRITE WORKSHEET-PRINT-RECORD
                   FROM WS-EXCEPTION-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       095-EXIT.
           EXIT.

       096-PRINT-ONE-EXCEPTION.
           MOVE EXT-EMPLOYEE-NO (WS-EXC-SUB) TO WS-EXD-EMPLOYEE-NO.
           MOVE EXT-EMPLOYEE-NAME (WS-EXC-SUB) TO WS-EXD-EMPLOYEE-NAME.
           MOVE EXT-REASON (WS-EXC-SUB) TO WS-EXD-REASON.
           WRITE WORKSHEET-PRINT-RECORD FROM WS-EXCEPTION-DETAIL
               AFTER ADVANCING 1 LINE.

       096-EXIT.
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
      *    EACH RUN - POSTED-PAY RECORDS READ, EMPLOYEES REPORTED TO
      *    THE STATES, AND THE QUARTER'S TOTAL 941 LIABILITY.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'QTR941SU' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-REPORTED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-LINE-10 TO ATR-CONTROL-TOTAL.

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
