       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * DAILY MANAGEMENT KPI SUMMARY.                                 *
      *                                                               *
      * THE FIGURES SENIOR MANAGEMENT ASKS FOR ARE SPREAD OVER SIXTY  *
      * REPORTS.  THIS JOB RUNS AFTER THE DAY-END CERTIFICATE AND     *
      * PUTS THEM ON ONE PAGE, WITH THE CERTIFICATE'S VERDICT AT THE  *
      * TOP SO NOBODY READS TODAY'S FIGURES OFF A DAY THAT DID NOT    *
      * BALANCE:                                                      *
      *   AR        OPEN BALANCE (CUSTMSTR); DAYS SALES OUTSTANDING   *
      *             ON THE LAST 90 DAYS' CHARGES; PERCENT OF THE      *
      *             BALANCE OVER 60 DAYS, AGED THE WAY THE STATEMENT  *
      *             AGES IT - THE NEWEST CHARGES MAKE UP THE BALANCE, *
      *             DISPUTED ITEMS STAND APART, AND WHATEVER THE LIVE *
      *             HISTORY CANNOT ACCOUNT FOR IS OLD                 *
      *   CHARGES   COUNT AND DOLLARS POSTED TODAY AGAINST THE SAME   *
      *             WEEKDAY A YEAR AGO (364 DAYS BACK, CHRGHIST OR    *
      *             CHRGARCH)                                         *
      *   PAYROLL   COST TO DATE (LABYTD) AGAINST THE LABOR BUDGET    *
      *             FOR THE SAME PERIODS (LABBUDG)                    *
      *   SALES     MONTH TO DATE OFF THE CLEAN SORTED FEED (SALESSRT)*
      *             AGAINST THE SUM OF THE SALESMEN'S MONTHLY QUOTAS, *
      *             FOR THE COMPANY AND EACH DISTRICT                 *
      *   STUDENTS  RECEIVABLES (STULEDGR STUDENT ROWS OWING) AND     *
      *             DELINQUENCIES (DELINQ)                            *
      *   RECON     OPEN RECONCILIATION ITEMS (RECONOPEN)             *
      *   SLA       LAST NIGHT'S JOBS OVER THEIR SLAPARM ALLOWANCE,   *
      *             PAIRED OFF TIMELOG THE BATCH-WINDOW REPORT'S WAY  *
      *                                                               *
      * EVERY FIGURE CARRIES A TREND ARROW AGAINST THE SAME FIGURE A  *
      * WEEK AGO, KEPT ON THE KPIHIST HISTORY THIS JOB APPENDS TO     *
      * EACH DAY.  A SOURCE NOT PRESENT SHOWS NOT AVAILABLE AND IS    *
      * LEFT OFF THE HISTORY.  THE PAGE (KPIRPT) IS ARCHIVED THROUGH  *
      * THE RPTCATLG REPORT CATALOG THE WAY THE CERTIFICATE IS, AND   *
      * THE SAME FIGURES GO TO KPICSV FOR THE INTRANET DASHBOARD.  NO *
      * CERTIFICATE FOR TODAY RETURNS 4.                              *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CERTIFICATE-FILE
               ASSIGN TO EXTERNAL DAYCERT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CERT-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGARCH
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS ARC-RECORD-KEY
                         FILE STATUS IS WS-CHRGARCH-STATUS.

           SELECT LABOR-YTD-FILE
               ASSIGN TO EXTERNAL LABYTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LABYTD-STATUS.

           SELECT LABOR-BUDGET-FILE
               ASSIGN TO EXTERNAL LABBUDG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LABBUDG-STATUS.

           SELECT SORTED-SALES-FILE
               ASSIGN TO EXTERNAL SALESSRT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SALES-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMMSTR-STATUS.

           SELECT STUDENT-LEDGER-FILE
               ASSIGN TO EXTERNAL STULEDGR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS LGR-KEY
                         FILE STATUS IS WS-LEDGER-STATUS.

           SELECT DELINQUENCY-FILE
               ASSIGN TO EXTERNAL DELINQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DELINQ-STATUS.

           SELECT OPEN-ITEMS-FILE
               ASSIGN TO EXTERNAL RECONOPEN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-OPEN-STATUS.

           SELECT SLA-PARAM-FILE
               ASSIGN TO EXTERNAL SLAPARM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLA-STATUS.

           SELECT KPI-HISTORY-FILE
               ASSIGN TO EXTERNAL KPIHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-KPIHIST-STATUS.

           SELECT KPI-PAGE-FILE
               ASSIGN TO EXTERNAL KPIRPT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAGE-STATUS.

           SELECT CSV-FILE
               ASSIGN TO EXTERNAL KPICSV
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CSV-STATUS.

           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-NAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO EXTERNAL RPTCATLG
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS RCT-CATALOG-KEY
                         FILE STATUS IS WS-CATALOG-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY BATCH PROGRAM STAMPS ITS START AND END, WITH RECORD
      *    COUNTS, ONTO THE SHARED TIMING LOG - THIS ONE ALSO READS
      *    IT BACK FOR LAST NIGHT'S SLA MISSES.
           SELECT TIMING-LOG-FILE
               ASSIGN TO EXTERNAL TIMELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TIMELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CERTIFICATE-FILE.

       01  CERTIFICATE-RECORD          PIC X(100).

      *    THE CERTIFICATE'S HEAD AND VERDICT LINES.
       01  CERTIFICATE-HEAD-VIEW.
           03  CHV-TITLE               PIC X(30).
           03  CHV-BUSINESS-DATE       PIC X(08).
           03  FILLER                  PIC X(62).

       01  CERTIFICATE-VERDICT-VIEW.
           03  CVV-TITLE               PIC X(17).
           03  CVV-VERDICT             PIC X(10).
           03  FILLER                  PIC X(14).
           03  CVV-EXCEPTIONS          PIC X(05).
           03  FILLER                  PIC X(54).

       FD  CUSTOMER-MASTER-FILE.

       01  CUSTOMER-MASTER-RECORD.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(18).
           03  CMR-OPEN-BALANCE        PIC S9(07)V99.
           03  FILLER                  PIC X(49).

       FD  CHARGE-HISTORY-FILE.

       01  CHARGE-HISTORY-RECORD.
           03  HIS-RECORD-KEY.
               05  HIS-CUSTOMER-NUMBER PIC 9(04).
               05  HIS-CHARGE-DATE     PIC 9(08).
               05  HIS-SEQUENCE        PIC 9(04).
           03  HIS-CHARGE-AMOUNT       PIC S9(07)V99.
           03  HIS-DESCRIPTION         PIC X(20).
           03  HIS-ITEM-DEPARTMENT     PIC 9(02).
           03  HIS-ITEM-NUMBER         PIC 9(05).
           03  HIS-DISPUTE-FLAG        PIC X(01).
               88  HISTORY-ITEM-DISPUTED           VALUE 'Y'.
           03  HIS-DISPUTE-DATE        PIC 9(08).
           03  FILLER                  PIC X(19).

       FD  ARCHIVE-HISTORY-FILE.

       01  ARCHIVE-HISTORY-RECORD.
           03  ARC-RECORD-KEY.
               05  ARC-CUSTOMER-NUMBER PIC 9(04).
               05  ARC-CHARGE-DATE     PIC 9(08).
               05  ARC-SEQUENCE        PIC 9(04).
           03  ARC-CHARGE-AMOUNT       PIC S9(07)V99.
           03  FILLER                  PIC X(55).

       FD  LABOR-YTD-FILE.

       01  LABOR-YTD-RECORD.
           03  LYR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  LYR-YEAR                PIC 9(04).
           03  FILLER                  PIC X(01).
           03  LYR-LAST-PERIOD         PIC 9(03).
           03  FILLER                  PIC X(01).
           03  LYR-YTD-HOURS           PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  LYR-YTD-REGULAR         PIC S9(09)V99.
           03  FILLER                  PIC X(01).
           03  LYR-YTD-OVERTIME        PIC S9(09)V99.
           03  FILLER                  PIC X(35).

       FD  LABOR-BUDGET-FILE.

       01  LABOR-BUDGET-RECORD.
           03  LBR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  LBR-YEAR                PIC 9(04).
           03  FILLER                  PIC X(01).
           03  LBR-PERIOD-NUMBER       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  LBR-HOURS               PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  LBR-REGULAR-DOLLARS     PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  LBR-OVERTIME-DOLLARS    PIC 9(07)V99.
           03  FILLER                  PIC X(41).

      *    THE EDIT/SORT FRONT END'S CLEAN FEED - THE MONTH'S SALES
      *    SO FAR, EACH CREDITED TO ITS DISTRICT OF THE DAY.
       FD  SORTED-SALES-FILE.

       01  SORTED-SALES-RECORD.
           03  SSR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SSR-DISTRICT-CODE       PIC X(01).
           03  FILLER                  PIC X(01).
           03  SSR-SALE-AMOUNT         PIC S9(04)V99.
           03  FILLER                  PIC X(69).

       FD  SALESMAN-MASTER-FILE.

       01  SALESMAN-MASTER-RECORD.
           03  SMR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SMR-SALESMAN-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SMR-MONTHLY-QUOTA       PIC 9(07)V99.
           03  FILLER                  PIC X(125).

       FD  STUDENT-LEDGER-FILE.

       01  STUDENT-LEDGER-RECORD.
           03  LGR-KEY.
               05  LGR-STUDENT-ID      PIC 9(05).
               05  LGR-TERM            PIC X(05).
               05  LGR-SEQUENCE        PIC 9(05).
           03  LGR-ROW-TYPE            PIC X(01).
               88  LGR-STUDENT-ROW                 VALUE 'S'.
           03  LGR-ROW-DATA            PIC X(84).
           03  LGR-STUDENT-DATA        REDEFINES LGR-ROW-DATA.
               05  LGS-BALANCE         PIC S9(07)V99.
               05  FILLER              PIC X(75).

       FD  DELINQUENCY-FILE.

       01  DELINQUENCY-RECORD.
           03  DLQ-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  DLQ-STUDENT-NAME        PIC X(20).
           03  FILLER                  PIC X(01).
           03  DLQ-AMOUNT-OWED         PIC 9(07)V99.
           03  FILLER                  PIC X(44).

       FD  OPEN-ITEMS-FILE.

       01  OPEN-ITEM-RECORD.
           03  ROI-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ROI-FIRST-SEEN          PIC 9(08).
           03  FILLER                  PIC X(67).

       FD  SLA-PARAM-FILE.

       01  SLA-PARAM-RECORD.
           03  SLA-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  SLA-ALLOW-SECONDS       PIC 9(06).
           03  FILLER                  PIC X(65).

      *    ONE FIGURE ON ONE BUSINESS DATE.  A RERUN APPENDS A SECOND
      *    SET FOR THE DAY; THE LATER SET IS THE ONE A WEEK ON READS.
       FD  KPI-HISTORY-FILE.

       01  KPI-HISTORY-RECORD.
           03  KPH-BUSINESS-DATE       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  KPH-KPI-CODE            PIC X(08).
           03  FILLER                  PIC X(01).
           03  KPH-VALUE               PIC S9(11)V99.
           03  FILLER                  PIC X(09).

       FD  KPI-PAGE-FILE.

       01  KPI-PAGE-RECORD             PIC X(110).

       FD  CSV-FILE.

       01  CSV-RECORD                  PIC X(200).

       FD  ARCHIVE-FILE.

       01  ARCHIVE-RECORD              PIC X(110).

       FD  REPORT-CATALOG-FILE.

      *    THE SAME CATALOG RECORD THE REPORT ARCHIVE JOB WRITES.
       01  REPORT-CATALOG-RECORD.
           03  RCT-CATALOG-KEY.
               05  RCT-PROGRAM-ID      PIC X(08).
               05  RCT-BUSINESS-DATE   PIC 9(08).
           03  RCT-PAGE-COUNT          PIC 9(05).
           03  RCT-RECORD-COUNT        PIC 9(07).
           03  RCT-CONTROL-TOTAL       PIC S9(09)V99.
           03  RCT-ARCHIVE-NAME        PIC X(40).
           03  FILLER                  PIC X(01).

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
           03  ATR-RUN-MODES           PIC X(20).

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

      *    THE TIMESTAMP BROKEN OUT FOR THE ELAPSED-TIME ARITHMETIC.
       01  TIMING-LOG-VIEW.
           03  TLV-DATE-PART           PIC X(10).
           03  FILLER                  PIC X(01).
           03  TLV-HH                  PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TLV-MM                  PIC 9(02).
           03  FILLER                  PIC X(01).
           03  TLV-SS                  PIC 9(02).
           03  FILLER                  PIC X(59).

       WORKING-STORAGE SECTION.

       77  WS-MSG-NUMBER               PIC 9(04)   VALUE 0.
       77  WS-MSG-INSERT-1             PIC X(30)   VALUE SPACES.
       77  WS-MSG-INSERT-2             PIC X(20)   VALUE SPACES.
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'KPISUMM1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-CERT-STATUS              PIC XX.
           88  WS-CERT-OK                          VALUE "00".
           88  WS-CERT-NOT-FOUND                   VALUE "35".
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
           88  WS-CUSTMSTR-NOT-FOUND               VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-CHRGARCH-STATUS          PIC XX.
           88  WS-CHRGARCH-OK                      VALUE "00".
           88  WS-CHRGARCH-NOT-FOUND               VALUE "35".
       77  WS-LABYTD-STATUS            PIC XX.
           88  WS-LABYTD-OK                        VALUE "00".
           88  WS-LABYTD-NOT-FOUND                 VALUE "35".
       77  WS-LABBUDG-STATUS           PIC XX.
           88  WS-LABBUDG-OK                       VALUE "00".
           88  WS-LABBUDG-NOT-FOUND                VALUE "35".
       77  WS-SALES-STATUS             PIC XX.
           88  WS-SALES-OK                         VALUE "00".
           88  WS-SALES-NOT-FOUND                  VALUE "35".
       77  WS-SLSMMSTR-STATUS          PIC XX.
           88  WS-SLSMMSTR-OK                      VALUE "00".
           88  WS-SLSMMSTR-NOT-FOUND               VALUE "35".
       77  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK                        VALUE "00".
           88  WS-LEDGER-NOT-FOUND                 VALUE "35".
       77  WS-DELINQ-STATUS            PIC XX.
           88  WS-DELINQ-OK                        VALUE "00".
           88  WS-DELINQ-NOT-FOUND                 VALUE "35".
       77  WS-OPEN-STATUS              PIC XX.
           88  WS-OPEN-OK                          VALUE "00".
           88  WS-OPEN-NOT-FOUND                   VALUE "35".
       77  WS-SLA-STATUS               PIC XX.
           88  WS-SLA-OK                           VALUE "00".
           88  WS-SLA-NOT-FOUND                    VALUE "35".
       77  WS-KPIHIST-STATUS           PIC XX.
           88  WS-KPIHIST-OK                       VALUE "00".
           88  WS-KPIHIST-NOT-FOUND                VALUE "35".
       77  WS-PAGE-STATUS              PIC XX.
           88  WS-PAGE-OK                          VALUE "00".
       77  WS-CSV-STATUS               PIC XX.
           88  WS-CSV-OK                           VALUE "00".
       77  WS-ARCHIVE-STATUS           PIC XX.
           88  WS-ARCHIVE-OK                       VALUE "00".
       77  WS-CATALOG-STATUS           PIC XX.
           88  WS-CATALOG-OK                       VALUE "00".
           88  WS-CATALOG-NOT-FOUND                VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  INPUT-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  INPUT-EOF                           VALUE 'Y'.
       77  WS-SOURCE-SWITCH            PIC X(1)    VALUE 'N'.
           88  SOURCE-IS-PRESENT                   VALUE 'Y'.
       77  WS-SECOND-SWITCH            PIC X(1)    VALUE 'N'.
           88  SECOND-IS-PRESENT                   VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       77  WS-BUSINESS-DAY-INT         PIC 9(07)   VALUE 0.
       77  WS-WEEK-AGO-DATE            PIC 9(08)   VALUE 0.
       77  WS-YEAR-AGO-DATE            PIC 9(08)   VALUE 0.
       77  WS-ITEM-DAY-INT             PIC 9(07)   VALUE 0.
       77  WS-ITEM-AGE-DAYS            PIC S9(07)  VALUE 0.

      *    THE CERTIFICATE THIS PAGE IS BUILT BEHIND.
       77  WS-CERT-VERDICT             PIC X(10)   VALUE SPACES.
       77  WS-CERT-EXCEPTIONS          PIC X(05)   VALUE SPACES.
       77  WS-CERT-DATE                PIC X(08)   VALUE SPACES.

      *    AR.  THE BALANCE OWED BY CUSTOMERS IN DEBIT IS WHAT AGES;
      *    A CUSTOMER'S NEWEST CHARGES MAKE IT UP, SO WHAT THE LAST
      *    60 DAYS' CHARGES DO NOT COVER IS OVER 60.
       77  WS-AR-BALANCE               PIC S9(11)V99 VALUE 0.
       77  WS-AR-DEBIT-BALANCE         PIC S9(11)V99 VALUE 0.
       77  WS-AR-WITHIN-60             PIC S9(11)V99 VALUE 0.
       77  WS-AR-DISPUTED              PIC S9(11)V99 VALUE 0.
       77  WS-AR-OVER-60               PIC S9(11)V99 VALUE 0.
       77  WS-SALES-90-DAYS            PIC S9(11)V99 VALUE 0.
       77  WS-AR-DSO                   PIC S9(11)V99 VALUE 0.
       77  WS-AR-OVER-60-PCT           PIC S9(11)V99 VALUE 0.
       77  WS-CURRENT-CUSTOMER         PIC 9(04)   VALUE 0.
       77  WS-CUSTOMER-RECENT          PIC S9(09)V99 VALUE 0.
       77  WS-CUSTOMER-DISPUTED        PIC S9(09)V99 VALUE 0.
       77  WS-CUSTOMER-BALANCE         PIC S9(09)V99 VALUE 0.
       77  WS-CUSTOMER-PART            PIC S9(09)V99 VALUE 0.

       77  WS-TODAY-CHARGE-COUNT       PIC 9(07)   VALUE 0.
       77  WS-TODAY-CHARGE-AMOUNT      PIC S9(11)V99 VALUE 0.
       77  WS-YEAR-AGO-CHARGE-COUNT    PIC 9(07)   VALUE 0.
       77  WS-YEAR-AGO-CHARGE-AMOUNT   PIC S9(11)V99 VALUE 0.

       77  WS-PAYROLL-YEAR             PIC 9(04)   VALUE 0.
       77  WS-PAYROLL-LAST-PERIOD      PIC 9(03)   VALUE 0.
       77  WS-PAYROLL-COST             PIC S9(11)V99 VALUE 0.
       77  WS-PAYROLL-BUDGET           PIC S9(11)V99 VALUE 0.
       77  WS-PAYROLL-PCT              PIC S9(11)V99 VALUE 0.

      *    SALES BY DISTRICT - THE QUOTA IS THE DISTRICT'S SALESMEN'S
      *    MONTHLY QUOTAS ADDED UP.
       01  DISTRICT-TABLE.
           02  DISTRICT-ENTRY          OCCURS 20 TIMES.
               03  DST-DISTRICT        PIC X(01).
               03  DST-SALES-MTD       PIC S9(11)V99.
               03  DST-QUOTA           PIC S9(11)V99.
       77  WS-DISTRICT-COUNT           PIC 9(02)   VALUE 0.
       77  WS-DISTRICT-SUB             PIC 9(02)   VALUE 0.
       77  WS-WANTED-DISTRICT          PIC X(01)   VALUE SPACE.
       77  WS-FOUND-DISTRICT           PIC 9(02)   VALUE 0.
       77  WS-DISTRICT-OVERFLOW        PIC 9(06)   VALUE 0.
       77  WS-SALES-MTD                PIC S9(11)V99 VALUE 0.
       77  WS-SALES-QUOTA              PIC S9(11)V99 VALUE 0.

       77  WS-STUDENT-RECEIVABLE       PIC S9(11)V99 VALUE 0.
       77  WS-STUDENTS-OWING           PIC 9(07)   VALUE 0.
       77  WS-DELINQ-COUNT             PIC 9(07)   VALUE 0.
       77  WS-DELINQ-AMOUNT            PIC S9(11)V99 VALUE 0.

       77  WS-RECON-OPEN-COUNT         PIC 9(07)   VALUE 0.
       77  WS-RECON-OLDEST-DATE        PIC 9(08)   VALUE 0.
       77  WS-RECON-OLDEST-DAYS        PIC 9(07)   VALUE 0.

      *    SLA - EACH JOB'S PENDING START, PAIRED WITH ITS END AS THE
      *    LOG IS READ.  THE LATEST START DATE ON THE LOG IS LAST
      *    NIGHT, AS THE BATCH-WINDOW REPORT TAKES IT.
       01  SLA-TABLE.
           02  SLA-ENTRY               OCCURS 200 TIMES.
               03  SLT-PROGRAM-ID      PIC X(08).
               03  SLT-ALLOW-SECONDS   PIC 9(06).
       77  WS-SLA-COUNT                PIC 9(03)   VALUE 0.
       77  WS-SLA-SUB                  PIC 9(03)   VALUE 0.
       77  WS-SLA-OVERFLOW             PIC 9(06)   VALUE 0.
       01  JOB-TABLE.
           02  JOB-ENTRY               OCCURS 300 TIMES.
               03  JBT-PROGRAM-ID      PIC X(08).
               03  JBT-START-PENDING   PIC X(01).
               03  JBT-START-DATE      PIC X(10).
               03  JBT-START-SECONDS   PIC 9(12).
       77  WS-JOB-COUNT                PIC 9(03)   VALUE 0.
       77  WS-JOB-SUB                  PIC 9(03)   VALUE 0.
       77  WS-FOUND-JOB                PIC 9(03)   VALUE 0.
       77  WS-JOB-OVERFLOW             PIC 9(06)   VALUE 0.
       77  WS-DATE-DIGITS              PIC 9(08)   VALUE 0.
       77  WS-ABS-SECONDS              PIC 9(12)   VALUE 0.
       77  WS-ELAPSED                  PIC 9(08)   VALUE 0.
       77  WS-JOB-SLA                  PIC 9(06)   VALUE 0.
       77  WS-LAST-NIGHT               PIC X(10)   VALUE SPACES.
       77  WS-SLA-MISSES               PIC 9(05)   VALUE 0.
       77  WS-JOBS-TIMED               PIC 9(05)   VALUE 0.

      *    THE FIGURES ON THE PAGE.  KIND '$' IS MONEY, 'N' A COUNT,
      *    'D' ONE DECIMAL (DAYS OR PERCENT).  A FIGURE WHOSE SOURCE
      *    WAS NOT THERE IS CARRIED, SHOWN NOT AVAILABLE, AND LEFT
      *    OFF THE HISTORY.
       01  KPI-TABLE.
           02  KPI-ENTRY               OCCURS 40 TIMES.
               03  KPI-CODE            PIC X(08).
               03  KPI-LABEL           PIC X(30).
               03  KPI-KIND            PIC X(01).
               03  KPI-AVAILABLE       PIC X(01).
                   88  KPI-IS-AVAILABLE            VALUE 'Y'.
               03  KPI-VALUE           PIC S9(11)V99.
               03  KPI-CMP-LABEL       PIC X(12).
               03  KPI-CMP-KIND        PIC X(01).
               03  KPI-CMP-VALUE       PIC S9(11)V99.
               03  KPI-PRIOR-DATE      PIC 9(08).
               03  KPI-PRIOR-VALUE     PIC S9(11)V99.
               03  KPI-TREND           PIC X(01).
       77  WS-KPI-COUNT                PIC 9(02)   VALUE 0.
       77  WS-KPI-SUB                  PIC 9(02)   VALUE 0.
       77  WS-KPI-OVERFLOW             PIC 9(06)   VALUE 0.
       77  WS-NEW-CODE                 PIC X(08)   VALUE SPACES.
       77  WS-NEW-LABEL                PIC X(30)   VALUE SPACES.
       77  WS-NEW-KIND                 PIC X(01)   VALUE SPACE.
       77  WS-NEW-VALUE                PIC S9(11)V99 VALUE 0.
       77  WS-NEW-CMP-LABEL            PIC X(12)   VALUE SPACES.
       77  WS-NEW-CMP-KIND             PIC X(01)   VALUE SPACE.
       77  WS-NEW-CMP-VALUE            PIC S9(11)V99 VALUE 0.

      *    ONE FIGURE EDITED FOR THE PAGE, RIGHT-ALIGNED IN 18.
       77  WS-FMT-KIND                 PIC X(01)   VALUE SPACE.
       77  WS-FMT-VALUE                PIC S9(11)V99 VALUE 0.
       77  WS-FMT-TEXT                 PIC X(18)   VALUE SPACES.
       77  WS-FMT-MONEY                PIC -$$,$$$,$$$,$$9.99.
       77  WS-FMT-COUNT                PIC -ZZ,ZZZ,ZZZ,ZZ9.
       77  WS-FMT-DECIMAL              PIC -ZZ,ZZZ,ZZ9.9.
       77  WS-CSV-NUMBER               PIC -(12)9.99.
       77  WS-CSV-VALUE                PIC X(16)   VALUE SPACES.
       77  WS-CSV-COMPARE              PIC X(16)   VALUE SPACES.
       77  WS-CSV-PRIOR                PIC X(16)   VALUE SPACES.
       77  WS-CSV-TREND                PIC X(04)   VALUE SPACES.

       77  WS-ARCHIVE-NAME             PIC X(64)   VALUE SPACES.
       77  WS-PAGE-LINE-COUNT          PIC 9(07)   VALUE 0.
       77  PAGE-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  PAGE-EOF                            VALUE 'Y'.

       01  WS-HEAD-LINE.
           03  FILLER                  PIC X(30) VALUE
               'DAILY MANAGEMENT KPI SUMMARY  '.
           03  WS-HEAD-DATE            PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-HEAD-RUN             PIC X(19).
           03  FILLER                  PIC X(47) VALUE SPACES.

       01  WS-CERT-LINE.
           03  FILLER                  PIC X(21) VALUE
               'DAY-END CERTIFICATE: '.
           03  WS-CTL-VERDICT          PIC X(10).
           03  FILLER                  PIC X(14) VALUE
               '  EXCEPTIONS: '.
           03  WS-CTL-EXCEPTIONS       PIC X(05).
           03  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-COLUMN-LINE.
           03  FILLER                  PIC X(31) VALUE 'FIGURE'.
           03  FILLER                  PIC X(18) VALUE
               '             TODAY'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(32) VALUE
               'COMPARED WITH'.
           03  FILLER                  PIC X(18) VALUE
               '          WEEK AGO'.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  FILLER                  PIC X(08) VALUE 'TREND'.

       01  WS-KPI-LINE.
           03  WS-KPL-LABEL            PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-KPL-VALUE            PIC X(18).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-KPL-CMP-LABEL        PIC X(12).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-KPL-CMP-VALUE        PIC X(18).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-KPL-PRIOR            PIC X(18).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-KPL-TREND            PIC X(01).
           03  FILLER                  PIC X(05) VALUE SPACES.

       01  WS-LEGEND-LINE.
           03  FILLER                  PIC X(40) VALUE
               'TREND AGAINST THE FIGURE A WEEK AGO:  ^ '.
           03  FILLER                  PIC X(40) VALUE
               'UP   v DOWN   = UNCHANGED   BLANK NONE  '.
           03  FILLER                  PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).
           COMPUTE WS-WEEK-AGO-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BUSINESS-DAY-INT - 7).
      *    THE SAME WEEKDAY A YEAR AGO - 52 WEEKS BACK - SO A MONDAY
      *    IS NEVER SET AGAINST A SUNDAY.
           COMPUTE WS-YEAR-AGO-DATE =
               FUNCTION DATE-OF-INTEGER (WS-BUSINESS-DAY-INT - 364).
           MOVE WS-BUSINESS-DATE (1:4) TO WS-PAYROLL-YEAR.

           PERFORM 010-READ-CERTIFICATE THRU 019-EXIT.
           PERFORM 100-AR-FIGURES THRU 199-EXIT.
           PERFORM 200-PAYROLL-FIGURES THRU 299-EXIT.
           PERFORM 300-SALES-FIGURES THRU 399-EXIT.
           PERFORM 400-STUDENT-FIGURES THRU 499-EXIT.
           PERFORM 500-RECON-FIGURES THRU 509-EXIT.
           PERFORM 550-SLA-FIGURES THRU 599-EXIT.
           PERFORM 600-LOAD-PRIOR-WEEK THRU 649-EXIT.
           PERFORM 700-WRITE-THE-PAGE THRU 799-EXIT.
           PERFORM 800-ARCHIVE-THE-PAGE THRU 849-EXIT.
           PERFORM 850-WRITE-THE-CSV THRU 869-EXIT.
           PERFORM 650-SAVE-TODAYS-FIGURES THRU 669-EXIT.

       000-TERMINATE.
           IF WS-KPI-OVERFLOW > ZERO
               MOVE "KPI PAGE TABLE" TO WS-MSG-INSERT-1
               MOVE "40 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

           IF WS-CERT-VERDICT = 'NOT FOUND'
              OR WS-CERT-VERDICT = 'NOT TODAY'
              OR WS-KPI-OVERFLOW > ZERO
              OR WS-DISTRICT-OVERFLOW > ZERO
              OR WS-SLA-OVERFLOW > ZERO
              OR WS-JOB-OVERFLOW > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE CERTIFICATE RUNS LAST IN THE NIGHT, SO ITS HEAD MUST
      *    CARRY TODAY'S DATE - AN OLDER ONE MEANS THIS PAGE IS
      *    BEING BUILT AHEAD OF IT.
       010-READ-CERTIFICATE.
           MOVE 'NOT FOUND' TO WS-CERT-VERDICT.
           MOVE SPACES TO WS-CERT-EXCEPTIONS.

           OPEN INPUT CERTIFICATE-FILE.
           IF WS-CERT-NOT-FOUND
               GO TO 019-EXIT
           END-IF.
           IF NOT WS-CERT-OK
               MOVE "CERTIFICATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CERT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CERTIFICATE-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 015-TAKE-ONE-CERT-LINE THRU 015-EXIT
               UNTIL INPUT-EOF.

           CLOSE CERTIFICATE-FILE.

           IF WS-CERT-DATE NOT = WS-BUSINESS-DATE
               MOVE 'NOT TODAY' TO WS-CERT-VERDICT
           END-IF.

       019-EXIT.
           EXIT.

       015-TAKE-ONE-CERT-LINE.
           IF CHV-TITLE = 'DAY-END BALANCING CERTIFICATE '
               MOVE CHV-BUSINESS-DATE TO WS-CERT-DATE
           END-IF.
           IF CVV-TITLE = 'OVERALL VERDICT: '
               MOVE CVV-VERDICT TO WS-CERT-VERDICT
               MOVE CVV-EXCEPTIONS TO WS-CERT-EXCEPTIONS
           END-IF.

           READ CERTIFICATE-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

      *    THE AR FIGURES.  CUSTMSTR GIVES THE BALANCE; ONE PASS OF
      *    THE LIVE HISTORY, A CUSTOMER AT A TIME, GIVES THE AGING,
      *    THE 90 DAYS' CHARGES AND TODAY'S; THE ARCHIVE IS READ
      *    ONLY FOR A YEAR AGO.
       100-AR-FIGURES.
           MOVE 'N' TO WS-SOURCE-SWITCH.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-NOT-FOUND
               GO TO 190-STORE-AR-FIGURES
           END-IF.
           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN INPUT CHARGE-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               CLOSE CUSTOMER-MASTER-FILE
               GO TO 190-STORE-AR-FIGURES
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           MOVE 'Y' TO WS-SOURCE-SWITCH.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.
           PERFORM 110-TAKE-ONE-CUSTOMER THRU 110-EXIT
               UNTIL INPUT-EOF.

           MOVE ZERO TO WS-CURRENT-CUSTOMER.
           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ CHARGE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.
           PERFORM 120-TAKE-ONE-HISTORY THRU 120-EXIT
               UNTIL INPUT-EOF.
           IF WS-CURRENT-CUSTOMER NOT = ZERO
               PERFORM 130-AGE-ONE-CUSTOMER THRU 130-EXIT
           END-IF.

           CLOSE CUSTOMER-MASTER-FILE
                 CHARGE-HISTORY-FILE.

           OPEN INPUT ARCHIVE-HISTORY-FILE.
           IF WS-CHRGARCH-OK
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ ARCHIVE-HISTORY-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 140-TAKE-ONE-ARCHIVED THRU 140-EXIT
                   UNTIL INPUT-EOF
               CLOSE ARCHIVE-HISTORY-FILE
           ELSE
               IF NOT WS-CHRGARCH-NOT-FOUND
                   MOVE "ARCHIVE-HISTORY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CHRGARCH-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           COMPUTE WS-AR-OVER-60 =
               WS-AR-DEBIT-BALANCE - WS-AR-WITHIN-60 - WS-AR-DISPUTED.
           IF WS-AR-DEBIT-BALANCE > ZERO
               COMPUTE WS-AR-OVER-60-PCT ROUNDED =
                   WS-AR-OVER-60 * 100 / WS-AR-DEBIT-BALANCE
           END-IF.
           IF WS-SALES-90-DAYS > ZERO
               COMPUTE WS-AR-DSO ROUNDED =
                   WS-AR-BALANCE * 90 / WS-SALES-90-DAYS
           END-IF.

       190-STORE-AR-FIGURES.
           MOVE 'AR-BAL' TO WS-NEW-CODE.
           MOVE 'AR OPEN BALANCE' TO WS-NEW-LABEL.
           MOVE '$' TO WS-NEW-KIND.
           MOVE WS-AR-BALANCE TO WS-NEW-VALUE.
           MOVE 'IN DEBIT' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-AR-DEBIT-BALANCE TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           MOVE 'AR-DSO' TO WS-NEW-CODE.
           MOVE 'AR DAYS SALES OUTSTANDING' TO WS-NEW-LABEL.
           MOVE 'D' TO WS-NEW-KIND.
           MOVE WS-AR-DSO TO WS-NEW-VALUE.
           MOVE '90-DAY SALES' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-SALES-90-DAYS TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           MOVE 'AR-OV60' TO WS-NEW-CODE.
           MOVE 'AR PERCENT OVER 60 DAYS' TO WS-NEW-LABEL.
           MOVE 'D' TO WS-NEW-KIND.
           MOVE WS-AR-OVER-60-PCT TO WS-NEW-VALUE.
           MOVE 'OVER 60 $' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-AR-OVER-60 TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           MOVE 'CHG-CNT' TO WS-NEW-CODE.
           MOVE 'CHARGES POSTED TODAY' TO WS-NEW-LABEL.
           MOVE 'N' TO WS-NEW-KIND.
           MOVE WS-TODAY-CHARGE-COUNT TO WS-NEW-VALUE.
           MOVE 'SAME DAY LY' TO WS-NEW-CMP-LABEL.
           MOVE 'N' TO WS-NEW-CMP-KIND.
           MOVE WS-YEAR-AGO-CHARGE-COUNT TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           MOVE 'CHG-AMT' TO WS-NEW-CODE.
           MOVE 'CHARGE DOLLARS TODAY' TO WS-NEW-LABEL.
           MOVE '$' TO WS-NEW-KIND.
           MOVE WS-TODAY-CHARGE-AMOUNT TO WS-NEW-VALUE.
           MOVE 'SAME DAY LY' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-YEAR-AGO-CHARGE-AMOUNT TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

       199-EXIT.
           EXIT.

       110-TAKE-ONE-CUSTOMER.
           ADD 1 TO WS-INPUT-COUNT.
           ADD CMR-OPEN-BALANCE TO WS-AR-BALANCE.
           IF CMR-OPEN-BALANCE > ZERO
               ADD CMR-OPEN-BALANCE TO WS-AR-DEBIT-BALANCE
           END-IF.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       110-EXIT.
           EXIT.

       120-TAKE-ONE-HISTORY.
           IF HIS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER
               IF WS-CURRENT-CUSTOMER NOT = ZERO
                   PERFORM 130-AGE-ONE-CUSTOMER THRU 130-EXIT
               END-IF
               MOVE HIS-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER
               MOVE ZERO TO WS-CUSTOMER-RECENT WS-CUSTOMER-DISPUTED
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD (HIS-CHARGE-DATE) NOT = 0
              OR HIS-CHARGE-AMOUNT NOT > ZERO
               GO TO 120-READ-NEXT
           END-IF.

           COMPUTE WS-ITEM-DAY-INT =
               FUNCTION INTEGER-OF-DATE (HIS-CHARGE-DATE).
           COMPUTE WS-ITEM-AGE-DAYS =
               WS-BUSINESS-DAY-INT - WS-ITEM-DAY-INT.

           IF HIS-CHARGE-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-TODAY-CHARGE-COUNT
               ADD HIS-CHARGE-AMOUNT TO WS-TODAY-CHARGE-AMOUNT
           END-IF.
           IF HIS-CHARGE-DATE = WS-YEAR-AGO-DATE
               ADD 1 TO WS-YEAR-AGO-CHARGE-COUNT
               ADD HIS-CHARGE-AMOUNT TO WS-YEAR-AGO-CHARGE-AMOUNT
           END-IF.
           IF WS-ITEM-AGE-DAYS NOT < ZERO
              AND WS-ITEM-AGE-DAYS < 90
               ADD HIS-CHARGE-AMOUNT TO WS-SALES-90-DAYS
           END-IF.

      *    A DISPUTED ITEM STAYS OUT OF THE AGING, AS ON THE
      *    STATEMENT.
           IF HISTORY-ITEM-DISPUTED
               ADD HIS-CHARGE-AMOUNT TO WS-CUSTOMER-DISPUTED
           ELSE
               IF WS-ITEM-AGE-DAYS NOT > 60
                   ADD HIS-CHARGE-AMOUNT TO WS-CUSTOMER-RECENT
               END-IF
           END-IF.

       120-READ-NEXT.
           READ CHARGE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       120-EXIT.
           EXIT.

      *    THE CUSTOMER'S DEBIT BALANCE IS MADE UP OF ITS DISPUTED
      *    ITEMS FIRST, THEN ITS NEWEST CHARGES; WHAT THE LAST 60
      *    DAYS' CHARGES DO NOT COVER IS OVER 60.  A CUSTOMER NEVER
      *    MET HERE IS OVER 60 IN FULL.
       130-AGE-ONE-CUSTOMER.
           MOVE WS-CURRENT-CUSTOMER TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   GO TO 130-EXIT
           END-READ.

           IF CMR-OPEN-BALANCE NOT > ZERO
               GO TO 130-EXIT
           END-IF.
           MOVE CMR-OPEN-BALANCE TO WS-CUSTOMER-BALANCE.

           MOVE ZERO TO WS-CUSTOMER-PART.
           IF WS-CUSTOMER-DISPUTED > ZERO
               IF WS-CUSTOMER-DISPUTED < WS-CUSTOMER-BALANCE
                   MOVE WS-CUSTOMER-DISPUTED TO WS-CUSTOMER-PART
               ELSE
                   MOVE WS-CUSTOMER-BALANCE TO WS-CUSTOMER-PART
               END-IF
           END-IF.
           ADD WS-CUSTOMER-PART TO WS-AR-DISPUTED.
           SUBTRACT WS-CUSTOMER-PART FROM WS-CUSTOMER-BALANCE.

           IF WS-CUSTOMER-RECENT < WS-CUSTOMER-BALANCE
               MOVE WS-CUSTOMER-RECENT TO WS-CUSTOMER-PART
           ELSE
               MOVE WS-CUSTOMER-BALANCE TO WS-CUSTOMER-PART
           END-IF.
           ADD WS-CUSTOMER-PART TO WS-AR-WITHIN-60.

       130-EXIT.
           EXIT.

       140-TAKE-ONE-ARCHIVED.
           IF ARC-CHARGE-DATE = WS-YEAR-AGO-DATE
              AND ARC-CHARGE-AMOUNT > ZERO
               ADD 1 TO WS-YEAR-AGO-CHARGE-COUNT
               ADD ARC-CHARGE-AMOUNT TO WS-YEAR-AGO-CHARGE-AMOUNT
           END-IF.

           READ ARCHIVE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       140-EXIT.
           EXIT.

      *    PAYROLL COST FOR THE YEAR AS LABYTD STANDS, AGAINST THE
      *    BUDGET FOR THE SAME PERIODS - THROUGH THE LAST PERIOD ANY
      *    DEPARTMENT HAS POSTED.
       200-PAYROLL-FIGURES.
           MOVE 'N' TO WS-SOURCE-SWITCH.

           OPEN INPUT LABOR-YTD-FILE.
           IF WS-LABYTD-NOT-FOUND
               GO TO 290-STORE-PAYROLL-FIGURES
           END-IF.
           IF NOT WS-LABYTD-OK
               MOVE "LABOR-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LABYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ LABOR-YTD-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.
           PERFORM 210-TAKE-ONE-YTD THRU 210-EXIT
               UNTIL INPUT-EOF.
           CLOSE LABOR-YTD-FILE.

           OPEN INPUT LABOR-BUDGET-FILE.
           IF WS-LABBUDG-NOT-FOUND
               GO TO 290-STORE-PAYROLL-FIGURES
           END-IF.
           IF NOT WS-LABBUDG-OK
               MOVE "LABOR-BUDGET-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LABBUDG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           MOVE 'Y' TO WS-SOURCE-SWITCH.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ LABOR-BUDGET-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.
           PERFORM 220-TAKE-ONE-BUDGET THRU 220-EXIT
               UNTIL INPUT-EOF.
           CLOSE LABOR-BUDGET-FILE.

           IF WS-PAYROLL-BUDGET > ZERO
               COMPUTE WS-PAYROLL-PCT ROUNDED =
                   WS-PAYROLL-COST * 100 / WS-PAYROLL-BUDGET
           END-IF.

       290-STORE-PAYROLL-FIGURES.
           MOVE 'PAY-COST' TO WS-NEW-CODE.
           MOVE 'PAYROLL COST TO DATE' TO WS-NEW-LABEL.
           MOVE '$' TO WS-NEW-KIND.
           MOVE WS-PAYROLL-COST TO WS-NEW-VALUE.
           MOVE 'BUDGET TO DT' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-PAYROLL-BUDGET TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           MOVE 'PAY-PCT' TO WS-NEW-CODE.
           MOVE 'PAYROLL PERCENT OF BUDGET' TO WS-NEW-LABEL.
           MOVE 'D' TO WS-NEW-KIND.
           MOVE WS-PAYROLL-PCT TO WS-NEW-VALUE.
           MOVE 'THRU PERIOD' TO WS-NEW-CMP-LABEL.
           MOVE 'N' TO WS-NEW-CMP-KIND.
           MOVE WS-PAYROLL-LAST-PERIOD TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

       299-EXIT.
           EXIT.

       210-TAKE-ONE-YTD.
           ADD 1 TO WS-INPUT-COUNT.
           IF LYR-YEAR = WS-PAYROLL-YEAR
               ADD LYR-YTD-REGULAR LYR-YTD-OVERTIME
                   TO WS-PAYROLL-COST
               IF LYR-LAST-PERIOD > WS-PAYROLL-LAST-PERIOD
                   MOVE LYR-LAST-PERIOD TO WS-PAYROLL-LAST-PERIOD
               END-IF
           END-IF.

           READ LABOR-YTD-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       210-EXIT.
           EXIT.

       220-TAKE-ONE-BUDGET.
           ADD 1 TO WS-INPUT-COUNT.
           IF LBR-YEAR = WS-PAYROLL-YEAR
              AND LBR-PERIOD-NUMBER NOT > WS-PAYROLL-LAST-PERIOD
               ADD LBR-REGULAR-DOLLARS LBR-OVERTIME-DOLLARS
                   TO WS-PAYROLL-BUDGET
           END-IF.

           READ LABOR-BUDGET-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       220-EXIT.
           EXIT.

      *    SALES MONTH TO DATE AGAINST QUOTA, THE COMPANY FIRST AND
      *    THEN EACH DISTRICT IN THE ORDER SLSMMSTR NAMES THEM.
       300-SALES-FIGURES.
           MOVE 'N' TO WS-SOURCE-SWITCH.
           MOVE 'N' TO WS-SECOND-SWITCH.

           OPEN INPUT SALESMAN-MASTER-FILE.
           IF WS-SLSMMSTR-OK
               MOVE 'Y' TO WS-SECOND-SWITCH
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ SALESMAN-MASTER-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 310-TAKE-ONE-SALESMAN THRU 310-EXIT
                   UNTIL INPUT-EOF
               CLOSE SALESMAN-MASTER-FILE
           ELSE
               IF NOT WS-SLSMMSTR-NOT-FOUND
                   MOVE "SALESMAN-MASTER-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-SLSMMSTR-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN INPUT SORTED-SALES-FILE.
           IF WS-SALES-OK
               MOVE 'Y' TO WS-SOURCE-SWITCH
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ SORTED-SALES-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 320-TAKE-ONE-SALE THRU 320-EXIT
                   UNTIL INPUT-EOF
               CLOSE SORTED-SALES-FILE
           ELSE
               IF NOT WS-SALES-NOT-FOUND
                   MOVE "SORTED-SALES-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-SALES-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

      *    WITHOUT THE QUOTAS THE SALES ALONE ARE NO FIGURE TO SET
      *    AGAINST A TARGET.
           IF NOT SECOND-IS-PRESENT
               MOVE 'N' TO WS-SOURCE-SWITCH
           END-IF.

           MOVE 'SLS-MTD' TO WS-NEW-CODE.
           MOVE 'SALES MONTH TO DATE - COMPANY' TO WS-NEW-LABEL.
           MOVE '$' TO WS-NEW-KIND.
           MOVE WS-SALES-MTD TO WS-NEW-VALUE.
           MOVE 'QUOTA' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-SALES-QUOTA TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           PERFORM 340-STORE-ONE-DISTRICT THRU 340-EXIT
               VARYING WS-DISTRICT-SUB FROM 1 BY 1
               UNTIL WS-DISTRICT-SUB > WS-DISTRICT-COUNT.

           IF WS-DISTRICT-OVERFLOW > ZERO
               MOVE "SALES DISTRICT TABLE" TO WS-MSG-INSERT-1
               MOVE "20 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       399-EXIT.
           EXIT.

       310-TAKE-ONE-SALESMAN.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE SMR-DISTRICT TO WS-WANTED-DISTRICT.
           PERFORM 330-FIND-DISTRICT THRU 330-EXIT.
           IF WS-FOUND-DISTRICT > ZERO
               ADD SMR-MONTHLY-QUOTA TO DST-QUOTA (WS-FOUND-DISTRICT)
               ADD SMR-MONTHLY-QUOTA TO WS-SALES-QUOTA
           END-IF.

           READ SALESMAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       310-EXIT.
           EXIT.

       320-TAKE-ONE-SALE.
           ADD 1 TO WS-INPUT-COUNT.
           IF SSR-SALE-AMOUNT IS NUMERIC
               MOVE SSR-DISTRICT-CODE TO WS-WANTED-DISTRICT
               PERFORM 330-FIND-DISTRICT THRU 330-EXIT
               IF WS-FOUND-DISTRICT > ZERO
                   ADD SSR-SALE-AMOUNT
                       TO DST-SALES-MTD (WS-FOUND-DISTRICT)
               END-IF
               ADD SSR-SALE-AMOUNT TO WS-SALES-MTD
           END-IF.

           READ SORTED-SALES-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       320-EXIT.
           EXIT.

      *    FINDS THE DISTRICT, ADDING IT WHEN FIRST MET.
       330-FIND-DISTRICT.
           MOVE ZERO TO WS-FOUND-DISTRICT.
           IF WS-WANTED-DISTRICT = SPACE
               GO TO 330-EXIT
           END-IF.

           PERFORM 335-MATCH-ONE-DISTRICT THRU 335-EXIT
               VARYING WS-DISTRICT-SUB FROM 1 BY 1
               UNTIL WS-DISTRICT-SUB > WS-DISTRICT-COUNT
                  OR WS-FOUND-DISTRICT > ZERO.

           IF WS-FOUND-DISTRICT > ZERO
               GO TO 330-EXIT
           END-IF.

           IF WS-DISTRICT-COUNT NOT < 20
               ADD 1 TO WS-DISTRICT-OVERFLOW
               GO TO 330-EXIT
           END-IF.

           ADD 1 TO WS-DISTRICT-COUNT.
           MOVE WS-WANTED-DISTRICT TO DST-DISTRICT (WS-DISTRICT-COUNT).
           MOVE ZERO TO DST-SALES-MTD (WS-DISTRICT-COUNT)
                        DST-QUOTA (WS-DISTRICT-COUNT).
           MOVE WS-DISTRICT-COUNT TO WS-FOUND-DISTRICT.

       330-EXIT.
           EXIT.

       335-MATCH-ONE-DISTRICT.
           IF DST-DISTRICT (WS-DISTRICT-SUB) = WS-WANTED-DISTRICT
               MOVE WS-DISTRICT-SUB TO WS-FOUND-DISTRICT
           END-IF.

       335-EXIT.
           EXIT.

       340-STORE-ONE-DISTRICT.
           MOVE SPACES TO WS-NEW-CODE WS-NEW-LABEL.
           STRING 'SLS-MTD' DST-DISTRICT (WS-DISTRICT-SUB)
               DELIMITED BY SIZE INTO WS-NEW-CODE
           END-STRING.
           STRING '  DISTRICT ' DST-DISTRICT (WS-DISTRICT-SUB)
               DELIMITED BY SIZE INTO WS-NEW-LABEL
           END-STRING.
           MOVE '$' TO WS-NEW-KIND.
           MOVE DST-SALES-MTD (WS-DISTRICT-SUB) TO WS-NEW-VALUE.
           MOVE 'QUOTA' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE DST-QUOTA (WS-DISTRICT-SUB) TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

       340-EXIT.
           EXIT.

      *    WHAT STUDENTS OWE - THE STUDENT ROW'S BALANCE ACROSS ALL
      *    TERMS, WHERE IT IS IN DEBIT - AND THE DELINQUENCIES.
       400-STUDENT-FIGURES.
           MOVE 'N' TO WS-SOURCE-SWITCH.

           OPEN INPUT STUDENT-LEDGER-FILE.
           IF WS-LEDGER-OK
               MOVE 'Y' TO WS-SOURCE-SWITCH
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ STUDENT-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 410-TAKE-ONE-LEDGER-ROW THRU 410-EXIT
                   UNTIL INPUT-EOF
               CLOSE STUDENT-LEDGER-FILE
           ELSE
               IF NOT WS-LEDGER-NOT-FOUND
                   MOVE "STUDENT-LEDGER-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-LEDGER-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           MOVE 'STU-AR' TO WS-NEW-CODE.
           MOVE 'STUDENT RECEIVABLES' TO WS-NEW-LABEL.
           MOVE '$' TO WS-NEW-KIND.
           MOVE WS-STUDENT-RECEIVABLE TO WS-NEW-VALUE.
           MOVE 'STUDENTS OWE' TO WS-NEW-CMP-LABEL.
           MOVE 'N' TO WS-NEW-CMP-KIND.
           MOVE WS-STUDENTS-OWING TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

           MOVE 'N' TO WS-SOURCE-SWITCH.

           OPEN INPUT DELINQUENCY-FILE.
           IF WS-DELINQ-OK
               MOVE 'Y' TO WS-SOURCE-SWITCH
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ DELINQUENCY-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 420-TAKE-ONE-DELINQUENCY THRU 420-EXIT
                   UNTIL INPUT-EOF
               CLOSE DELINQUENCY-FILE
           ELSE
               IF NOT WS-DELINQ-NOT-FOUND
                   MOVE "DELINQUENCY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-DELINQ-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           MOVE 'STU-DLQ' TO WS-NEW-CODE.
           MOVE 'DELINQUENT STUDENTS' TO WS-NEW-LABEL.
           MOVE 'N' TO WS-NEW-KIND.
           MOVE WS-DELINQ-COUNT TO WS-NEW-VALUE.
           MOVE 'AMOUNT OWED' TO WS-NEW-CMP-LABEL.
           MOVE '$' TO WS-NEW-CMP-KIND.
           MOVE WS-DELINQ-AMOUNT TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

       499-EXIT.
           EXIT.

       410-TAKE-ONE-LEDGER-ROW.
           IF LGR-STUDENT-ROW
               ADD 1 TO WS-INPUT-COUNT
               IF LGS-BALANCE > ZERO
                   ADD 1 TO WS-STUDENTS-OWING
                   ADD LGS-BALANCE TO WS-STUDENT-RECEIVABLE
               END-IF
           END-IF.

           READ STUDENT-LEDGER-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       410-EXIT.
           EXIT.

       420-TAKE-ONE-DELINQUENCY.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO WS-DELINQ-COUNT.
           IF DLQ-AMOUNT-OWED IS NUMERIC
               ADD DLQ-AMOUNT-OWED TO WS-DELINQ-AMOUNT
           END-IF.

           READ DELINQUENCY-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       420-EXIT.
           EXIT.

      *    THE RECONCILIATION ITEMS STILL OPEN, WITH THE AGE OF THE
      *    OLDEST.
       500-RECON-FIGURES.
           MOVE 'N' TO WS-SOURCE-SWITCH.

           OPEN INPUT OPEN-ITEMS-FILE.
           IF WS-OPEN-OK
               MOVE 'Y' TO WS-SOURCE-SWITCH
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ OPEN-ITEMS-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 505-TAKE-ONE-OPEN-ITEM THRU 505-EXIT
                   UNTIL INPUT-EOF
               CLOSE OPEN-ITEMS-FILE
           ELSE
               IF NOT WS-OPEN-NOT-FOUND
                   MOVE "OPEN-ITEMS-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-OPEN-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           IF WS-RECON-OLDEST-DATE > ZERO
               COMPUTE WS-RECON-OLDEST-DAYS =
                   WS-BUSINESS-DAY-INT -
                   FUNCTION INTEGER-OF-DATE (WS-RECON-OLDEST-DATE)
           END-IF.

           MOVE 'REC-OPEN' TO WS-NEW-CODE.
           MOVE 'OPEN RECONCILIATION ITEMS' TO WS-NEW-LABEL.
           MOVE 'N' TO WS-NEW-KIND.
           MOVE WS-RECON-OPEN-COUNT TO WS-NEW-VALUE.
           MOVE 'OLDEST DAYS' TO WS-NEW-CMP-LABEL.
           MOVE 'N' TO WS-NEW-CMP-KIND.
           MOVE WS-RECON-OLDEST-DAYS TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

       509-EXIT.
           EXIT.

       505-TAKE-ONE-OPEN-ITEM.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO WS-RECON-OPEN-COUNT.
           IF FUNCTION TEST-DATE-YYYYMMDD (ROI-FIRST-SEEN) = 0
               IF WS-RECON-OLDEST-DATE = ZERO
                  OR ROI-FIRST-SEEN < WS-RECON-OLDEST-DATE
                   MOVE ROI-FIRST-SEEN TO WS-RECON-OLDEST-DATE
               END-IF
           END-IF.

           READ OPEN-ITEMS-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       505-EXIT.
           EXIT.

      *    LAST NIGHT'S JOBS AGAINST THEIR SLAPARM ALLOWANCES.  A JOB
      *    WITH NO ALLOWANCE ON FILE IS TIMED BUT CANNOT MISS.
       550-SLA-FIGURES.
           MOVE 'N' TO WS-SOURCE-SWITCH.

           OPEN INPUT SLA-PARAM-FILE.
           IF WS-SLA-OK
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ SLA-PARAM-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 555-STORE-ONE-SLA THRU 555-EXIT
                   UNTIL INPUT-EOF
               CLOSE SLA-PARAM-FILE
               IF WS-SLA-OVERFLOW > ZERO
                   MOVE "SLAPARM TABLE" TO WS-MSG-INSERT-1
                   MOVE "200 ENTRIES" TO WS-MSG-INSERT-2
                   MOVE 0004 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               END-IF
           ELSE
               IF NOT WS-SLA-NOT-FOUND
                   MOVE "SLA-PARAM-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-SLA-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN INPUT TIMING-LOG-FILE.
           IF WS-TIMELOG-OK
               MOVE 'Y' TO WS-SOURCE-SWITCH
               MOVE 'N' TO INPUT-EOF-SWITCH
               READ TIMING-LOG-FILE
                   AT END
                       MOVE 'Y' TO INPUT-EOF-SWITCH
               END-READ
               PERFORM 560-TAKE-ONE-EVENT THRU 560-EXIT
                   UNTIL INPUT-EOF
               CLOSE TIMING-LOG-FILE
               IF WS-JOB-OVERFLOW > ZERO
                   MOVE "TIMELOG JOB TABLE" TO WS-MSG-INSERT-1
                   MOVE "300 ENTRIES" TO WS-MSG-INSERT-2
                   MOVE 0004 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               END-IF
           END-IF.

           MOVE 'SLA-MISS' TO WS-NEW-CODE.
           MOVE 'BATCH JOBS OVER SLA' TO WS-NEW-LABEL.
           MOVE 'N' TO WS-NEW-KIND.
           MOVE WS-SLA-MISSES TO WS-NEW-VALUE.
           MOVE 'JOBS TIMED' TO WS-NEW-CMP-LABEL.
           MOVE 'N' TO WS-NEW-CMP-KIND.
           MOVE WS-JOBS-TIMED TO WS-NEW-CMP-VALUE.
           PERFORM 090-ADD-KPI THRU 090-EXIT.

       599-EXIT.
           EXIT.

       555-STORE-ONE-SLA.
           IF SLA-ALLOW-SECONDS IS NUMERIC
               IF WS-SLA-COUNT < 200
                   ADD 1 TO WS-SLA-COUNT
                   MOVE SLA-PROGRAM-ID
                       TO SLT-PROGRAM-ID (WS-SLA-COUNT)
                   MOVE SLA-ALLOW-SECONDS
                       TO SLT-ALLOW-SECONDS (WS-SLA-COUNT)
               ELSE
                   ADD 1 TO WS-SLA-OVERFLOW
               END-IF
           END-IF.

           READ SLA-PARAM-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       555-EXIT.
           EXIT.

      *    TIMESTAMPS FLATTEN TO ABSOLUTE SECONDS SO A JOB RUNNING
      *    ACROSS MIDNIGHT STILL TIMES.  A PAIR STARTED ON A LATER
      *    DATE THAN ANY SEEN SO FAR OPENS A NEW NIGHT.
       560-TAKE-ONE-EVENT.
           MOVE TLV-DATE-PART (1:4) TO WS-DATE-DIGITS (1:4).
           MOVE TLV-DATE-PART (6:2) TO WS-DATE-DIGITS (5:2).
           MOVE TLV-DATE-PART (9:2) TO WS-DATE-DIGITS (7:2).
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-DIGITS) NOT = 0
               GO TO 560-READ-NEXT
           END-IF.
           COMPUTE WS-ABS-SECONDS =
               (FUNCTION INTEGER-OF-DATE (WS-DATE-DIGITS) * 86400)
               + (TLV-HH * 3600) + (TLV-MM * 60) + TLV-SS.

           MOVE ZERO TO WS-FOUND-JOB.
           PERFORM 565-MATCH-ONE-JOB THRU 565-EXIT
               VARYING WS-JOB-SUB FROM 1 BY 1
               UNTIL WS-JOB-SUB > WS-JOB-COUNT
                  OR WS-FOUND-JOB > ZERO.
           IF WS-FOUND-JOB = ZERO
               IF WS-JOB-COUNT NOT < 300
                   ADD 1 TO WS-JOB-OVERFLOW
                   GO TO 560-READ-NEXT
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-FOUND-JOB
               MOVE TML-PROGRAM-ID TO JBT-PROGRAM-ID (WS-FOUND-JOB)
               MOVE 'N' TO JBT-START-PENDING (WS-FOUND-JOB)
           END-IF.

           IF TML-EVENT = 'START'
               MOVE 'Y' TO JBT-START-PENDING (WS-FOUND-JOB)
               MOVE TLV-DATE-PART TO JBT-START-DATE (WS-FOUND-JOB)
               MOVE WS-ABS-SECONDS
                   TO JBT-START-SECONDS (WS-FOUND-JOB)
               GO TO 560-READ-NEXT
           END-IF.

           IF JBT-START-PENDING (WS-FOUND-JOB) NOT = 'Y'
               GO TO 560-READ-NEXT
           END-IF.
           MOVE 'N' TO JBT-START-PENDING (WS-FOUND-JOB).

           IF JBT-START-DATE (WS-FOUND-JOB) > WS-LAST-NIGHT
               MOVE JBT-START-DATE (WS-FOUND-JOB) TO WS-LAST-NIGHT
               MOVE ZERO TO WS-SLA-MISSES WS-JOBS-TIMED
           END-IF.
           IF JBT-START-DATE (WS-FOUND-JOB) NOT = WS-LAST-NIGHT
               GO TO 560-READ-NEXT
           END-IF.

           COMPUTE WS-ELAPSED =
               WS-ABS-SECONDS - JBT-START-SECONDS (WS-FOUND-JOB).
           ADD 1 TO WS-JOBS-TIMED.

           MOVE ZERO TO WS-JOB-SLA.
           PERFORM 570-CHECK-ONE-SLA THRU 570-EXIT
               VARYING WS-SLA-SUB FROM 1 BY 1
               UNTIL WS-SLA-SUB > WS-SLA-COUNT.
           IF WS-JOB-SLA > ZERO
              AND WS-ELAPSED > WS-JOB-SLA
               ADD 1 TO WS-SLA-MISSES
           END-IF.

       560-READ-NEXT.
           READ TIMING-LOG-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       560-EXIT.
           EXIT.

       565-MATCH-ONE-JOB.
           IF JBT-PROGRAM-ID (WS-JOB-SUB) = TML-PROGRAM-ID
               MOVE WS-JOB-SUB TO WS-FOUND-JOB
           END-IF.

       565-EXIT.
           EXIT.

       570-CHECK-ONE-SLA.
           IF SLT-PROGRAM-ID (WS-SLA-SUB) = TML-PROGRAM-ID
               MOVE SLT-ALLOW-SECONDS (WS-SLA-SUB) TO WS-JOB-SLA
           END-IF.

       570-EXIT.
           EXIT.

      *    ONE FIGURE ONTO THE PAGE TABLE, AVAILABLE OR NOT AS THE
      *    SOURCE SWITCH SAYS.
       090-ADD-KPI.
           IF WS-KPI-COUNT NOT < 40
               ADD 1 TO WS-KPI-OVERFLOW
               GO TO 090-EXIT
           END-IF.

           ADD 1 TO WS-KPI-COUNT.
           MOVE WS-NEW-CODE TO KPI-CODE (WS-KPI-COUNT).
           MOVE WS-NEW-LABEL TO KPI-LABEL (WS-KPI-COUNT).
           MOVE WS-NEW-KIND TO KPI-KIND (WS-KPI-COUNT).
           MOVE WS-SOURCE-SWITCH TO KPI-AVAILABLE (WS-KPI-COUNT).
           MOVE WS-NEW-VALUE TO KPI-VALUE (WS-KPI-COUNT).
           MOVE WS-NEW-CMP-LABEL TO KPI-CMP-LABEL (WS-KPI-COUNT).
           MOVE WS-NEW-CMP-KIND TO KPI-CMP-KIND (WS-KPI-COUNT).
           MOVE WS-NEW-CMP-VALUE TO KPI-CMP-VALUE (WS-KPI-COUNT).
           MOVE ZERO TO KPI-PRIOR-DATE (WS-KPI-COUNT)
                        KPI-PRIOR-VALUE (WS-KPI-COUNT).
           MOVE SPACE TO KPI-TREND (WS-KPI-COUNT).

       090-EXIT.
           EXIT.

      *    EACH FIGURE'S VALUE AS IT STOOD A WEEK AGO - THE LATEST
      *    HISTORY ROW DATED ON OR BEFORE THAT DAY - AND THE ARROW.
       600-LOAD-PRIOR-WEEK.
           OPEN INPUT KPI-HISTORY-FILE.
           IF WS-KPIHIST-NOT-FOUND
               GO TO 649-EXIT
           END-IF.
           IF NOT WS-KPIHIST-OK
               MOVE "KPI-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-KPIHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ KPI-HISTORY-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.
           PERFORM 610-TAKE-ONE-HISTORY THRU 610-EXIT
               UNTIL INPUT-EOF.

           CLOSE KPI-HISTORY-FILE.

           PERFORM 620-SET-ONE-TREND THRU 620-EXIT
               VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPI-COUNT.

       649-EXIT.
           EXIT.

       610-TAKE-ONE-HISTORY.
           IF KPH-BUSINESS-DATE IS NOT NUMERIC
              OR KPH-BUSINESS-DATE > WS-WEEK-AGO-DATE
              OR KPH-VALUE IS NOT NUMERIC
               GO TO 610-READ-NEXT
           END-IF.

           PERFORM 615-MATCH-ONE-KPI THRU 615-EXIT
               VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPI-COUNT.

       610-READ-NEXT.
           READ KPI-HISTORY-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       610-EXIT.
           EXIT.

       615-MATCH-ONE-KPI.
           IF KPI-CODE (WS-KPI-SUB) = KPH-KPI-CODE
              AND KPH-BUSINESS-DATE NOT < KPI-PRIOR-DATE (WS-KPI-SUB)
               MOVE KPH-BUSINESS-DATE TO KPI-PRIOR-DATE (WS-KPI-SUB)
               MOVE KPH-VALUE TO KPI-PRIOR-VALUE (WS-KPI-SUB)
           END-IF.

       615-EXIT.
           EXIT.

       620-SET-ONE-TREND.
           MOVE SPACE TO KPI-TREND (WS-KPI-SUB).
           IF NOT KPI-IS-AVAILABLE (WS-KPI-SUB)
              OR KPI-PRIOR-DATE (WS-KPI-SUB) = ZERO
               GO TO 620-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN KPI-VALUE (WS-KPI-SUB) >
                    KPI-PRIOR-VALUE (WS-KPI-SUB)
                   MOVE '^' TO KPI-TREND (WS-KPI-SUB)
               WHEN KPI-VALUE (WS-KPI-SUB) <
                    KPI-PRIOR-VALUE (WS-KPI-SUB)
                   MOVE 'v' TO KPI-TREND (WS-KPI-SUB)
               WHEN OTHER
                   MOVE '=' TO KPI-TREND (WS-KPI-SUB)
           END-EVALUATE.

       620-EXIT.
           EXIT.

      *    TODAY'S AVAILABLE FIGURES GO ONTO THE HISTORY FOR NEXT
      *    WEEK'S ARROWS.
       650-SAVE-TODAYS-FIGURES.
           OPEN EXTEND KPI-HISTORY-FILE.
           IF WS-KPIHIST-NOT-FOUND
               OPEN OUTPUT KPI-HISTORY-FILE
           END-IF.
           IF NOT WS-KPIHIST-OK
               MOVE "KPI-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-KPIHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 655-SAVE-ONE-FIGURE THRU 655-EXIT
               VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPI-COUNT.

           CLOSE KPI-HISTORY-FILE.

       669-EXIT.
           EXIT.

       655-SAVE-ONE-FIGURE.
           IF NOT KPI-IS-AVAILABLE (WS-KPI-SUB)
               GO TO 655-EXIT
           END-IF.

           MOVE SPACES TO KPI-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO KPH-BUSINESS-DATE.
           MOVE KPI-CODE (WS-KPI-SUB) TO KPH-KPI-CODE.
           MOVE KPI-VALUE (WS-KPI-SUB) TO KPH-VALUE.
           WRITE KPI-HISTORY-RECORD.

       655-EXIT.
           EXIT.

       700-WRITE-THE-PAGE.
           OPEN OUTPUT KPI-PAGE-FILE.
           IF NOT WS-PAGE-OK
               MOVE "KPI-PAGE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAGE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-HEAD-DATE.
           MOVE WS-RUN-DATE-TIME TO WS-HEAD-RUN.
           MOVE WS-HEAD-LINE TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.

           MOVE WS-CERT-VERDICT TO WS-CTL-VERDICT.
           MOVE WS-CERT-EXCEPTIONS TO WS-CTL-EXCEPTIONS.
           MOVE WS-CERT-LINE TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.

           MOVE SPACES TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.
           MOVE WS-COLUMN-LINE TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.

           PERFORM 710-WRITE-ONE-FIGURE THRU 710-EXIT
               VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPI-COUNT.

           MOVE SPACES TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.
           MOVE WS-LEGEND-LINE TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.

           CLOSE KPI-PAGE-FILE.

       799-EXIT.
           EXIT.

       710-WRITE-ONE-FIGURE.
           MOVE KPI-LABEL (WS-KPI-SUB) TO WS-KPL-LABEL.
           MOVE SPACES TO WS-KPL-VALUE WS-KPL-CMP-LABEL
                          WS-KPL-CMP-VALUE WS-KPL-PRIOR WS-KPL-TREND.

           IF NOT KPI-IS-AVAILABLE (WS-KPI-SUB)
               MOVE '     NOT AVAILABLE' TO WS-KPL-VALUE
               GO TO 710-WRITE
           END-IF.

           MOVE KPI-KIND (WS-KPI-SUB) TO WS-FMT-KIND.
           MOVE KPI-VALUE (WS-KPI-SUB) TO WS-FMT-VALUE.
           PERFORM 790-FORMAT-FIGURE THRU 790-EXIT.
           MOVE WS-FMT-TEXT TO WS-KPL-VALUE.

           MOVE KPI-CMP-LABEL (WS-KPI-SUB) TO WS-KPL-CMP-LABEL.
           MOVE KPI-CMP-KIND (WS-KPI-SUB) TO WS-FMT-KIND.
           MOVE KPI-CMP-VALUE (WS-KPI-SUB) TO WS-FMT-VALUE.
           PERFORM 790-FORMAT-FIGURE THRU 790-EXIT.
           MOVE WS-FMT-TEXT TO WS-KPL-CMP-VALUE.

           IF KPI-PRIOR-DATE (WS-KPI-SUB) > ZERO
               MOVE KPI-KIND (WS-KPI-SUB) TO WS-FMT-KIND
               MOVE KPI-PRIOR-VALUE (WS-KPI-SUB) TO WS-FMT-VALUE
               PERFORM 790-FORMAT-FIGURE THRU 790-EXIT
               MOVE WS-FMT-TEXT TO WS-KPL-PRIOR
           END-IF.
           MOVE KPI-TREND (WS-KPI-SUB) TO WS-KPL-TREND.

       710-WRITE.
           MOVE WS-KPI-LINE TO KPI-PAGE-RECORD.
           PERFORM 795-WRITE-PAGE-LINE THRU 795-EXIT.

       710-EXIT.
           EXIT.

       790-FORMAT-FIGURE.
           MOVE SPACES TO WS-FMT-TEXT.
           EVALUATE WS-FMT-KIND
               WHEN '$'
                   MOVE WS-FMT-VALUE TO WS-FMT-MONEY
                   MOVE WS-FMT-MONEY TO WS-FMT-TEXT
               WHEN 'N'
                   MOVE WS-FMT-VALUE TO WS-FMT-COUNT
                   MOVE WS-FMT-COUNT TO WS-FMT-TEXT (4:15)
               WHEN 'D'
                   MOVE WS-FMT-VALUE TO WS-FMT-DECIMAL
                   MOVE WS-FMT-DECIMAL TO WS-FMT-TEXT (4:13)
           END-EVALUATE.

       790-EXIT.
           EXIT.

       795-WRITE-PAGE-LINE.
           WRITE KPI-PAGE-RECORD.
           ADD 1 TO WS-PAGE-LINE-COUNT.

       795-EXIT.
           EXIT.

      *    THE PAGE GOES INTO THE REPOSITORY UNDER THE SAME CATALOG
      *    THE REPORT ARCHIVE USES, KEYED BY PROGRAM AND BUSINESS
      *    DATE, NEXT TO THE CERTIFICATE IT WAS BUILT BEHIND.
       800-ARCHIVE-THE-PAGE.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING 'KPISUMM1-' WS-BUSINESS-DATE '.arc'
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME
           END-STRING.

           OPEN INPUT KPI-PAGE-FILE.
           IF NOT WS-PAGE-OK
               DISPLAY "CANNOT REREAD KPI PAGE, STATUS "
                       WS-PAGE-STATUS UPON SYSERR
               GO TO 849-EXIT
           END-IF.

           OPEN OUTPUT ARCHIVE-FILE.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "CANNOT CREATE ARCHIVE "
                       FUNCTION TRIM (WS-ARCHIVE-NAME)
                       ", STATUS " WS-ARCHIVE-STATUS UPON SYSERR
               CLOSE KPI-PAGE-FILE
               GO TO 849-EXIT
           END-IF.

           MOVE 'N' TO PAGE-EOF-SWITCH.
           READ KPI-PAGE-FILE
               AT END
                   MOVE 'Y' TO PAGE-EOF-SWITCH
           END-READ.

           PERFORM 810-COPY-ONE-LINE THRU 810-EXIT
               UNTIL PAGE-EOF.

           CLOSE KPI-PAGE-FILE
                 ARCHIVE-FILE.

           PERFORM 820-CATALOG-THE-ARCHIVE THRU 820-EXIT.

       849-EXIT.
           EXIT.

       810-COPY-ONE-LINE.
           MOVE KPI-PAGE-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD.

           READ KPI-PAGE-FILE
               AT END
                   MOVE 'Y' TO PAGE-EOF-SWITCH
           END-READ.

       810-EXIT.
           EXIT.

       820-CATALOG-THE-ARCHIVE.
           OPEN I-O REPORT-CATALOG-FILE.
           IF WS-CATALOG-NOT-FOUND
               OPEN OUTPUT REPORT-CATALOG-FILE
               IF NOT WS-CATALOG-OK
                   DISPLAY "CANNOT CREATE REPORT CATALOG, STATUS "
                           WS-CATALOG-STATUS UPON SYSERR
                   GO TO 820-EXIT
               END-IF
               CLOSE REPORT-CATALOG-FILE
               OPEN I-O REPORT-CATALOG-FILE
           END-IF.
           IF NOT WS-CATALOG-OK
               DISPLAY "CANNOT OPEN REPORT CATALOG, STATUS "
                       WS-CATALOG-STATUS UPON SYSERR
               GO TO 820-EXIT
           END-IF.

           MOVE SPACES TO REPORT-CATALOG-RECORD.
           MOVE 'KPISUMM1' TO RCT-PROGRAM-ID.
           MOVE WS-BUSINESS-DATE TO RCT-BUSINESS-DATE.
           MOVE 1 TO RCT-PAGE-COUNT.
           MOVE WS-PAGE-LINE-COUNT TO RCT-RECORD-COUNT.
           MOVE WS-AR-BALANCE TO RCT-CONTROL-TOTAL.
           MOVE WS-ARCHIVE-NAME (1:40) TO RCT-ARCHIVE-NAME.

      *    A RERUN THE SAME MORNING REPLACES ITS OWN ENTRY.
           WRITE REPORT-CATALOG-RECORD
               INVALID KEY
                   REWRITE REPORT-CATALOG-RECORD
                       INVALID KEY
                           DISPLAY "CANNOT CATALOG KPI PAGE, "
                                   "STATUS " WS-CATALOG-STATUS
                                   UPON SYSERR
                   END-REWRITE
           END-WRITE.

           CLOSE REPORT-CATALOG-FILE.

       820-EXIT.
           EXIT.

      *    THE DASHBOARD'S FEED - ONE ROW PER FIGURE, PLAIN NUMBERS,
      *    THE TREND SPELLED OUT.  A FIGURE NOT AVAILABLE GOES WITH
      *    ITS VALUES EMPTY SO THE DASHBOARD SHOWS THE GAP.
       850-WRITE-THE-CSV.
           OPEN OUTPUT CSV-FILE.
           IF NOT WS-CSV-OK
               MOVE "CSV-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CSV-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO CSV-RECORD.
           STRING 'BUSINESS_DATE,KPI,LABEL,VALUE,COMPARE_LABEL,'
                  'COMPARE_VALUE,WEEK_AGO,TREND,CERTIFICATE'
               DELIMITED BY SIZE INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.

           PERFORM 860-WRITE-ONE-ROW THRU 860-EXIT
               VARYING WS-KPI-SUB FROM 1 BY 1
               UNTIL WS-KPI-SUB > WS-KPI-COUNT.

           CLOSE CSV-FILE.

       869-EXIT.
           EXIT.

       860-WRITE-ONE-ROW.
           MOVE SPACES TO WS-CSV-VALUE WS-CSV-COMPARE WS-CSV-PRIOR
                          WS-CSV-TREND.

           IF KPI-IS-AVAILABLE (WS-KPI-SUB)
               MOVE KPI-VALUE (WS-KPI-SUB) TO WS-CSV-NUMBER
               MOVE FUNCTION TRIM (WS-CSV-NUMBER) TO WS-CSV-VALUE
               MOVE KPI-CMP-VALUE (WS-KPI-SUB) TO WS-CSV-NUMBER
               MOVE FUNCTION TRIM (WS-CSV-NUMBER) TO WS-CSV-COMPARE
               IF KPI-PRIOR-DATE (WS-KPI-SUB) > ZERO
                   MOVE KPI-PRIOR-VALUE (WS-KPI-SUB) TO WS-CSV-NUMBER
                   MOVE FUNCTION TRIM (WS-CSV-NUMBER) TO WS-CSV-PRIOR
               END-IF
               EVALUATE KPI-TREND (WS-KPI-SUB)
                   WHEN '^' MOVE 'UP' TO WS-CSV-TREND
                   WHEN 'v' MOVE 'DOWN' TO WS-CSV-TREND
                   WHEN '=' MOVE 'FLAT' TO WS-CSV-TREND
               END-EVALUATE
           END-IF.

           MOVE SPACES TO CSV-RECORD.
           STRING WS-BUSINESS-DATE                DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  KPI-CODE (WS-KPI-SUB)           DELIMITED BY SPACE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM (KPI-LABEL (WS-KPI-SUB))
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-CSV-VALUE                    DELIMITED BY SPACE
                  ','                             DELIMITED BY SIZE
                  FUNCTION TRIM (KPI-CMP-LABEL (WS-KPI-SUB))
                                                  DELIMITED BY SIZE
                  ','                             DELIMITED BY SIZE
                  WS-CSV-COMPARE                  DELIMITED BY SPACE
                  ','                             DELIMITED BY SIZE
                  WS-CSV-PRIOR                    DELIMITED BY SPACE
                  ','                             DELIMITED BY SIZE
                  WS-CSV-TREND                    DELIMITED BY SPACE
                  ','                             DELIMITED BY SIZE
                  WS-CERT-VERDICT                 DELIMITED BY SPACE
               INTO CSV-RECORD
           END-STRING.
           WRITE CSV-RECORD.

       860-EXIT.
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
      *    EACH RUN - SOURCE RECORDS READ AND FIGURES PUT ON THE
      *    PAGE, WITH THE AR BALANCE AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'KPISUMM1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-KPI-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-AR-BALANCE TO ATR-CONTROL-TOTAL.
           MOVE 'KPI SUMMARY' TO ATR-RUN-MODES.

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
           MOVE WS-KPI-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
