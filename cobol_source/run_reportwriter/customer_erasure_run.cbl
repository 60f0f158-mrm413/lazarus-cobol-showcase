       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * CUSTOMER RIGHT-TO-ERASURE RUN.                                *
      *                                                               *
      * WORKS THE ERASREQ REQUEST FILE - CUSTOMER NUMBER, THE DATE    *
      * THE CUSTOMER ASKED AND THE COMPLIANCE CASE REFERENCE.  A      *
      * REQUEST IS REFUSED WHEN THE ACCOUNT IS NOT CLOSED, CARRIES AN *
      * OPEN BALANCE, HAS A DISPUTED ITEM ON CHRGHIST OR CHRGARCH, OR *
      * HAS BEEN PASSED TO COLLECTIONS (FINAL NOTICE HELD ON THE      *
      * DUNLEVEL REGISTRY).  FOR EVERY REQUEST ACCEPTED THE           *
      * CUSTOMER'S IDENTITY IS REPLACED BY THE ERASED TOKEN IN:       *
      *                                                               *
      *   CUSTMSTR  NAME, STREET, CITY AND POSTAL CODE (THE STATE     *
      *             STAYS FOR THE TAX JURISDICTION); PRIVACY FLAG SET *
      *   CUSTEDLV  THE STATEMENT E-MAIL ADDRESS                      *
      *   CHRGHIST  ANY DESCRIPTION CARRYING THE CUSTOMER'S NAME OR   *
      *   CHRGARCH  STREET, OR A WORD OF THE NAME                     *
      *   DUNREG    THE NAME ON THE CUSTOMER'S REGISTER LINES         *
      *   CUSTLOG   THE NAME ON THE MAINTENANCE LOG ROWS              *
      *   REFCHKRG  THE PAYEE NAME ON THE CUSTOMER'S REFUND CHECKS    *
      *   FLDHIST   OLD AND NEW VALUES OF NAME, STREET, CITY AND      *
      *             POSTAL CHANGES                                    *
      *   RPTCATLG  EVERY ARCHIVED REPORT IN THE REPOSITORY - THE     *
      *             NAME AND STREET (CURRENT AND ANY FORMER ONES OFF  *
      *             FLDHIST) ARE MASKED WHERE THEY APPEAR, SAME       *
      *             LENGTH, SO THE PAGES KEEP THEIR SHAPE             *
      *                                                               *
      * ACCOUNT NUMBERS, AMOUNTS AND DATES ARE NEVER TOUCHED, SO THE  *
      * FINANCIAL HISTORY STILL BALANCES.  EVERY REQUEST - ERASED,    *
      * REFUSED OR ALREADY ERASED - IS APPENDED TO THE ERASELOG       *
      * COMPLIANCE LOG WITH ITS REQUEST DATE AND WHAT WAS TOUCHED,    *
      * AND EACH ERASURE GOES ON FLDHIST.  THE ERASRPT LISTING CARRIES *
      * NO NAMES.  ANY REFUSAL ENDS THE RUN WITH RETURN CODE 4.       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ERASURE-REQUEST-FILE
               ASSIGN TO EXTERNAL ERASREQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REQUEST-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGARCH
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS ARC-RECORD-KEY
                         FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT DELIVERY-FILE
               ASSIGN TO EXTERNAL CUSTEDLV
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EDL-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTEDLV-STATUS.

           SELECT DUNNING-LEVEL-FILE
               ASSIGN TO EXTERNAL DUNLEVEL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LEVEL-STATUS.

           SELECT REPORT-CATALOG-FILE
               ASSIGN TO EXTERNAL RPTCATLG
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS RCT-CATALOG-KEY
                         FILE STATUS IS WS-CATALOG-STATUS.

      *    THE SEQUENTIAL FILE BEING SCRUBBED - A REGISTER, A LOG OR
      *    AN ARCHIVED REPORT - IS COPIED THROUGH THE WORK FILE AND
      *    BACK, THE RETENTION PURGE'S WAY OF REWRITING A LIVE FILE.
           SELECT LIVE-FILE
               ASSIGN TO DYNAMIC WS-LIVE-PATH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LIVE-STATUS.

           SELECT ERASE-WORK-FILE
               ASSIGN TO "erase-work.tmp"
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-WORK-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FLDHIST-STATUS.

           SELECT ERASURE-LOG-FILE
               ASSIGN TO EXTERNAL ERASELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LOG-STATUS.

           SELECT ERASURE-REPORT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING ERASRPT
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

       FD  ERASURE-REQUEST-FILE.

       01  ERASURE-REQUEST-RECORD.
           03  ERR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ERR-REQUEST-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ERR-CASE-REFERENCE      PIC X(12).
           03  FILLER                  PIC X(54).

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
           03  CMR-FINCHG-EXEMPT       PIC X(01).
           03  CMR-ACCOUNT-STATUS      PIC X(01).
               88  ACCOUNT-IS-CLOSED               VALUE 'C'.
           03  CMR-PRIVACY-FLAG        PIC X(01).
           03  CMR-NSF-FLAG            PIC X(01).
           03  CMR-STREET-ADDRESS      PIC X(15).
           03  CMR-CITY                PIC X(09).
           03  CMR-STATE               PIC X(02).
           03  CMR-POSTAL-CODE         PIC X(05).

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

      *    THE CHARGE-HISTORY RECORD BYTE FOR BYTE, UNDER THE SAME
      *    CUSTOMER / DATE / SEQUENCE KEY.
       FD  ARCHIVE-HISTORY-FILE.

       01  ARCHIVE-HISTORY-RECORD.
           03  ARC-RECORD-KEY.
               05  ARC-CUSTOMER-NUMBER PIC 9(04).
               05  ARC-CHARGE-DATE     PIC 9(08).
               05  ARC-SEQUENCE        PIC 9(04).
           03  ARC-CHARGE-AMOUNT       PIC S9(07)V99.
           03  ARC-DESCRIPTION         PIC X(20).
           03  ARC-ITEM-DEPARTMENT     PIC 9(02).
           03  ARC-ITEM-NUMBER         PIC 9(05).
           03  ARC-DISPUTE-FLAG        PIC X(01).
               88  ARCHIVE-ITEM-DISPUTED           VALUE 'Y'.
           03  ARC-DISPUTE-DATE        PIC 9(08).
           03  FILLER                  PIC X(19).

       FD  DELIVERY-FILE.

       01  DELIVERY-RECORD.
           03  EDL-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  EDL-DELIVERY-PREF       PIC X(01).
           03  FILLER                  PIC X(01).
           03  EDL-EMAIL-ADDRESS       PIC X(50).
           03  FILLER                  PIC X(01).
           03  EDL-BOUNCE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  EDL-BOUNCE-REASON       PIC X(20).
           03  FILLER                  PIC X(01).
           03  EDL-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  EDL-MAINTAINED-DATE     PIC 9(08).
           03  FILLER                  PIC X(15).

       FD  DUNNING-LEVEL-FILE.

       01  DUNNING-LEVEL-RECORD.
           03  DLV-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  DLV-LETTER-LEVEL        PIC 9(01).
           03  FILLER                  PIC X(01).
           03  DLV-LETTER-DATE         PIC 9(08).
           03  FILLER                  PIC X(65).

       FD  REPORT-CATALOG-FILE.

       01  REPORT-CATALOG-RECORD.
           03  RCT-CATALOG-KEY.
               05  RCT-PROGRAM-ID      PIC X(08).
               05  RCT-BUSINESS-DATE   PIC 9(08).
           03  RCT-PAGE-COUNT          PIC 9(05).
           03  RCT-RECORD-COUNT        PIC 9(07).
           03  RCT-CONTROL-TOTAL       PIC S9(09)V99.
           03  RCT-ARCHIVE-NAME        PIC X(40).
           03  FILLER                  PIC X(01).

       FD  LIVE-FILE.

       01  LIVE-LINE                   PIC X(300).

       FD  ERASE-WORK-FILE.

       01  ERASE-WORK-LINE             PIC X(300).

       FD  FIELD-HISTORY-FILE.

       01  FIELD-HISTORY-RECORD.
           03  FLH-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  FLH-MASTER-ID           PIC X(01).
           03  FILLER                  PIC X(01).
           03  FLH-RECORD-KEY          PIC X(05).
           03  FILLER                  PIC X(01).
           03  FLH-FIELD-NAME          PIC X(12).
           03  FILLER                  PIC X(01).
           03  FLH-OLD-VALUE           PIC X(16).
           03  FILLER                  PIC X(01).
           03  FLH-NEW-VALUE           PIC X(16).
           03  FILLER                  PIC X(01).
           03  FLH-SOURCE-PROGRAM      PIC X(08).
           03  FILLER                  PIC X(07).

       FD  ERASURE-LOG-FILE.

       01  ERASURE-LOG-RECORD.
           03  ELG-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  ELG-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ELG-REQUEST-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ELG-CASE-REFERENCE      PIC X(12).
           03  FILLER                  PIC X(01).
           03  ELG-OUTCOME             PIC X(08).
           03  FILLER                  PIC X(01).
           03  ELG-REASON              PIC X(20).
           03  FILLER                  PIC X(01).
           03  ELG-HISTORY-ROWS        PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ELG-FILE-ROWS           PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ELG-ARCHIVE-HITS        PIC 9(05).
           03  FILLER                  PIC X(06).

       FD  ERASURE-REPORT-FILE.

       01  ERASURE-REPORT-RECORD       PIC X(132).

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

       WORKING-STORAGE SECTION.

       77  WS-MSG-NUMBER               PIC 9(04)   VALUE 0.
       77  WS-MSG-INSERT-1             PIC X(30)   VALUE SPACES.
       77  WS-MSG-INSERT-2             PIC X(20)   VALUE SPACES.
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'CUSTERAS'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-REQUEST-STATUS           PIC XX.
           88  WS-REQUEST-OK                       VALUE "00".
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
       77  WS-ARCHIVE-STATUS           PIC XX.
           88  WS-ARCHIVE-OK                       VALUE "00".
           88  WS-ARCHIVE-NOT-FOUND                VALUE "35".
       77  WS-CUSTEDLV-STATUS          PIC XX.
           88  WS-CUSTEDLV-OK                      VALUE "00".
           88  WS-CUSTEDLV-NOT-FOUND               VALUE "35".
       77  WS-LEVEL-STATUS             PIC XX.
           88  WS-LEVEL-OK                         VALUE "00".
           88  WS-LEVEL-NOT-FOUND                  VALUE "35".
       77  WS-CATALOG-STATUS           PIC XX.
           88  WS-CATALOG-OK                       VALUE "00".
           88  WS-CATALOG-NOT-FOUND                VALUE "35".
       77  WS-LIVE-STATUS              PIC XX.
           88  WS-LIVE-OK                          VALUE "00".
           88  WS-LIVE-NOT-FOUND                   VALUE "35".
       77  WS-WORK-STATUS              PIC XX.
           88  WS-WORK-OK                          VALUE "00".
       77  WS-FLDHIST-STATUS           PIC XX.
           88  WS-FLDHIST-OK                       VALUE "00".
           88  WS-FLDHIST-NOT-FOUND                VALUE "35".
       77  WS-LOG-STATUS               PIC XX.
           88  WS-LOG-OK                           VALUE "00".
           88  WS-LOG-NOT-FOUND                    VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  LEVEL-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  LEVEL-EOF                           VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  ARCHIVE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  ARCHIVE-EOF                         VALUE 'Y'.
       77  CATALOG-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  CATALOG-EOF                         VALUE 'Y'.
       77  LIVE-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  LIVE-EOF                            VALUE 'Y'.
       77  WORK-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  WORK-EOF                            VALUE 'Y'.
       77  ARCHIVE-OPEN-SWITCH         PIC X(1)    VALUE 'N'.
           88  ARCHIVE-IS-OPEN                     VALUE 'Y'.
       77  DELIVERY-OPEN-SWITCH        PIC X(1)    VALUE 'N'.
           88  DELIVERY-IS-OPEN                    VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.

      *    WHAT AN ERASED FIELD BECOMES.  A MASK IN AN ARCHIVED
      *    REPORT TAKES THE SAME LENGTH AS WHAT IT COVERS.
       77  WS-ERASED-TOKEN             PIC X(06)   VALUE 'ERASED'.
       77  WS-ERASED-MASK              PIC X(16)   VALUE
                                           'ERASED**********'.

      *    THE REQUESTS, VETTED, WITH WHAT EACH ERASURE TOUCHED.
       01  REQUEST-TABLE.
           02  REQUEST-ENTRY           OCCURS 200 TIMES.
               03  ERQ-CUSTOMER-NUMBER PIC 9(04).
               03  ERQ-REQUEST-DATE    PIC 9(08).
               03  ERQ-CASE-REFERENCE  PIC X(12).
               03  ERQ-OUTCOME         PIC X(08).
                   88  ERQ-TO-ERASE                VALUE 'ERASED'.
               03  ERQ-REASON          PIC X(20).
               03  ERQ-HISTORY-ROWS    PIC 9(05).
               03  ERQ-FILE-ROWS       PIC 9(05).
               03  ERQ-ARCHIVE-HITS    PIC 9(05).
       77  WS-REQUEST-COUNT            PIC 9(03)   VALUE 0.
       77  WS-REQUEST-SUB              PIC 9(03)   VALUE 0.
       77  WS-REQUEST-OVERFLOW         PIC 9(05)   VALUE 0.
       77  WS-FOUND-REQUEST            PIC 9(03)   VALUE 0.
       77  WS-WANTED-CUSTOMER          PIC 9(04)   VALUE 0.

      *    CUSTOMERS HOLDING THE FINAL NOTICE - PASSED TO COLLECTIONS.
       01  COLLECTIONS-TABLE.
           02  COLLECTIONS-ENTRY       OCCURS 2000 TIMES.
               03  COL-CUSTOMER-NUMBER PIC 9(04).
       77  WS-COLLECTIONS-COUNT        PIC 9(04)   VALUE 0.
       77  WS-COLLECTIONS-SUB          PIC 9(04)   VALUE 0.
       77  WS-COLLECTIONS-FOUND        PIC X(01)   VALUE 'N'.
           88  CUSTOMER-IN-COLLECTIONS             VALUE 'Y'.
       77  WS-DISPUTE-FOUND            PIC X(01)   VALUE 'N'.
           88  CUSTOMER-HAS-DISPUTE                VALUE 'Y'.

      *    THE STRINGS THAT IDENTIFY EACH CUSTOMER BEING ERASED.  A
      *    FULL STRING (NAME OR STREET) IS MASKED WHEREVER IT SITS;
      *    A WORD OF THE NAME ONLY CONDEMNS A DESCRIPTION ON THE
      *    CUSTOMER'S OWN HISTORY.
       01  IDENTITY-TABLE.
           02  IDENTITY-ENTRY          OCCURS 2000 TIMES.
               03  IDS-REQUEST-SUB     PIC 9(03).
               03  IDS-SCOPE           PIC X(01).
                   88  IDS-IS-FULL                 VALUE 'F'.
                   88  IDS-IS-WORD                 VALUE 'W'.
               03  IDS-TEXT            PIC X(16).
               03  IDS-LENGTH          PIC 9(02).
       77  WS-IDENTITY-COUNT           PIC 9(04)   VALUE 0.
       77  WS-IDENTITY-SUB             PIC 9(04)   VALUE 0.
       77  WS-NEW-TEXT                 PIC X(16)   VALUE SPACES.
       77  WS-NEW-SCOPE                PIC X(01)   VALUE SPACE.
       77  WS-NEW-LENGTH               PIC 9(02)   VALUE 0.
       77  WS-MIN-LENGTH               PIC 9(02)   VALUE 0.
       01  WS-NAME-WORDS.
           03  WS-NAME-WORD            PIC X(16)   OCCURS 4 TIMES.
       77  WS-WORD-SUB                 PIC 9(01)   VALUE 0.

      *    THE TEXT SCAN - ONE LINE OR DESCRIPTION AT A TIME, AGAINST
      *    ONE CUSTOMER'S STRINGS OR EVERY CUSTOMER'S.
       77  WS-SCAN-TEXT                PIC X(300)  VALUE SPACES.
       77  WS-SCAN-LENGTH              PIC 9(03)   VALUE 0.
       77  WS-SCAN-REQUEST             PIC 9(03)   VALUE 0.
       77  WS-SCAN-WORDS               PIC X(01)   VALUE 'N'.
           88  SCAN-TAKES-WORDS                    VALUE 'Y'.
       77  WS-SCAN-HITS                PIC 9(05)   VALUE 0.
       77  WS-TALLY                    PIC 9(05)   VALUE 0.
       77  WS-POSITION                 PIC 9(03)   VALUE 0.
       77  WS-LAST-POSITION            PIC 9(03)   VALUE 0.

      *    THE SEQUENTIAL FILE IN HAND.
       77  WS-TARGET-SUB               PIC 9(01)   VALUE 0.
       77  WS-TARGET-NAME              PIC X(08)   VALUE SPACES.
       77  WS-LIVE-PATH                PIC X(64)   VALUE SPACES.
       77  WS-LINES-CHANGED            PIC 9(07)   VALUE 0.
       77  WS-LINE-CHANGED             PIC X(01)   VALUE 'N'.
           88  LINE-WAS-CHANGED                    VALUE 'Y'.
       77  WS-FILES-REWRITTEN          PIC 9(05)   VALUE 0.
       77  WS-ARCHIVES-READ            PIC 9(05)   VALUE 0.
       77  WS-ARCHIVES-CHANGED         PIC 9(05)   VALUE 0.
       77  WS-ARCHIVES-MISSING         PIC 9(05)   VALUE 0.

      *    THE WORK LINE AS EACH SCRUBBED FILE LAYS IT OUT.
       01  WS-WORK-LINE                PIC X(300).

       01  WS-DUNREG-VIEW              REDEFINES WS-WORK-LINE.
           03  DRV-CUSTOMER-NUMBER     PIC X(04).
           03  FILLER                  PIC X(01).
           03  DRV-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(279).

       01  WS-CUSTLOG-VIEW             REDEFINES WS-WORK-LINE.
           03  CLV-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  CLV-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  CLV-ACTION              PIC X(01).
           03  FILLER                  PIC X(01).
           03  CLV-CUSTOMER-NUMBER     PIC X(04).
           03  FILLER                  PIC X(01).
           03  CLV-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(248).

       01  WS-FLDHIST-VIEW             REDEFINES WS-WORK-LINE.
           03  FHV-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  FHV-MASTER-ID           PIC X(01).
           03  FILLER                  PIC X(01).
           03  FHV-RECORD-KEY          PIC X(05).
           03  FILLER                  PIC X(01).
           03  FHV-FIELD-NAME          PIC X(12).
               88  FHV-IDENTITY-FIELD              VALUE 'NAME'
                                                   'STREET' 'CITY'
                                                   'POSTAL'.
               88  FHV-SCANNED-FIELD               VALUE 'NAME'
                                                   'STREET'.
           03  FILLER                  PIC X(01).
           03  FHV-OLD-VALUE           PIC X(16).
           03  FILLER                  PIC X(01).
           03  FHV-NEW-VALUE           PIC X(16).
           03  FILLER                  PIC X(226).

       01  WS-REFCHKRG-VIEW            REDEFINES WS-WORK-LINE.
           03  RCV-CHECK-NUMBER        PIC X(06).
           03  FILLER                  PIC X(01).
           03  RCV-CUSTOMER-NUMBER     PIC X(04).
           03  FILLER                  PIC X(22).
           03  RCV-PAYEE-NAME          PIC X(20).
           03  FILLER                  PIC X(247).

       77  WS-ERASED-COUNT             PIC 9(05)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(05)   VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(05)   VALUE 0.
       77  WS-HISTORY-TOTAL            PIC 9(07)   VALUE 0.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(34) VALUE
                   'CUSTOMER RIGHT-TO-ERASURE REGISTER'.
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(06) VALUE ' PAGE '.
           03  WS-PGH-PAGE             PIC ZZ9.

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'CUST REQUESTED CASE REF     OUTCOME  REA'.
           03  FILLER                  PIC X(40) VALUE
                   'SON                HISTORY  ROWS  ARCHIV'.

       01  WS-DETAIL-LINE.
           03  WS-DTL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-REQUEST-DATE     PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-CASE-REFERENCE   PIC X(12).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-OUTCOME          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-REASON           PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-HISTORY-ROWS     PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-FILE-ROWS        PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-ARCHIVE-HITS     PIC ZZZZ9.

       01  WS-COUNT-LINE.
           03  WS-CNL-LABEL            PIC X(40).
           03  WS-CNL-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM 010-OPEN-FILES THRU 019-EXIT.
           PERFORM 020-LOAD-COLLECTIONS THRU 029-EXIT.
           PERFORM 030-LOAD-REQUESTS THRU 039-EXIT.

           IF WS-ERASED-COUNT > ZERO
      *        FLDHIST GOES FIRST - A FORMER NAME OR STREET FOUND
      *        THERE IS MASKED IN THE HISTORY AND THE ARCHIVES TOO.
               PERFORM 100-SCRUB-SEQUENTIAL-FILES THRU 199-EXIT
               PERFORM 200-SCRUB-HISTORY THRU 299-EXIT
               PERFORM 300-ERASE-MASTERS THRU 399-EXIT
               PERFORM 400-SCRUB-REPORT-ARCHIVES THRU 499-EXIT
           END-IF.

           PERFORM 500-LOG-REQUESTS THRU 599-EXIT.

       000-TERMINATE.
           PERFORM 700-PRINT-REGISTER THRU 799-EXIT.

           IF WS-REFUSED-COUNT > ZERO
              OR WS-REQUEST-OVERFLOW > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE CUSTOMER-MASTER-FILE
                 CHARGE-HISTORY-FILE
                 ERASURE-REPORT-FILE.
           IF ARCHIVE-IS-OPEN
               CLOSE ARCHIVE-HISTORY-FILE
           END-IF.
           IF DELIVERY-IS-OPEN
               CLOSE DELIVERY-FILE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE CUSTOMER MASTER AND LIVE HISTORY MUST BE THERE; THE
      *    HISTORY ARCHIVE AND THE DELIVERY FILE ARE TAKEN WHEN THEY
      *    EXIST.
       010-OPEN-FILES.
           OPEN INPUT ERASURE-REQUEST-FILE.
           IF NOT WS-REQUEST-OK
               MOVE "ERASURE-REQUEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REQUEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O CHARGE-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O ARCHIVE-HISTORY-FILE.
           IF WS-ARCHIVE-OK
               MOVE 'Y' TO ARCHIVE-OPEN-SWITCH
           ELSE
               IF NOT WS-ARCHIVE-NOT-FOUND
                   MOVE "ARCHIVE-HISTORY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-ARCHIVE-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN I-O DELIVERY-FILE.
           IF WS-CUSTEDLV-OK
               MOVE 'Y' TO DELIVERY-OPEN-SWITCH
           ELSE
               IF NOT WS-CUSTEDLV-NOT-FOUND
                   MOVE "DELIVERY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CUSTEDLV-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN OUTPUT ERASURE-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "ERASURE-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

       019-EXIT.
           EXIT.

      *    A CUSTOMER WHOSE REGISTRY LEVEL IS THE FINAL NOTICE HAS
      *    BEEN REFERRED TO COLLECTIONS BY THE DUNNING RUN.
       020-LOAD-COLLECTIONS.
           OPEN INPUT DUNNING-LEVEL-FILE.

           IF WS-LEVEL-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-LEVEL-OK
               MOVE "DUNNING-LEVEL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LEVEL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ DUNNING-LEVEL-FILE
               AT END
                   MOVE 'Y' TO LEVEL-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-LEVEL THRU 025-EXIT
               UNTIL LEVEL-EOF.

           CLOSE DUNNING-LEVEL-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-LEVEL.
           IF DLV-LETTER-LEVEL IS NUMERIC
              AND DLV-LETTER-LEVEL >= 3
              AND WS-COLLECTIONS-COUNT < 2000
               ADD 1 TO WS-COLLECTIONS-COUNT
               MOVE DLV-CUSTOMER-NUMBER
                   TO COL-CUSTOMER-NUMBER (WS-COLLECTIONS-COUNT)
           END-IF.

           READ DUNNING-LEVEL-FILE
               AT END
                   MOVE 'Y' TO LEVEL-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-REQUESTS.
           READ ERASURE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

           PERFORM 035-VET-ONE-REQUEST THRU 035-EXIT
               UNTIL REQUEST-EOF.

           CLOSE ERASURE-REQUEST-FILE.

       039-EXIT.
           EXIT.

      *    EACH REQUEST IS VETTED AGAINST THE MASTER, THE HISTORY AND
      *    THE DUNNING REGISTRY BEFORE ANYTHING IS TOUCHED.
       035-VET-ONE-REQUEST.
           ADD 1 TO WS-INPUT-COUNT.
           IF WS-REQUEST-COUNT NOT < 200
               ADD 1 TO WS-REQUEST-OVERFLOW
               GO TO 035-READ-NEXT
           END-IF.

           ADD 1 TO WS-REQUEST-COUNT.
           MOVE WS-REQUEST-COUNT TO WS-REQUEST-SUB.
           MOVE ERR-CUSTOMER-NUMBER
               TO ERQ-CUSTOMER-NUMBER (WS-REQUEST-SUB).
           MOVE ERR-REQUEST-DATE TO ERQ-REQUEST-DATE (WS-REQUEST-SUB).
           MOVE ERR-CASE-REFERENCE
               TO ERQ-CASE-REFERENCE (WS-REQUEST-SUB).
           MOVE 'REFUSED' TO ERQ-OUTCOME (WS-REQUEST-SUB).
           MOVE SPACES TO ERQ-REASON (WS-REQUEST-SUB).
           MOVE ZERO TO ERQ-HISTORY-ROWS (WS-REQUEST-SUB)
                        ERQ-FILE-ROWS (WS-REQUEST-SUB)
                        ERQ-ARCHIVE-HITS (WS-REQUEST-SUB).

           IF ERR-CUSTOMER-NUMBER IS NOT NUMERIC
               MOVE ZERO TO ERQ-CUSTOMER-NUMBER (WS-REQUEST-SUB)
               MOVE 'CUSTOMER NOT NUMERIC'
                   TO ERQ-REASON (WS-REQUEST-SUB)
               GO TO 035-REFUSED
           END-IF.

           IF ERR-REQUEST-DATE IS NOT NUMERIC
              OR ERR-REQUEST-DATE = ZERO
              OR ERR-REQUEST-DATE > WS-RUN-DATE
               MOVE ZERO TO ERQ-REQUEST-DATE (WS-REQUEST-SUB)
               MOVE 'REQUEST DATE INVALID'
                   TO ERQ-REASON (WS-REQUEST-SUB)
               GO TO 035-REFUSED
           END-IF.

           PERFORM 037-FIND-EARLIER-REQUEST THRU 037-EXIT.
           IF WS-FOUND-REQUEST > ZERO
               MOVE 'SKIPPED' TO ERQ-OUTCOME (WS-REQUEST-SUB)
               MOVE 'DUPLICATE REQUEST' TO ERQ-REASON (WS-REQUEST-SUB)
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 035-READ-NEXT
           END-IF.

           MOVE ERR-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON CUSTMSTR' TO ERQ-REASON (WS-REQUEST-SUB)
                   GO TO 035-REFUSED
           END-READ.

           IF CMR-CUSTOMER-NAME = WS-ERASED-TOKEN
               MOVE 'SKIPPED' TO ERQ-OUTCOME (WS-REQUEST-SUB)
               MOVE 'ALREADY ERASED' TO ERQ-REASON (WS-REQUEST-SUB)
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 035-READ-NEXT
           END-IF.

           IF NOT ACCOUNT-IS-CLOSED
               MOVE 'ACCOUNT NOT CLOSED' TO ERQ-REASON (WS-REQUEST-SUB)
               GO TO 035-REFUSED
           END-IF.

           IF CMR-OPEN-BALANCE NOT = ZERO
               MOVE 'OPEN BALANCE' TO ERQ-REASON (WS-REQUEST-SUB)
               GO TO 035-REFUSED
           END-IF.

           MOVE ERR-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER.
           PERFORM 040-CHECK-DISPUTES THRU 049-EXIT.
           IF CUSTOMER-HAS-DISPUTE
               MOVE 'ACTIVE DISPUTE' TO ERQ-REASON (WS-REQUEST-SUB)
               GO TO 035-REFUSED
           END-IF.

           MOVE 'N' TO WS-COLLECTIONS-FOUND.
           PERFORM 038-CHECK-ONE-COLLECTION THRU 038-EXIT
               VARYING WS-COLLECTIONS-SUB FROM 1 BY 1
               UNTIL WS-COLLECTIONS-SUB > WS-COLLECTIONS-COUNT
                  OR CUSTOMER-IN-COLLECTIONS.
           IF CUSTOMER-IN-COLLECTIONS
               MOVE 'PLACED FOR COLLECTION'
                   TO ERQ-REASON (WS-REQUEST-SUB)
               GO TO 035-REFUSED
           END-IF.

           MOVE 'ERASED' TO ERQ-OUTCOME (WS-REQUEST-SUB).
           ADD 1 TO WS-ERASED-COUNT.
           PERFORM 050-CAPTURE-IDENTITY THRU 059-EXIT.
           GO TO 035-READ-NEXT.

       035-REFUSED.
           ADD 1 TO WS-REFUSED-COUNT.

       035-READ-NEXT.
           READ ERASURE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    A CUSTOMER ASKED FOR TWICE IN ONE FILE IS WORKED ONCE.
       037-FIND-EARLIER-REQUEST.
           MOVE ZERO TO WS-FOUND-REQUEST.
           PERFORM 036-MATCH-ONE-REQUEST THRU 036-EXIT
               VARYING WS-IDENTITY-SUB FROM 1 BY 1
               UNTIL WS-IDENTITY-SUB NOT < WS-REQUEST-SUB
                  OR WS-FOUND-REQUEST > ZERO.

       037-EXIT.
           EXIT.

       036-MATCH-ONE-REQUEST.
           IF ERQ-CUSTOMER-NUMBER (WS-IDENTITY-SUB) =
               ERR-CUSTOMER-NUMBER
              AND ERQ-OUTCOME (WS-IDENTITY-SUB) NOT = 'REFUSED'
               MOVE WS-IDENTITY-SUB TO WS-FOUND-REQUEST
           END-IF.

       036-EXIT.
           EXIT.

       038-CHECK-ONE-COLLECTION.
           IF COL-CUSTOMER-NUMBER (WS-COLLECTIONS-SUB) =
               ERR-CUSTOMER-NUMBER
               MOVE 'Y' TO WS-COLLECTIONS-FOUND
           END-IF.

       038-EXIT.
           EXIT.

      *    ANY ITEM STILL FLAGGED DISPUTED, LIVE OR ARCHIVED, HOLDS
      *    THE ERASURE - THE DISPUTE MAY YET NEED THE CUSTOMER.
       040-CHECK-DISPUTES.
           MOVE 'N' TO WS-DISPUTE-FOUND.

           MOVE WS-WANTED-CUSTOMER TO HIS-CUSTOMER-NUMBER.
           MOVE ZERO TO HIS-CHARGE-DATE HIS-SEQUENCE.
           MOVE 'N' TO HISTORY-EOF-SWITCH.
           START CHARGE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-START.
           PERFORM 045-CHECK-ONE-HISTORY THRU 045-EXIT
               UNTIL HISTORY-EOF
                  OR CUSTOMER-HAS-DISPUTE.

           IF NOT ARCHIVE-IS-OPEN
              OR CUSTOMER-HAS-DISPUTE
               GO TO 049-EXIT
           END-IF.

           MOVE WS-WANTED-CUSTOMER TO ARC-CUSTOMER-NUMBER.
           MOVE ZERO TO ARC-CHARGE-DATE ARC-SEQUENCE.
           MOVE 'N' TO ARCHIVE-EOF-SWITCH.
           START ARCHIVE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO ARC-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-START.
           PERFORM 047-CHECK-ONE-ARCHIVED THRU 047-EXIT
               UNTIL ARCHIVE-EOF
                  OR CUSTOMER-HAS-DISPUTE.

       049-EXIT.
           EXIT.

       045-CHECK-ONE-HISTORY.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
                   GO TO 045-EXIT
           END-READ.

           IF HIS-CUSTOMER-NUMBER NOT = WS-WANTED-CUSTOMER
               MOVE 'Y' TO HISTORY-EOF-SWITCH
               GO TO 045-EXIT
           END-IF.

           IF HISTORY-ITEM-DISPUTED
               MOVE 'Y' TO WS-DISPUTE-FOUND
           END-IF.

       045-EXIT.
           EXIT.

       047-CHECK-ONE-ARCHIVED.
           READ ARCHIVE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
                   GO TO 047-EXIT
           END-READ.

           IF ARC-CUSTOMER-NUMBER NOT = WS-WANTED-CUSTOMER
               MOVE 'Y' TO ARCHIVE-EOF-SWITCH
               GO TO 047-EXIT
           END-IF.

           IF ARCHIVE-ITEM-DISPUTED
               MOVE 'Y' TO WS-DISPUTE-FOUND
           END-IF.

       047-EXIT.
           EXIT.

      *    THE NAME AND STREET ON THE MASTER AS IT STANDS - AND THE
      *    WORDS OF THE NAME, FOR THE CUSTOMER'S OWN DESCRIPTIONS.
       050-CAPTURE-IDENTITY.
           MOVE 5 TO WS-MIN-LENGTH.
           MOVE 'F' TO WS-NEW-SCOPE.
           MOVE CMR-CUSTOMER-NAME TO WS-NEW-TEXT.
           PERFORM 060-ADD-IDENTITY THRU 069-EXIT.
           MOVE CMR-STREET-ADDRESS TO WS-NEW-TEXT.
           PERFORM 060-ADD-IDENTITY THRU 069-EXIT.

           MOVE 4 TO WS-MIN-LENGTH.
           MOVE 'W' TO WS-NEW-SCOPE.
           MOVE SPACES TO WS-NAME-WORDS.
           UNSTRING CMR-CUSTOMER-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-WORD (1) WS-NAME-WORD (2)
                    WS-NAME-WORD (3) WS-NAME-WORD (4)
           END-UNSTRING.
           PERFORM 055-ADD-ONE-WORD THRU 055-EXIT
               VARYING WS-WORD-SUB FROM 1 BY 1
               UNTIL WS-WORD-SUB > 4.

       059-EXIT.
           EXIT.

       055-ADD-ONE-WORD.
           MOVE WS-NAME-WORD (WS-WORD-SUB) TO WS-NEW-TEXT.
           PERFORM 060-ADD-IDENTITY THRU 069-EXIT.

       055-EXIT.
           EXIT.

      *    ONE STRING FOR THE CURRENT REQUEST, IF LONG ENOUGH TO BE
      *    TELLING AND NOT ALREADY HELD.
       060-ADD-IDENTITY.
           IF WS-NEW-TEXT = SPACES
              OR WS-NEW-TEXT = WS-ERASED-TOKEN
               GO TO 069-EXIT
           END-IF.

           COMPUTE WS-NEW-LENGTH =
               FUNCTION LENGTH (FUNCTION TRIM (WS-NEW-TEXT TRAILING)).
           IF WS-NEW-LENGTH < WS-MIN-LENGTH
               GO TO 069-EXIT
           END-IF.

           PERFORM 065-MATCH-ONE-IDENTITY THRU 065-EXIT
               VARYING WS-IDENTITY-SUB FROM 1 BY 1
               UNTIL WS-IDENTITY-SUB > WS-IDENTITY-COUNT.
           IF WS-NEW-TEXT = SPACES
               GO TO 069-EXIT
           END-IF.

           IF WS-IDENTITY-COUNT NOT < 2000
               GO TO 069-EXIT
           END-IF.

           ADD 1 TO WS-IDENTITY-COUNT.
           MOVE WS-REQUEST-SUB TO IDS-REQUEST-SUB (WS-IDENTITY-COUNT).
           MOVE WS-NEW-SCOPE TO IDS-SCOPE (WS-IDENTITY-COUNT).
           MOVE WS-NEW-TEXT TO IDS-TEXT (WS-IDENTITY-COUNT).
           MOVE WS-NEW-LENGTH TO IDS-LENGTH (WS-IDENTITY-COUNT).

       069-EXIT.
           EXIT.

       065-MATCH-ONE-IDENTITY.
           IF IDS-REQUEST-SUB (WS-IDENTITY-SUB) = WS-REQUEST-SUB
              AND IDS-SCOPE (WS-IDENTITY-SUB) = WS-NEW-SCOPE
              AND IDS-TEXT (WS-IDENTITY-SUB) = WS-NEW-TEXT
               MOVE SPACES TO WS-NEW-TEXT
           END-IF.

       065-EXIT.
           EXIT.

      *    THE REGISTERS AND LOGS THAT CARRY THE CUSTOMER BY NUMBER.
      *    EACH IS NAMED BY THE SAME ENVIRONMENT NAME ITS OWN JOBS
      *    USE, AND ONE NOT PRESENT IS PASSED OVER.
       100-SCRUB-SEQUENTIAL-FILES.
           PERFORM 110-SCRUB-ONE-FILE THRU 119-EXIT
               VARYING WS-TARGET-SUB FROM 1 BY 1
               UNTIL WS-TARGET-SUB > 4.

       199-EXIT.
           EXIT.

       110-SCRUB-ONE-FILE.
           EVALUATE WS-TARGET-SUB
               WHEN 1 MOVE 'FLDHIST' TO WS-TARGET-NAME
               WHEN 2 MOVE 'DUNREG' TO WS-TARGET-NAME
               WHEN 3 MOVE 'CUSTLOG' TO WS-TARGET-NAME
               WHEN 4 MOVE 'REFCHKRG' TO WS-TARGET-NAME
           END-EVALUATE.

           MOVE SPACES TO WS-LIVE-PATH.
           ACCEPT WS-LIVE-PATH FROM ENVIRONMENT WS-TARGET-NAME.
           IF WS-LIVE-PATH = SPACES
               MOVE WS-TARGET-NAME TO WS-LIVE-PATH
           END-IF.

           PERFORM 600-COPY-TO-WORK THRU 609-EXIT.
           IF WS-LINES-CHANGED > ZERO
               PERFORM 650-COPY-BACK THRU 659-EXIT
           END-IF.

       119-EXIT.
           EXIT.

      *    ONE LINE OF A REGISTER OR LOG.  THE ROW'S CUSTOMER NUMBER
      *    FINDS THE REQUEST; ONLY THE IDENTIFYING COLUMNS CHANGE.
       120-SCRUB-ONE-LINE.
           MOVE ZERO TO WS-FOUND-REQUEST.

           EVALUATE WS-TARGET-SUB
               WHEN 1
                   IF FHV-MASTER-ID = 'C'
                      AND FHV-IDENTITY-FIELD
                      AND FHV-RECORD-KEY (1:4) IS NUMERIC
                       MOVE FHV-RECORD-KEY (1:4) TO WS-WANTED-CUSTOMER
                       PERFORM 130-FIND-REQUEST THRU 130-EXIT
                   END-IF
               WHEN 2
                   IF DRV-CUSTOMER-NUMBER IS NUMERIC
                       MOVE DRV-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
                       PERFORM 130-FIND-REQUEST THRU 130-EXIT
                   END-IF
               WHEN 3
                   IF CLV-CUSTOMER-NUMBER IS NUMERIC
                       MOVE CLV-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
                       PERFORM 130-FIND-REQUEST THRU 130-EXIT
                   END-IF
               WHEN 4
                   IF RCV-CUSTOMER-NUMBER IS NUMERIC
                       MOVE RCV-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
                       PERFORM 130-FIND-REQUEST THRU 130-EXIT
                   END-IF
           END-EVALUATE.

           IF WS-FOUND-REQUEST = ZERO
               GO TO 120-EXIT
           END-IF.

           EVALUATE WS-TARGET-SUB
               WHEN 1
                   IF FHV-SCANNED-FIELD
                       MOVE WS-FOUND-REQUEST TO WS-REQUEST-SUB
                       MOVE 5 TO WS-MIN-LENGTH
                       MOVE 'F' TO WS-NEW-SCOPE
                       MOVE FHV-OLD-VALUE TO WS-NEW-TEXT
                       PERFORM 060-ADD-IDENTITY THRU 069-EXIT
                       MOVE FHV-NEW-VALUE TO WS-NEW-TEXT
                       PERFORM 060-ADD-IDENTITY THRU 069-EXIT
                   END-IF
                   MOVE WS-ERASED-TOKEN TO FHV-OLD-VALUE
                   MOVE WS-ERASED-TOKEN TO FHV-NEW-VALUE
               WHEN 2
                   MOVE WS-ERASED-TOKEN TO DRV-CUSTOMER-NAME
               WHEN 3
                   MOVE WS-ERASED-TOKEN TO CLV-CUSTOMER-NAME
               WHEN 4
                   MOVE WS-ERASED-TOKEN TO RCV-PAYEE-NAME
           END-EVALUATE.

           MOVE 'Y' TO WS-LINE-CHANGED.
           ADD 1 TO ERQ-FILE-ROWS (WS-FOUND-REQUEST).

       120-EXIT.
           EXIT.

      *    ONLY A REQUEST BEING ERASED IS FOUND.
       130-FIND-REQUEST.
           MOVE ZERO TO WS-FOUND-REQUEST.
           PERFORM 135-MATCH-ONE-REQUEST THRU 135-EXIT
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT
                  OR WS-FOUND-REQUEST > ZERO.

       130-EXIT.
           EXIT.

       135-MATCH-ONE-REQUEST.
           IF ERQ-TO-ERASE (WS-REQUEST-SUB)
              AND ERQ-CUSTOMER-NUMBER (WS-REQUEST-SUB) =
                  WS-WANTED-CUSTOMER
               MOVE WS-REQUEST-SUB TO WS-FOUND-REQUEST
           END-IF.

       135-EXIT.
           EXIT.

      *    EVERY HISTORY ROW OF EACH CUSTOMER BEING ERASED, LIVE AND
      *    ARCHIVED.  THE DESCRIPTION IS THE ONLY FIELD REWRITTEN.
       200-SCRUB-HISTORY.
           PERFORM 210-SCRUB-ONE-CUSTOMER THRU 219-EXIT
               VARYING WS-FOUND-REQUEST FROM 1 BY 1
               UNTIL WS-FOUND-REQUEST > WS-REQUEST-COUNT.

       299-EXIT.
           EXIT.

       210-SCRUB-ONE-CUSTOMER.
           IF NOT ERQ-TO-ERASE (WS-FOUND-REQUEST)
               GO TO 219-EXIT
           END-IF.
           MOVE ERQ-CUSTOMER-NUMBER (WS-FOUND-REQUEST)
               TO WS-WANTED-CUSTOMER.

           MOVE WS-WANTED-CUSTOMER TO HIS-CUSTOMER-NUMBER.
           MOVE ZERO TO HIS-CHARGE-DATE HIS-SEQUENCE.
           MOVE 'N' TO HISTORY-EOF-SWITCH.
           START CHARGE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-START.
           PERFORM 220-SCRUB-ONE-HISTORY THRU 220-EXIT
               UNTIL HISTORY-EOF.

           IF NOT ARCHIVE-IS-OPEN
               GO TO 219-EXIT
           END-IF.

           MOVE WS-WANTED-CUSTOMER TO ARC-CUSTOMER-NUMBER.
           MOVE ZERO TO ARC-CHARGE-DATE ARC-SEQUENCE.
           MOVE 'N' TO ARCHIVE-EOF-SWITCH.
           START ARCHIVE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO ARC-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
           END-START.
           PERFORM 230-SCRUB-ONE-ARCHIVED THRU 230-EXIT
               UNTIL ARCHIVE-EOF.

       219-EXIT.
           EXIT.

       220-SCRUB-ONE-HISTORY.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
                   GO TO 220-EXIT
           END-READ.

           IF HIS-CUSTOMER-NUMBER NOT = WS-WANTED-CUSTOMER
               MOVE 'Y' TO HISTORY-EOF-SWITCH
               GO TO 220-EXIT
           END-IF.

           MOVE HIS-DESCRIPTION TO WS-SCAN-TEXT.
           PERFORM 240-TEST-DESCRIPTION THRU 240-EXIT.
           IF WS-SCAN-HITS = ZERO
               GO TO 220-EXIT
           END-IF.

           MOVE WS-ERASED-TOKEN TO HIS-DESCRIPTION.
           REWRITE CHARGE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "CHRGHIST REWRITE FAILED FOR "
                           HIS-RECORD-KEY ", STATUS "
                           WS-HISTORY-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.
           ADD 1 TO ERQ-HISTORY-ROWS (WS-FOUND-REQUEST).
           ADD 1 TO WS-HISTORY-TOTAL.

       220-EXIT.
           EXIT.

       230-SCRUB-ONE-ARCHIVED.
           READ ARCHIVE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ARCHIVE-EOF-SWITCH
                   GO TO 230-EXIT
           END-READ.

           IF ARC-CUSTOMER-NUMBER NOT = WS-WANTED-CUSTOMER
               MOVE 'Y' TO ARCHIVE-EOF-SWITCH
               GO TO 230-EXIT
           END-IF.

           MOVE ARC-DESCRIPTION TO WS-SCAN-TEXT.
           PERFORM 240-TEST-DESCRIPTION THRU 240-EXIT.
           IF WS-SCAN-HITS = ZERO
               GO TO 230-EXIT
           END-IF.

           MOVE WS-ERASED-TOKEN TO ARC-DESCRIPTION.
           REWRITE ARCHIVE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "CHRGARCH REWRITE FAILED FOR "
                           ARC-RECORD-KEY ", STATUS "
                           WS-ARCHIVE-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.
           ADD 1 TO ERQ-HISTORY-ROWS (WS-FOUND-REQUEST).
           ADD 1 TO WS-HISTORY-TOTAL.

       230-EXIT.
           EXIT.

      *    THE DESCRIPTIONS THE SUITE WRITES ITSELF - PAYMENTS,
      *    REFUNDS, NSF REVERSALS AND WRITE-OFFS - CARRY NO IDENTITY
      *    AND ARE LEFT FOR THE RUNS THAT KEY ON THEM.  ANY OTHER
      *    DESCRIPTION HOLDING THE CUSTOMER'S NAME, STREET OR A WORD
      *    OF THE NAME IS CONDEMNED WHOLE.
       240-TEST-DESCRIPTION.
           MOVE ZERO TO WS-SCAN-HITS.
           IF WS-SCAN-TEXT (1:8) = 'PAYMENT '
              OR WS-SCAN-TEXT (1:13) = 'REFUND CHECK '
              OR WS-SCAN-TEXT (1:4) = 'NSF '
              OR WS-SCAN-TEXT (1:10) = 'WRITE-OFF '
              OR WS-SCAN-TEXT (1:6) = WS-ERASED-TOKEN
               GO TO 240-EXIT
           END-IF.

           MOVE 20 TO WS-SCAN-LENGTH.
           MOVE WS-FOUND-REQUEST TO WS-SCAN-REQUEST.
           MOVE 'Y' TO WS-SCAN-WORDS.
           PERFORM 800-SCAN-TEXT THRU 809-EXIT.

       240-EXIT.
           EXIT.

      *    THE MASTER AND THE STATEMENT-DELIVERY RECORD.  THE STATE
      *    STAYS - THE TAX JURISDICTION AND REMITTANCE HISTORY HANG
      *    ON IT - AND THE PRIVACY FLAG IS SET SO NOTHING THAT IS
      *    LEFT LEAVES THE BUILDING IN THE JSON/CSV SIDECARS.
       300-ERASE-MASTERS.
           PERFORM 310-ERASE-ONE-MASTER THRU 319-EXIT
               VARYING WS-FOUND-REQUEST FROM 1 BY 1
               UNTIL WS-FOUND-REQUEST > WS-REQUEST-COUNT.

       399-EXIT.
           EXIT.

       310-ERASE-ONE-MASTER.
           IF NOT ERQ-TO-ERASE (WS-FOUND-REQUEST)
               GO TO 319-EXIT
           END-IF.

           MOVE ERQ-CUSTOMER-NUMBER (WS-FOUND-REQUEST)
               TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   DISPLAY "CUSTMSTR RECORD " CMR-CUSTOMER-NUMBER
                           " LOST DURING THE RUN" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           MOVE WS-ERASED-TOKEN TO CMR-CUSTOMER-NAME.
           MOVE WS-ERASED-TOKEN TO CMR-STREET-ADDRESS.
           MOVE WS-ERASED-TOKEN TO CMR-CITY.
           MOVE SPACES TO CMR-POSTAL-CODE.
           MOVE 'Y' TO CMR-PRIVACY-FLAG.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CUSTMSTR REWRITE FAILED FOR "
                           CMR-CUSTOMER-NUMBER ", STATUS "
                           WS-CUSTMSTR-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.
           ADD 1 TO ERQ-FILE-ROWS (WS-FOUND-REQUEST).

           IF NOT DELIVERY-IS-OPEN
               GO TO 319-EXIT
           END-IF.

           MOVE ERQ-CUSTOMER-NUMBER (WS-FOUND-REQUEST)
               TO EDL-CUSTOMER-NUMBER.
           READ DELIVERY-FILE
               INVALID KEY
                   GO TO 319-EXIT
           END-READ.

           MOVE WS-ERASED-TOKEN TO EDL-EMAIL-ADDRESS.
           MOVE 'P' TO EDL-DELIVERY-PREF.
           MOVE WS-MSG-PROGRAM-ID TO EDL-OPERATOR-ID.
           MOVE WS-RUN-DATE TO EDL-MAINTAINED-DATE.
           REWRITE DELIVERY-RECORD
               INVALID KEY
                   DISPLAY "CUSTEDLV REWRITE FAILED FOR "
                           EDL-CUSTOMER-NUMBER ", STATUS "
                           WS-CUSTEDLV-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.
           ADD 1 TO ERQ-FILE-ROWS (WS-FOUND-REQUEST).

       319-EXIT.
           EXIT.

      *    EVERY REPORT ARCHIVED IN THE REPOSITORY - STATEMENTS,
      *    DUNNING LETTERS, REGISTERS - IS SCANNED FOR THE FULL NAMES
      *    AND STREETS OF ALL THE CUSTOMERS BEING ERASED.  AN ARCHIVE
      *    IS REWRITTEN ONLY WHEN SOMETHING IN IT WAS MASKED; ITS
      *    CATALOG ENTRY (PAGES, LINES, CONTROL TOTAL) STILL HOLDS.
       400-SCRUB-REPORT-ARCHIVES.
           OPEN INPUT REPORT-CATALOG-FILE.

           IF WS-CATALOG-NOT-FOUND
               GO TO 499-EXIT
           END-IF.

           IF NOT WS-CATALOG-OK
               MOVE "REPORT-CATALOG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CATALOG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE ZERO TO WS-TARGET-SUB.
           READ REPORT-CATALOG-FILE
               AT END
                   MOVE 'Y' TO CATALOG-EOF-SWITCH
           END-READ.

           PERFORM 410-SCRUB-ONE-ARCHIVE THRU 419-EXIT
               UNTIL CATALOG-EOF.

           CLOSE REPORT-CATALOG-FILE.

       499-EXIT.
           EXIT.

       410-SCRUB-ONE-ARCHIVE.
           ADD 1 TO WS-ARCHIVES-READ.
           MOVE RCT-ARCHIVE-NAME TO WS-LIVE-PATH.

           PERFORM 600-COPY-TO-WORK THRU 609-EXIT.
           IF WS-LIVE-NOT-FOUND
               ADD 1 TO WS-ARCHIVES-MISSING
           END-IF.
           IF WS-LINES-CHANGED > ZERO
               ADD 1 TO WS-ARCHIVES-CHANGED
               PERFORM 650-COPY-BACK THRU 659-EXIT
           END-IF.

           READ REPORT-CATALOG-FILE
               AT END
                   MOVE 'Y' TO CATALOG-EOF-SWITCH
           END-READ.

       419-EXIT.
           EXIT.

      *    ONE PASS COPIES THE LIVE FILE TO THE WORK FILE, SCRUBBING
      *    AS IT GOES.  TARGET 0 IS AN ARCHIVED REPORT.
       600-COPY-TO-WORK.
           MOVE ZERO TO WS-LINES-CHANGED.
           MOVE 'N' TO LIVE-EOF-SWITCH.

           OPEN INPUT LIVE-FILE.
           IF WS-LIVE-NOT-FOUND
               GO TO 609-EXIT
           END-IF.
           IF NOT WS-LIVE-OK
               DISPLAY "CANNOT OPEN "
                       FUNCTION TRIM (WS-LIVE-PATH)
                       ", STATUS " WS-LIVE-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT ERASE-WORK-FILE.
           IF NOT WS-WORK-OK
               DISPLAY "CANNOT OPEN ERASE WORK FILE, STATUS "
                       WS-WORK-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO LIVE-EOF-SWITCH
           END-READ.

           PERFORM 610-COPY-ONE-LINE THRU 610-EXIT
               UNTIL LIVE-EOF.

           CLOSE LIVE-FILE, ERASE-WORK-FILE.

       609-EXIT.
           EXIT.

       610-COPY-ONE-LINE.
           MOVE LIVE-LINE TO WS-WORK-LINE.
           MOVE 'N' TO WS-LINE-CHANGED.

           IF WS-TARGET-SUB = ZERO
               MOVE WS-WORK-LINE TO WS-SCAN-TEXT
               MOVE 300 TO WS-SCAN-LENGTH
               MOVE ZERO TO WS-SCAN-REQUEST
               MOVE 'N' TO WS-SCAN-WORDS
               PERFORM 800-SCAN-TEXT THRU 809-EXIT
               IF WS-SCAN-HITS > ZERO
                   MOVE WS-SCAN-TEXT TO WS-WORK-LINE
                   MOVE 'Y' TO WS-LINE-CHANGED
               END-IF
           ELSE
               PERFORM 120-SCRUB-ONE-LINE THRU 120-EXIT
           END-IF.

           IF LINE-WAS-CHANGED
               ADD 1 TO WS-LINES-CHANGED
           END-IF.

           MOVE WS-WORK-LINE TO ERASE-WORK-LINE.
           WRITE ERASE-WORK-LINE.

           READ LIVE-FILE
               AT END
                   MOVE 'Y' TO LIVE-EOF-SWITCH
           END-READ.

       610-EXIT.
           EXIT.

      *    THE SCRUBBED COPY BECOMES THE LIVE FILE.
       650-COPY-BACK.
           MOVE 'N' TO WORK-EOF-SWITCH.

           OPEN INPUT ERASE-WORK-FILE.
           IF NOT WS-WORK-OK
               DISPLAY "CANNOT REOPEN ERASE WORK FILE, STATUS "
                       WS-WORK-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT LIVE-FILE.
           IF NOT WS-LIVE-OK
               DISPLAY "CANNOT REWRITE "
                       FUNCTION TRIM (WS-LIVE-PATH)
                       ", STATUS " WS-LIVE-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           READ ERASE-WORK-FILE
               AT END
                   MOVE 'Y' TO WORK-EOF-SWITCH
           END-READ.

           PERFORM 655-COPY-ONE-BACK THRU 655-EXIT
               UNTIL WORK-EOF.

           CLOSE ERASE-WORK-FILE, LIVE-FILE.
           ADD 1 TO WS-FILES-REWRITTEN.

       659-EXIT.
           EXIT.

       655-COPY-ONE-BACK.
           MOVE ERASE-WORK-LINE TO LIVE-LINE.
           WRITE LIVE-LINE.

           READ ERASE-WORK-FILE
               AT END
                   MOVE 'Y' TO WORK-EOF-SWITCH
           END-READ.

       655-EXIT.
           EXIT.

      *    THE COMPLIANCE LOG GETS EVERY REQUEST WITH ITS REQUEST
      *    DATE; FLDHIST GETS ONE ROW PER CUSTOMER ERASED.
       500-LOG-REQUESTS.
           OPEN EXTEND ERASURE-LOG-FILE.
           IF WS-LOG-NOT-FOUND
               OPEN OUTPUT ERASURE-LOG-FILE
           END-IF.
           IF NOT WS-LOG-OK
               MOVE "ERASURE-LOG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LOG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           IF WS-ERASED-COUNT > ZERO
               OPEN EXTEND FIELD-HISTORY-FILE
               IF WS-FLDHIST-NOT-FOUND
                   OPEN OUTPUT FIELD-HISTORY-FILE
               END-IF
               IF NOT WS-FLDHIST-OK
                   MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-FLDHIST-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           PERFORM 510-LOG-ONE-REQUEST THRU 510-EXIT
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.

           CLOSE ERASURE-LOG-FILE.
           IF WS-ERASED-COUNT > ZERO
               CLOSE FIELD-HISTORY-FILE
           END-IF.

       599-EXIT.
           EXIT.

       510-LOG-ONE-REQUEST.
           MOVE SPACES TO ERASURE-LOG-RECORD.
           MOVE WS-RUN-DATE-TIME TO ELG-TIMESTAMP.
           MOVE ERQ-CUSTOMER-NUMBER (WS-REQUEST-SUB)
               TO ELG-CUSTOMER-NUMBER.
           MOVE ERQ-REQUEST-DATE (WS-REQUEST-SUB) TO ELG-REQUEST-DATE.
           MOVE ERQ-CASE-REFERENCE (WS-REQUEST-SUB)
               TO ELG-CASE-REFERENCE.
           MOVE ERQ-OUTCOME (WS-REQUEST-SUB) TO ELG-OUTCOME.
           MOVE ERQ-REASON (WS-REQUEST-SUB) TO ELG-REASON.
           MOVE ERQ-HISTORY-ROWS (WS-REQUEST-SUB) TO ELG-HISTORY-ROWS.
           MOVE ERQ-FILE-ROWS (WS-REQUEST-SUB) TO ELG-FILE-ROWS.
           MOVE ERQ-ARCHIVE-HITS (WS-REQUEST-SUB) TO ELG-ARCHIVE-HITS.
           WRITE ERASURE-LOG-RECORD.

           IF NOT ERQ-TO-ERASE (WS-REQUEST-SUB)
               GO TO 510-EXIT
           END-IF.

           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE WS-RUN-DATE-TIME TO FLH-TIMESTAMP.
           MOVE 'C' TO FLH-MASTER-ID.
           MOVE ERQ-CUSTOMER-NUMBER (WS-REQUEST-SUB) TO FLH-RECORD-KEY.
           MOVE 'ERASURE' TO FLH-FIELD-NAME.
           MOVE ERQ-REQUEST-DATE (WS-REQUEST-SUB) TO FLH-OLD-VALUE.
           MOVE WS-ERASED-TOKEN TO FLH-NEW-VALUE.
           MOVE WS-MSG-PROGRAM-ID TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       510-EXIT.
           EXIT.

       700-PRINT-REGISTER.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           WRITE ERASURE-REPORT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE ERASURE-REPORT-RECORD FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 4 TO WS-LINE-COUNT.

           PERFORM 710-PRINT-ONE-REQUEST THRU 710-EXIT
               VARYING WS-REQUEST-SUB FROM 1 BY 1
               UNTIL WS-REQUEST-SUB > WS-REQUEST-COUNT.

           MOVE 'REQUESTS READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'CUSTOMERS ERASED' TO WS-CNL-LABEL.
           MOVE WS-ERASED-COUNT TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS REFUSED' TO WS-CNL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS SKIPPED' TO WS-CNL-LABEL.
           MOVE WS-SKIPPED-COUNT TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS OVER THE 200 A RUN TAKES' TO WS-CNL-LABEL.
           MOVE WS-REQUEST-OVERFLOW TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HISTORY DESCRIPTIONS ERASED' TO WS-CNL-LABEL.
           MOVE WS-HISTORY-TOTAL TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'FILES REWRITTEN' TO WS-CNL-LABEL.
           MOVE WS-FILES-REWRITTEN TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED REPORTS SCANNED' TO WS-CNL-LABEL.
           MOVE WS-ARCHIVES-READ TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED REPORTS MASKED' TO WS-CNL-LABEL.
           MOVE WS-ARCHIVES-CHANGED TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CATALOGUED ARCHIVES NOT ON DISK' TO WS-CNL-LABEL.
           MOVE WS-ARCHIVES-MISSING TO WS-CNL-COUNT.
           WRITE ERASURE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       799-EXIT.
           EXIT.

       710-PRINT-ONE-REQUEST.
           IF WS-LINE-COUNT > 55
               ADD 1 TO WS-PAGE-COUNT
               MOVE WS-PAGE-COUNT TO WS-PGH-PAGE
               WRITE ERASURE-REPORT-RECORD FROM WS-PAGE-HEADING
                   AFTER ADVANCING PAGE
               WRITE ERASURE-REPORT-RECORD FROM WS-COLUMN-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE 4 TO WS-LINE-COUNT
           END-IF.

           MOVE ERQ-CUSTOMER-NUMBER (WS-REQUEST-SUB) TO WS-DTL-CUSTOMER.
           MOVE ERQ-REQUEST-DATE (WS-REQUEST-SUB)
               TO WS-DTL-REQUEST-DATE.
           MOVE ERQ-CASE-REFERENCE (WS-REQUEST-SUB)
               TO WS-DTL-CASE-REFERENCE.
           MOVE ERQ-OUTCOME (WS-REQUEST-SUB) TO WS-DTL-OUTCOME.
           MOVE ERQ-REASON (WS-REQUEST-SUB) TO WS-DTL-REASON.
           MOVE ERQ-HISTORY-ROWS (WS-REQUEST-SUB)
               TO WS-DTL-HISTORY-ROWS.
           MOVE ERQ-FILE-ROWS (WS-REQUEST-SUB) TO WS-DTL-FILE-ROWS.
           MOVE ERQ-ARCHIVE-HITS (WS-REQUEST-SUB)
               TO WS-DTL-ARCHIVE-HITS.
           WRITE ERASURE-REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       710-EXIT.
           EXIT.

      *    MASKS, IN WS-SCAN-TEXT, EVERY IDENTITY STRING OF ONE
      *    REQUEST (WS-SCAN-REQUEST) OR OF ALL OF THEM (ZERO).  WORDS
      *    OF THE NAME ARE TRIED ONLY WHEN WS-SCAN-WORDS SAYS SO.
      *    WS-SCAN-HITS COUNTS THE STRINGS FOUND, AND EACH FIND IS
      *    CHARGED TO ITS OWN REQUEST.
       800-SCAN-TEXT.
           MOVE ZERO TO WS-SCAN-HITS.
           IF WS-SCAN-TEXT (1:WS-SCAN-LENGTH) = SPACES
               GO TO 809-EXIT
           END-IF.

           PERFORM 810-TRY-ONE-STRING THRU 810-EXIT
               VARYING WS-IDENTITY-SUB FROM 1 BY 1
               UNTIL WS-IDENTITY-SUB > WS-IDENTITY-COUNT.

       809-EXIT.
           EXIT.

       810-TRY-ONE-STRING.
           IF WS-SCAN-REQUEST NOT = ZERO
              AND IDS-REQUEST-SUB (WS-IDENTITY-SUB) NOT =
                  WS-SCAN-REQUEST
               GO TO 810-EXIT
           END-IF.
           IF IDS-IS-WORD (WS-IDENTITY-SUB)
              AND NOT SCAN-TAKES-WORDS
               GO TO 810-EXIT
           END-IF.

           MOVE ZERO TO WS-TALLY.
           INSPECT WS-SCAN-TEXT (1:WS-SCAN-LENGTH)
               TALLYING WS-TALLY FOR ALL
                   IDS-TEXT (WS-IDENTITY-SUB)
                       (1:IDS-LENGTH (WS-IDENTITY-SUB)).
           IF WS-TALLY = ZERO
               GO TO 810-EXIT
           END-IF.

           ADD 1 TO WS-SCAN-HITS.
           IF WS-SCAN-REQUEST = ZERO
               ADD WS-TALLY TO
                   ERQ-ARCHIVE-HITS (IDS-REQUEST-SUB (WS-IDENTITY-SUB))
           END-IF.

           COMPUTE WS-LAST-POSITION =
               WS-SCAN-LENGTH - IDS-LENGTH (WS-IDENTITY-SUB) + 1.
           PERFORM 815-MASK-AT-POSITION THRU 815-EXIT
               VARYING WS-POSITION FROM 1 BY 1
               UNTIL WS-POSITION > WS-LAST-POSITION.

       810-EXIT.
           EXIT.

       815-MASK-AT-POSITION.
           IF WS-SCAN-TEXT (WS-POSITION:IDS-LENGTH (WS-IDENTITY-SUB))
               = IDS-TEXT (WS-IDENTITY-SUB)
                     (1:IDS-LENGTH (WS-IDENTITY-SUB))
               MOVE WS-ERASED-MASK (1:IDS-LENGTH (WS-IDENTITY-SUB))
                   TO WS-SCAN-TEXT
                      (WS-POSITION:IDS-LENGTH (WS-IDENTITY-SUB))
           END-IF.

       815-EXIT.
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
      *    EACH RUN - REQUESTS READ AND CUSTOMERS ERASED.  NO MONEY
      *    MOVES, SO THE CONTROL TOTAL IS ZERO.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'CUSTERAS' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ERASED-COUNT TO ATR-DETAIL-COUNT.
           MOVE ZERO TO ATR-CONTROL-TOTAL.
           MOVE 'ERASURE' TO ATR-RUN-MODES.

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
