       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * EXTERNAL AUDITOR SAMPLE SELECTION.                            *
      *                                                               *
      * DRIVEN BY THE AUDSMPRQ REQUEST FILE - ONE ROW PER SAMPLE THE  *
      * AUDITORS ASK FOR, NAMING THE POPULATION, THE PERIOD, THE      *
      * METHOD AND THE SAMPLE SIZE:                                   *
      *                                                               *
      *   CHARGES   CHARGE POSTINGS ON CHRGHIST AND THE CHRGARCH    *
      *             ARCHIVE (WRITE-OFFS EXCLUDED)                     *
      *   WRITEOFF  WRITE-OFF ITEMS ON CHRGHIST AND CHRGARCH, WITH    *
      *             THE PATH AND APPROVER FROM THE WOFREG REGISTER    *
      *             WHEN THE REGISTER FOR THAT WRITE-OFF IS STILL ON  *
      *             HAND - CUSTOMER, REASON AND AMOUNT MUST ALL AGREE *
      *   REFUNDS   ISSUED CHECKS ON REFCHKRG AND STURFREG            *
      *   PAYCHECK  ISSUED PAYROLL CHECKS ON CHECKREG                 *
      *   CRLIMIT   CREDIT-LIMIT CHANGES ON FLDHIST                   *
      *                                                               *
      *   R  RANDOM - A SIMPLE RANDOM SAMPLE OF THE SIZE ASKED FOR.   *
      *      THE GENERATOR IS THE PARK-MILLER MINIMAL STANDARD        *
      *      (STATE TIMES 16807 MODULO 2147483647) STARTED FROM THE   *
      *      REQUEST'S SEED, SO THE SAME SEED OVER THE SAME FILES     *
      *      DRAWS THE SAME ITEMS.  A REQUEST WITH NO SEED IS GIVEN   *
      *      ONE FROM THE CLOCK AND IT IS PRINTED.                    *
      *   D  DOLLAR-UNIT - A SYSTEMATIC SAMPLE OF DOLLARS.  THE       *
      *      INTERVAL IS THE POPULATION DOLLARS OVER THE SAMPLE SIZE  *
      *      AND THE RANDOM START COMES FROM THE SEED.  AN ITEM       *
      *      LARGER THAN THE INTERVAL CAN BE HIT MORE THAN ONCE - IT  *
      *      IS LISTED ONCE WITH ITS HIT COUNT.                       *
      *   T  THRESHOLD - EVERY ITEM OF THE THRESHOLD OR MORE.         *
      *                                                               *
      * DOLLARS ARE TAKEN WITHOUT SIGN, SO A CREDIT WEIGHS AS MUCH    *
      * AS A DEBIT.  EACH REQUEST READS ITS SOURCE TWICE - ONCE FOR   *
      * THE POPULATION COUNT AND DOLLARS, ONCE TO SELECT - IN FILE    *
      * ORDER.  THE AUDSMPRT LISTING SHOWS THE REQUEST, THE SEED,     *
      * THE POPULATION AND THE ITEMS DRAWN; THE AUDSMPDX EXTRACT      *
      * CARRIES A HEADER, ONE ROW OF SUPPORTING DETAIL PER ITEM AND   *
      * A TRAILER FOR EACH REQUEST.  A REFUSED REQUEST OR A SOURCE    *
      * FILE NOT ON HAND ENDS THE RUN WITH RETURN CODE 4.             *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SAMPLE-REQUEST-FILE
               ASSIGN TO EXTERNAL AUDSMPRQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REQUEST-STATUS.

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
                         FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT WRITE-OFF-REGISTER-FILE
               ASSIGN TO EXTERNAL WOFREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-WOFREG-STATUS.

           SELECT CUSTOMER-REFUND-FILE
               ASSIGN TO EXTERNAL REFCHKRG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CUST-REFUND-STATUS.

           SELECT STUDENT-REFUND-FILE
               ASSIGN TO EXTERNAL STURFREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STU-REFUND-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO EXTERNAL CHECKREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FLDHIST-STATUS.

           SELECT SAMPLE-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING AUDSMPRT
                         FILE STATUS IS WS-PRINT-STATUS.

           SELECT SAMPLE-EXTRACT-FILE
               ASSIGN TO EXTERNAL AUDSMPDX
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-EXTRACT-STATUS.

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

       FD  SAMPLE-REQUEST-FILE.

       01  SAMPLE-REQUEST-RECORD.
           03  SRQ-REQUEST-ID          PIC X(06).
           03  FILLER                  PIC X(01).
           03  SRQ-POPULATION          PIC X(08).
           03  FILLER                  PIC X(01).
           03  SRQ-PERIOD-FROM         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SRQ-PERIOD-TO           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SRQ-METHOD              PIC X(01).
               88  SRQ-METHOD-RANDOM               VALUE 'R'.
               88  SRQ-METHOD-DOLLAR-UNIT          VALUE 'D'.
               88  SRQ-METHOD-THRESHOLD            VALUE 'T'.
           03  FILLER                  PIC X(01).
           03  SRQ-SAMPLE-SIZE         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  SRQ-SEED                PIC 9(09).
           03  FILLER                  PIC X(01).
           03  SRQ-THRESHOLD           PIC 9(07)V99.
           03  FILLER                  PIC X(19).

       FD  CHARGE-HISTORY-FILE.

       01  CHARGE-HISTORY-RECORD.
           03  HIS-RECORD-KEY.
               05  HIS-CUSTOMER-NUMBER PIC 9(04).
               05  HIS-CHARGE-DATE     PIC 9(08).
               05  HIS-SEQUENCE        PIC 9(04).
           03  HIS-CHARGE-AMOUNT       PIC S9(07)V99.
           03  HIS-DESCRIPTION         PIC X(20).
           03  HIS-DESCRIPTION-PARTS   REDEFINES HIS-DESCRIPTION.
               05  HIS-WRITE-OFF-TAG   PIC X(10).
                   88  HISTORY-ITEM-WRITE-OFF      VALUE 'WRITE-OFF '.
               05  HIS-WRITE-OFF-REASON
                                       PIC X(02).
               05  FILLER              PIC X(08).
           03  HIS-ITEM-DEPARTMENT     PIC 9(02).
           03  HIS-ITEM-NUMBER         PIC 9(05).
           03  HIS-DISPUTE-FLAG        PIC X(01).
           03  HIS-DISPUTE-DATE        PIC 9(08).
           03  FILLER                  PIC X(19).

      *    THE CHARGE-HISTORY RECORD BYTE FOR BYTE, UNDER THE SAME
      *    CUSTOMER / DATE / SEQUENCE KEY - READ INTO THE HISTORY
      *    RECORD SO ONE SET OF TESTS SERVES BOTH FILES.
       FD  ARCHIVE-HISTORY-FILE.

       01  ARCHIVE-HISTORY-RECORD.
           03  ARC-RECORD-KEY          PIC X(16).
           03  FILLER                  PIC X(64).

       FD  CUSTOMER-MASTER-FILE.

       01  CUSTOMER-MASTER-RECORD.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CMR-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01).
           03  CMR-OPEN-BALANCE        PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  CMR-CREDIT-LIMIT        PIC 9(07)V99.
           03  FILLER                  PIC X(39).

      *    THE WRITE-OFF RUN'S REGISTER DETAIL LINE - TOTAL LINES
      *    (REASON AND RUN TOTALS) DO NOT CARRY A CUSTOMER NUMBER.
       FD  WRITE-OFF-REGISTER-FILE.

       01  WRITE-OFF-REGISTER-RECORD.
           03  WFG-CUSTOMER-NO         PIC X(04).
           03  FILLER                  PIC X(01).
           03  WFG-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01).
           03  WFG-AMOUNT              PIC X(11).
           03  WFG-AMOUNT-EDITED       REDEFINES WFG-AMOUNT
                                       PIC $$$$$$$9.99.
           03  FILLER                  PIC X(01).
           03  WFG-REASON              PIC X(02).
           03  FILLER                  PIC X(01).
           03  WFG-PATH                PIC X(06).
           03  FILLER                  PIC X(01).
           03  WFG-APPROVED-BY         PIC X(08).
           03  FILLER                  PIC X(48).

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
               88  PAYCHECK-WAS-ISSUED             VALUE 'I'.
           03  FILLER                  PIC X(01).
           03  CKR-EMPLOYEE-NAME       PIC X(20).
           03  CKR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(25).

       FD  FIELD-HISTORY-FILE.

       01  FIELD-HISTORY-RECORD.
           03  FLH-TIMESTAMP.
               05  FLH-YEAR            PIC X(04).
               05  FILLER              PIC X(01).
               05  FLH-MONTH           PIC X(02).
               05  FILLER              PIC X(01).
               05  FLH-DAY             PIC X(02).
               05  FILLER              PIC X(09).
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

       FD  SAMPLE-PRINT-FILE.

       01  SAMPLE-PRINT-RECORD         PIC X(132).

       FD  SAMPLE-EXTRACT-FILE.

       01  SAMPLE-EXTRACT-RECORD       PIC X(200).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'AUDSAMPL'.

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
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
           88  WS-CUSTMSTR-NOT-FOUND               VALUE "35".
       77  WS-ARCHIVE-STATUS           PIC XX.
           88  WS-ARCHIVE-OK                       VALUE "00".
           88  WS-ARCHIVE-NOT-FOUND                VALUE "35".
       77  WS-WOFREG-STATUS            PIC XX.
           88  WS-WOFREG-OK                        VALUE "00".
           88  WS-WOFREG-NOT-FOUND                 VALUE "35".
       77  WS-CUST-REFUND-STATUS       PIC XX.
           88  WS-CUST-REFUND-OK                   VALUE "00".
           88  WS-CUST-REFUND-NOT-FOUND            VALUE "35".
       77  WS-STU-REFUND-STATUS        PIC XX.
           88  WS-STU-REFUND-OK                    VALUE "00".
           88  WS-STU-REFUND-NOT-FOUND             VALUE "35".
       77  WS-CHECKREG-STATUS          PIC XX.
           88  WS-CHECKREG-OK                      VALUE "00".
           88  WS-CHECKREG-NOT-FOUND               VALUE "35".
       77  WS-FLDHIST-STATUS           PIC XX.
           88  WS-FLDHIST-OK                       VALUE "00".
           88  WS-FLDHIST-NOT-FOUND                VALUE "35".
       77  WS-PRINT-STATUS             PIC XX.
           88  WS-PRINT-OK                         VALUE "00".
       77  WS-EXTRACT-STATUS           PIC XX.
           88  WS-EXTRACT-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  SOURCE-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  SOURCE-EOF                          VALUE 'Y'.
       77  WOFREG-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  WOFREG-EOF                          VALUE 'Y'.
       77  CUSTMSTR-OPEN-SWITCH        PIC X(1)    VALUE 'N'.
           88  CUSTMSTR-IS-OPEN                    VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-CLOCK-TIME               PIC 9(08)   VALUE 0.

      *    THE REQUEST IN HAND AND HOW IT IS TO BE DRAWN.
       77  WS-REQUEST-VERDICT          PIC X(40)   VALUE SPACES.
       77  WS-PASS                     PIC 9(01)   VALUE 1.
           88  PASS-IS-COUNT                       VALUE 1.
           88  PASS-IS-SELECT                      VALUE 2.
       77  WS-SOURCE-MISSING           PIC X(01)   VALUE 'N'.
           88  SOURCE-WAS-MISSING                  VALUE 'Y'.
       77  WS-MISSING-NAME             PIC X(08)   VALUE SPACES.
       77  WS-SEED-USED                PIC 9(09)   VALUE 0.
       77  WS-TARGET-SIZE              PIC 9(07)   VALUE 0.

       77  WS-POP-COUNT                PIC 9(07)   VALUE 0.
       77  WS-POP-DOLLARS              PIC 9(11)V99 VALUE 0.
       77  WS-ITEMS-SEEN               PIC 9(07)   VALUE 0.
       77  WS-SAMPLE-COUNT             PIC 9(07)   VALUE 0.
       77  WS-SAMPLE-DOLLARS           PIC 9(11)V99 VALUE 0.
       77  WS-ITEM-SELECTED            PIC X(01)   VALUE 'N'.
           88  ITEM-IS-SELECTED                    VALUE 'Y'.

      *    THE PARK-MILLER GENERATOR.  THE STATE NEVER REACHES ZERO
      *    OR THE MODULUS, SO THE FRACTION IS ALWAYS BETWEEN 0 AND 1.
       77  WS-RANDOM-STATE             PIC 9(10)   VALUE 1.
       77  WS-RANDOM-PRODUCT           PIC 9(15)   VALUE 0.
       77  WS-RANDOM-QUOTIENT          PIC 9(10)   VALUE 0.
       77  WS-RANDOM-FRACTION          PIC V9(09)  VALUE 0.
       77  WS-RANDOM-MULTIPLIER        PIC 9(05)   VALUE 16807.
       77  WS-RANDOM-MODULUS           PIC 9(10)   VALUE 2147483647.
       77  WS-SELECT-TEST              PIC 9(07)V9(09) VALUE 0.

      *    DOLLAR-UNIT WORKING FIGURES.
       77  WS-INTERVAL                 PIC 9(11)V9(04) VALUE 0.
       77  WS-RANDOM-START             PIC 9(11)V9(04) VALUE 0.
       77  WS-NEXT-HIT                 PIC 9(11)V9(04) VALUE 0.
       77  WS-CUMULATIVE               PIC 9(11)V99 VALUE 0.
       77  WS-HIT-COUNT                PIC 9(05)   VALUE 0.

       77  WS-REQUEST-COUNT            PIC 9(05)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(05)   VALUE 0.
       77  WS-MISSING-COUNT            PIC 9(05)   VALUE 0.
       77  WS-RUN-SAMPLE-COUNT         PIC 9(07)   VALUE 0.
       77  WS-RUN-SAMPLE-DOLLARS       PIC 9(11)V99 VALUE 0.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

      *    ONE ITEM OF THE POPULATION, IN THE SAME SHAPE WHATEVER
      *    FILE IT CAME FROM.  THE SUPPORTING DETAIL IS FILLED IN
      *    ONLY FOR AN ITEM DRAWN.
       01  WS-CANDIDATE.
           03  CND-ITEM-KEY            PIC X(20).
           03  CND-ITEM-DATE           PIC 9(08).
           03  CND-AMOUNT              PIC S9(09)V99.
           03  CND-WEIGHT              PIC 9(09)V99.
           03  CND-CUSTOMER-NUMBER     PIC 9(04).
           03  CND-DESCRIPTION         PIC X(56).

       01  WS-CANDIDATE-DETAIL         PIC X(100).

       01  CND-HISTORY-DETAIL          REDEFINES WS-CANDIDATE-DETAIL.
           03  CHD-CUSTOMER-NUMBER     PIC 9(04).
           03  CHD-CUSTOMER-NAME       PIC X(16).
           03  CHD-CHARGE-DATE         PIC 9(08).
           03  CHD-SEQUENCE            PIC 9(04).
           03  CHD-DESCRIPTION         PIC X(20).
           03  CHD-ITEM-DEPARTMENT     PIC 9(02).
           03  CHD-ITEM-NUMBER         PIC 9(05).
           03  CHD-DISPUTE-FLAG        PIC X(01).
           03  CHD-WRITE-OFF-PATH      PIC X(06).
           03  CHD-APPROVED-BY         PIC X(08).
           03  FILLER                  PIC X(26).

       01  CND-REFUND-DETAIL           REDEFINES WS-CANDIDATE-DETAIL.
           03  CRD-REGISTER            PIC X(08).
           03  CRD-CHECK-NUMBER        PIC 9(06).
           03  CRD-PAYEE-ID            PIC X(05).
           03  CRD-PAYEE-NAME          PIC X(16).
           03  CRD-REFUND-DATE         PIC 9(08).
           03  CRD-STATUS              PIC X(01).
           03  FILLER                  PIC X(56).

       01  CND-PAYCHECK-DETAIL         REDEFINES WS-CANDIDATE-DETAIL.
           03  CPD-CHECK-NUMBER        PIC 9(06).
           03  CPD-EMPLOYEE-NO         PIC 9(04).
           03  CPD-EMPLOYEE-NAME       PIC X(20).
           03  CPD-COMPANY-CODE        PIC X(02).
           03  CPD-PAY-DATE            PIC 9(08).
           03  CPD-STATUS              PIC X(01).
           03  FILLER                  PIC X(59).

       01  CND-LIMIT-DETAIL            REDEFINES WS-CANDIDATE-DETAIL.
           03  CLD-CUSTOMER-KEY        PIC X(05).
           03  CLD-CUSTOMER-NAME       PIC X(16).
           03  CLD-TIMESTAMP           PIC X(19).
           03  CLD-OLD-VALUE           PIC X(16).
           03  CLD-NEW-VALUE           PIC X(16).
           03  CLD-SOURCE-PROGRAM      PIC X(08).
           03  FILLER                  PIC X(20).

       01  WS-LIMIT-VALUE-X            PIC X(09).
       01  WS-LIMIT-VALUE              REDEFINES WS-LIMIT-VALUE-X
                                       PIC 9(07)V99.

       01  WS-STAMP-DATE               PIC 9(08)   VALUE 0.
       01  WS-STAMP-DATE-PARTS         REDEFINES WS-STAMP-DATE.
           03  WS-STAMP-YEAR           PIC X(04).
           03  WS-STAMP-MONTH          PIC X(02).
           03  WS-STAMP-DAY            PIC X(02).

      *    THE WRITE-OFF REGISTER ON HAND - PATH AND APPROVER BY
      *    CUSTOMER, REASON CODE AND AMOUNT.
       01  WRITE-OFF-TABLE.
           02  WRITE-OFF-ENTRY         OCCURS 500 TIMES.
               03  WOT-CUSTOMER-NO     PIC X(04).
               03  WOT-REASON          PIC X(02).
               03  WOT-PATH            PIC X(06).
               03  WOT-APPROVED-BY     PIC X(08).
               03  WOT-AMOUNT          PIC 9(07)V99.
       77  WS-WRITE-OFF-COUNT          PIC 9(03)   VALUE 0.
       77  WS-WRITE-OFF-SUB            PIC 9(03)   VALUE 0.
       77  WS-WRITE-OFF-FOUND          PIC 9(03)   VALUE 0.
       77  WS-WANTED-CUSTOMER          PIC X(04)   VALUE SPACES.
       77  WS-WANTED-REASON            PIC X(02)   VALUE SPACES.
       77  WS-WANTED-AMOUNT            PIC 9(07)V99 VALUE 0.
       77  WS-WRITE-OFF-OVERFLOW       PIC 9(05)   VALUE 0.

      *    THE EXTRACT - A HEADER, THE DRAWN ITEMS AND A TRAILER
      *    PER REQUEST.
       01  WS-EXTRACT-HEADER.
           03  EXH-RECORD-TYPE         PIC X(01)   VALUE 'H'.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-REQUEST-ID          PIC X(06).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-POPULATION          PIC X(08).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-PERIOD-FROM         PIC 9(08).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-PERIOD-TO           PIC 9(08).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-METHOD              PIC X(01).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-SAMPLE-SIZE         PIC 9(05).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-SEED                PIC 9(09).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-THRESHOLD           PIC 9(07)V99.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-POP-COUNT           PIC 9(07).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-POP-DOLLARS         PIC 9(11)V99.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-INTERVAL            PIC 9(11)V9(04).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-RANDOM-START        PIC 9(11)V9(04).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXH-RUN-DATE-TIME       PIC X(19).
           03  FILLER                  PIC X(54)   VALUE SPACES.

       01  WS-EXTRACT-DETAIL.
           03  EXD-RECORD-TYPE         PIC X(01)   VALUE 'D'.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-REQUEST-ID          PIC X(06).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-SAMPLE-NUMBER       PIC 9(05).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-POPULATION          PIC X(08).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-ITEM-KEY            PIC X(20).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-ITEM-DATE           PIC 9(08).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-AMOUNT              PIC S9(09)V99
                                       SIGN LEADING SEPARATE.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-HIT-COUNT           PIC 9(05).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXD-DETAIL              PIC X(100).
           03  FILLER                  PIC X(27)   VALUE SPACES.

       01  WS-EXTRACT-TRAILER.
           03  EXT-RECORD-TYPE         PIC X(01)   VALUE 'T'.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXT-REQUEST-ID          PIC X(06).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXT-SAMPLE-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXT-SAMPLE-DOLLARS      PIC 9(11)V99.
           03  FILLER                  PIC X(01)   VALUE SPACE.
           03  EXT-VERDICT             PIC X(40).
           03  FILLER                  PIC X(129)  VALUE SPACES.

       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(36) VALUE
                   'EXTERNAL AUDITOR SAMPLE SELECTION'.
           03  FILLER                  PIC X(08) VALUE 'REQUEST '.
           03  WS-PGH-REQUEST-ID       PIC X(06).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(06) VALUE ' PAGE '.
           03  WS-PGH-PAGE             PIC ZZ9.

       01  WS-REQUEST-LINE-1.
           03  FILLER                  PIC X(12) VALUE 'POPULATION  '.
           03  WS-RQ1-POPULATION       PIC X(08).
           03  FILLER                  PIC X(10) VALUE '  PERIOD  '.
           03  WS-RQ1-PERIOD-FROM      PIC 9(08).
           03  FILLER                  PIC X(04) VALUE ' TO '.
           03  WS-RQ1-PERIOD-TO        PIC 9(08).
           03  FILLER                  PIC X(10) VALUE '  METHOD  '.
           03  WS-RQ1-METHOD           PIC X(12).

       01  WS-REQUEST-LINE-2.
           03  FILLER                  PIC X(14) VALUE 'SAMPLE SIZE   '.
           03  WS-RQ2-SIZE             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(08) VALUE '  SEED  '.
           03  WS-RQ2-SEED             PIC 9(09).
           03  FILLER                  PIC X(13) VALUE '  THRESHOLD  '.
           03  WS-RQ2-THRESHOLD        PIC Z,ZZZ,ZZ9.99.

       01  WS-POPULATION-LINE.
           03  FILLER                  PIC X(18) VALUE
                   'POPULATION ITEMS  '.
           03  WS-PPL-COUNT            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE '   DOLLARS  '.
           03  WS-PPL-DOLLARS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(13) VALUE '   INTERVAL  '.
           03  WS-PPL-INTERVAL         PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(09) VALUE '  START  '.
           03  WS-PPL-START            PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'SAMPLE ITEM KEY             DATE        '.
           03  FILLER                  PIC X(40) VALUE
                   '     AMOUNT  HITS  SUPPORTING DETAIL    '.

       01  WS-SAMPLE-LINE.
           03  WS-SML-NUMBER           PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-ITEM-KEY         PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-DATE             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-HITS             PIC ZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-DESCRIPTION      PIC X(56).

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(18) VALUE
                   'ITEMS DRAWN       '.
           03  WS-TTL-COUNT            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE '   DOLLARS  '.
           03  WS-TTL-DOLLARS          PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-VERDICT-LINE.
           03  FILLER                  PIC X(10) VALUE '*** '.
           03  WS-VDL-VERDICT          PIC X(40).

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
           MOVE FUNCTION CURRENT-DATE (9:8) TO WS-CLOCK-TIME.

           OPEN INPUT SAMPLE-REQUEST-FILE.
           IF NOT WS-REQUEST-OK
               MOVE "SAMPLE-REQUEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REQUEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT SAMPLE-PRINT-FILE.
           IF NOT WS-PRINT-OK
               MOVE "SAMPLE-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT SAMPLE-EXTRACT-FILE.
           IF NOT WS-EXTRACT-OK
               MOVE "SAMPLE-EXTRACT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EXTRACT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE CUSTOMER MASTER ONLY NAMES THE CUSTOMER ON A DRAWN
      *    ITEM - WITHOUT IT THE NAME IS LEFT BLANK.
           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF WS-CUSTMSTR-OK
               MOVE 'Y' TO CUSTMSTR-OPEN-SWITCH
           END-IF.

           PERFORM 020-LOAD-WRITE-OFF-REGISTER THRU 029-EXIT.

           READ SAMPLE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

           PERFORM 100-PROCESS-REQUEST THRU 199-EXIT
               UNTIL REQUEST-EOF.

       000-TERMINATE.
           PERFORM 800-PRINT-RUN-TOTALS THRU 809-EXIT.

           IF WS-REFUSED-COUNT > ZERO
              OR WS-MISSING-COUNT > ZERO
              OR WS-WRITE-OFF-OVERFLOW > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           IF CUSTMSTR-IS-OPEN
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.
           CLOSE SAMPLE-REQUEST-FILE
                 SAMPLE-PRINT-FILE
                 SAMPLE-EXTRACT-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE WRITE-OFF RUN REWRITES ITS REGISTER EVERY RUN, SO ONLY
      *    THE LATEST RUN'S APPROVALS ARE ON HAND.  A WRITE-OFF NOT
      *    FOUND HERE IS STILL SAMPLED OFF CHRGHIST, WITHOUT THEM.
       020-LOAD-WRITE-OFF-REGISTER.
           OPEN INPUT WRITE-OFF-REGISTER-FILE.

           IF WS-WOFREG-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-WOFREG-OK
               MOVE "WRITE-OFF-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-WOFREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ WRITE-OFF-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WOFREG-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-WRITE-OFF THRU 025-EXIT
               UNTIL WOFREG-EOF.

           CLOSE WRITE-OFF-REGISTER-FILE.

      *    WRITE-OFFS PAST THE TABLE ARE STILL SAMPLED, BUT WITHOUT
      *    THEIR PATH AND APPROVER - THE RUN SAYS SO AND ENDS WITH 4.
           IF WS-WRITE-OFF-OVERFLOW > ZERO
               MOVE "WRITE-OFF REGISTER TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       029-EXIT.
           EXIT.

       025-STORE-ONE-WRITE-OFF.
           IF WFG-CUSTOMER-NO IS NUMERIC
               IF WS-WRITE-OFF-COUNT < 500
                   ADD 1 TO WS-WRITE-OFF-COUNT
                   MOVE WFG-CUSTOMER-NO
                       TO WOT-CUSTOMER-NO (WS-WRITE-OFF-COUNT)
                   MOVE WFG-REASON TO WOT-REASON (WS-WRITE-OFF-COUNT)
                   MOVE WFG-PATH TO WOT-PATH (WS-WRITE-OFF-COUNT)
                   MOVE WFG-APPROVED-BY
                       TO WOT-APPROVED-BY (WS-WRITE-OFF-COUNT)
                   MOVE WFG-AMOUNT-EDITED
                       TO WOT-AMOUNT (WS-WRITE-OFF-COUNT)
               ELSE
                   ADD 1 TO WS-WRITE-OFF-OVERFLOW
               END-IF
           END-IF.

           READ WRITE-OFF-REGISTER-FILE
               AT END
                   MOVE 'Y' TO WOFREG-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    ONE REQUEST - CHECKED, COUNTED, THEN DRAWN.
       100-PROCESS-REQUEST.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO WS-REQUEST-COUNT.
           MOVE SPACES TO WS-REQUEST-VERDICT.
           MOVE 'N' TO WS-SOURCE-MISSING.
           MOVE ZERO TO WS-POP-COUNT WS-POP-DOLLARS
                        WS-SAMPLE-COUNT WS-SAMPLE-DOLLARS
                        WS-ITEMS-SEEN WS-TARGET-SIZE
                        WS-INTERVAL WS-RANDOM-START
                        WS-NEXT-HIT WS-CUMULATIVE WS-SEED-USED.

           PERFORM 110-CHECK-REQUEST THRU 110-EXIT.

           IF WS-REQUEST-VERDICT NOT = SPACES
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 700-PRINT-REQUEST-HEADING THRU 700-EXIT
               PERFORM 760-PRINT-VERDICT THRU 760-EXIT
               PERFORM 790-WRITE-EXTRACT-TRAILER THRU 790-EXIT
               GO TO 190-NEXT-REQUEST
           END-IF.

           MOVE 1 TO WS-PASS.
           PERFORM 200-SCAN-POPULATION THRU 209-EXIT.

           IF SOURCE-WAS-MISSING
               ADD 1 TO WS-MISSING-COUNT
               STRING WS-MISSING-NAME DELIMITED BY SPACE
                      ' NOT ON HAND - NOTHING DRAWN'
                      DELIMITED BY SIZE
                   INTO WS-REQUEST-VERDICT
               END-STRING
           END-IF.

           PERFORM 120-SET-UP-SELECTION THRU 120-EXIT.

           PERFORM 700-PRINT-REQUEST-HEADING THRU 700-EXIT.
           PERFORM 780-WRITE-EXTRACT-HEADER THRU 780-EXIT.

           IF WS-REQUEST-VERDICT = SPACES
               MOVE 2 TO WS-PASS
               PERFORM 200-SCAN-POPULATION THRU 209-EXIT
           END-IF.

           PERFORM 750-PRINT-REQUEST-TOTALS THRU 750-EXIT.
           IF WS-REQUEST-VERDICT NOT = SPACES
               PERFORM 760-PRINT-VERDICT THRU 760-EXIT
           END-IF.
           PERFORM 790-WRITE-EXTRACT-TRAILER THRU 790-EXIT.

           ADD WS-SAMPLE-COUNT TO WS-RUN-SAMPLE-COUNT.
           ADD WS-SAMPLE-DOLLARS TO WS-RUN-SAMPLE-DOLLARS.

       190-NEXT-REQUEST.
           READ SAMPLE-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

       110-CHECK-REQUEST.
           IF SRQ-POPULATION NOT = 'CHARGES'
              AND SRQ-POPULATION NOT = 'WRITEOFF'
              AND SRQ-POPULATION NOT = 'REFUNDS'
              AND SRQ-POPULATION NOT = 'PAYCHECK'
              AND SRQ-POPULATION NOT = 'CRLIMIT'
               MOVE 'POPULATION NOT KNOWN' TO WS-REQUEST-VERDICT
               GO TO 110-EXIT
           END-IF.

           IF SRQ-PERIOD-FROM IS NOT NUMERIC
              OR SRQ-PERIOD-TO IS NOT NUMERIC
              OR SRQ-PERIOD-FROM > SRQ-PERIOD-TO
               MOVE 'PERIOD NOT VALID' TO WS-REQUEST-VERDICT
               GO TO 110-EXIT
           END-IF.

           IF NOT SRQ-METHOD-RANDOM
              AND NOT SRQ-METHOD-DOLLAR-UNIT
              AND NOT SRQ-METHOD-THRESHOLD
               MOVE 'METHOD NOT R, D OR T' TO WS-REQUEST-VERDICT
               GO TO 110-EXIT
           END-IF.

           IF SRQ-METHOD-THRESHOLD
               IF SRQ-THRESHOLD IS NOT NUMERIC
                  OR SRQ-THRESHOLD = ZERO
                   MOVE 'THRESHOLD NOT GIVEN' TO WS-REQUEST-VERDICT
               END-IF
               GO TO 110-EXIT
           END-IF.

           IF SRQ-SAMPLE-SIZE IS NOT NUMERIC
              OR SRQ-SAMPLE-SIZE = ZERO
               MOVE 'SAMPLE SIZE NOT GIVEN' TO WS-REQUEST-VERDICT
               GO TO 110-EXIT
           END-IF.

           IF SRQ-SEED IS NOT NUMERIC
               MOVE 'SEED NOT NUMERIC' TO WS-REQUEST-VERDICT
           END-IF.

       110-EXIT.
           EXIT.

      *    THE SEED IS THE GENERATOR'S FIRST STATE.  THE RANDOM
      *    METHOD DRAWS ONE NUMBER PER ITEM; THE DOLLAR-UNIT METHOD
      *    DRAWS ONE NUMBER FOR ITS START.
       120-SET-UP-SELECTION.
           IF SRQ-METHOD-THRESHOLD
               GO TO 120-EXIT
           END-IF.

           IF SRQ-SEED = ZERO
               MOVE WS-CLOCK-TIME TO WS-SEED-USED
               ADD 1 TO WS-SEED-USED
           ELSE
               MOVE SRQ-SEED TO WS-SEED-USED
           END-IF.
           MOVE WS-SEED-USED TO WS-RANDOM-STATE.

           IF SRQ-METHOD-RANDOM
               IF SRQ-SAMPLE-SIZE > WS-POP-COUNT
                   MOVE WS-POP-COUNT TO WS-TARGET-SIZE
               ELSE
                   MOVE SRQ-SAMPLE-SIZE TO WS-TARGET-SIZE
               END-IF
               GO TO 120-EXIT
           END-IF.

           MOVE SRQ-SAMPLE-SIZE TO WS-TARGET-SIZE.
           IF WS-POP-DOLLARS = ZERO
               GO TO 120-EXIT
           END-IF.
           DIVIDE WS-POP-DOLLARS BY WS-TARGET-SIZE
               GIVING WS-INTERVAL.
           PERFORM 400-NEXT-RANDOM THRU 400-EXIT.
           COMPUTE WS-RANDOM-START =
               WS-INTERVAL * WS-RANDOM-FRACTION.
           MOVE WS-RANDOM-START TO WS-NEXT-HIT.

       120-EXIT.
           EXIT.

      *    ONE READ OF THE REQUEST'S SOURCE.  EVERY ITEM IN THE
      *    PERIOD IS OFFERED TO 300-OFFER-CANDIDATE, WHICH COUNTS IT
      *    ON THE FIRST PASS AND DRAWS ON THE SECOND.
       200-SCAN-POPULATION.
           EVALUATE SRQ-POPULATION
               WHEN 'CHARGES'
               WHEN 'WRITEOFF'
                   PERFORM 210-SCAN-CHARGE-HISTORY THRU 219-EXIT
               WHEN 'REFUNDS'
                   PERFORM 220-SCAN-CUSTOMER-REFUNDS THRU 229-EXIT
                   PERFORM 230-SCAN-STUDENT-REFUNDS THRU 239-EXIT
               WHEN 'PAYCHECK'
                   PERFORM 240-SCAN-PAYCHECKS THRU 249-EXIT
               WHEN 'CRLIMIT'
                   PERFORM 250-SCAN-LIMIT-CHANGES THRU 259-EXIT
           END-EVALUATE.

       209-EXIT.
           EXIT.

       210-SCAN-CHARGE-HISTORY.
           OPEN INPUT CHARGE-HISTORY-FILE.

           IF WS-HISTORY-NOT-FOUND
               MOVE 'Y' TO WS-SOURCE-MISSING
               MOVE 'CHRGHIST' TO WS-MISSING-NAME
               GO TO 219-EXIT
           END-IF.

           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE ARCHIVE HOLDS THE OLDER ITEMS, SO IT GOES FIRST.  NO
      *    ARCHIVE YET IS NOTHING ARCHIVED.
           PERFORM 212-SCAN-CHARGE-ARCHIVE THRU 212-EXIT.

           MOVE 'N' TO SOURCE-EOF-SWITCH.
           READ CHARGE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

           PERFORM 215-OFFER-ONE-HISTORY THRU 215-EXIT
               UNTIL SOURCE-EOF.

           CLOSE CHARGE-HISTORY-FILE.

       219-EXIT.
           EXIT.

       212-SCAN-CHARGE-ARCHIVE.
           OPEN INPUT ARCHIVE-HISTORY-FILE.

           IF WS-ARCHIVE-NOT-FOUND
               GO TO 212-EXIT
           END-IF.

           IF NOT WS-ARCHIVE-OK
               MOVE "ARCHIVE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ARCHIVE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO SOURCE-EOF-SWITCH.
           READ ARCHIVE-HISTORY-FILE INTO CHARGE-HISTORY-RECORD
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

           PERFORM 213-OFFER-ONE-ARCHIVE THRU 213-EXIT
               UNTIL SOURCE-EOF.

           CLOSE ARCHIVE-HISTORY-FILE.

       212-EXIT.
           EXIT.

       213-OFFER-ONE-ARCHIVE.
           PERFORM 216-OFFER-HISTORY-ITEM THRU 216-EXIT.

           READ ARCHIVE-HISTORY-FILE INTO CHARGE-HISTORY-RECORD
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

       213-EXIT.
           EXIT.

       215-OFFER-ONE-HISTORY.
           PERFORM 216-OFFER-HISTORY-ITEM THRU 216-EXIT.

           READ CHARGE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

       215-EXIT.
           EXIT.

      *    ONE CHRGHIST OR CHRGARCH ITEM, ALREADY IN THE HISTORY
      *    RECORD, OFFERED WHEN IT FALLS IN THE PERIOD AND THE
      *    POPULATION.
       216-OFFER-HISTORY-ITEM.
           IF HIS-CHARGE-DATE < SRQ-PERIOD-FROM
              OR HIS-CHARGE-DATE > SRQ-PERIOD-TO
               GO TO 216-EXIT
           END-IF.

           IF SRQ-POPULATION = 'WRITEOFF'
               IF NOT HISTORY-ITEM-WRITE-OFF
                   GO TO 216-EXIT
               END-IF
           ELSE
               IF HISTORY-ITEM-WRITE-OFF
                   GO TO 216-EXIT
               END-IF
           END-IF.

           MOVE SPACES TO WS-CANDIDATE.
           MOVE HIS-RECORD-KEY TO CND-ITEM-KEY.
           MOVE HIS-CHARGE-DATE TO CND-ITEM-DATE.
           MOVE HIS-CHARGE-AMOUNT TO CND-AMOUNT.
           MOVE HIS-CHARGE-AMOUNT TO CND-WEIGHT.
           MOVE HIS-CUSTOMER-NUMBER TO CND-CUSTOMER-NUMBER.
           PERFORM 300-OFFER-CANDIDATE THRU 399-EXIT.

       216-EXIT.
           EXIT.

       220-SCAN-CUSTOMER-REFUNDS.
           OPEN INPUT CUSTOMER-REFUND-FILE.

           IF WS-CUST-REFUND-NOT-FOUND
               MOVE 'Y' TO WS-SOURCE-MISSING
               MOVE 'REFCHKRG' TO WS-MISSING-NAME
               GO TO 229-EXIT
           END-IF.

           IF NOT WS-CUST-REFUND-OK
               MOVE "CUSTOMER-REFUND-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUST-REFUND-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO SOURCE-EOF-SWITCH.
           READ CUSTOMER-REFUND-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

           PERFORM 225-OFFER-ONE-CUST-REFUND THRU 225-EXIT
               UNTIL SOURCE-EOF.

           CLOSE CUSTOMER-REFUND-FILE.

       229-EXIT.
           EXIT.

       225-OFFER-ONE-CUST-REFUND.
           IF CUSTOMER-REFUND-ISSUED
              AND CRF-REFUND-DATE NOT < SRQ-PERIOD-FROM
              AND CRF-REFUND-DATE NOT > SRQ-PERIOD-TO
               MOVE SPACES TO WS-CANDIDATE
               STRING 'REFCHKRG ' CRF-CHECK-NUMBER
                      DELIMITED BY SIZE
                   INTO CND-ITEM-KEY
               END-STRING
               MOVE CRF-REFUND-DATE TO CND-ITEM-DATE
               MOVE CRF-AMOUNT TO CND-AMOUNT
               MOVE CRF-AMOUNT TO CND-WEIGHT
               MOVE CRF-CUSTOMER-NO TO CND-CUSTOMER-NUMBER
               PERFORM 300-OFFER-CANDIDATE THRU 399-EXIT
           END-IF.

           READ CUSTOMER-REFUND-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

       225-EXIT.
           EXIT.

       230-SCAN-STUDENT-REFUNDS.
           OPEN INPUT STUDENT-REFUND-FILE.

           IF WS-STU-REFUND-NOT-FOUND
               MOVE 'Y' TO WS-SOURCE-MISSING
               MOVE 'STURFREG' TO WS-MISSING-NAME
               GO TO 239-EXIT
           END-IF.

           IF NOT WS-STU-REFUND-OK
               MOVE "STUDENT-REFUND-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STU-REFUND-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO SOURCE-EOF-SWITCH.
           READ STUDENT-REFUND-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

           PERFORM 235-OFFER-ONE-STU-REFUND THRU 235-EXIT
               UNTIL SOURCE-EOF.

           CLOSE STUDENT-REFUND-FILE.

       239-EXIT.
           EXIT.

       235-OFFER-ONE-STU-REFUND.
           IF STUDENT-REFUND-ISSUED
              AND SRF-REFUND-DATE NOT < SRQ-PERIOD-FROM
              AND SRF-REFUND-DATE NOT > SRQ-PERIOD-TO
               MOVE SPACES TO WS-CANDIDATE
               STRING 'STURFREG ' SRF-CHECK-NUMBER
                      DELIMITED BY SIZE
                   INTO CND-ITEM-KEY
               END-STRING
               MOVE SRF-REFUND-DATE TO CND-ITEM-DATE
               MOVE SRF-AMOUNT TO CND-AMOUNT
               MOVE SRF-AMOUNT TO CND-WEIGHT
               MOVE ZERO TO CND-CUSTOMER-NUMBER
               PERFORM 300-OFFER-CANDIDATE THRU 399-EXIT
           END-IF.

           READ STUDENT-REFUND-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

       235-EXIT.
           EXIT.

       240-SCAN-PAYCHECKS.
           OPEN INPUT CHECK-REGISTER-FILE.

           IF WS-CHECKREG-NOT-FOUND
               MOVE 'Y' TO WS-SOURCE-MISSING
               MOVE 'CHECKREG' TO WS-MISSING-NAME
               GO TO 249-EXIT
           END-IF.

           IF NOT WS-CHECKREG-OK
               MOVE "CHECK-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO SOURCE-EOF-SWITCH.
           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

           PERFORM 245-OFFER-ONE-PAYCHECK THRU 245-EXIT
               UNTIL SOURCE-EOF.

           CLOSE CHECK-REGISTER-FILE.

       249-EXIT.
           EXIT.

       245-OFFER-ONE-PAYCHECK.
           IF PAYCHECK-WAS-ISSUED
              AND CKR-PAY-DATE NOT < SRQ-PERIOD-FROM
              AND CKR-PAY-DATE NOT > SRQ-PERIOD-TO
               MOVE SPACES TO WS-CANDIDATE
               STRING 'CHECK ' CKR-CHECK-NUMBER
                      DELIMITED BY SIZE
                   INTO CND-ITEM-KEY
               END-STRING
               MOVE CKR-PAY-DATE TO CND-ITEM-DATE
               MOVE CKR-AMOUNT TO CND-AMOUNT
               MOVE CKR-AMOUNT TO CND-WEIGHT
               MOVE ZERO TO CND-CUSTOMER-NUMBER
               PERFORM 300-OFFER-CANDIDATE THRU 399-EXIT
           END-IF.

           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

       245-EXIT.
           EXIT.

      *    A CREDIT-LIMIT CHANGE IS A CUSTOMER-MASTER LIMIT ROW ON
      *    FLDHIST, DATED BY ITS TIMESTAMP AND WEIGHED AT THE NEW
      *    LIMIT.
       250-SCAN-LIMIT-CHANGES.
           OPEN INPUT FIELD-HISTORY-FILE.

           IF WS-FLDHIST-NOT-FOUND
               MOVE 'Y' TO WS-SOURCE-MISSING
               MOVE 'FLDHIST' TO WS-MISSING-NAME
               GO TO 259-EXIT
           END-IF.

           IF NOT WS-FLDHIST-OK
               MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FLDHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO SOURCE-EOF-SWITCH.
           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

           PERFORM 255-OFFER-ONE-LIMIT-CHANGE THRU 255-EXIT
               UNTIL SOURCE-EOF.

           CLOSE FIELD-HISTORY-FILE.

       259-EXIT.
           EXIT.

       255-OFFER-ONE-LIMIT-CHANGE.
           IF FLH-MASTER-ID NOT = 'C'
              OR FLH-FIELD-NAME NOT = 'LIMIT'
               GO TO 255-READ-NEXT
           END-IF.

           MOVE FLH-YEAR TO WS-STAMP-YEAR.
           MOVE FLH-MONTH TO WS-STAMP-MONTH.
           MOVE FLH-DAY TO WS-STAMP-DAY.
           IF WS-STAMP-DATE-PARTS IS NOT NUMERIC
              OR WS-STAMP-DATE < SRQ-PERIOD-FROM
              OR WS-STAMP-DATE > SRQ-PERIOD-TO
               GO TO 255-READ-NEXT
           END-IF.

           MOVE SPACES TO WS-CANDIDATE.
           STRING 'LIMIT ' FLH-RECORD-KEY ' ' FLH-TIMESTAMP (12:8)
                  DELIMITED BY SIZE
               INTO CND-ITEM-KEY
           END-STRING.
           MOVE WS-STAMP-DATE TO CND-ITEM-DATE.
           MOVE FLH-NEW-VALUE (1:9) TO WS-LIMIT-VALUE-X.
           IF WS-LIMIT-VALUE-X IS NUMERIC
               MOVE WS-LIMIT-VALUE TO CND-AMOUNT
               MOVE WS-LIMIT-VALUE TO CND-WEIGHT
           ELSE
               MOVE ZERO TO CND-AMOUNT CND-WEIGHT
           END-IF.
           IF FLH-RECORD-KEY (1:4) IS NUMERIC
               MOVE FLH-RECORD-KEY (1:4) TO CND-CUSTOMER-NUMBER
           ELSE
               MOVE ZERO TO CND-CUSTOMER-NUMBER
           END-IF.
           PERFORM 300-OFFER-CANDIDATE THRU 399-EXIT.

       255-READ-NEXT.
           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO SOURCE-EOF-SWITCH
           END-READ.

       255-EXIT.
           EXIT.

      *    THE FIRST PASS ONLY COUNTS.  THE SECOND APPLIES THE
      *    METHOD AND, FOR AN ITEM DRAWN, GATHERS ITS SUPPORTING
      *    DETAIL AND WRITES IT TO THE LISTING AND THE EXTRACT.
       300-OFFER-CANDIDATE.
           IF PASS-IS-COUNT
               ADD 1 TO WS-POP-COUNT
               ADD CND-WEIGHT TO WS-POP-DOLLARS
               GO TO 399-EXIT
           END-IF.

           MOVE 'N' TO WS-ITEM-SELECTED.
           MOVE ZERO TO WS-HIT-COUNT.

           EVALUATE TRUE
               WHEN SRQ-METHOD-RANDOM
                   PERFORM 310-DRAW-RANDOM THRU 310-EXIT
               WHEN SRQ-METHOD-DOLLAR-UNIT
                   PERFORM 320-DRAW-DOLLAR-UNIT THRU 320-EXIT
               WHEN SRQ-METHOD-THRESHOLD
                   IF CND-WEIGHT NOT < SRQ-THRESHOLD
                       MOVE 'Y' TO WS-ITEM-SELECTED
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-ITEMS-SEEN.

           IF NOT ITEM-IS-SELECTED
               GO TO 399-EXIT
           END-IF.

           ADD 1 TO WS-SAMPLE-COUNT.
           ADD CND-WEIGHT TO WS-SAMPLE-DOLLARS.
           PERFORM 350-GATHER-DETAIL THRU 359-EXIT.
           PERFORM 720-PRINT-SAMPLE-LINE THRU 720-EXIT.
           PERFORM 785-WRITE-EXTRACT-DETAIL THRU 785-EXIT.

       399-EXIT.
           EXIT.

      *    SELECTION SAMPLING - WITH N ITEMS IN THE POPULATION, T
      *    ALREADY PASSED AND M OF THE WANTED N' ALREADY DRAWN, THE
      *    NEXT ITEM IS DRAWN WHEN (N - T) TIMES THE RANDOM FRACTION
      *    IS BELOW (N' - M).  EXACTLY N' ITEMS COME OUT, EVERY ITEM
      *    WITH THE SAME CHANCE.
       310-DRAW-RANDOM.
           IF WS-SAMPLE-COUNT NOT < WS-TARGET-SIZE
               GO TO 310-EXIT
           END-IF.

           PERFORM 400-NEXT-RANDOM THRU 400-EXIT.
           COMPUTE WS-SELECT-TEST =
               (WS-POP-COUNT - WS-ITEMS-SEEN) * WS-RANDOM-FRACTION.
           IF WS-SELECT-TEST < WS-TARGET-SIZE - WS-SAMPLE-COUNT
               MOVE 'Y' TO WS-ITEM-SELECTED
           END-IF.

       310-EXIT.
           EXIT.

      *    THE ITEM IS DRAWN WHEN ONE OR MORE SAMPLING POINTS (THE
      *    RANDOM START, THEN EVERY INTERVAL ON) FALL IN ITS DOLLARS.
       320-DRAW-DOLLAR-UNIT.
           IF WS-INTERVAL = ZERO
               GO TO 320-EXIT
           END-IF.

           ADD CND-WEIGHT TO WS-CUMULATIVE.
           PERFORM 325-COUNT-ONE-HIT THRU 325-EXIT
               UNTIL WS-NEXT-HIT NOT < WS-CUMULATIVE.
           IF WS-HIT-COUNT > ZERO
               MOVE 'Y' TO WS-ITEM-SELECTED
           END-IF.

       320-EXIT.
           EXIT.

       325-COUNT-ONE-HIT.
           ADD 1 TO WS-HIT-COUNT.
           ADD WS-INTERVAL TO WS-NEXT-HIT.

       325-EXIT.
           EXIT.

      *    SUPPORTING DETAIL FOR THE ITEM DRAWN, IN THE SHAPE OF ITS
      *    POPULATION.  THE SOURCE RECORD IS STILL IN ITS BUFFER.
       350-GATHER-DETAIL.
           MOVE SPACES TO WS-CANDIDATE-DETAIL.
           MOVE SPACES TO CMR-CUSTOMER-NAME.
           IF CND-CUSTOMER-NUMBER IS NUMERIC
              AND CND-CUSTOMER-NUMBER > ZERO
              AND CUSTMSTR-IS-OPEN
               MOVE CND-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE '** NOT ON FILE **' TO CMR-CUSTOMER-NAME
               END-READ
           END-IF.

           EVALUATE SRQ-POPULATION
               WHEN 'CHARGES'
               WHEN 'WRITEOFF'
                   PERFORM 352-HISTORY-DETAIL THRU 352-EXIT
               WHEN 'REFUNDS'
                   PERFORM 354-REFUND-DETAIL THRU 354-EXIT
               WHEN 'PAYCHECK'
                   PERFORM 356-PAYCHECK-DETAIL THRU 356-EXIT
               WHEN 'CRLIMIT'
                   PERFORM 358-LIMIT-DETAIL THRU 358-EXIT
           END-EVALUATE.

       359-EXIT.
           EXIT.

       352-HISTORY-DETAIL.
           MOVE HIS-CUSTOMER-NUMBER TO CHD-CUSTOMER-NUMBER.
           MOVE CMR-CUSTOMER-NAME TO CHD-CUSTOMER-NAME.
           MOVE HIS-CHARGE-DATE TO CHD-CHARGE-DATE.
           MOVE HIS-SEQUENCE TO CHD-SEQUENCE.
           MOVE HIS-DESCRIPTION TO CHD-DESCRIPTION.
           MOVE HIS-ITEM-DEPARTMENT TO CHD-ITEM-DEPARTMENT.
           MOVE HIS-ITEM-NUMBER TO CHD-ITEM-NUMBER.
           MOVE HIS-DISPUTE-FLAG TO CHD-DISPUTE-FLAG.

           IF HISTORY-ITEM-WRITE-OFF
               MOVE HIS-CUSTOMER-NUMBER TO WS-WANTED-CUSTOMER
               MOVE HIS-WRITE-OFF-REASON TO WS-WANTED-REASON
               IF HIS-CHARGE-AMOUNT < ZERO
                   COMPUTE WS-WANTED-AMOUNT = 0 - HIS-CHARGE-AMOUNT
               ELSE
                   MOVE HIS-CHARGE-AMOUNT TO WS-WANTED-AMOUNT
               END-IF
               MOVE ZERO TO WS-WRITE-OFF-FOUND
               PERFORM 353-FIND-WRITE-OFF THRU 353-EXIT
                   VARYING WS-WRITE-OFF-SUB FROM 1 BY 1
                   UNTIL WS-WRITE-OFF-SUB > WS-WRITE-OFF-COUNT
                      OR WS-WRITE-OFF-FOUND > ZERO
               IF WS-WRITE-OFF-FOUND > ZERO
                   MOVE WOT-PATH (WS-WRITE-OFF-FOUND)
                       TO CHD-WRITE-OFF-PATH
                   MOVE WOT-APPROVED-BY (WS-WRITE-OFF-FOUND)
                       TO CHD-APPROVED-BY
               END-IF
           END-IF.

           STRING CMR-CUSTOMER-NAME ' ' HIS-DESCRIPTION ' '
                  CHD-WRITE-OFF-PATH ' ' CHD-APPROVED-BY
                  DELIMITED BY SIZE
               INTO CND-DESCRIPTION
           END-STRING.

       352-EXIT.
           EXIT.

      *    ONLY AN EXACT MATCH NAMES THE APPROVER - A CUSTOMER CAN
      *    HAVE MORE THAN ONE WRITE-OFF FOR THE SAME REASON.
       353-FIND-WRITE-OFF.
           IF WOT-CUSTOMER-NO (WS-WRITE-OFF-SUB) = WS-WANTED-CUSTOMER
              AND WOT-REASON (WS-WRITE-OFF-SUB) = WS-WANTED-REASON
              AND WOT-AMOUNT (WS-WRITE-OFF-SUB) = WS-WANTED-AMOUNT
               MOVE WS-WRITE-OFF-SUB TO WS-WRITE-OFF-FOUND
           END-IF.

       353-EXIT.
           EXIT.

       354-REFUND-DETAIL.
           MOVE CND-ITEM-KEY (1:8) TO CRD-REGISTER.
           IF CRD-REGISTER = 'REFCHKRG'
               MOVE CRF-CHECK-NUMBER TO CRD-CHECK-NUMBER
               MOVE CRF-CUSTOMER-NO TO CRD-PAYEE-ID
               MOVE CMR-CUSTOMER-NAME TO CRD-PAYEE-NAME
               MOVE CRF-REFUND-DATE TO CRD-REFUND-DATE
               MOVE CRF-STATUS TO CRD-STATUS
               STRING 'CUSTOMER ' CRF-CUSTOMER-NO ' '
                      CMR-CUSTOMER-NAME
                      DELIMITED BY SIZE
                   INTO CND-DESCRIPTION
               END-STRING
           ELSE
               MOVE SRF-CHECK-NUMBER TO CRD-CHECK-NUMBER
               MOVE SRF-STUDENT-ID TO CRD-PAYEE-ID
               MOVE SRF-REFUND-DATE TO CRD-REFUND-DATE
               MOVE SRF-STATUS TO CRD-STATUS
               STRING 'STUDENT ' SRF-STUDENT-ID
                      DELIMITED BY SIZE
                   INTO CND-DESCRIPTION
               END-STRING
           END-IF.

       354-EXIT.
           EXIT.

       356-PAYCHECK-DETAIL.
           MOVE CKR-CHECK-NUMBER TO CPD-CHECK-NUMBER.
           MOVE CKR-EMPLOYEE-NO TO CPD-EMPLOYEE-NO.
           MOVE CKR-EMPLOYEE-NAME TO CPD-EMPLOYEE-NAME.
           MOVE CKR-COMPANY-CODE TO CPD-COMPANY-CODE.
           MOVE CKR-PAY-DATE TO CPD-PAY-DATE.
           MOVE CKR-STATUS TO CPD-STATUS.
           STRING 'EMPLOYEE ' CKR-EMPLOYEE-NO ' ' CKR-EMPLOYEE-NAME
                  ' CO ' CKR-COMPANY-CODE
                  DELIMITED BY SIZE
               INTO CND-DESCRIPTION
           END-STRING.

       356-EXIT.
           EXIT.

       358-LIMIT-DETAIL.
           MOVE FLH-RECORD-KEY TO CLD-CUSTOMER-KEY.
           MOVE CMR-CUSTOMER-NAME TO CLD-CUSTOMER-NAME.
           MOVE FLH-TIMESTAMP TO CLD-TIMESTAMP.
           MOVE FLH-OLD-VALUE TO CLD-OLD-VALUE.
           MOVE FLH-NEW-VALUE TO CLD-NEW-VALUE.
           MOVE FLH-SOURCE-PROGRAM TO CLD-SOURCE-PROGRAM.
           STRING CMR-CUSTOMER-NAME ' OLD ' FLH-OLD-VALUE (1:9)
                  ' BY ' FLH-SOURCE-PROGRAM
                  DELIMITED BY SIZE
               INTO CND-DESCRIPTION
           END-STRING.

       358-EXIT.
           EXIT.

      *    PARK-MILLER MINIMAL STANDARD - THE NEXT STATE IS THE
      *    STATE TIMES 16807, MODULO 2**31 - 1.
       400-NEXT-RANDOM.
           MULTIPLY WS-RANDOM-STATE BY WS-RANDOM-MULTIPLIER
               GIVING WS-RANDOM-PRODUCT.
           DIVIDE WS-RANDOM-PRODUCT BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-QUOTIENT
               REMAINDER WS-RANDOM-STATE.
           DIVIDE WS-RANDOM-STATE BY WS-RANDOM-MODULUS
               GIVING WS-RANDOM-FRACTION.

       400-EXIT.
           EXIT.

      *    EVERY REQUEST STARTS A NEW PAGE WITH WHAT WAS ASKED FOR.
       700-PRINT-REQUEST-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE SRQ-REQUEST-ID TO WS-PGH-REQUEST-ID.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           WRITE SAMPLE-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

           MOVE SRQ-POPULATION TO WS-RQ1-POPULATION.
           MOVE SRQ-PERIOD-FROM TO WS-RQ1-PERIOD-FROM.
           MOVE SRQ-PERIOD-TO TO WS-RQ1-PERIOD-TO.
           EVALUATE TRUE
               WHEN SRQ-METHOD-RANDOM
                   MOVE 'RANDOM' TO WS-RQ1-METHOD
               WHEN SRQ-METHOD-DOLLAR-UNIT
                   MOVE 'DOLLAR-UNIT' TO WS-RQ1-METHOD
               WHEN SRQ-METHOD-THRESHOLD
                   MOVE 'THRESHOLD' TO WS-RQ1-METHOD
               WHEN OTHER
                   MOVE SRQ-METHOD TO WS-RQ1-METHOD
           END-EVALUATE.
           WRITE SAMPLE-PRINT-RECORD FROM WS-REQUEST-LINE-1
               AFTER ADVANCING 2 LINES.

           IF SRQ-SAMPLE-SIZE IS NUMERIC
               MOVE SRQ-SAMPLE-SIZE TO WS-RQ2-SIZE
           ELSE
               MOVE ZERO TO WS-RQ2-SIZE
           END-IF.
           MOVE WS-SEED-USED TO WS-RQ2-SEED.
           IF SRQ-THRESHOLD IS NUMERIC
               MOVE SRQ-THRESHOLD TO WS-RQ2-THRESHOLD
           ELSE
               MOVE ZERO TO WS-RQ2-THRESHOLD
           END-IF.
           WRITE SAMPLE-PRINT-RECORD FROM WS-REQUEST-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE WS-POP-COUNT TO WS-PPL-COUNT.
           MOVE WS-POP-DOLLARS TO WS-PPL-DOLLARS.
           MOVE WS-INTERVAL TO WS-PPL-INTERVAL.
           MOVE WS-RANDOM-START TO WS-PPL-START.
           WRITE SAMPLE-PRINT-RECORD FROM WS-POPULATION-LINE
               AFTER ADVANCING 1 LINE.

           WRITE SAMPLE-PRINT-RECORD FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.
           MOVE 7 TO WS-LINE-COUNT.

       700-EXIT.
           EXIT.

       720-PRINT-SAMPLE-LINE.
           IF WS-LINE-COUNT > 55
               PERFORM 700-PRINT-REQUEST-HEADING THRU 700-EXIT
           END-IF.

           MOVE WS-SAMPLE-COUNT TO WS-SML-NUMBER.
           MOVE CND-ITEM-KEY TO WS-SML-ITEM-KEY.
           MOVE CND-ITEM-DATE TO WS-SML-DATE.
           MOVE CND-AMOUNT TO WS-SML-AMOUNT.
           MOVE WS-HIT-COUNT TO WS-SML-HITS.
           MOVE CND-DESCRIPTION TO WS-SML-DESCRIPTION.
           WRITE SAMPLE-PRINT-RECORD FROM WS-SAMPLE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       720-EXIT.
           EXIT.

       750-PRINT-REQUEST-TOTALS.
           MOVE WS-SAMPLE-COUNT TO WS-TTL-COUNT.
           MOVE WS-SAMPLE-DOLLARS TO WS-TTL-DOLLARS.
           WRITE SAMPLE-PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       750-EXIT.
           EXIT.

       760-PRINT-VERDICT.
           MOVE WS-REQUEST-VERDICT TO WS-VDL-VERDICT.
           WRITE SAMPLE-PRINT-RECORD FROM WS-VERDICT-LINE
               AFTER ADVANCING 2 LINES.

       760-EXIT.
           EXIT.

       780-WRITE-EXTRACT-HEADER.
           MOVE SRQ-REQUEST-ID TO EXH-REQUEST-ID.
           MOVE SRQ-POPULATION TO EXH-POPULATION.
           MOVE SRQ-PERIOD-FROM TO EXH-PERIOD-FROM.
           MOVE SRQ-PERIOD-TO TO EXH-PERIOD-TO.
           MOVE SRQ-METHOD TO EXH-METHOD.
           MOVE WS-TARGET-SIZE TO EXH-SAMPLE-SIZE.
           MOVE WS-SEED-USED TO EXH-SEED.
           IF SRQ-METHOD-THRESHOLD
               MOVE SRQ-THRESHOLD TO EXH-THRESHOLD
           ELSE
               MOVE ZERO TO EXH-THRESHOLD
           END-IF.
           MOVE WS-POP-COUNT TO EXH-POP-COUNT.
           MOVE WS-POP-DOLLARS TO EXH-POP-DOLLARS.
           MOVE WS-INTERVAL TO EXH-INTERVAL.
           MOVE WS-RANDOM-START TO EXH-RANDOM-START.
           MOVE WS-RUN-DATE-TIME TO EXH-RUN-DATE-TIME.
           WRITE SAMPLE-EXTRACT-RECORD FROM WS-EXTRACT-HEADER.

       780-EXIT.
           EXIT.

       785-WRITE-EXTRACT-DETAIL.
           MOVE SRQ-REQUEST-ID TO EXD-REQUEST-ID.
           MOVE WS-SAMPLE-COUNT TO EXD-SAMPLE-NUMBER.
           MOVE SRQ-POPULATION TO EXD-POPULATION.
           MOVE CND-ITEM-KEY TO EXD-ITEM-KEY.
           MOVE CND-ITEM-DATE TO EXD-ITEM-DATE.
           MOVE CND-AMOUNT TO EXD-AMOUNT.
           MOVE WS-HIT-COUNT TO EXD-HIT-COUNT.
           MOVE WS-CANDIDATE-DETAIL TO EXD-DETAIL.
           WRITE SAMPLE-EXTRACT-RECORD FROM WS-EXTRACT-DETAIL.

       785-EXIT.
           EXIT.

       790-WRITE-EXTRACT-TRAILER.
           MOVE SRQ-REQUEST-ID TO EXT-REQUEST-ID.
           MOVE WS-SAMPLE-COUNT TO EXT-SAMPLE-COUNT.
           MOVE WS-SAMPLE-DOLLARS TO EXT-SAMPLE-DOLLARS.
           MOVE WS-REQUEST-VERDICT TO EXT-VERDICT.
           WRITE SAMPLE-EXTRACT-RECORD FROM WS-EXTRACT-TRAILER.

       790-EXIT.
           EXIT.

       800-PRINT-RUN-TOTALS.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE 'RUN' TO WS-PGH-REQUEST-ID.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           WRITE SAMPLE-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

           MOVE 'REQUESTS READ' TO WS-CNL-LABEL.
           MOVE WS-REQUEST-COUNT TO WS-CNL-COUNT.
           WRITE SAMPLE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'REQUESTS REFUSED' TO WS-CNL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CNL-COUNT.
           WRITE SAMPLE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS WITH A SOURCE NOT ON HAND' TO WS-CNL-LABEL.
           MOVE WS-MISSING-COUNT TO WS-CNL-COUNT.
           WRITE SAMPLE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ITEMS DRAWN' TO WS-CNL-LABEL.
           MOVE WS-RUN-SAMPLE-COUNT TO WS-CNL-COUNT.
           WRITE SAMPLE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       809-EXIT.
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
      *    EACH RUN - REQUESTS READ, ITEMS DRAWN AND THEIR DOLLARS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'AUDSAMPL' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-RUN-SAMPLE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-RUN-SAMPLE-DOLLARS TO ATR-CONTROL-TOTAL.
           MOVE 'SAMPLE' TO ATR-RUN-MODES.

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
