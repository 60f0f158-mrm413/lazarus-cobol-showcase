       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * 1099-NEC YEAR-END RUN FOR THE COMMISSIONED SALESMEN.          *
      *                                                               *
      * THE SALESMEN ARE PAID AS CONTRACTORS THROUGH THE COMMISSION   *
      * SETTLEMENT RUN, WHICH ROLLS EVERY SETTLEMENT INTO THE COMMYTD *
      * PAYEE FILE BY CALENDAR YEAR.  EACH JANUARY THIS RUN TAKES THE *
      * YEAR JUST CLOSED (TAX-YEAR IN THE ENVIRONMENT AS YYYY,         *
      * DEFAULTING TO LAST YEAR) AND, FOR EVERY SALESMAN PAID AT OR   *
      * OVER THE FILING THRESHOLD:                                    *
      *   - PRINTS THE RECIPIENT'S COPY OF FORM 1099-NEC ON NEC1099F, *
      *     NAME, TAX ID AND MAILING ADDRESS OFF SLSMMSTR;            *
      *   - WRITES THE PAYEE 'B' RECORD OF THE IRS ELECTRONIC FILING  *
      *     FILE IRSNEC, BETWEEN THE TRANSMITTER 'T' AND PAYER 'A'    *
      *     RECORDS AHEAD AND THE END-OF-PAYER 'C' AND END-OF-        *
      *     TRANSMISSION 'F' RECORDS BEHIND, 750 BYTES EACH.          *
      * THE PAYER AND TRANSMITTER PARTICULARS - EIN, TRANSMITTER      *
      * CONTROL CODE, NAME, ADDRESS, CONTACT - COME FROM THE ONE-     *
      * RECORD F1099PRM PARAMETER FILE, WHICH MAY ALSO MARK THE FILE  *
      * AS A TEST SUBMISSION OR OVERRIDE THE THRESHOLD.               *
      *                                                               *
      * THE NEC1099C CONTROL LISTING TIES THE YEAR BACK TO THE        *
      * SETTLEMENT REGISTERS: THE JOB CONCATENATES THE YEAR'S TWELVE  *
      * SETTLREG GENERATIONS AND EACH '**TOTAL' LINE IS LISTED, THE   *
      * REGISTERS' DRAWS ADVANCED PLUS NET PAYABLE MUST EQUAL WHAT    *
      * THE PAYEE FILE SAYS WAS PAID, AND WHAT WAS PAID SPLITS INTO   *
      * FILED, BELOW THRESHOLD AND NOT FILED.  AN OUT-OF-BALANCE TIE, *
      * FEWER THAN TWELVE MONTHS OF REGISTERS, A PAYEE MISSING FROM   *
      * THE MASTER OR A FORM FILED WITHOUT A TAX ID ENDS THE RUN      *
      * WITH RETURN CODE 4.                                           *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FILING-PARM-FILE
               ASSIGN TO EXTERNAL F1099PRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PARM-STATUS.

           SELECT PAYEE-YTD-FILE
               ASSIGN TO EXTERNAL COMMYTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COMMYTD-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMMSTR-STATUS.

           SELECT SETTLEMENT-REGISTER-FILE
               ASSIGN TO EXTERNAL SETTLREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT FORM-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING NEC1099F
                         FILE STATUS IS WS-FORM-STATUS.

           SELECT IRS-FILING-FILE
               ASSIGN TO EXTERNAL IRSNEC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-IRS-STATUS.

           SELECT CONTROL-LISTING-FILE
               ASSIGN TO EXTERNAL NEC1099C
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

      *    ONE RECORD, MAINTAINED BY THE CONTROLLER: WHO WE ARE TO
      *    THE IRS.  THE COMPANY FILES ITS OWN RETURNS, SO THE PAYER
      *    IS ALSO THE TRANSMITTER.  A THRESHOLD OF ZERO TAKES THE
      *    STATUTORY ONE FOR THE TAX YEAR.
       FD  FILING-PARM-FILE.

       01  FILING-PARM-RECORD.
           03  NPR-PAYER-TIN           PIC X(09).
           03  FILLER                  PIC X(01).
           03  NPR-NAME-CONTROL        PIC X(04).
           03  FILLER                  PIC X(01).
           03  NPR-TCC                 PIC X(05).
           03  FILLER                  PIC X(01).
           03  NPR-TEST-INDICATOR      PIC X(01).
           03  FILLER                  PIC X(01).
           03  NPR-THRESHOLD           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  NPR-PAYER-NAME          PIC X(40).
           03  NPR-PAYER-ADDRESS       PIC X(40).
           03  NPR-PAYER-CITY          PIC X(40).
           03  NPR-PAYER-STATE         PIC X(02).
           03  NPR-PAYER-ZIP           PIC X(09).
           03  NPR-PAYER-PHONE         PIC X(15).
           03  NPR-CONTACT-NAME        PIC X(40).
           03  NPR-CONTACT-EMAIL       PIC X(50).
           03  FILLER                  PIC X(33).

       FD  PAYEE-YTD-FILE.

      *    THE SETTLEMENT RUN'S PAYEE FILE - ONE RECORD PER SALESMAN
      *    PER CALENDAR YEAR.  PAID IN THE YEAR IS THE DRAWS ADVANCED
      *    PLUS THE NET RELEASED TO PAYABLES; DRAW RECOVERED IS NOT
      *    A PAYMENT AND IS NOT ADDED IN.
       01  PAYEE-YTD-RECORD.
           03  CYR-TAX-YEAR            PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CYR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CYR-DRAW-ADVANCED       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-NET-PAID            PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-DRAW-RECOVERED      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-LAST-SETTLED        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CYR-LAST-DRAW           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  CYR-LAST-NET            PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-LAST-RECOVERED      PIC 9(05)V99.
           03  FILLER                  PIC X(08).

       FD  SALESMAN-MASTER-FILE.

       01  SALESMAN-MASTER-RECORD.
           03  SMR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SMR-SALESMAN-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SMR-MONTHLY-QUOTA       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SMR-TAX-ID              PIC X(09).
           03  FILLER                  PIC X(01).
           03  SMR-TIN-TYPE            PIC X(01).
           03  FILLER                  PIC X(33).
           03  SMR-MAIL-ADDRESS        PIC X(40).
           03  SMR-MAIL-CITY           PIC X(25).
           03  SMR-MAIL-STATE          PIC X(02).
           03  SMR-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(04).

       FD  SETTLEMENT-REGISTER-FILE.

      *    THE SETTLEMENT RUN'S CLOSING '**TOTAL' LINE, PARSED BACK
      *    BY ITS FIXED COLUMNS - SETTLEMENT DATE IN 9-16, SALESMAN
      *    COUNT IN 23-25, EARNED IN 34-45, DRAWS ADVANCED IN 55-65,
      *    NET PAYABLE IN 75-85.  THE SALESMAN LINES BETWEEN THEM ARE
      *    PASSED OVER.
       01  SETTLEMENT-REGISTER-RECORD.
           03  SRG-TOTAL-MARKER        PIC X(08).
           03  SRG-SETTLE-DATE         PIC X(08).
           03  FILLER                  PIC X(06).
           03  SRG-COUNT-X             PIC X(03).
           03  FILLER                  PIC X(08).
           03  SRG-EARNED-X            PIC X(12).
           03  FILLER                  PIC X(09).
           03  SRG-ADVANCED-X          PIC X(11).
           03  FILLER                  PIC X(09).
           03  SRG-PAYABLE-X           PIC X(11).
           03  FILLER                  PIC X(47).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'NEC1099R'.

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
       77  WS-COMMYTD-STATUS           PIC XX.
           88  WS-COMMYTD-OK                       VALUE "00".
       77  WS-SLSMMSTR-STATUS          PIC XX.
           88  WS-SLSMMSTR-OK                      VALUE "00".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-FORM-STATUS              PIC XX.
           88  WS-FORM-OK                          VALUE "00".
       77  WS-IRS-STATUS               PIC XX.
           88  WS-IRS-OK                           VALUE "00".
       77  WS-LISTING-STATUS           PIC XX.
           88  WS-LISTING-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  COMMYTD-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  COMMYTD-EOF                         VALUE 'Y'.
       77  SLSMMSTR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMMSTR-EOF                        VALUE 'Y'.
       77  REGISTER-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  REGISTER-EOF                        VALUE 'Y'.

       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(04).
           03  FILLER                  PIC 9(04).
       77  WS-TAX-YEAR                 PIC 9(04)   VALUE 0.
       77  WS-YEAR-KEYED               PIC X(04)   VALUE SPACES.
       77  WS-THRESHOLD                PIC 9(05)V99 VALUE 0.

      *    THE SALESMAN MASTER, HELD FOR THE NAME, TAX ID AND
      *    MAILING ADDRESS EACH FORM AND PAYEE RECORD CARRIES.
       01  SALESMAN-MASTER-TABLE.
           02  SALESMAN-MASTER-ENTRY   OCCURS 99 TIMES
                                       INDEXED BY SLSM-IX.
               03  SMT-SALESMAN-NUMBER PIC 9(02) VALUE ZERO.
               03  SMT-SALESMAN-NAME   PIC X(20) VALUE SPACES.
               03  SMT-TAX-ID          PIC X(09) VALUE SPACES.
               03  SMT-TIN-TYPE        PIC X(01) VALUE SPACE.
               03  SMT-MAIL-ADDRESS    PIC X(40) VALUE SPACES.
               03  SMT-MAIL-CITY       PIC X(25) VALUE SPACES.
               03  SMT-MAIL-STATE      PIC X(02) VALUE SPACES.
               03  SMT-MAIL-ZIP        PIC X(09) VALUE SPACES.
       77  WS-SALESMAN-MSTR-COUNT      PIC 9(02)   VALUE 0.

      *    ONE ROW PER SETTLEMENT REGISTER OF THE TAX YEAR, KEYED BY
      *    SETTLEMENT DATE.  A REGISTER PRESENTED TWICE FOR THE SAME
      *    DATE IS A RERUN; THE LATER ONE STANDS, AS IT DOES ON THE
      *    PAYEE FILE.
       01  REGISTER-TOTAL-TABLE.
           02  REGISTER-TOTAL-ENTRY    OCCURS 60 TIMES.
               03  RGT-SETTLE-DATE     PIC 9(08) VALUE ZERO.
               03  RGT-COUNT           PIC 9(03) VALUE ZERO.
               03  RGT-EARNED          PIC S9(09)V99 VALUE ZERO.
               03  RGT-ADVANCED        PIC 9(09)V99 VALUE ZERO.
               03  RGT-PAYABLE         PIC 9(09)V99 VALUE ZERO.
               03  RGT-RERUN-SWITCH    PIC X(01) VALUE 'N'.
       77  WS-REGISTER-COUNT           PIC 9(02)   VALUE 0.
       77  WS-REG-SUB                  PIC 9(02)   VALUE 0.
       77  WS-REG-FOUND                PIC 9(02)   VALUE 0.
       77  WS-OTHER-YEAR-COUNT         PIC 9(03)   VALUE 0.
       01  WS-WORK-SETTLE-DATE         PIC 9(08)   VALUE 0.
       01  WS-WORK-SETTLE-DATE-X REDEFINES WS-WORK-SETTLE-DATE.
           03  WS-WORK-SETTLE-YEAR     PIC 9(04).
           03  WS-WORK-SETTLE-MONTH    PIC 9(02).
           03  FILLER                  PIC 9(02).

      *    WHICH CALENDAR MONTHS THE REGISTERS COVER - THE TIE IS
      *    ONLY A TIE WHEN ALL TWELVE ARE THERE.
       01  MONTH-SEEN-TABLE.
           02  MONTH-SEEN-SWITCH       PIC X(01) OCCURS 12 TIMES.
       77  WS-MONTH-SUB                PIC 9(02)   VALUE 0.
       77  WS-MONTHS-COVERED           PIC 9(02)   VALUE 0.

      *    THE TAX YEAR'S PAYEE ROWS, WITH THE FILING DECISION MADE
      *    FOR EACH BEFORE ANYTHING IS WRITTEN - THE TRANSMITTER
      *    RECORD AT THE HEAD OF THE FILE CARRIES THE PAYEE COUNT.
       01  PAYEE-TABLE.
           02  PAYEE-ENTRY             OCCURS 99 TIMES.
               03  PYT-SALESMAN-NUMBER PIC 9(02) VALUE ZERO.
               03  PYT-DRAW-ADVANCED   PIC 9(07)V99 VALUE ZERO.
               03  PYT-NET-PAID        PIC 9(07)V99 VALUE ZERO.
               03  PYT-PAID            PIC 9(08)V99 VALUE ZERO.
               03  PYT-MASTER-SUB      PIC 9(02) VALUE ZERO.
               03  PYT-FILING-STATUS   PIC X(01) VALUE SPACE.
                   88  PYT-FILED                   VALUE 'F'.
                   88  PYT-FILED-NO-TIN            VALUE 'T'.
                   88  PYT-BELOW-THRESHOLD         VALUE 'B'.
                   88  PYT-NOT-ON-MASTER           VALUE 'M'.
       77  WS-PAYEE-COUNT              PIC 9(02)   VALUE 0.
       77  WS-PAYEE-SUB                PIC 9(02)   VALUE 0.

      *    CONTROL FIGURES.
       77  WS-REGISTER-EARNED          PIC S9(09)V99 VALUE 0.
       77  WS-REGISTER-ADVANCED        PIC 9(09)V99 VALUE 0.
       77  WS-REGISTER-PAYABLE         PIC 9(09)V99 VALUE 0.
       77  WS-REGISTER-PAID            PIC 9(09)V99 VALUE 0.
       77  WS-PAYEE-FILE-PAID          PIC 9(09)V99 VALUE 0.
       77  WS-TIE-DIFFERENCE           PIC S9(09)V99 VALUE 0.
       77  WS-FILED-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FILED-TOTAL              PIC 9(09)V99 VALUE 0.
       77  WS-BELOW-COUNT              PIC 9(06)   VALUE 0.
       77  WS-BELOW-TOTAL              PIC 9(09)V99 VALUE 0.
       77  WS-NOT-FILED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-NOT-FILED-TOTAL          PIC 9(09)V99 VALUE 0.
       77  WS-RECORD-SEQUENCE          PIC 9(08)   VALUE 0.

      *    FORM WORK FIELDS.
       77  WS-CITY-STATE-ZIP           PIC X(50)   VALUE SPACES.
       77  WS-MASKED-TIN               PIC X(11)   VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE IRS ELECTRONIC FILING RECORDS.  EVERY RECORD IS 750
      *    BYTES WITH ITS SEQUENCE NUMBER IN 500-507; AMOUNTS ARE
      *    UNSIGNED WHOLE CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED.
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
           03  IRA-PAYER-TIN           PIC X(09).
           03  IRA-NAME-CONTROL        PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(02) VALUE 'NE'.
           03  FILLER                  PIC X(18) VALUE '1'.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  IRA-PAYER-NAME          PIC X(40).
           03  FILLER                  PIC X(40) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  IRA-PAYER-ADDRESS       PIC X(40).
           03  IRA-PAYER-CITY          PIC X(40).
           03  IRA-PAYER-STATE         PIC X(02).
           03  IRA-PAYER-ZIP           PIC X(09).
           03  IRA-PAYER-PHONE         PIC X(15).
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
           03  IRB-COMPENSATION        PIC 9(10)V99.
           03  FILLER                  PIC X(204) VALUE ALL '0'.
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
           03  FILLER                  PIC X(243) VALUE SPACES.

       01  WS-IRS-C-RECORD.
           03  FILLER                  PIC X(01) VALUE 'C'.
           03  IRC-PAYEE-COUNT         PIC 9(08).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  IRC-CONTROL-TOTAL-1     PIC 9(16)V99.
           03  FILLER                  PIC X(306) VALUE ALL '0'.
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
      *    THE RECIPIENT'S COPY OF THE FORM.
      *    ------------------------------------------------------------
       01  WS-FORM-TITLE-LINE.
           03  FILLER                  PIC X(40) VALUE
                   'FORM 1099-NEC   NONEMPLOYEE COMPENSATION'.
           03  FILLER                  PIC X(12) VALUE
                   '   TAX YEAR '.
           03  WS-FRM-TAX-YEAR         PIC 9(04).
           03  FILLER                  PIC X(24) VALUE
                   '   COPY B FOR RECIPIENT'.

       01  WS-FORM-LABEL-LINE.
           03  WS-FRM-LABEL            PIC X(22).
           03  WS-FRM-TEXT             PIC X(50).

       01  WS-FORM-TIN-LINE.
           03  FILLER                  PIC X(22) VALUE
                   "PAYER'S TIN".
           03  WS-FRM-PAYER-TIN        PIC X(11).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(18) VALUE
                   "RECIPIENT'S TIN".
           03  WS-FRM-RECIPIENT-TIN    PIC X(11).

       01  WS-FORM-AMOUNT-LINE.
           03  WS-FRM-BOX              PIC X(40).
           03  WS-FRM-AMOUNT           PIC $$$,$$$,$$9.99.

       01  WS-FORM-NOTICE-LINE         PIC X(72) VALUE
               'THIS IS IMPORTANT TAX INFORMATION AND IS BEING FURNISHED
      -        ' TO THE IRS.'.

      *    ------------------------------------------------------------
      *    THE CONTROL LISTING.
      *    ------------------------------------------------------------
       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(36) VALUE
                   '1099-NEC CONTROL LISTING - TAX YEAR '.
           03  WS-TTL-TAX-YEAR         PIC 9(04).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-TTL-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(13) VALUE '   THRESHOLD '.
           03  WS-TTL-THRESHOLD        PIC $$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TTL-TEST-NOTE        PIC X(20) VALUE SPACES.

       01  WS-SECTION-LINE             PIC X(60)   VALUE SPACES.

       01  WS-REGISTER-LINE.
           03  FILLER                  PIC X(10) VALUE '  SETTLED '.
           03  WS-RGL-SETTLE-DATE      PIC 9999/99/99.
           03  FILLER                  PIC X(06) VALUE ' SLSM '.
           03  WS-RGL-COUNT            PIC ZZ9.
           03  FILLER                  PIC X(08) VALUE ' EARNED '.
           03  WS-RGL-EARNED           PIC $$$,$$$,$$9.99-.
           03  FILLER                  PIC X(09) VALUE ' ADVANCE '.
           03  WS-RGL-ADVANCED         PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(09) VALUE ' PAYABLE '.
           03  WS-RGL-PAYABLE          PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(06) VALUE ' PAID '.
           03  WS-RGL-PAID             PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RGL-NOTE             PIC X(12) VALUE SPACES.

       01  WS-PAYEE-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PYL-SALESMAN         PIC 9(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PYL-NAME             PIC X(20).
           03  FILLER                  PIC X(09) VALUE ' ADVANCE '.
           03  WS-PYL-ADVANCED         PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(05) VALUE ' NET '.
           03  WS-PYL-NET              PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(06) VALUE ' PAID '.
           03  WS-PYL-PAID             PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PYL-STATUS           PIC X(30).

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

           PERFORM 020-LOAD-FILING-PARM THRU 020-EXIT.
           PERFORM 030-LOAD-SALESMAN-MASTER THRU 030-EXIT.
           PERFORM 040-SWEEP-SETTLEMENT-REGS THRU 040-EXIT.
           PERFORM 050-LOAD-PAYEE-YTD THRU 050-EXIT.

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

           PERFORM 060-DECIDE-ONE-PAYEE THRU 060-EXIT
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT.

           PERFORM 200-LIST-REGISTERS THRU 200-EXIT.

           PERFORM 300-WRITE-FILING-HEADER THRU 300-EXIT.

           MOVE 'PAYEES' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 400-REPORT-ONE-PAYEE THRU 400-EXIT
               VARYING WS-PAYEE-SUB FROM 1 BY 1
               UNTIL WS-PAYEE-SUB > WS-PAYEE-COUNT.

           PERFORM 500-WRITE-FILING-TRAILER THRU 500-EXIT.

           PERFORM 600-LIST-CONTROL-TOTALS THRU 600-EXIT.

       000-TERMINATE.
           CLOSE FORM-PRINT-FILE,
                 IRS-FILING-FILE,
                 CONTROL-LISTING-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    WITHOUT THE PAYER'S EIN, TRANSMITTER CODE AND NAME THERE
      *    IS NOTHING THE IRS WILL ACCEPT, SO THE RUN STOPS.  THE
      *    FILING THRESHOLD WAS $600 THROUGH TAX YEAR 2025 AND IS
      *    $2,000 FROM 2026 ON, UNLESS THE PARAMETER SAYS OTHERWISE.
       020-LOAD-FILING-PARM.
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
                   DISPLAY "FILING-PARM-FILE IS EMPTY - NO PAYER TO "
                           "FILE AS" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           CLOSE FILING-PARM-FILE.

           IF NPR-PAYER-TIN IS NOT NUMERIC
              OR NPR-TCC = SPACES
              OR NPR-PAYER-NAME = SPACES
               DISPLAY "FILING-PARM-FILE LACKS PAYER TIN, TCC OR "
                       "NAME - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           IF NPR-THRESHOLD IS NUMERIC
              AND NPR-THRESHOLD > ZERO
               MOVE NPR-THRESHOLD TO WS-THRESHOLD
           ELSE
               IF WS-TAX-YEAR < 2026
                   MOVE 600.00 TO WS-THRESHOLD
               ELSE
                   MOVE 2000.00 TO WS-THRESHOLD
               END-IF
           END-IF.

       020-EXIT.
           EXIT.

       030-LOAD-SALESMAN-MASTER.
           OPEN INPUT SALESMAN-MASTER-FILE.

           IF NOT WS-SLSMMSTR-OK
               MOVE "SALESMAN-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SLSMMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SALESMAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO SLSMMSTR-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-SALESMAN THRU 035-EXIT
               UNTIL SLSMMSTR-EOF.

           CLOSE SALESMAN-MASTER-FILE.

       030-EXIT.
           EXIT.

      *    A SALESMAN THE TABLE CANNOT HOLD WOULD BE FILED WITH NO
      *    NAME OR TIN, SO A FULL TABLE STOPS THE RUN.
       035-STORE-SALESMAN.
           IF WS-SALESMAN-MSTR-COUNT NOT < 99
               MOVE "SALESMAN MASTER TABLE" TO WS-MSG-INSERT-1
               MOVE "99 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-SALESMAN-MSTR-COUNT.
           SET SLSM-IX TO WS-SALESMAN-MSTR-COUNT.
           MOVE SMR-SALESMAN-NUMBER TO SMT-SALESMAN-NUMBER (SLSM-IX).
           MOVE SMR-SALESMAN-NAME TO SMT-SALESMAN-NAME (SLSM-IX).
           MOVE SMR-TAX-ID TO SMT-TAX-ID (SLSM-IX).
           MOVE SMR-TIN-TYPE TO SMT-TIN-TYPE (SLSM-IX).
           MOVE SMR-MAIL-ADDRESS TO SMT-MAIL-ADDRESS (SLSM-IX).
           MOVE SMR-MAIL-CITY TO SMT-MAIL-CITY (SLSM-IX).
           MOVE SMR-MAIL-STATE TO SMT-MAIL-STATE (SLSM-IX).
           MOVE SMR-MAIL-ZIP TO SMT-MAIL-ZIP (SLSM-IX).

           READ SALESMAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO SLSMMSTR-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    ONLY THE '**TOTAL' LINES MATTER HERE.  A REGISTER SETTLED
      *    OUTSIDE THE TAX YEAR IS COUNTED AND LEFT OUT - THE JOB
      *    HANDED OVER THE WRONG GENERATION, AND THE MONTH CHECK
      *    WILL SAY SO.
       040-SWEEP-SETTLEMENT-REGS.
           OPEN INPUT SETTLEMENT-REGISTER-FILE.

           IF NOT WS-REGISTER-OK
               MOVE "SETTLEMENT-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SETTLEMENT-REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
           END-READ.

           PERFORM 045-SWEEP-ONE-REGISTER-LINE THRU 045-EXIT
               UNTIL REGISTER-EOF.

           CLOSE SETTLEMENT-REGISTER-FILE.

       040-EXIT.
           EXIT.

       045-SWEEP-ONE-REGISTER-LINE.
           IF SRG-TOTAL-MARKER NOT = '**TOTAL '
              OR SRG-SETTLE-DATE IS NOT NUMERIC
               GO TO 048-NEXT-REGISTER-LINE
           END-IF.

           MOVE SRG-SETTLE-DATE TO WS-WORK-SETTLE-DATE.
           IF WS-WORK-SETTLE-YEAR NOT = WS-TAX-YEAR
               ADD 1 TO WS-OTHER-YEAR-COUNT
               GO TO 048-NEXT-REGISTER-LINE
           END-IF.

           MOVE ZERO TO WS-REG-FOUND.
           PERFORM 047-FIND-REGISTER-DATE THRU 047-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REGISTER-COUNT
                  OR WS-REG-FOUND > ZERO.

           IF WS-REG-FOUND = ZERO
               IF WS-REGISTER-COUNT NOT < 60
                   DISPLAY "MORE THAN 60 SETTLEMENT REGISTERS FOR "
                           "THE TAX YEAR - " SRG-SETTLE-DATE
                           " NOT COUNTED" UPON SYSERR
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   GO TO 048-NEXT-REGISTER-LINE
               END-IF
               ADD 1 TO WS-REGISTER-COUNT
               MOVE WS-REGISTER-COUNT TO WS-REG-FOUND
               MOVE WS-WORK-SETTLE-DATE
                   TO RGT-SETTLE-DATE (WS-REG-FOUND)
           ELSE
               MOVE 'Y' TO RGT-RERUN-SWITCH (WS-REG-FOUND)
           END-IF.

           IF SRG-COUNT-X = SPACES
               MOVE ZERO TO RGT-COUNT (WS-REG-FOUND)
           ELSE
               COMPUTE RGT-COUNT (WS-REG-FOUND) =
                   FUNCTION NUMVAL (SRG-COUNT-X)
           END-IF.
           COMPUTE RGT-EARNED (WS-REG-FOUND) =
               FUNCTION NUMVAL (SRG-EARNED-X).
           COMPUTE RGT-ADVANCED (WS-REG-FOUND) =
               FUNCTION NUMVAL (SRG-ADVANCED-X).
           COMPUTE RGT-PAYABLE (WS-REG-FOUND) =
               FUNCTION NUMVAL (SRG-PAYABLE-X).

       048-NEXT-REGISTER-LINE.
           READ SETTLEMENT-REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

       047-FIND-REGISTER-DATE.
           IF RGT-SETTLE-DATE (WS-REG-SUB) = WS-WORK-SETTLE-DATE
               MOVE WS-REG-SUB TO WS-REG-FOUND
           END-IF.

       047-EXIT.
           EXIT.

       050-LOAD-PAYEE-YTD.
           OPEN INPUT PAYEE-YTD-FILE.

           IF NOT WS-COMMYTD-OK
               MOVE "PAYEE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COMMYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYEE-YTD-FILE
               AT END
                   MOVE 'Y' TO COMMYTD-EOF-SWITCH
           END-READ.

           PERFORM 055-STORE-PAYEE THRU 055-EXIT
               UNTIL COMMYTD-EOF.

           CLOSE PAYEE-YTD-FILE.

       050-EXIT.
           EXIT.

       055-STORE-PAYEE.
           ADD 1 TO WS-INPUT-COUNT.

           IF CYR-TAX-YEAR NOT = WS-TAX-YEAR
               GO TO 058-NEXT-PAYEE
           END-IF.

           IF WS-PAYEE-COUNT NOT < 99
               DISPLAY "MORE THAN 99 PAYEES FOR THE TAX YEAR - RUN "
                       "ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-PAYEE-COUNT.
           MOVE CYR-SALESMAN-NUMBER
               TO PYT-SALESMAN-NUMBER (WS-PAYEE-COUNT).
           MOVE CYR-DRAW-ADVANCED TO PYT-DRAW-ADVANCED (WS-PAYEE-COUNT).
           MOVE CYR-NET-PAID TO PYT-NET-PAID (WS-PAYEE-COUNT).
           COMPUTE PYT-PAID (WS-PAYEE-COUNT) =
               CYR-DRAW-ADVANCED + CYR-NET-PAID.
           ADD PYT-PAID (WS-PAYEE-COUNT) TO WS-PAYEE-FILE-PAID.

       058-NEXT-PAYEE.
           READ PAYEE-YTD-FILE
               AT END
                   MOVE 'Y' TO COMMYTD-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    UNDER THE THRESHOLD, NO FORM.  OVER IT, A PAYEE THE
      *    MASTER DOES NOT KNOW CANNOT BE ADDRESSED AND IS HELD OUT
      *    FOR THE CONTROLLER; ONE WITH NO USABLE TAX ID IS STILL
      *    FILED, AS THE IRS REQUIRES, AND FLAGGED FOR A W-9.
       060-DECIDE-ONE-PAYEE.
           MOVE ZERO TO PYT-MASTER-SUB (WS-PAYEE-SUB).
           SET SLSM-IX TO 1.
           SEARCH SALESMAN-MASTER-ENTRY
               AT END
                   CONTINUE
               WHEN SMT-SALESMAN-NUMBER (SLSM-IX) =
                       PYT-SALESMAN-NUMBER (WS-PAYEE-SUB)
                   SET PYT-MASTER-SUB (WS-PAYEE-SUB) TO SLSM-IX
           END-SEARCH.

           IF PYT-PAID (WS-PAYEE-SUB) < WS-THRESHOLD
               MOVE 'B' TO PYT-FILING-STATUS (WS-PAYEE-SUB)
               ADD 1 TO WS-BELOW-COUNT
               ADD PYT-PAID (WS-PAYEE-SUB) TO WS-BELOW-TOTAL
               GO TO 060-EXIT
           END-IF.

           IF PYT-MASTER-SUB (WS-PAYEE-SUB) = ZERO
               MOVE 'M' TO PYT-FILING-STATUS (WS-PAYEE-SUB)
               ADD 1 TO WS-NOT-FILED-COUNT
               ADD PYT-PAID (WS-PAYEE-SUB) TO WS-NOT-FILED-TOTAL
               MOVE 4 TO WS-FINAL-RETURN-CODE
               GO TO 060-EXIT
           END-IF.

           SET SLSM-IX TO PYT-MASTER-SUB (WS-PAYEE-SUB).

           IF SMT-TAX-ID (SLSM-IX) IS NUMERIC
              AND SMT-TAX-ID (SLSM-IX) NOT = '000000000'
              AND (SMT-TIN-TYPE (SLSM-IX) = '1' OR '2')
               MOVE 'F' TO PYT-FILING-STATUS (WS-PAYEE-SUB)
           ELSE
               MOVE 'T' TO PYT-FILING-STATUS (WS-PAYEE-SUB)
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           ADD 1 TO WS-FILED-COUNT.
           ADD PYT-PAID (WS-PAYEE-SUB) TO WS-FILED-TOTAL.

       060-EXIT.
           EXIT.

      *    THE REGISTER SECTION OF THE LISTING, WITH THE MONTHS
      *    COVERED.
       200-LIST-REGISTERS.
           MOVE WS-TAX-YEAR TO WS-TTL-TAX-YEAR.
           MOVE WS-RUN-DATE-TIME TO WS-TTL-RUN-DATE.
           MOVE WS-THRESHOLD TO WS-TTL-THRESHOLD.
           IF NPR-TEST-INDICATOR = 'T'
               MOVE '*** TEST FILE ***' TO WS-TTL-TEST-NOTE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE 'SETTLEMENT REGISTERS' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE ALL 'N' TO MONTH-SEEN-TABLE.
           PERFORM 210-LIST-ONE-REGISTER THRU 210-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REGISTER-COUNT.

           MOVE ZERO TO WS-MONTHS-COVERED.
           PERFORM 220-COUNT-ONE-MONTH THRU 220-EXIT
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'MONTHS OF REGISTERS PRESENTED' TO WS-TOT-LABEL.
           MOVE WS-MONTHS-COVERED TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           IF WS-MONTHS-COVERED < 12
               MOVE 'REGISTERS MISSING - TIE INCOMPLETE'
                   TO WS-TOT-NOTE
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           IF WS-OTHER-YEAR-COUNT > ZERO
               MOVE SPACES TO WS-TOTAL-LINE
               MOVE 'REGISTERS OUTSIDE THE TAX YEAR, IGNORED'
                   TO WS-TOT-LABEL
               MOVE WS-OTHER-YEAR-COUNT TO WS-TOT-COUNT
               MOVE ZERO TO WS-TOT-AMOUNT
               WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       200-EXIT.
           EXIT.

       210-LIST-ONE-REGISTER.
           MOVE RGT-SETTLE-DATE (WS-REG-SUB) TO WS-WORK-SETTLE-DATE.
           IF WS-WORK-SETTLE-MONTH > ZERO
              AND WS-WORK-SETTLE-MONTH < 13
               MOVE 'Y' TO MONTH-SEEN-SWITCH (WS-WORK-SETTLE-MONTH)
           END-IF.

           ADD RGT-EARNED (WS-REG-SUB) TO WS-REGISTER-EARNED.
           ADD RGT-ADVANCED (WS-REG-SUB) TO WS-REGISTER-ADVANCED.
           ADD RGT-PAYABLE (WS-REG-SUB) TO WS-REGISTER-PAYABLE.

           MOVE RGT-SETTLE-DATE (WS-REG-SUB) TO WS-RGL-SETTLE-DATE.
           MOVE RGT-COUNT (WS-REG-SUB) TO WS-RGL-COUNT.
           MOVE RGT-EARNED (WS-REG-SUB) TO WS-RGL-EARNED.
           MOVE RGT-ADVANCED (WS-REG-SUB) TO WS-RGL-ADVANCED.
           MOVE RGT-PAYABLE (WS-REG-SUB) TO WS-RGL-PAYABLE.
           COMPUTE WS-RGL-PAID =
               RGT-ADVANCED (WS-REG-SUB) + RGT-PAYABLE (WS-REG-SUB).
           IF RGT-RERUN-SWITCH (WS-REG-SUB) = 'Y'
               MOVE 'RERUN - LAST' TO WS-RGL-NOTE
           ELSE
               MOVE SPACES TO WS-RGL-NOTE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-REGISTER-LINE
               AFTER ADVANCING 1 LINE.

       210-EXIT.
           EXIT.

       220-COUNT-ONE-MONTH.
           IF MONTH-SEEN-SWITCH (WS-MONTH-SUB) = 'Y'
               ADD 1 TO WS-MONTHS-COVERED
           END-IF.

       220-EXIT.
           EXIT.

      *    TRANSMITTER AND PAYER RECORDS HEAD THE FILING FILE.
       300-WRITE-FILING-HEADER.
           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-TAX-YEAR TO IRT-PAYMENT-YEAR.
           MOVE NPR-PAYER-TIN TO IRT-TRANSMITTER-TIN.
           MOVE NPR-TCC TO IRT-TCC.
           IF NPR-TEST-INDICATOR = 'T'
               MOVE 'T' TO IRT-TEST-INDICATOR
           ELSE
               MOVE SPACE TO IRT-TEST-INDICATOR
           END-IF.
           MOVE NPR-PAYER-NAME TO IRT-TRANSMITTER-NAME.
           MOVE NPR-PAYER-NAME TO IRT-COMPANY-NAME.
           MOVE NPR-PAYER-ADDRESS TO IRT-COMPANY-ADDRESS.
           MOVE NPR-PAYER-CITY TO IRT-COMPANY-CITY.
           MOVE NPR-PAYER-STATE TO IRT-COMPANY-STATE.
           MOVE NPR-PAYER-ZIP TO IRT-COMPANY-ZIP.
           MOVE WS-FILED-COUNT TO IRT-PAYEE-COUNT.
           MOVE NPR-CONTACT-NAME TO IRT-CONTACT-NAME.
           MOVE NPR-PAYER-PHONE TO IRT-CONTACT-PHONE.
           MOVE NPR-CONTACT-EMAIL TO IRT-CONTACT-EMAIL.
           MOVE WS-RECORD-SEQUENCE TO IRT-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-T-RECORD.

           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-TAX-YEAR TO IRA-PAYMENT-YEAR.
           MOVE NPR-PAYER-TIN TO IRA-PAYER-TIN.
           MOVE NPR-NAME-CONTROL TO IRA-NAME-CONTROL.
           MOVE NPR-PAYER-NAME TO IRA-PAYER-NAME.
           MOVE NPR-PAYER-ADDRESS TO IRA-PAYER-ADDRESS.
           MOVE NPR-PAYER-CITY TO IRA-PAYER-CITY.
           MOVE NPR-PAYER-STATE TO IRA-PAYER-STATE.
           MOVE NPR-PAYER-ZIP TO IRA-PAYER-ZIP.
           MOVE NPR-PAYER-PHONE TO IRA-PAYER-PHONE.
           MOVE WS-RECORD-SEQUENCE TO IRA-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-A-RECORD.

       300-EXIT.
           EXIT.

      *    EVERY PAYEE GETS A LISTING LINE; A FILED ONE ALSO GETS
      *    ITS FORM AND ITS 'B' RECORD.
       400-REPORT-ONE-PAYEE.
           MOVE SPACES TO WS-PYL-NAME.
           IF PYT-MASTER-SUB (WS-PAYEE-SUB) > ZERO
               MOVE SMT-SALESMAN-NAME (PYT-MASTER-SUB (WS-PAYEE-SUB))
                   TO WS-PYL-NAME
           END-IF.
           MOVE PYT-SALESMAN-NUMBER (WS-PAYEE-SUB) TO WS-PYL-SALESMAN.
           MOVE PYT-DRAW-ADVANCED (WS-PAYEE-SUB) TO WS-PYL-ADVANCED.
           MOVE PYT-NET-PAID (WS-PAYEE-SUB) TO WS-PYL-NET.
           MOVE PYT-PAID (WS-PAYEE-SUB) TO WS-PYL-PAID.

           EVALUATE TRUE
               WHEN PYT-FILED (WS-PAYEE-SUB)
                   MOVE 'FILED' TO WS-PYL-STATUS
               WHEN PYT-FILED-NO-TIN (WS-PAYEE-SUB)
                   MOVE 'FILED - NO TAX ID, GET W-9'
                       TO WS-PYL-STATUS
               WHEN PYT-BELOW-THRESHOLD (WS-PAYEE-SUB)
                   MOVE 'BELOW THRESHOLD' TO WS-PYL-STATUS
               WHEN PYT-NOT-ON-MASTER (WS-PAYEE-SUB)
                   MOVE 'NOT ON SLSMMSTR - NOT FILED'
                       TO WS-PYL-STATUS
           END-EVALUATE.
           WRITE CONTROL-LISTING-RECORD FROM WS-PAYEE-LINE
               AFTER ADVANCING 1 LINE.

           IF PYT-FILED (WS-PAYEE-SUB)
              OR PYT-FILED-NO-TIN (WS-PAYEE-SUB)
               SET SLSM-IX TO PYT-MASTER-SUB (WS-PAYEE-SUB)
               PERFORM 410-WRITE-PAYEE-RECORD THRU 410-EXIT
               PERFORM 420-PRINT-ONE-FORM THRU 420-EXIT
           END-IF.

       400-EXIT.
           EXIT.

       410-WRITE-PAYEE-RECORD.
           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-TAX-YEAR TO IRB-PAYMENT-YEAR.
           IF PYT-FILED (WS-PAYEE-SUB)
               MOVE SMT-TIN-TYPE (SLSM-IX) TO IRB-TIN-TYPE
               MOVE SMT-TAX-ID (SLSM-IX) TO IRB-PAYEE-TIN
           ELSE
               MOVE SPACE TO IRB-TIN-TYPE
               MOVE SPACES TO IRB-PAYEE-TIN
           END-IF.
           MOVE SPACES TO IRB-ACCOUNT-NUMBER.
           STRING 'SLSM' PYT-SALESMAN-NUMBER (WS-PAYEE-SUB)
               DELIMITED BY SIZE INTO IRB-ACCOUNT-NUMBER
           END-STRING.
           MOVE PYT-PAID (WS-PAYEE-SUB) TO IRB-COMPENSATION.
           MOVE SMT-SALESMAN-NAME (SLSM-IX) TO IRB-PAYEE-NAME.
           MOVE SMT-MAIL-ADDRESS (SLSM-IX) TO IRB-PAYEE-ADDRESS.
           MOVE SMT-MAIL-CITY (SLSM-IX) TO IRB-PAYEE-CITY.
           MOVE SMT-MAIL-STATE (SLSM-IX) TO IRB-PAYEE-STATE.
           MOVE SMT-MAIL-ZIP (SLSM-IX) TO IRB-PAYEE-ZIP.
           MOVE WS-RECORD-SEQUENCE TO IRB-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-B-RECORD.

       410-EXIT.
           EXIT.

      *    THE RECIPIENT'S COPY SHOWS ONLY THE LAST FOUR OF THE
      *    RECIPIENT'S TAX ID, AS THE IRS ALLOWS ON FURNISHED COPIES.
       420-PRINT-ONE-FORM.
           MOVE WS-TAX-YEAR TO WS-FRM-TAX-YEAR.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE "PAYER'S NAME" TO WS-FRM-LABEL.
           MOVE NPR-PAYER-NAME TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-FRM-LABEL.
           MOVE NPR-PAYER-ADDRESS TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CITY-STATE-ZIP.
           STRING NPR-PAYER-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  NPR-PAYER-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  NPR-PAYER-ZIP (1:5) DELIMITED BY SIZE
               INTO WS-CITY-STATE-ZIP
           END-STRING.
           MOVE WS-CITY-STATE-ZIP TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE NPR-PAYER-PHONE TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-FRM-PAYER-TIN.
           STRING NPR-PAYER-TIN (1:2) '-' NPR-PAYER-TIN (3:7)
               DELIMITED BY SIZE INTO WS-FRM-PAYER-TIN
           END-STRING.
           IF PYT-FILED (WS-PAYEE-SUB)
               MOVE SPACES TO WS-MASKED-TIN
               STRING '*****' SMT-TAX-ID (SLSM-IX) (6:4)
                   DELIMITED BY SIZE INTO WS-MASKED-TIN
               END-STRING
           ELSE
               MOVE 'NOT ON FILE' TO WS-MASKED-TIN
           END-IF.
           MOVE WS-MASKED-TIN TO WS-FRM-RECIPIENT-TIN.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-TIN-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "RECIPIENT'S NAME" TO WS-FRM-LABEL.
           MOVE SMT-SALESMAN-NAME (SLSM-IX) TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "STREET ADDRESS" TO WS-FRM-LABEL.
           MOVE SMT-MAIL-ADDRESS (SLSM-IX) TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CITY-STATE-ZIP.
           STRING SMT-MAIL-CITY (SLSM-IX) DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  SMT-MAIL-STATE (SLSM-IX) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SMT-MAIL-ZIP (SLSM-IX) (1:5) DELIMITED BY SIZE
               INTO WS-CITY-STATE-ZIP
           END-STRING.
           MOVE "CITY, STATE, ZIP" TO WS-FRM-LABEL.
           MOVE WS-CITY-STATE-ZIP TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "ACCOUNT NUMBER" TO WS-FRM-LABEL.
           MOVE IRB-ACCOUNT-NUMBER TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE '1  NONEMPLOYEE COMPENSATION' TO WS-FRM-BOX.
           MOVE PYT-PAID (WS-PAYEE-SUB) TO WS-FRM-AMOUNT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-AMOUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '4  FEDERAL INCOME TAX WITHHELD' TO WS-FRM-BOX.
           MOVE ZERO TO WS-FRM-AMOUNT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.

           WRITE FORM-PRINT-RECORD FROM WS-FORM-NOTICE-LINE
               AFTER ADVANCING 2 LINES.

       420-EXIT.
           EXIT.

      *    END OF PAYER AND END OF TRANSMISSION.
       500-WRITE-FILING-TRAILER.
           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE WS-FILED-COUNT TO IRC-PAYEE-COUNT.
           MOVE WS-FILED-TOTAL TO IRC-CONTROL-TOTAL-1.
           MOVE WS-RECORD-SEQUENCE TO IRC-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-C-RECORD.

           ADD 1 TO WS-RECORD-SEQUENCE.
           MOVE 1 TO IRF-PAYER-COUNT.
           MOVE WS-FILED-COUNT TO IRF-PAYEE-COUNT.
           MOVE WS-RECORD-SEQUENCE TO IRF-SEQUENCE.
           WRITE IRS-FILING-RECORD FROM WS-IRS-F-RECORD.

       500-EXIT.
           EXIT.

      *    THE TIE: WHAT TWELVE REGISTERS SAY WAS PAID AGAINST WHAT
      *    THE PAYEE FILE SAYS, AND THE PAYEE FILE'S SPLIT INTO
      *    FILED, BELOW THRESHOLD AND HELD OUT.
       600-LIST-CONTROL-TOTALS.
           MOVE 'CONTROL TOTALS' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           COMPUTE WS-REGISTER-PAID =
               WS-REGISTER-ADVANCED + WS-REGISTER-PAYABLE.
           COMPUTE WS-TIE-DIFFERENCE =
               WS-REGISTER-PAID - WS-PAYEE-FILE-PAID.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'REGISTERS - EARNED' TO WS-TOT-LABEL.
           MOVE WS-REGISTER-COUNT TO WS-TOT-COUNT.
           MOVE WS-REGISTER-EARNED TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'REGISTERS - DRAWS ADVANCED' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-REGISTER-ADVANCED TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'REGISTERS - NET PAYABLE' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-REGISTER-PAYABLE TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'REGISTERS - PAID (ADVANCED + PAYABLE)'
               TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-REGISTER-PAID TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'PAYEE FILE - PAID' TO WS-TOT-LABEL.
           MOVE WS-PAYEE-COUNT TO WS-TOT-COUNT.
           MOVE WS-PAYEE-FILE-PAID TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'DIFFERENCE' TO WS-TOT-LABEL.
           MOVE ZERO TO WS-TOT-COUNT.
           MOVE WS-TIE-DIFFERENCE TO WS-TOT-AMOUNT.
           IF WS-TIE-DIFFERENCE = ZERO
               MOVE 'IN BALANCE' TO WS-TOT-NOTE
           ELSE
               MOVE '*** OUT OF BALANCE ***' TO WS-TOT-NOTE
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FORMS FILED' TO WS-TOT-LABEL.
           MOVE WS-FILED-COUNT TO WS-TOT-COUNT.
           MOVE WS-FILED-TOTAL TO WS-TOT-AMOUNT.
           MOVE 'AGREES TO THE C RECORD' TO WS-TOT-NOTE.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'BELOW THRESHOLD' TO WS-TOT-LABEL.
           MOVE WS-BELOW-COUNT TO WS-TOT-COUNT.
           MOVE WS-BELOW-TOTAL TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'NOT FILED - NOT ON MASTER' TO WS-TOT-LABEL.
           MOVE WS-NOT-FILED-COUNT TO WS-TOT-COUNT.
           MOVE WS-NOT-FILED-TOTAL TO WS-TOT-AMOUNT.
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
      *    EACH RUN - PAYEE ROWS READ, FORMS FILED, AND THE DOLLARS
      *    REPORTED TO THE IRS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'NEC1099R' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-FILED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-FILED-TOTAL TO ATR-CONTROL-TOTAL.

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
