       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * YEAR-END W-2 FORMS AND SSA EFW2 ELECTRONIC WAGE FILING.       *
      *                                                               *
      * THE W-2S USED TO BE TYPED FROM THE YEAR_END_EARNINGS          *
      * STATEMENT.  THIS RUN PRODUCES THEM FOR ONE COMPANY CODE AT A  *
      * TIME (PAY-COMPANY IN THE ENVIRONMENT, BLANK FOR THE LEGACY    *
      * SINGLE-COMPANY FEED) AND ONE TAX YEAR (TAX-YEAR AS YYYY,      *
      * DEFAULTING TO LAST YEAR), STRAIGHT FROM THE FILES THE         *
      * REGISTER KEEPS:                                               *
      *   - YTDEMPL FOR WAGES, FEDERAL WITHHOLDING AND FICA.  IT MUST *
      *     BE THE YEAR-END COPY, TAKEN BEFORE YEAR_END_EARNINGS      *
      *     ROLLS THE YEAR-TO-DATE FIGURES TO ZERO;                   *
      *   - YTDSTWH FOR STATE WAGES AND STATE TAX BY WORK STATE;      *
      *   - THE YEAR'S DEDREG GENERATIONS, CONCATENATED BY THE JOB,   *
      *     FOR THE BOX 12 AMOUNTS.  W2PRM MAPS EACH DEDUCTION TYPE   *
      *     TO ITS BOX 12 CODE AND SAYS WHETHER IT COMES OUT OF BOX 1 *
      *     WAGES BEFORE TAX;                                         *
      *   - EMPTAXID FOR THE SOCIAL SECURITY NUMBER, LEGAL NAME AND   *
      *     MAILING ADDRESS, SINCE EMPMSTR CARRIES NONE OF THEM.      *
      * THE EMPLOYER COMES FROM THE COMPANY'S F941PRM ROW, THE STATE  *
      * WITHHOLDING ACCOUNT FOR BOX 15 FROM SUTARATE, AND THE SSA     *
      * SUBMITTER PARTICULARS FROM THE 'S' ROW OF W2PRM.              *
      *                                                               *
      * W2-MODE BLANK OR ORIGINAL FILES THE YEAR: A W-2 PER EMPLOYEE  *
      * ON W2FORMS, THE RA/RE/RW/RT/RF RECORDS OF THE EFW2 FILE, AND  *
      * THE W-3 TOTALS ON THE W3LIST CONTROL LISTING.  EVERY FORM     *
      * FILED IS KEPT ON THE W2FILED HISTORY, AND A SECOND ORIGINAL   *
      * RUN FOR THE SAME COMPANY AND YEAR IS REFUSED.                 *
      *                                                               *
      * W2-MODE CORRECT COMPARES EACH EMPLOYEE'S FIGURES NOW WITH THE *
      * LAST ONES FILED AND, WHERE ANY BOX MOVED, PRINTS A W-2C AND   *
      * WRITES THE RCA/RCE/RCW/RCT/RCF RECORDS OF THE EFW2C FILE,     *
      * WITH THE W-3C TOTALS ON THE LISTING.  POINT YTDEMPL AT THE    *
      * ADJUSTED YEAR-END COPY FOR A CORRECTION RUN.                  *
      *                                                               *
      * AN EMPLOYEE WHO CANNOT BE REPORTED CLEANLY IS LISTED AS AN    *
      * EXCEPTION AND ENDS THE RUN WITH RETURN CODE 4.                *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT FILING-PARM-FILE
               ASSIGN TO EXTERNAL F941PRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FILEPARM-STATUS.

           SELECT W2-PARM-FILE
               ASSIGN TO EXTERNAL W2PRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-W2PARM-STATUS.

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

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT EMPLOYEE-YTD-FILE
               ASSIGN TO EXTERNAL YTDEMPL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPYTD-STATUS.

           SELECT STATE-YTD-FILE
               ASSIGN TO EXTERNAL YTDSTWH
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS SYT-KEY
                         FILE STATUS IS WS-STATEYTD-STATUS.

           SELECT DEDUCTION-REGISTER-FILE
               ASSIGN TO EXTERNAL DEDREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DEDREG-STATUS.

      *    EVERY W-2 AND W-2C THIS RUN HAS FILED, APPENDED RUN AFTER
      *    RUN - THE CORRECTION MODE'S RECORD OF WHAT THE SSA HAS.
           SELECT FILING-HISTORY-FILE
               ASSIGN TO EXTERNAL W2FILED
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT FORM-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING W2FORMS
                         FILE STATUS IS WS-FORM-STATUS.

           SELECT CONTROL-LISTING-FILE
               ASSIGN TO EXTERNAL W3LIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LISTING-STATUS.

           SELECT EFW2-FILE
               ASSIGN TO EXTERNAL EFW2
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-EFW2-STATUS.

           SELECT EFW2C-FILE
               ASSIGN TO EXTERNAL EFW2C
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-EFW2C-STATUS.

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

      *    THE SAME ONE-ROW-PER-COMPANY FILE THE 941 RUN READS - THE
      *    EMPLOYER'S EIN, NAME AND ADDRESS FOR BOXES B AND C.
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

      *    MAINTAINED BY THE CONTROLLER.  ONE 'S' ROW - WHO SUBMITS
      *    TO THE SSA, UNDER WHICH BSO USER ID, AND WHOM THE SSA
      *    CALLS ABOUT A REJECTED FILE - AND ONE 'B' ROW PER
      *    DEDUCTION TYPE THAT BELONGS ON THE W-2: ITS BOX 12 CODE,
      *    IF IT HAS ONE, AND 'Y' WHERE IT IS TAKEN BEFORE FEDERAL
      *    INCOME TAX AND SO COMES OUT OF BOX 1 WAGES.
       FD  W2-PARM-FILE.

       01  W2-PARM-RECORD.
           03  W2R-RECORD-TYPE         PIC X(01).
               88  W2R-SUBMITTER                   VALUE 'S'.
               88  W2R-BOX-12-MAP                  VALUE 'B'.
           03  FILLER                  PIC X(249).

       01  W2-SUBMITTER-RECORD.
           03  FILLER                  PIC X(02).
           03  W2S-SUBMITTER-EIN       PIC X(09).
           03  FILLER                  PIC X(01).
           03  W2S-USER-ID             PIC X(08).
           03  FILLER                  PIC X(01).
           03  W2S-PREPARER-CODE       PIC X(01).
           03  FILLER                  PIC X(01).
           03  W2S-NAME                PIC X(40).
           03  W2S-ADDRESS             PIC X(40).
           03  W2S-CITY                PIC X(25).
           03  W2S-STATE               PIC X(02).
           03  W2S-ZIP                 PIC X(09).
           03  W2S-CONTACT-NAME        PIC X(27).
           03  W2S-CONTACT-PHONE       PIC X(15).
           03  W2S-CONTACT-EMAIL       PIC X(40).
           03  FILLER                  PIC X(29).

       01  W2-BOX-12-MAP-RECORD.
           03  FILLER                  PIC X(02).
           03  W2B-DED-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  W2B-BOX-12-CODE         PIC X(02).
           03  FILLER                  PIC X(01).
           03  W2B-PRE-TAX-FLAG        PIC X(01).
           03  FILLER                  PIC X(242).

      *    ONE RECORD PER EMPLOYEE - THE SOCIAL SECURITY NUMBER, THE
      *    LEGAL NAME AND THE MAILING ADDRESS THE FORM GOES TO.
       FD  TAX-ID-FILE.

       01  TAX-ID-RECORD.
           03  ETI-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ETI-SSN                 PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ETI-LAST-NAME           PIC X(20).
           03  ETI-FIRST-NAME          PIC X(15).
           03  ETI-MIDDLE-INITIAL      PIC X(01).
           03  FILLER                  PIC X(01).
           03  ETI-MAIL-ADDRESS        PIC X(40).
           03  ETI-MAIL-CITY           PIC X(25).
           03  ETI-MAIL-STATE          PIC X(02).
           03  ETI-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(02).

       FD  TAX-PARAM-FILE.

      *    THE SAME ONE-RECORD RATE FILE THE EMPLOYER TAX RUN READS.
      *    THE REGISTER WITHHOLDS SOCIAL SECURITY AND MEDICARE AS ONE
      *    FICA FIGURE; THE RATES HERE SPLIT IT FOR BOXES 4 AND 6.
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

      *    ONE ROW PER STATE AND COMPANY.  THE STATE'S INCOME TAX
      *    WITHHOLDING ACCOUNT - BOX 15'S EMPLOYER STATE ID NUMBER -
      *    SITS AFTER THE UNEMPLOYMENT ACCOUNT THE 941 RUN READS.
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
           03  FILLER                  PIC X(01).
           03  SUR-WITHHOLDING-ACCOUNT PIC X(15).
           03  FILLER                  PIC X(29).

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

      *    THE REGISTER'S STATE YEAR-TO-DATE, ONE ROW PER TAX YEAR,
      *    EMPLOYEE AND WORK STATE.
       FD  STATE-YTD-FILE.

       01  STATE-YTD-RECORD.
           03  SYT-KEY.
               05  SYT-TAX-YEAR        PIC 9(04).
               05  SYT-EMPLOYEE-NO     PIC 9(04).
               05  SYT-STATE-CODE      PIC X(02).
           03  SYT-STATE-WAGES         PIC 9(08)V99.
           03  SYT-STATE-WH            PIC 9(08)V99.
           03  FILLER                  PIC X(10).

       FD  DEDUCTION-REGISTER-FILE.

      *    THE LINE THE PAYROLL REGISTER WRITES PER TAKEN DEDUCTION -
      *    THE AMOUNT ARRIVES IN ITS PRINTED EDITED FORM AND IS
      *    RE-NUMERICIZED HERE.
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

      *    ONE ROW PER FORM FILED - 'O' FOR THE ORIGINAL W-2, 'C' FOR
      *    EACH W-2C SINCE.  THE FIGURES ARE IN THE SHAPE OF
      *    WS-CURRENT-FIGURES, SO THE LATEST ROW FOR AN EMPLOYEE IS
      *    WHAT THE SSA NOW HOLDS.
       FD  FILING-HISTORY-FILE.

       01  FILING-HISTORY-RECORD.
           03  W2H-TAX-YEAR            PIC 9(04).
           03  FILLER                  PIC X(01).
           03  W2H-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(01).
           03  W2H-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  W2H-FILING-KIND         PIC X(01).
               88  W2H-ORIGINAL                    VALUE 'O'.
               88  W2H-CORRECTION                  VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  W2H-FILED-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  W2H-SSN                 PIC 9(09).
           03  FILLER                  PIC X(01).
           03  W2H-FIGURES             PIC X(158).
           03  FILLER                  PIC X(28).

       FD  FORM-PRINT-FILE.

       01  FORM-PRINT-RECORD           PIC X(132).

       FD  CONTROL-LISTING-FILE.

       01  CONTROL-LISTING-RECORD      PIC X(132).

       FD  EFW2-FILE.

       01  EFW2-RECORD                 PIC X(512).

       FD  EFW2C-FILE.

       01  EFW2C-RECORD                PIC X(1024).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'YEARENW2'.

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
       77  WS-W2PARM-STATUS            PIC XX.
           88  WS-W2PARM-OK                        VALUE "00".
       77  WS-TAXID-STATUS             PIC XX.
           88  WS-TAXID-OK                         VALUE "00".
       77  WS-TAXPARM-STATUS           PIC XX.
           88  WS-TAXPARM-OK                       VALUE "00".
       77  WS-SUTARATE-STATUS          PIC XX.
           88  WS-SUTARATE-OK                      VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-EMPYTD-STATUS            PIC XX.
           88  WS-EMPYTD-OK                        VALUE "00".
       77  WS-STATEYTD-STATUS          PIC XX.
           88  WS-STATEYTD-OK                      VALUE "00".
           88  WS-STATEYTD-NOT-FOUND               VALUE "35".
       77  WS-DEDREG-STATUS            PIC XX.
           88  WS-DEDREG-OK                        VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-FORM-STATUS              PIC XX.
           88  WS-FORM-OK                          VALUE "00".
       77  WS-LISTING-STATUS           PIC XX.
           88  WS-LISTING-OK                       VALUE "00".
       77  WS-EFW2-STATUS              PIC XX.
           88  WS-EFW2-OK                          VALUE "00".
       77  WS-EFW2C-STATUS             PIC XX.
           88  WS-EFW2C-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  FILEPARM-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  FILEPARM-EOF                        VALUE 'Y'.
       77  W2PARM-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  W2PARM-EOF                          VALUE 'Y'.
       77  TAXID-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  TAXID-EOF                           VALUE 'Y'.
       77  SUTARATE-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SUTARATE-EOF                        VALUE 'Y'.
       77  EMPYTD-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  EMPYTD-EOF                          VALUE 'Y'.
       77  STATEYTD-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STATEYTD-EOF                        VALUE 'Y'.
       77  DEDREG-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  DEDREG-EOF                          VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FORM-COUNT               PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(04).
           03  FILLER                  PIC 9(04).

      *    THE RUN'S COMPANY, TAX YEAR AND MODE.
       77  WS-RUN-COMPANY              PIC X(02)   VALUE SPACES.
       77  WS-TAX-YEAR                 PIC 9(04)   VALUE 0.
       77  WS-YEAR-KEYED               PIC X(04)   VALUE SPACES.
       77  WS-MODE-KEYED               PIC X(08)   VALUE SPACES.
       77  WS-RUN-MODE                 PIC X(01)   VALUE 'O'.
           88  ORIGINAL-RUN                        VALUE 'O'.
           88  CORRECTION-RUN                      VALUE 'C'.

      *    THE RUN COMPANY'S FILING PARTICULARS, FROM F941PRM.
       77  WS-PARM-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  FILING-PARM-FOUND                   VALUE 'Y'.
       01  WS-FILER.
           03  WS-FLR-EIN              PIC X(09).
           03  WS-FLR-NAME             PIC X(40).
           03  WS-FLR-ADDRESS          PIC X(40).
           03  WS-FLR-CITY             PIC X(25).
           03  WS-FLR-STATE            PIC X(02).
           03  WS-FLR-ZIP              PIC X(09).

      *    THE SUBMITTER, FROM THE 'S' ROW OF W2PRM.
       77  WS-SUBMITTER-FOUND-SWITCH   PIC X(1)    VALUE 'N'.
           88  SUBMITTER-FOUND                     VALUE 'Y'.
       01  WS-SUBMITTER.
           03  WS-SBM-EIN              PIC X(09).
           03  WS-SBM-USER-ID          PIC X(08).
           03  WS-SBM-PREPARER-CODE    PIC X(01).
           03  WS-SBM-NAME             PIC X(40).
           03  WS-SBM-ADDRESS          PIC X(40).
           03  WS-SBM-CITY             PIC X(25).
           03  WS-SBM-STATE            PIC X(02).
           03  WS-SBM-ZIP              PIC X(09).
           03  WS-SBM-CONTACT-NAME     PIC X(27).
           03  WS-SBM-CONTACT-PHONE    PIC X(15).
           03  WS-SBM-CONTACT-EMAIL    PIC X(40).

      *    THE 'B' ROWS OF W2PRM - WHICH DEDUCTION TYPES REACH THE
      *    W-2, AND HOW.
       01  BOX-12-MAP-TABLE.
           02  BOX-12-MAP-ENTRY        OCCURS 36 TIMES.
               03  BMT-DED-TYPE        PIC X(01).
               03  BMT-CODE            PIC X(02).
               03  BMT-PRE-TAX         PIC X(01).
       77  WS-BMT-COUNT                PIC 9(02)   VALUE 0.
       77  WS-BMT-SUB                  PIC 9(02)   VALUE 0.
       77  WS-BMT-FOUND                PIC 9(02)   VALUE 0.

      *    THE RATES AND BASE, FROM EMPTXPRM.
       77  WS-SS-RATE                  PIC V9999   VALUE 0.
       77  WS-SS-WAGE-BASE             PIC 9(07)   VALUE 0.
       77  WS-MEDICARE-RATE            PIC V9999   VALUE 0.

       01  SUTA-RATE-TABLE.
           02  SUTA-RATE-ENTRY         OCCURS 200 TIMES
                                       INDEXED BY SUTA-IX.
               03  SRT-STATE-CODE      PIC X(02).
               03  SRT-COMPANY-CODE    PIC X(02).
               03  SRT-WITHHOLDING-ACCOUNT
                                       PIC X(15).
       77  WS-SUTA-COUNT               PIC 9(03)   VALUE 0.
       77  WS-SUTA-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  SUTA-RATE-FOUND                     VALUE 'Y'.
       77  WS-WORK-STATE               PIC X(02)   VALUE SPACES.
       77  WS-RATE-COMPANY             PIC X(02)   VALUE SPACES.
       77  WS-STATE-ACCOUNT            PIC X(15)   VALUE SPACES.

      *    EMPTAXID, BY EMPLOYEE NUMBER.
       01  TAX-ID-TABLE.
           02  TAX-ID-ENTRY            OCCURS 9999 TIMES.
               03  TIT-SSN             PIC 9(09).
               03  TIT-LAST-NAME       PIC X(20).
               03  TIT-FIRST-NAME      PIC X(15).
               03  TIT-MIDDLE-INITIAL  PIC X(01).
               03  TIT-MAIL-ADDRESS    PIC X(40).
               03  TIT-MAIL-CITY       PIC X(25).
               03  TIT-MAIL-STATE      PIC X(02).
               03  TIT-MAIL-ZIP        PIC X(09).
               03  TIT-ON-FILE-SWITCH  PIC X(01).
                   88  TIT-ON-FILE                 VALUE 'Y'.

      *    THE YEAR'S DEDREG LINES, BY EMPLOYEE NUMBER: WHAT CAME
      *    OUT OF BOX 1 BEFORE TAX, AND UP TO FOUR BOX 12 CODES IN
      *    THE SHAPE OF W2F-B12-GROUP.
       01  EMPLOYEE-B12-TABLE.
           02  EMPLOYEE-B12-ENTRY      OCCURS 9999 TIMES.
               03  EBT-OVERFLOW-SWITCH PIC X(01).
               03  EBT-BOX-1-REDUCTION PIC 9(07)V99.
               03  EBT-B12-GROUP.
                   05  EBT-BOX-12      OCCURS 4 TIMES.
                       07  EBT-B12-CODE
                                       PIC X(02).
                       07  EBT-B12-AMOUNT
                                       PIC 9(07)V99.

      *    YTDSTWH FOR THE TAX YEAR, BY EMPLOYEE NUMBER, IN THE SHAPE
      *    OF W2F-STATE-GROUP.  A W-2 HAS ROOM FOR TWO STATES.
       01  EMPLOYEE-STATE-TABLE.
           02  EMPLOYEE-STATE-ENTRY    OCCURS 9999 TIMES.
               03  EST-OVERFLOW-SWITCH PIC X(01).
               03  EST-STATE-GROUP.
                   05  EST-STATE       OCCURS 2 TIMES.
                       07  EST-STATE-CODE
                                       PIC X(02).
                       07  EST-STATE-WAGES
                                       PIC 9(09)V99.
                       07  EST-STATE-WH
                                       PIC 9(09)V99.

      *    W2FILED FOR THE COMPANY AND YEAR - THE LATEST FIGURES
      *    FILED FOR EACH EMPLOYEE.
       01  FILED-TABLE.
           02  FILED-ENTRY             OCCURS 9999 TIMES.
               03  FLD-ON-FILE-SWITCH  PIC X(01).
                   88  FLD-ON-FILE                 VALUE 'Y'.
               03  FLD-FIGURES         PIC X(158).
       77  WS-HISTORY-ROWS             PIC 9(06)   VALUE 0.
       77  WS-ORIGINAL-FILED-SWITCH    PIC X(1)    VALUE 'N'.
           88  ORIGINAL-ALREADY-FILED              VALUE 'Y'.

       77  WS-EMP-SUB                  PIC 9(05)   VALUE 0.
       77  WS-BOX-SUB                  PIC 9(01)   VALUE 0.
       77  WS-SLOT-SUB                 PIC 9(01)   VALUE 0.
       77  WS-SLOT-FOUND               PIC 9(01)   VALUE 0.
       77  WS-STATE-SUB                PIC 9(01)   VALUE 0.
       77  WS-STATE-FOUND              PIC 9(01)   VALUE 0.
       77  WS-LOOK-SUB                 PIC 9(01)   VALUE 0.
       77  WS-THIS-AMOUNT              PIC S9(07)V99 VALUE 0.
       77  WS-LOOK-CODE                PIC X(02)   VALUE SPACES.
       77  WS-LOOK-STATE               PIC X(02)   VALUE SPACES.

      *    ONE EMPLOYEE'S FORM.  BOXES 1 TO 6 IN ORDER, THE BOX 12
      *    CODES, AND BOXES 15 TO 17 FOR UP TO TWO STATES.
       01  WS-CURRENT-FIGURES.
           03  W2F-BOX                 PIC 9(09)V99 OCCURS 6 TIMES.
           03  W2F-B12-GROUP.
               05  W2F-BOX-12          OCCURS 4 TIMES.
                   07  W2F-B12-CODE    PIC X(02).
                   07  W2F-B12-AMOUNT  PIC 9(07)V99.
           03  W2F-STATE-GROUP.
               05  W2F-STATE           OCCURS 2 TIMES.
                   07  W2F-STATE-CODE  PIC X(02).
                   07  W2F-STATE-WAGES PIC 9(09)V99.
                   07  W2F-STATE-WH    PIC 9(09)V99.

      *    THE SAME EMPLOYEE AS LAST FILED, FOR A CORRECTION.
       01  WS-PRIOR-FIGURES.
           03  W2P-BOX                 PIC 9(09)V99 OCCURS 6 TIMES.
           03  W2P-B12-GROUP.
               05  W2P-BOX-12          OCCURS 4 TIMES.
                   07  W2P-B12-CODE    PIC X(02).
                   07  W2P-B12-AMOUNT  PIC 9(07)V99.
           03  W2P-STATE-GROUP.
               05  W2P-STATE           OCCURS 2 TIMES.
                   07  W2P-STATE-CODE  PIC X(02).
                   07  W2P-STATE-WAGES PIC 9(09)V99.
                   07  W2P-STATE-WH    PIC 9(09)V99.

      *    SPLITTING FICA.  THE REGISTER ROUNDS EACH CHECK, SO THE
      *    MEDICARE PART MAY DRIFT FROM A STRAIGHT YEARLY PERCENTAGE
      *    BY A FEW CENTS; MORE THAN A DOLLAR MEANS THE SPLIT IS WRONG.
       77  WS-MEDICARE-EXPECTED        PIC 9(09)V99 VALUE 0.
       77  WS-MEDICARE-GAP             PIC S9(09)V99 VALUE 0.

       01  WS-BOX-LABEL-VALUES.
           03  FILLER                  PIC X(32) VALUE
                   ' 1 WAGES, TIPS, OTHER COMP.'.
           03  FILLER                  PIC X(32) VALUE
                   ' 2 FEDERAL INCOME TAX WITHHELD'.
           03  FILLER                  PIC X(32) VALUE
                   ' 3 SOCIAL SECURITY WAGES'.
           03  FILLER                  PIC X(32) VALUE
                   ' 4 SOCIAL SECURITY TAX WITHHELD'.
           03  FILLER                  PIC X(32) VALUE
                   ' 5 MEDICARE WAGES AND TIPS'.
           03  FILLER                  PIC X(32) VALUE
                   ' 6 MEDICARE TAX WITHHELD'.
       01  WS-BOX-LABEL-TABLE REDEFINES WS-BOX-LABEL-VALUES.
           03  WS-BOX-LABEL            PIC X(32) OCCURS 6 TIMES.

      *    THE BOX 12 CODES THE EFW2 EMPLOYEE RECORD HAS A FIELD FOR,
      *    WITH THE FIELD'S STARTING POSITION IN THE RW RECORD AND IN
      *    THE RT RECORD, AND WHETHER THE CODE IS A RETIREMENT PLAN
      *    DEFERRAL THAT TICKS BOX 13.  A CODE OUTSIDE THIS LIST
      *    PRINTS ON THE FORM BUT CANNOT BE FILED FROM HERE.
       01  EFW2-CODE-VALUES.
           03  FILLER                  PIC X(09) VALUE 'D 287145Y'.
           03  FILLER                  PIC X(09) VALUE 'E 298160Y'.
           03  FILLER                  PIC X(09) VALUE 'F 309175Y'.
           03  FILLER                  PIC X(09) VALUE 'G 320190Y'.
           03  FILLER                  PIC X(09) VALUE 'H 331205Y'.
           03  FILLER                  PIC X(09) VALUE 'W 364250N'.
           03  FILLER                  PIC X(09) VALUE 'AA441370Y'.
           03  FILLER                  PIC X(09) VALUE 'BB452385Y'.
           03  FILLER                  PIC X(09) VALUE 'DD463400N'.
           03  FILLER                  PIC X(09) VALUE 'FF474415N'.
       01  EFW2-CODE-TABLE REDEFINES EFW2-CODE-VALUES.
           03  EFW2-CODE-ENTRY         OCCURS 10 TIMES.
               05  ECT-CODE            PIC X(02).
               05  ECT-RW-POSITION     PIC 9(03).
               05  ECT-RT-POSITION     PIC 9(03).
               05  ECT-RETIREMENT      PIC X(01).
       77  WS-ECT-SUB                  PIC 9(02)   VALUE 0.
       77  WS-ECT-FOUND                PIC 9(02)   VALUE 0.
       77  WS-FIELD-OFFSET             PIC 9(03)   VALUE 0.
       77  WS-CURRENT-RETIREMENT       PIC X(01)   VALUE '0'.
       77  WS-PRIOR-RETIREMENT         PIC X(01)   VALUE '0'.

      *    AMOUNTS GO INTO THE FILING RECORDS AS UNSIGNED WHOLE
      *    CENTS, RIGHT-JUSTIFIED AND ZERO-FILLED.
       01  WS-AMOUNT-11                PIC 9(09)V99 VALUE 0.
       01  WS-AMOUNT-11-X REDEFINES WS-AMOUNT-11
                                       PIC X(11).
       01  WS-AMOUNT-15                PIC 9(13)V99 VALUE 0.
       01  WS-AMOUNT-15-X REDEFINES WS-AMOUNT-15
                                       PIC X(15).

      *    THE BOX 12 CODES SUMMED INTO W-3 BOX 12A AS DEFERRED
      *    COMPENSATION.
       01  WS-CHECK-CODE               PIC X(02)   VALUE SPACES.
           88  WS-DEFERRED-CODE        VALUE 'D ' 'E ' 'F ' 'G '
                                             'H ' 'S ' 'Y ' 'AA'
                                             'BB' 'EE'.

      *    THE W-3 - THE COMPANY'S TOTALS OVER THE FORMS FILED.
       77  WS-W3-COUNT                 PIC 9(07)   VALUE 0.
       01  W3-BOX-TABLE.
           03  W3-BOX                  PIC 9(11)V99 OCCURS 6 TIMES.
       77  WS-W3-DEFERRED              PIC 9(11)V99 VALUE 0.
       01  W3-CODE-TABLE.
           02  W3-CODE-ENTRY           OCCURS 20 TIMES.
               03  W3C-CODE            PIC X(02).
               03  W3C-AMOUNT          PIC 9(11)V99.
       77  WS-W3-CODE-COUNT            PIC 9(02)   VALUE 0.
       77  WS-W3-CODE-SUB              PIC 9(02)   VALUE 0.
       77  WS-W3-CODE-FOUND            PIC 9(02)   VALUE 0.
       01  W3-STATE-TABLE.
           02  W3-STATE-ENTRY          OCCURS 60 TIMES.
               03  W3S-STATE-CODE      PIC X(02).
               03  W3S-ACCOUNT         PIC X(15).
               03  W3S-WAGES           PIC 9(11)V99.
               03  W3S-WH              PIC 9(11)V99.
       77  WS-W3-STATE-COUNT           PIC 9(02)   VALUE 0.
       77  WS-W3-STATE-SUB             PIC 9(02)   VALUE 0.
       77  WS-W3-STATE-FOUND           PIC 9(02)   VALUE 0.

      *    ONE EMPLOYEE'S CORRECTIONS, AS THE W-2C LISTS THEM.
       01  CORRECTION-TABLE.
           02  CORRECTION-ENTRY        OCCURS 30 TIMES.
               03  CRT-LABEL           PIC X(34).
               03  CRT-PRIOR           PIC 9(09)V99.
               03  CRT-CORRECT         PIC 9(09)V99.
       77  WS-CRT-COUNT                PIC 9(02)   VALUE 0.
       77  WS-CRT-SUB                  PIC 9(02)   VALUE 0.
       77  WS-CRT-LABEL                PIC X(34)   VALUE SPACES.
       77  WS-CRT-PRIOR                PIC 9(09)V99 VALUE 0.
       77  WS-CRT-CORRECT              PIC 9(09)V99 VALUE 0.
       77  WS-FEDERAL-CHANGE-SWITCH    PIC X(1)    VALUE 'N'.
           88  FEDERAL-CHANGE                      VALUE 'Y'.

      *    THE W-3C - THE COMPANY'S TOTALS OVER THE CORRECTIONS, AS
      *    PREVIOUSLY REPORTED AND AS CORRECTED, FOR THE BOXES AND
      *    FILED CODES THAT CHANGED.
       77  WS-W2C-COUNT                PIC 9(07)   VALUE 0.
       77  WS-RCW-COUNT                PIC 9(07)   VALUE 0.
       77  WS-RCA-WRITTEN-SWITCH       PIC X(1)    VALUE 'N'.
           88  RCA-WRITTEN                         VALUE 'Y'.
       01  W3C-BOX-TABLE.
           02  W3C-BOX-ENTRY           OCCURS 6 TIMES.
               03  W3C-BOX-PRIOR       PIC 9(11)V99.
               03  W3C-BOX-CORRECT     PIC 9(11)V99.
       01  W3C-CODE-TABLE.
           02  W3C-CODE-ENTRY          OCCURS 10 TIMES.
               03  W3C-CODE-PRIOR      PIC 9(11)V99.
               03  W3C-CODE-CORRECT    PIC 9(11)V99.

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

      *    FORM WORK FIELDS.
       77  WS-CITY-STATE-ZIP           PIC X(50)   VALUE SPACES.
       77  WS-EMPLOYEE-FULL-NAME       PIC X(40)   VALUE SPACES.
       77  WS-MASKED-SSN               PIC X(11)   VALUE SPACES.
       77  WS-EDITED-EIN               PIC X(10)   VALUE SPACES.
       77  WS-HISTORY-KIND             PIC X(01)   VALUE SPACE.
       77  WS-LISTING-STATUS-TEXT      PIC X(30)   VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE SSA EFW2 RECORDS, 512 BYTES EACH: SUBMITTER 'RA',
      *    EMPLOYER 'RE', ONE 'RW' PER EMPLOYEE, THE EMPLOYER'S
      *    TOTAL 'RT' AND THE FINAL 'RF'.  AMOUNT FIELDS NOT USED ARE
      *    ZERO-FILLED; EVERYTHING ELSE NOT USED IS BLANK.
      *    ------------------------------------------------------------
       01  WS-EFW2-RA-RECORD.
           03  FILLER                  PIC X(02) VALUE 'RA'.
           03  RAR-SUBMITTER-EIN       PIC X(09).
           03  RAR-USER-ID             PIC X(08).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(02) VALUE '98'.
           03  RAR-COMPANY-NAME        PIC X(57).
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RAR-COMPANY-DELIVERY    PIC X(22).
           03  RAR-COMPANY-CITY        PIC X(22).
           03  RAR-COMPANY-STATE       PIC X(02).
           03  RAR-COMPANY-ZIP         PIC X(05).
           03  RAR-COMPANY-ZIP-EXT     PIC X(04).
           03  FILLER                  PIC X(45) VALUE SPACES.
           03  RAR-SUBMITTER-NAME      PIC X(57).
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RAR-SUBMITTER-DELIVERY  PIC X(22).
           03  RAR-SUBMITTER-CITY      PIC X(22).
           03  RAR-SUBMITTER-STATE     PIC X(02).
           03  RAR-SUBMITTER-ZIP       PIC X(05).
           03  RAR-SUBMITTER-ZIP-EXT   PIC X(04).
           03  FILLER                  PIC X(45) VALUE SPACES.
           03  RAR-CONTACT-NAME        PIC X(27).
           03  RAR-CONTACT-PHONE       PIC X(15).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  RAR-CONTACT-EMAIL       PIC X(40).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  RAR-PREPARER-CODE       PIC X(01).
           03  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-EFW2-RE-RECORD.
           03  FILLER                  PIC X(02) VALUE 'RE'.
           03  RER-TAX-YEAR            PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  RER-EIN                 PIC X(09).
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  RER-EMPLOYER-NAME       PIC X(57).
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RER-EMPLOYER-DELIVERY   PIC X(22).
           03  RER-EMPLOYER-CITY       PIC X(22).
           03  RER-EMPLOYER-STATE      PIC X(02).
           03  RER-EMPLOYER-ZIP        PIC X(05).
           03  RER-EMPLOYER-ZIP-EXT    PIC X(04).
           03  FILLER                  PIC X(01) VALUE 'N'.
           03  FILLER                  PIC X(44) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE 'R'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  RER-CONTACT-NAME        PIC X(27).
           03  RER-CONTACT-PHONE       PIC X(15).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  RER-CONTACT-EMAIL       PIC X(40).
           03  FILLER                  PIC X(194) VALUE SPACES.

      *    THE BOX 12 AMOUNTS LIVE IN RWR-CODE-AMOUNTS, POSITIONS 276
      *    TO 484, EACH CODE AT THE POSITION EFW2-CODE-TABLE GIVES.
       01  WS-EFW2-RW-RECORD.
           03  FILLER                  PIC X(02) VALUE 'RW'.
           03  RWR-SSN                 PIC 9(09).
           03  RWR-FIRST-NAME          PIC X(15).
           03  RWR-MIDDLE-NAME         PIC X(15).
           03  RWR-LAST-NAME           PIC X(20).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RWR-DELIVERY            PIC X(22).
           03  RWR-CITY                PIC X(22).
           03  RWR-STATE               PIC X(02).
           03  RWR-ZIP                 PIC X(05).
           03  RWR-ZIP-EXT             PIC X(04).
           03  FILLER                  PIC X(45) VALUE SPACES.
           03  RWR-BOX                 PIC 9(09)V99 OCCURS 6 TIMES.
           03  FILLER                  PIC X(11) VALUE ALL '0'.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  RWR-CODE-AMOUNTS        PIC X(209).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  RWR-RETIREMENT-PLAN     PIC X(01).
           03  FILLER                  PIC X(01) VALUE '0'.
           03  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-RW-CODE-TEMPLATE.
           03  FILLER                  PIC X(66) VALUE ALL '0'.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  FILLER                  PIC X(44) VALUE ALL '0'.
           03  FILLER                  PIC X(11) VALUE SPACES.
           03  FILLER                  PIC X(77) VALUE ALL '0'.

      *    THE RT CODE TOTALS RUN FROM POSITION 130 TO 429.
       01  WS-EFW2-RT-RECORD.
           03  FILLER                  PIC X(02) VALUE 'RT'.
           03  RTR-RW-COUNT            PIC 9(07).
           03  RTR-BOX                 PIC 9(13)V99 OCCURS 6 TIMES.
           03  FILLER                  PIC X(15) VALUE ALL '0'.
           03  FILLER                  PIC X(15) VALUE SPACES.
           03  RTR-CODE-AMOUNTS        PIC X(300).
           03  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-RT-CODE-TEMPLATE.
           03  FILLER                  PIC X(90) VALUE ALL '0'.
           03  FILLER                  PIC X(15) VALUE SPACES.
           03  FILLER                  PIC X(60) VALUE ALL '0'.
           03  FILLER                  PIC X(15) VALUE SPACES.
           03  FILLER                  PIC X(120) VALUE ALL '0'.

       01  WS-EFW2-RF-RECORD.
           03  FILLER                  PIC X(02) VALUE 'RF'.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  RFR-RW-COUNT            PIC 9(09).
           03  FILLER                  PIC X(496) VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE SSA EFW2C RECORDS, 1024 BYTES EACH: 'RCA' SUBMITTER,
      *    'RCE' EMPLOYER, ONE 'RCW' PER CORRECTED EMPLOYEE, 'RCT'
      *    TOTAL AND 'RCF' FINAL.  EACH MONEY ITEM IS A PAIR -
      *    ORIGINALLY REPORTED, THEN CORRECT - AND A PAIR LEFT BLANK
      *    TELLS THE SSA THAT ITEM IS NOT BEING CORRECTED.
      *    ------------------------------------------------------------
       01  WS-EFW2C-RCA-RECORD.
           03  FILLER                  PIC X(03) VALUE 'RCA'.
           03  RCA-SUBMITTER-EIN       PIC X(09).
           03  RCA-USER-ID             PIC X(08).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(02) VALUE '98'.
           03  RCA-COMPANY-NAME        PIC X(57).
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RCA-COMPANY-DELIVERY    PIC X(22).
           03  RCA-COMPANY-CITY        PIC X(22).
           03  RCA-COMPANY-STATE       PIC X(02).
           03  RCA-COMPANY-ZIP         PIC X(05).
           03  RCA-COMPANY-ZIP-EXT     PIC X(04).
           03  FILLER                  PIC X(46) VALUE SPACES.
           03  RCA-CONTACT-NAME        PIC X(27).
           03  RCA-CONTACT-PHONE       PIC X(15).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(27) VALUE SPACES.
           03  RCA-CONTACT-EMAIL       PIC X(40).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  RCA-PREPARER-CODE       PIC X(01).
           03  FILLER                  PIC X(684) VALUE SPACES.

       01  WS-EFW2C-RCE-RECORD.
           03  FILLER                  PIC X(03) VALUE 'RCE'.
           03  RCE-TAX-YEAR            PIC 9(04).
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  RCE-EIN                 PIC X(09).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  RCE-EMPLOYER-NAME       PIC X(57).
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RCE-EMPLOYER-DELIVERY   PIC X(22).
           03  RCE-EMPLOYER-CITY       PIC X(22).
           03  RCE-EMPLOYER-STATE      PIC X(02).
           03  RCE-EMPLOYER-ZIP        PIC X(05).
           03  RCE-EMPLOYER-ZIP-EXT    PIC X(04).
           03  FILLER                  PIC X(44) VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  FILLER                  PIC X(01) VALUE 'R'.
           03  FILLER                  PIC X(01) VALUE '0'.
           03  FILLER                  PIC X(01) VALUE 'N'.
           03  RCE-CONTACT-NAME        PIC X(27).
           03  RCE-CONTACT-PHONE       PIC X(15).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  RCE-CONTACT-EMAIL       PIC X(40).
           03  FILLER                  PIC X(702) VALUE SPACES.

      *    THE MONEY PAIRS RUN FROM POSITION 244 TO 837 IN THE RW
      *    RECORD'S ORDER, EACH 11-BYTE RW AMOUNT BECOMING AN
      *    ORIGINAL AND A CORRECT - SO AN RW FIELD AT POSITION P HAS
      *    ITS PAIR AT 244 + 2 X (P - 188).  THE BOX 12 PAIRS LIVE IN
      *    RCW-CODE-AMOUNTS, POSITIONS 376 TO 837, EACH AT 2 X P - 507
      *    WITHIN IT.  THE INDICATOR PAIRS SIT AT 1003 TO 1008.
       01  WS-EFW2C-RCW-RECORD.
           03  FILLER                  PIC X(03) VALUE 'RCW'.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  RCW-SSN                 PIC 9(09).
           03  FILLER                  PIC X(50) VALUE SPACES.
           03  RCW-FIRST-NAME          PIC X(15).
           03  RCW-MIDDLE-NAME         PIC X(15).
           03  RCW-LAST-NAME           PIC X(20).
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  RCW-DELIVERY            PIC X(22).
           03  RCW-CITY                PIC X(22).
           03  RCW-STATE               PIC X(02).
           03  RCW-ZIP                 PIC X(05).
           03  RCW-ZIP-EXT             PIC X(04).
           03  FILLER                  PIC X(45) VALUE SPACES.
           03  RCW-AMOUNT-AREA.
               05  RCW-BOX-PAIR        OCCURS 6 TIMES.
                   07  RCW-BOX-ORIGINAL
                                       PIC X(11).
                   07  RCW-BOX-CORRECT PIC X(11).
               05  RCW-CODE-AMOUNTS    PIC X(462).
           03  FILLER                  PIC X(165) VALUE SPACES.
           03  RCW-INDICATOR-AREA.
               05  RCW-STATUTORY-ORIGINAL
                                       PIC X(01).
               05  RCW-STATUTORY-CORRECT
                                       PIC X(01).
               05  RCW-RETIREMENT-ORIGINAL
                                       PIC X(01).
               05  RCW-RETIREMENT-CORRECT
                                       PIC X(01).
               05  RCW-SICK-PAY-ORIGINAL
                                       PIC X(01).
               05  RCW-SICK-PAY-CORRECT
                                       PIC X(01).
           03  FILLER                  PIC X(16) VALUE SPACES.

      *    THE RCT TOTALS FOLLOW THE RT RECORD THE SAME WAY, EACH
      *    15-BYTE RT TOTAL AT POSITION P BECOMING A PAIR AT
      *    11 + 2 X (P - 10).  THE BOX 12 PAIRS LIVE IN
      *    RCT-CODE-AMOUNTS, POSITIONS 191 TO 850, EACH AT 2 X P - 199
      *    WITHIN IT.
       01  WS-EFW2C-RCT-RECORD.
           03  FILLER                  PIC X(03) VALUE 'RCT'.
           03  RCT-RCW-COUNT           PIC 9(07).
           03  RCT-BOX-PAIR            OCCURS 6 TIMES.
               05  RCT-BOX-ORIGINAL    PIC 9(13)V99.
               05  RCT-BOX-CORRECT     PIC 9(13)V99.
           03  RCT-CODE-AMOUNTS        PIC X(660).
           03  FILLER                  PIC X(174) VALUE SPACES.

       01  WS-EFW2C-RCF-RECORD.
           03  FILLER                  PIC X(03) VALUE 'RCF'.
           03  RCF-RCW-COUNT           PIC 9(09).
           03  FILLER                  PIC X(1012) VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE EMPLOYEE'S COPY OF THE W-2 OR W-2C.
      *    ------------------------------------------------------------
       01  WS-FORM-TITLE-LINE.
           03  WS-FRM-TITLE            PIC X(46).
           03  FILLER                  PIC X(09) VALUE 'TAX YEAR '.
           03  WS-FRM-TAX-YEAR         PIC 9(04).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-FRM-COPY             PIC X(40).

       01  WS-FORM-ID-LINE.
           03  FILLER                  PIC X(22) VALUE
                   "A EMPLOYEE'S SSN".
           03  WS-FRM-SSN              PIC X(11).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  FILLER                  PIC X(30) VALUE
                   'B EMPLOYER ID NUMBER (EIN)'.
           03  WS-FRM-EIN              PIC X(10).

       01  WS-FORM-LABEL-LINE.
           03  WS-FRM-LABEL            PIC X(22).
           03  WS-FRM-TEXT             PIC X(50).

       01  WS-FORM-PAIR-LINE.
           03  WS-FPL-LABEL-1          PIC X(32).
           03  WS-FPL-AMOUNT-1         PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-FPL-LABEL-2          PIC X(32).
           03  WS-FPL-AMOUNT-2         PIC ZZ,ZZZ,ZZ9.99.

       01  WS-FORM-CODE-LINE.
           03  FILLER                  PIC X(02) VALUE '12'.
           03  WS-FCL-LETTER           PIC X(01).
           03  FILLER                  PIC X(07) VALUE '  CODE '.
           03  WS-FCL-CODE             PIC X(02).
           03  FILLER                  PIC X(20) VALUE SPACES.
           03  WS-FCL-AMOUNT           PIC ZZ,ZZZ,ZZ9.99.

       01  WS-SLOT-LETTERS             PIC X(04)   VALUE 'ABCD'.

       01  WS-FORM-RETIREMENT-LINE.
           03  FILLER                  PIC X(32) VALUE
                   '13 RETIREMENT PLAN'.
           03  WS-FRL-MARK             PIC X(03).

       01  WS-FORM-STATE-LINE.
           03  FILLER                  PIC X(03) VALUE '15 '.
           03  WS-FSL-STATE            PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-FSL-ACCOUNT          PIC X(15).
           03  FILLER                  PIC X(18) VALUE
                   '   16 STATE WAGES '.
           03  WS-FSL-WAGES            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(23) VALUE
                   '   17 STATE INCOME TAX '.
           03  WS-FSL-TAX              PIC ZZ,ZZZ,ZZ9.99.

       01  WS-CORRECTION-HEADING.
           03  FILLER                  PIC X(34) VALUE 'BOX'.
           03  FILLER                  PIC X(22) VALUE
                   '  PREVIOUSLY REPORTED'.
           03  FILLER                  PIC X(22) VALUE
                   '   CORRECT INFORMATION'.

       01  WS-CORRECTION-LINE.
           03  WS-CRL-LABEL            PIC X(34).
           03  FILLER                  PIC X(08) VALUE SPACES.
           03  WS-CRL-PRIOR            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  WS-CRL-CORRECT          PIC ZZ,ZZZ,ZZ9.99.

       01  WS-FORM-NOTICE-LINE         PIC X(72) VALUE
               'THIS INFORMATION IS BEING FURNISHED TO THE INTERNAL REVE
      -        'NUE SERVICE.'.

      *    ------------------------------------------------------------
      *    THE CONTROL LISTING.
      *    ------------------------------------------------------------
       01  WS-TITLE-LINE.
           03  WS-TTL-TITLE            PIC X(32).
           03  FILLER                  PIC X(08) VALUE 'COMPANY '.
           03  WS-TTL-COMPANY          PIC X(02).
           03  FILLER                  PIC X(11) VALUE '  TAX YEAR '.
           03  WS-TTL-TAX-YEAR         PIC 9(04).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-TTL-RUN-DATE         PIC X(19).

       01  WS-FILER-LINE.
           03  WS-FLN-NAME             PIC X(40).
           03  FILLER                  PIC X(05) VALUE 'EIN  '.
           03  WS-FLN-EIN              PIC X(10).

       01  WS-SECTION-LINE             PIC X(60)   VALUE SPACES.

       01  WS-COLUMN-LINE.
           03  FILLER                  PIC X(39) VALUE
                   'EMP  NAME                 SSN'.
           03  FILLER                  PIC X(14) VALUE
                   '        BOX 1'.
           03  FILLER                  PIC X(14) VALUE
                   '        BOX 2'.
           03  FILLER                  PIC X(14) VALUE
                   '        BOX 3'.
           03  FILLER                  PIC X(15) VALUE
                   '        BOX 5'.
           03  FILLER                  PIC X(06) VALUE 'STATUS'.

       01  WS-EMPLOYEE-LINE.
           03  WS-EML-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EML-NAME             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EML-SSN              PIC X(11).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-EML-BOX-1            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EML-BOX-2            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EML-BOX-3            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EML-BOX-5            PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-EML-STATUS           PIC X(30).

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-LABEL            PIC X(40).
           03  WS-TOT-COUNT            PIC ZZZ,ZZZ.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-AMOUNT           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TOT-NOTE             PIC X(40).

       01  WS-PAIR-TOTAL-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PTL-LABEL            PIC X(40).
           03  WS-PTL-PRIOR            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-PTL-CORRECT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-PAIR-COLUMNS.
           03  FILLER                  PIC X(42) VALUE SPACES.
           03  FILLER                  PIC X(18) VALUE
                   '   PREV. REPORTED'.
           03  FILLER                  PIC X(21) VALUE
                   '              CORRECT'.

       01  WS-STATE-TOTAL-LINE.
           03  FILLER                  PIC X(08) VALUE '  STATE '.
           03  WS-STL-STATE            PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STL-ACCOUNT          PIC X(15).
           03  FILLER                  PIC X(08) VALUE '  WAGES '.
           03  WS-STL-WAGES            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(06) VALUE '  TAX '.
           03  WS-STL-TAX              PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

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

           PERFORM 010-SET-RUN THRU 010-EXIT.
           PERFORM 015-LOAD-FILING-PARM THRU 015-EXIT.
           PERFORM 020-LOAD-TAX-PARAMS THRU 020-EXIT.
           PERFORM 025-LOAD-SUTA-RATES THRU 025-EXIT.
           PERFORM 030-LOAD-TAX-IDS THRU 030-EXIT.
           PERFORM 035-LOAD-W2-PARMS THRU 035-EXIT.
           PERFORM 040-LOAD-DEDUCTIONS THRU 040-EXIT.
           PERFORM 050-LOAD-FILING-HISTORY THRU 050-EXIT.
           PERFORM 060-LOAD-STATE-YTD THRU 060-EXIT.

           MOVE ZEROS TO W3-BOX-TABLE.
           INITIALIZE W3-CODE-TABLE, W3-STATE-TABLE.
           MOVE ZEROS TO W3C-BOX-TABLE, W3C-CODE-TABLE.

           OPEN INPUT EMPLOYEE-YTD-FILE,
                INPUT EMPLOYEE-MASTER-FILE,
                OUTPUT FORM-PRINT-FILE,
                OUTPUT CONTROL-LISTING-FILE.

           IF NOT WS-EMPYTD-OK
               MOVE "EMPLOYEE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-FORM-OK
               MOVE "FORM-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FORM-STATUS TO WS-MSG-INSERT-2
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

           IF ORIGINAL-RUN
               OPEN OUTPUT EFW2-FILE
               IF NOT WS-EFW2-OK
                   MOVE "EFW2-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-EFW2-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           ELSE
               OPEN OUTPUT EFW2C-FILE
               IF NOT WS-EFW2C-OK
                   MOVE "EFW2C-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-EFW2C-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN EXTEND FILING-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT FILING-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "FILING-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 080-PRINT-LISTING-HEADING THRU 080-EXIT.

           IF ORIGINAL-RUN
               PERFORM 500-WRITE-EFW2-HEADERS THRU 500-EXIT
           END-IF.

           PERFORM 200-REPORT-EMPLOYEES THRU 200-EXIT.

           IF ORIGINAL-RUN
               PERFORM 550-WRITE-EFW2-TRAILERS THRU 550-EXIT
               PERFORM 600-PRINT-W3 THRU 600-EXIT
           ELSE
               IF RCA-WRITTEN
                   PERFORM 570-WRITE-EFW2C-TRAILERS THRU 570-EXIT
               END-IF
               PERFORM 650-PRINT-W3C THRU 650-EXIT
           END-IF.

           IF WS-EXC-COUNT > ZERO
               PERFORM 095-PRINT-EXCEPTIONS THRU 095-EXIT
           END-IF.

       000-TERMINATE.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE EMPLOYEE-YTD-FILE,
                 EMPLOYEE-MASTER-FILE,
                 FORM-PRINT-FILE,
                 CONTROL-LISTING-FILE,
                 FILING-HISTORY-FILE.
           IF ORIGINAL-RUN
               CLOSE EFW2-FILE
           ELSE
               CLOSE EFW2C-FILE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    W-2S ARE FILED IN JANUARY FOR THE YEAR JUST CLOSED, SO THE
      *    TAX YEAR DEFAULTS TO LAST YEAR.
       010-SET-RUN.
           ACCEPT WS-RUN-COMPANY FROM ENVIRONMENT 'PAY-COMPANY'.

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

           ACCEPT WS-MODE-KEYED FROM ENVIRONMENT 'W2-MODE'.
           EVALUATE WS-MODE-KEYED
               WHEN SPACES
               WHEN 'ORIGINAL'
                   MOVE 'O' TO WS-RUN-MODE
               WHEN 'CORRECT'
                   MOVE 'C' TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY "W2-MODE " WS-MODE-KEYED
                           " IS NOT ORIGINAL OR CORRECT - RUN ABORTED"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE.

       010-EXIT.
           EXIT.

      *    THE RUN COMPANY MUST HAVE A ROW - WITHOUT AN EIN AND A NAME
      *    THERE IS NO EMPLOYER TO FILE FOR.
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
              OR WS-FLR-NAME = SPACES
               DISPLAY "F941PRM ROW FOR COMPANY '" WS-RUN-COMPANY
                       "' LACKS EIN OR NAME - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO WS-EDITED-EIN.
           STRING WS-FLR-EIN (1:2) '-' WS-FLR-EIN (3:7)
               DELIMITED BY SIZE INTO WS-EDITED-EIN
           END-STRING.

       015-EXIT.
           EXIT.

       016-CHECK-ONE-PARM.
           IF FPR-COMPANY-CODE = WS-RUN-COMPANY
               MOVE 'Y' TO WS-PARM-FOUND-SWITCH
               MOVE FPR-EIN TO WS-FLR-EIN
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
               ADD 1 TO WS-SUTA-COUNT
               SET SUTA-IX TO WS-SUTA-COUNT
               MOVE SUR-STATE-CODE TO SRT-STATE-CODE (SUTA-IX)
               MOVE SUR-COMPANY-CODE TO SRT-COMPANY-CODE (SUTA-IX)
               MOVE SUR-WITHHOLDING-ACCOUNT
                   TO SRT-WITHHOLDING-ACCOUNT (SUTA-IX)
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
               MOVE ETI-EMPLOYEE-NO TO WS-EMP-SUB
               MOVE ETI-SSN TO TIT-SSN (WS-EMP-SUB)
               MOVE ETI-LAST-NAME TO TIT-LAST-NAME (WS-EMP-SUB)
               MOVE ETI-FIRST-NAME TO TIT-FIRST-NAME (WS-EMP-SUB)
               MOVE ETI-MIDDLE-INITIAL
                   TO TIT-MIDDLE-INITIAL (WS-EMP-SUB)
               MOVE ETI-MAIL-ADDRESS TO TIT-MAIL-ADDRESS (WS-EMP-SUB)
               MOVE ETI-MAIL-CITY TO TIT-MAIL-CITY (WS-EMP-SUB)
               MOVE ETI-MAIL-STATE TO TIT-MAIL-STATE (WS-EMP-SUB)
               MOVE ETI-MAIL-ZIP TO TIT-MAIL-ZIP (WS-EMP-SUB)
               MOVE 'Y' TO TIT-ON-FILE-SWITCH (WS-EMP-SUB)
           END-IF.

           READ TAX-ID-FILE
               AT END
                   MOVE 'Y' TO TAXID-EOF-SWITCH
           END-READ.

       031-EXIT.
           EXIT.

      *    THE SUBMITTER ROW IS REQUIRED - THE SSA TAKES NO FILE
      *    WITHOUT ITS BSO USER ID ON THE SUBMITTER RECORD.
       035-LOAD-W2-PARMS.
           OPEN INPUT W2-PARM-FILE.

           IF NOT WS-W2PARM-OK
               MOVE "W2-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-W2PARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ W2-PARM-FILE
               AT END
                   MOVE 'Y' TO W2PARM-EOF-SWITCH
           END-READ.

           PERFORM 036-STORE-ONE-W2-PARM THRU 036-EXIT
               UNTIL W2PARM-EOF.

           CLOSE W2-PARM-FILE.

           IF NOT SUBMITTER-FOUND
               DISPLAY "NO SUBMITTER ROW ON W2PRM - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           IF WS-SBM-EIN IS NOT NUMERIC
              OR WS-SBM-USER-ID = SPACES
              OR WS-SBM-NAME = SPACES
               DISPLAY "W2PRM SUBMITTER ROW LACKS EIN, USER ID OR "
                       "NAME - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       035-EXIT.
           EXIT.

       036-STORE-ONE-W2-PARM.
           IF W2R-SUBMITTER
               MOVE 'Y' TO WS-SUBMITTER-FOUND-SWITCH
               MOVE W2S-SUBMITTER-EIN TO WS-SBM-EIN
               MOVE W2S-USER-ID TO WS-SBM-USER-ID
               MOVE W2S-PREPARER-CODE TO WS-SBM-PREPARER-CODE
               MOVE W2S-NAME TO WS-SBM-NAME
               MOVE W2S-ADDRESS TO WS-SBM-ADDRESS
               MOVE W2S-CITY TO WS-SBM-CITY
               MOVE W2S-STATE TO WS-SBM-STATE
               MOVE W2S-ZIP TO WS-SBM-ZIP
               MOVE W2S-CONTACT-NAME TO WS-SBM-CONTACT-NAME
               MOVE W2S-CONTACT-PHONE TO WS-SBM-CONTACT-PHONE
               MOVE W2S-CONTACT-EMAIL TO WS-SBM-CONTACT-EMAIL
           END-IF.

           IF W2R-BOX-12-MAP
              AND WS-BMT-COUNT < 36
               ADD 1 TO WS-BMT-COUNT
               MOVE W2B-DED-TYPE TO BMT-DED-TYPE (WS-BMT-COUNT)
               MOVE W2B-BOX-12-CODE TO BMT-CODE (WS-BMT-COUNT)
               MOVE W2B-PRE-TAX-FLAG TO BMT-PRE-TAX (WS-BMT-COUNT)
           END-IF.

           READ W2-PARM-FILE
               AT END
                   MOVE 'Y' TO W2PARM-EOF-SWITCH
           END-READ.

       036-EXIT.
           EXIT.

      *    THE YEAR'S DEDUCTIONS, BY EMPLOYEE.  ONLY THE TYPES W2PRM
      *    MAPS COUNT; THE REST NEVER REACH THE W-2.  AN EMPLOYEE
      *    WITH MORE THAN FOUR CODES IS FLAGGED - THE FORM HAS ROOM
      *    FOR FOUR AND THE REST WOULD NEED A SECOND W-2.
       040-LOAD-DEDUCTIONS.
           INITIALIZE EMPLOYEE-B12-TABLE.
           OPEN INPUT DEDUCTION-REGISTER-FILE.

           IF NOT WS-DEDREG-OK
               MOVE "DEDUCTION-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-DEDREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ DEDUCTION-REGISTER-FILE
               AT END
                   MOVE 'Y' TO DEDREG-EOF-SWITCH
           END-READ.

           PERFORM 045-TAKE-ONE-DEDUCTION THRU 045-EXIT
               UNTIL DEDREG-EOF.

           CLOSE DEDUCTION-REGISTER-FILE.

       040-EXIT.
           EXIT.

       045-TAKE-ONE-DEDUCTION.
           IF DRG-EMPLOYEE-NO NOT NUMERIC
              OR DRG-EMPLOYEE-NO = ZERO
               GO TO 045-READ-NEXT
           END-IF.

           MOVE ZERO TO WS-BMT-FOUND.
           PERFORM 046-MATCH-ONE-MAP THRU 046-EXIT
               VARYING WS-BMT-SUB FROM 1 BY 1
               UNTIL WS-BMT-SUB > WS-BMT-COUNT
                  OR WS-BMT-FOUND > ZERO.
           IF WS-BMT-FOUND = ZERO
               GO TO 045-READ-NEXT
           END-IF.

           COMPUTE WS-THIS-AMOUNT =
               FUNCTION NUMVAL (DRG-AMOUNT-X).
           MOVE DRG-EMPLOYEE-NO TO WS-EMP-SUB.

           IF BMT-PRE-TAX (WS-BMT-FOUND) = 'Y'
               ADD WS-THIS-AMOUNT
                   TO EBT-BOX-1-REDUCTION (WS-EMP-SUB)
           END-IF.

           IF BMT-CODE (WS-BMT-FOUND) = SPACES
               GO TO 045-READ-NEXT
           END-IF.

           MOVE ZERO TO WS-SLOT-FOUND.
           PERFORM 047-MATCH-ONE-SLOT THRU 047-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4
                  OR WS-SLOT-FOUND > ZERO.
           IF WS-SLOT-FOUND > ZERO
               MOVE BMT-CODE (WS-BMT-FOUND)
                   TO EBT-B12-CODE (WS-EMP-SUB, WS-SLOT-FOUND)
               ADD WS-THIS-AMOUNT
                   TO EBT-B12-AMOUNT (WS-EMP-SUB, WS-SLOT-FOUND)
           ELSE
               MOVE 'Y' TO EBT-OVERFLOW-SWITCH (WS-EMP-SUB)
           END-IF.

       045-READ-NEXT.
           READ DEDUCTION-REGISTER-FILE
               AT END
                   MOVE 'Y' TO DEDREG-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

       046-MATCH-ONE-MAP.
           IF BMT-DED-TYPE (WS-BMT-SUB) = DRG-DED-TYPE
               MOVE WS-BMT-SUB TO WS-BMT-FOUND
           END-IF.

       046-EXIT.
           EXIT.

      *    THE CODE'S OWN SLOT, OR THE FIRST EMPTY ONE.
       047-MATCH-ONE-SLOT.
           IF EBT-B12-CODE (WS-EMP-SUB, WS-SLOT-SUB)
                  = BMT-CODE (WS-BMT-FOUND)
              OR EBT-B12-CODE (WS-EMP-SUB, WS-SLOT-SUB) = SPACES
               MOVE WS-SLOT-SUB TO WS-SLOT-FOUND
           END-IF.

       047-EXIT.
           EXIT.

      *    WHAT HAS ALREADY BEEN FILED FOR THE COMPANY AND YEAR.  THE
      *    FILE IS IN THE ORDER THE FORMS WERE FILED, SO A LATER ROW
      *    FOR AN EMPLOYEE REPLACES AN EARLIER ONE.  AN ORIGINAL RUN
      *    IS REFUSED ONCE THE YEAR HAS BEEN FILED - THE SSA WOULD
      *    COUNT EVERY WAGE TWICE - AND A CORRECTION RUN NEEDS
      *    SOMETHING ON FILE TO CORRECT.
       050-LOAD-FILING-HISTORY.
           INITIALIZE FILED-TABLE.
           OPEN INPUT FILING-HISTORY-FILE.

           IF WS-HISTORY-NOT-FOUND
               GO TO 050-CHECK-MODE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "FILING-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FILING-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 055-TAKE-ONE-FILING THRU 055-EXIT
               UNTIL HISTORY-EOF.

           CLOSE FILING-HISTORY-FILE.

       050-CHECK-MODE.
           IF ORIGINAL-RUN
              AND ORIGINAL-ALREADY-FILED
               DISPLAY "W-2S FOR COMPANY '" WS-RUN-COMPANY
                       "' TAX YEAR " WS-TAX-YEAR
                       " ARE ALREADY ON W2FILED - USE W2-MODE "
                       "CORRECT - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           IF CORRECTION-RUN
              AND WS-HISTORY-ROWS = ZERO
               DISPLAY "NO W-2S ON W2FILED FOR COMPANY '"
                       WS-RUN-COMPANY "' TAX YEAR " WS-TAX-YEAR
                       " - NOTHING TO CORRECT - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       050-EXIT.
           EXIT.

       055-TAKE-ONE-FILING.
           IF W2H-TAX-YEAR = WS-TAX-YEAR
              AND W2H-COMPANY-CODE = WS-RUN-COMPANY
              AND W2H-EMPLOYEE-NO IS NUMERIC
              AND W2H-EMPLOYEE-NO > ZERO
               ADD 1 TO WS-HISTORY-ROWS
               MOVE W2H-EMPLOYEE-NO TO WS-EMP-SUB
               MOVE 'Y' TO FLD-ON-FILE-SWITCH (WS-EMP-SUB)
               MOVE W2H-FIGURES TO FLD-FIGURES (WS-EMP-SUB)
               IF W2H-ORIGINAL
                   MOVE 'Y' TO WS-ORIGINAL-FILED-SWITCH
               END-IF
           END-IF.

           READ FILING-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    THE TAX YEAR'S STATE ROWS.  WITHOUT YTDSTWH THE FORMS GO
      *    OUT WITH NO STATE BOXES, WHICH IS WORTH A RETURN CODE.
       060-LOAD-STATE-YTD.
           INITIALIZE EMPLOYEE-STATE-TABLE.
           OPEN INPUT STATE-YTD-FILE.

           IF WS-STATEYTD-NOT-FOUND
               MOVE SPACES TO WS-EXC-EMPLOYEE-NO
               MOVE SPACES TO WS-EXC-EMPLOYEE-NAME
               MOVE 'YTDSTWH NOT FOUND - NO STATE BOXES FILLED'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 060-EXIT
           END-IF.
           IF NOT WS-STATEYTD-OK
               MOVE "STATE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STATEYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STATE-YTD-FILE
               AT END
                   MOVE 'Y' TO STATEYTD-EOF-SWITCH
           END-READ.

           PERFORM 065-TAKE-ONE-STATE-ROW THRU 065-EXIT
               UNTIL STATEYTD-EOF.

           CLOSE STATE-YTD-FILE.

       060-EXIT.
           EXIT.

       065-TAKE-ONE-STATE-ROW.
           IF SYT-TAX-YEAR NOT = WS-TAX-YEAR
              OR SYT-EMPLOYEE-NO NOT NUMERIC
              OR SYT-EMPLOYEE-NO = ZERO
               GO TO 065-READ-NEXT
           END-IF.

           MOVE SYT-EMPLOYEE-NO TO WS-EMP-SUB.
           EVALUATE TRUE
               WHEN EST-STATE-CODE (WS-EMP-SUB, 1) = SPACES
                   MOVE 1 TO WS-STATE-SUB
               WHEN EST-STATE-CODE (WS-EMP-SUB, 2) = SPACES
                   MOVE 2 TO WS-STATE-SUB
               WHEN OTHER
                   MOVE 'Y' TO EST-OVERFLOW-SWITCH (WS-EMP-SUB)
                   GO TO 065-READ-NEXT
           END-EVALUATE.

           MOVE SYT-STATE-CODE
               TO EST-STATE-CODE (WS-EMP-SUB, WS-STATE-SUB).
           MOVE SYT-STATE-WAGES
               TO EST-STATE-WAGES (WS-EMP-SUB, WS-STATE-SUB).
           MOVE SYT-STATE-WH
               TO EST-STATE-WH (WS-EMP-SUB, WS-STATE-SUB).

       065-READ-NEXT.
           READ STATE-YTD-FILE
               AT END
                   MOVE 'Y' TO STATEYTD-EOF-SWITCH
           END-READ.

       065-EXIT.
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

      *    THE RUN COMPANY'S OWN ROW IN THE STATE, ELSE THE STATE'S
      *    BLANK-COMPANY ROW - THE SAME CHOICE THE EMPLOYER TAX RUN
      *    MAKES FOR ITS RATES.
       070-FIND-STATE-ACCOUNT.
           MOVE SPACES TO WS-STATE-ACCOUNT.
           MOVE WS-RUN-COMPANY TO WS-RATE-COMPANY.
           PERFORM 071-SEARCH-SUTA-TABLE THRU 071-EXIT.
           IF NOT SUTA-RATE-FOUND
              AND WS-RUN-COMPANY NOT = SPACES
               MOVE SPACES TO WS-RATE-COMPANY
               PERFORM 071-SEARCH-SUTA-TABLE THRU 071-EXIT
           END-IF.

       070-EXIT.
           EXIT.

       071-SEARCH-SUTA-TABLE.
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
                   MOVE SRT-WITHHOLDING-ACCOUNT (SUTA-IX)
                       TO WS-STATE-ACCOUNT
           END-SEARCH.

       071-EXIT.
           EXIT.

       080-PRINT-LISTING-HEADING.
           IF ORIGINAL-RUN
               MOVE 'W-2 / W-3 CONTROL LISTING' TO WS-TTL-TITLE
           ELSE
               MOVE 'W-2C / W-3C CONTROL LISTING' TO WS-TTL-TITLE
           END-IF.
           MOVE WS-RUN-COMPANY TO WS-TTL-COMPANY.
           MOVE WS-TAX-YEAR TO WS-TTL-TAX-YEAR.
           MOVE WS-RUN-DATE-TIME TO WS-TTL-RUN-DATE.
           WRITE CONTROL-LISTING-RECORD FROM WS-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE WS-FLR-NAME TO WS-FLN-NAME.
           MOVE WS-EDITED-EIN TO WS-FLN-EIN.
           WRITE CONTROL-LISTING-RECORD FROM WS-FILER-LINE
               AFTER ADVANCING 1 LINE.

           WRITE CONTROL-LISTING-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

       080-EXIT.
           EXIT.

      *    EVERY EMPLOYEE ON THE YEAR-END YTDEMPL, IN EMPLOYEE ORDER.
       200-REPORT-EMPLOYEES.
           READ EMPLOYEE-YTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EMPYTD-EOF-SWITCH
           END-READ.

           PERFORM 210-REPORT-ONE-EMPLOYEE THRU 210-EXIT
               UNTIL EMPYTD-EOF.

       200-EXIT.
           EXIT.

      *    ONLY THE RUN COMPANY'S EMPLOYEES ARE REPORTED.  SOMEONE
      *    WITH NO PAY ALL YEAR GETS NO FORM - UNLESS A FORM WAS
      *    FILED FOR THEM, WHEN A CORRECTION RUN MAY NEED TO TAKE
      *    IT BACK TO ZERO.
       210-REPORT-ONE-EMPLOYEE.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE YTE-EMPLOYEE-NO TO WS-EXC-EMPLOYEE-NO.
           MOVE YTE-EMPLOYEE-NAME TO WS-EXC-EMPLOYEE-NAME.

           IF YTE-EMPLOYEE-NO NOT NUMERIC
              OR YTE-EMPLOYEE-NO = ZERO
               MOVE 'EMPLOYEE NUMBER NOT VALID - NOT REPORTED'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 210-READ-NEXT
           END-IF.
           MOVE YTE-EMPLOYEE-NO TO WS-EMP-SUB.

           MOVE YTE-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   IF YTE-GROSS > ZERO
                       MOVE 'NOT ON EMPMSTR - NOT REPORTED'
                           TO WS-EXC-REASON
                       PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
                   END-IF
                   GO TO 210-READ-NEXT
           END-READ.

           IF EMR-COMPANY-CODE NOT = WS-RUN-COMPANY
               GO TO 210-READ-NEXT
           END-IF.

           IF YTE-GROSS = ZERO
              AND NOT FLD-ON-FILE (WS-EMP-SUB)
               GO TO 210-READ-NEXT
           END-IF.

           IF NOT TIT-ON-FILE (WS-EMP-SUB)
               MOVE 'NOT ON EMPTAXID - NO SSN, NOT REPORTED'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 210-READ-NEXT
           END-IF.

           PERFORM 220-BUILD-FIGURES THRU 220-EXIT.

           IF ORIGINAL-RUN
               PERFORM 300-FILE-ORIGINAL THRU 300-EXIT
           ELSE
               PERFORM 400-FILE-CORRECTION THRU 400-EXIT
           END-IF.

       210-READ-NEXT.
           READ EMPLOYEE-YTD-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EMPYTD-EOF-SWITCH
           END-READ.

       210-EXIT.
           EXIT.

      *    THE FORM'S FIGURES FROM THE YEAR-TO-DATE TOTALS.
      *    BOX 1 IS GROSS LESS THE PRE-TAX DEDUCTIONS.  THE PLANS
      *    W2PRM MARKS PRE-TAX ARE DEFERRALS THAT STAY IN SOCIAL
      *    SECURITY AND MEDICARE WAGES, SO BOXES 3 AND 5 START FROM
      *    GROSS, BOX 3 CAPPED AT THE YEAR'S WAGE BASE.  THE REGISTER
      *    KEEPS FICA AS ONE FIGURE; BOX 4 IS THE SOCIAL SECURITY
      *    PART AT THE RATE ON EMPTXPRM AND BOX 6 THE REST.  THE REST
      *    SHOULD BE THE MEDICARE RATE ON BOX 5 TO WITHIN A DOLLAR OF
      *    ROUNDING - FURTHER OUT AND THE SPLIT NEEDS A LOOK BEFORE
      *    THE FORM GOES OUT.
       220-BUILD-FIGURES.
           INITIALIZE WS-CURRENT-FIGURES.
           MOVE '0' TO WS-CURRENT-RETIREMENT.

           IF EBT-BOX-1-REDUCTION (WS-EMP-SUB) > YTE-GROSS
               MOVE ZERO TO W2F-BOX (1)
               MOVE 'PRE-TAX DEDUCTIONS EXCEED GROSS - BOX 1 ZERO'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           ELSE
               COMPUTE W2F-BOX (1) =
                   YTE-GROSS - EBT-BOX-1-REDUCTION (WS-EMP-SUB)
           END-IF.
           MOVE YTE-FWT TO W2F-BOX (2).

           IF YTE-GROSS > WS-SS-WAGE-BASE
               MOVE WS-SS-WAGE-BASE TO W2F-BOX (3)
           ELSE
               MOVE YTE-GROSS TO W2F-BOX (3)
           END-IF.
           MOVE YTE-GROSS TO W2F-BOX (5).

           COMPUTE W2F-BOX (4) ROUNDED = W2F-BOX (3) * WS-SS-RATE.
           IF W2F-BOX (4) > YTE-FICA
               MOVE YTE-FICA TO W2F-BOX (4)
           END-IF.
           COMPUTE W2F-BOX (6) = YTE-FICA - W2F-BOX (4).

           COMPUTE WS-MEDICARE-EXPECTED ROUNDED =
               W2F-BOX (5) * WS-MEDICARE-RATE.
           COMPUTE WS-MEDICARE-GAP =
               W2F-BOX (6) - WS-MEDICARE-EXPECTED.
           IF WS-MEDICARE-GAP > 1.00
              OR WS-MEDICARE-GAP < -1.00
               MOVE 'FICA DOES NOT SPLIT TO THE RATES - CHECK 4 & 6'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

           MOVE EBT-B12-GROUP (WS-EMP-SUB) TO W2F-B12-GROUP.
           IF EBT-OVERFLOW-SWITCH (WS-EMP-SUB) = 'Y'
               MOVE 'MORE THAN FOUR BOX 12 CODES - FIFTH NOT SHOWN'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

           PERFORM 225-MARK-RETIREMENT THRU 225-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.

           MOVE EST-STATE-GROUP (WS-EMP-SUB) TO W2F-STATE-GROUP.
           IF EST-OVERFLOW-SWITCH (WS-EMP-SUB) = 'Y'
               MOVE 'MORE THAN TWO STATES - THIRD NOT SHOWN'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

       220-EXIT.
           EXIT.

      *    A RETIREMENT PLAN DEFERRAL TICKS BOX 13.
       225-MARK-RETIREMENT.
           IF W2F-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 225-EXIT
           END-IF.

           MOVE W2F-B12-CODE (WS-SLOT-SUB) TO WS-LOOK-CODE.
           PERFORM 390-FIND-EFW2-CODE THRU 390-EXIT.
           IF WS-ECT-FOUND > ZERO
               IF ECT-RETIREMENT (WS-ECT-FOUND) = 'Y'
                   MOVE '1' TO WS-CURRENT-RETIREMENT
               END-IF
           END-IF.

       225-EXIT.
           EXIT.

      *    ------------------------------------------------------------
      *    ORIGINAL FILING - THE RW RECORD, THE FORM, THE W-3 TOTALS
      *    AND THE HISTORY.
      *    ------------------------------------------------------------
       300-FILE-ORIGINAL.
           PERFORM 310-WRITE-RW-RECORD THRU 310-EXIT.
           PERFORM 320-PRINT-W2 THRU 320-EXIT.
           PERFORM 330-ADD-TO-W3 THRU 330-EXIT.

           MOVE 'O' TO WS-HISTORY-KIND.
           PERFORM 340-WRITE-HISTORY THRU 340-EXIT.

           ADD 1 TO WS-FORM-COUNT.
           MOVE 'W-2 FILED' TO WS-LISTING-STATUS-TEXT.
           PERFORM 350-LIST-EMPLOYEE THRU 350-EXIT.

       300-EXIT.
           EXIT.

       310-WRITE-RW-RECORD.
           MOVE TIT-SSN (WS-EMP-SUB) TO RWR-SSN.
           MOVE TIT-FIRST-NAME (WS-EMP-SUB) TO RWR-FIRST-NAME.
           MOVE TIT-MIDDLE-INITIAL (WS-EMP-SUB) TO RWR-MIDDLE-NAME.
           MOVE TIT-LAST-NAME (WS-EMP-SUB) TO RWR-LAST-NAME.
           MOVE TIT-MAIL-ADDRESS (WS-EMP-SUB) TO RWR-DELIVERY.
           MOVE TIT-MAIL-CITY (WS-EMP-SUB) TO RWR-CITY.
           MOVE TIT-MAIL-STATE (WS-EMP-SUB) TO RWR-STATE.
           MOVE TIT-MAIL-ZIP (WS-EMP-SUB) (1:5) TO RWR-ZIP.
           MOVE TIT-MAIL-ZIP (WS-EMP-SUB) (6:4) TO RWR-ZIP-EXT.

           PERFORM 311-MOVE-ONE-BOX THRU 311-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.

           MOVE WS-RW-CODE-TEMPLATE TO RWR-CODE-AMOUNTS.
           PERFORM 312-PLACE-ONE-CODE THRU 312-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.

           MOVE WS-CURRENT-RETIREMENT TO RWR-RETIREMENT-PLAN.
           WRITE EFW2-RECORD FROM WS-EFW2-RW-RECORD.

       310-EXIT.
           EXIT.

       311-MOVE-ONE-BOX.
           MOVE W2F-BOX (WS-BOX-SUB) TO RWR-BOX (WS-BOX-SUB).

       311-EXIT.
           EXIT.

      *    A CODE THE FILING RECORD HAS NO FIELD FOR STILL PRINTS,
      *    BUT THE SSA NEVER HEARS OF IT - THAT WANTS A LOOK.
       312-PLACE-ONE-CODE.
           IF W2F-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 312-EXIT
           END-IF.

           MOVE W2F-B12-CODE (WS-SLOT-SUB) TO WS-LOOK-CODE.
           PERFORM 390-FIND-EFW2-CODE THRU 390-EXIT.
           IF WS-ECT-FOUND = ZERO
               MOVE SPACES TO WS-EXC-REASON
               STRING 'BOX 12 CODE ' WS-LOOK-CODE
                      ' HAS NO EFW2 FIELD - NOT FILED'
                   DELIMITED BY SIZE INTO WS-EXC-REASON
               END-STRING
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 312-EXIT
           END-IF.

           MOVE W2F-B12-AMOUNT (WS-SLOT-SUB) TO WS-AMOUNT-11.
           COMPUTE WS-FIELD-OFFSET =
               ECT-RW-POSITION (WS-ECT-FOUND) - 275.
           MOVE WS-AMOUNT-11-X
               TO RWR-CODE-AMOUNTS (WS-FIELD-OFFSET : 11).

       312-EXIT.
           EXIT.

      *    THE EMPLOYEE'S COPY.  THE SSN IS PRINTED IN FULL - THE
      *    W-2 IS THE ONE FORM THE EMPLOYEE FILES WITH THEIR RETURN.
       320-PRINT-W2.
           MOVE 'FORM W-2  WAGE AND TAX STATEMENT' TO WS-FRM-TITLE.
           MOVE 'COPIES B, C AND 2 - FOR EMPLOYEE' TO WS-FRM-COPY.
           PERFORM 360-PRINT-FORM-HEAD THRU 360-EXIT.

           MOVE W2F-BOX (1) TO WS-FPL-AMOUNT-1.
           MOVE W2F-BOX (2) TO WS-FPL-AMOUNT-2.
           MOVE WS-BOX-LABEL (1) TO WS-FPL-LABEL-1.
           MOVE WS-BOX-LABEL (2) TO WS-FPL-LABEL-2.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-PAIR-LINE
               AFTER ADVANCING 2 LINES.
           MOVE W2F-BOX (3) TO WS-FPL-AMOUNT-1.
           MOVE W2F-BOX (4) TO WS-FPL-AMOUNT-2.
           MOVE WS-BOX-LABEL (3) TO WS-FPL-LABEL-1.
           MOVE WS-BOX-LABEL (4) TO WS-FPL-LABEL-2.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-PAIR-LINE
               AFTER ADVANCING 1 LINE.
           MOVE W2F-BOX (5) TO WS-FPL-AMOUNT-1.
           MOVE W2F-BOX (6) TO WS-FPL-AMOUNT-2.
           MOVE WS-BOX-LABEL (5) TO WS-FPL-LABEL-1.
           MOVE WS-BOX-LABEL (6) TO WS-FPL-LABEL-2.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-PAIR-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 321-PRINT-ONE-CODE THRU 321-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.

           IF WS-CURRENT-RETIREMENT = '1'
               MOVE ' X ' TO WS-FRL-MARK
           ELSE
               MOVE SPACES TO WS-FRL-MARK
           END-IF.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-RETIREMENT-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 322-PRINT-ONE-STATE THRU 322-EXIT
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 2.

           WRITE FORM-PRINT-RECORD FROM WS-FORM-NOTICE-LINE
               AFTER ADVANCING 2 LINES.

       320-EXIT.
           EXIT.

       321-PRINT-ONE-CODE.
           IF W2F-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 321-EXIT
           END-IF.

           MOVE WS-SLOT-LETTERS (WS-SLOT-SUB : 1) TO WS-FCL-LETTER.
           MOVE W2F-B12-CODE (WS-SLOT-SUB) TO WS-FCL-CODE.
           MOVE W2F-B12-AMOUNT (WS-SLOT-SUB) TO WS-FCL-AMOUNT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-CODE-LINE
               AFTER ADVANCING 1 LINE.

       321-EXIT.
           EXIT.

       322-PRINT-ONE-STATE.
           IF W2F-STATE-CODE (WS-STATE-SUB) = SPACES
               GO TO 322-EXIT
           END-IF.

           MOVE W2F-STATE-CODE (WS-STATE-SUB) TO WS-WORK-STATE.
           PERFORM 070-FIND-STATE-ACCOUNT THRU 070-EXIT.
           MOVE WS-WORK-STATE TO WS-FSL-STATE.
           MOVE WS-STATE-ACCOUNT TO WS-FSL-ACCOUNT.
           MOVE W2F-STATE-WAGES (WS-STATE-SUB) TO WS-FSL-WAGES.
           MOVE W2F-STATE-WH (WS-STATE-SUB) TO WS-FSL-TAX.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-STATE-LINE
               AFTER ADVANCING 1 LINE.

       322-EXIT.
           EXIT.

      *    THE W-3 TOTALS: EVERY BOX, EACH BOX 12 CODE, THE DEFERRED
      *    COMPENSATION CODES TOGETHER FOR W-3 BOX 12A, AND EACH STATE.
       330-ADD-TO-W3.
           ADD 1 TO WS-W3-COUNT.
           PERFORM 331-ADD-ONE-BOX THRU 331-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.
           PERFORM 332-ADD-ONE-CODE THRU 332-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.
           PERFORM 335-ADD-ONE-STATE THRU 335-EXIT
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 2.

       330-EXIT.
           EXIT.

       331-ADD-ONE-BOX.
           ADD W2F-BOX (WS-BOX-SUB) TO W3-BOX (WS-BOX-SUB).

       331-EXIT.
           EXIT.

       332-ADD-ONE-CODE.
           IF W2F-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 332-EXIT
           END-IF.

           MOVE W2F-B12-CODE (WS-SLOT-SUB) TO WS-CHECK-CODE.
           IF WS-DEFERRED-CODE
               ADD W2F-B12-AMOUNT (WS-SLOT-SUB) TO WS-W3-DEFERRED
           END-IF.

           MOVE ZERO TO WS-W3-CODE-FOUND.
           PERFORM 333-MATCH-ONE-W3-CODE THRU 333-EXIT
               VARYING WS-W3-CODE-SUB FROM 1 BY 1
               UNTIL WS-W3-CODE-SUB > WS-W3-CODE-COUNT
                  OR WS-W3-CODE-FOUND > ZERO.
           IF WS-W3-CODE-FOUND = ZERO
               IF WS-W3-CODE-COUNT < 20
                   ADD 1 TO WS-W3-CODE-COUNT
                   MOVE WS-W3-CODE-COUNT TO WS-W3-CODE-FOUND
                   MOVE WS-CHECK-CODE TO W3C-CODE (WS-W3-CODE-FOUND)
               ELSE
                   GO TO 332-EXIT
               END-IF
           END-IF.
           ADD W2F-B12-AMOUNT (WS-SLOT-SUB)
               TO W3C-AMOUNT (WS-W3-CODE-FOUND).

       332-EXIT.
           EXIT.

       333-MATCH-ONE-W3-CODE.
           IF W3C-CODE (WS-W3-CODE-SUB) = WS-CHECK-CODE
               MOVE WS-W3-CODE-SUB TO WS-W3-CODE-FOUND
           END-IF.

       333-EXIT.
           EXIT.

       335-ADD-ONE-STATE.
           IF W2F-STATE-CODE (WS-STATE-SUB) = SPACES
               GO TO 335-EXIT
           END-IF.

           MOVE ZERO TO WS-W3-STATE-FOUND.
           PERFORM 336-MATCH-ONE-W3-STATE THRU 336-EXIT
               VARYING WS-W3-STATE-SUB FROM 1 BY 1
               UNTIL WS-W3-STATE-SUB > WS-W3-STATE-COUNT
                  OR WS-W3-STATE-FOUND > ZERO.
           IF WS-W3-STATE-FOUND = ZERO
               IF WS-W3-STATE-COUNT < 60
                   ADD 1 TO WS-W3-STATE-COUNT
                   MOVE WS-W3-STATE-COUNT TO WS-W3-STATE-FOUND
                   MOVE W2F-STATE-CODE (WS-STATE-SUB)
                       TO W3S-STATE-CODE (WS-W3-STATE-FOUND)
                   MOVE W2F-STATE-CODE (WS-STATE-SUB) TO WS-WORK-STATE
                   PERFORM 070-FIND-STATE-ACCOUNT THRU 070-EXIT
                   MOVE WS-STATE-ACCOUNT
                       TO W3S-ACCOUNT (WS-W3-STATE-FOUND)
               ELSE
                   GO TO 335-EXIT
               END-IF
           END-IF.
           ADD W2F-STATE-WAGES (WS-STATE-SUB)
               TO W3S-WAGES (WS-W3-STATE-FOUND).
           ADD W2F-STATE-WH (WS-STATE-SUB)
               TO W3S-WH (WS-W3-STATE-FOUND).

       335-EXIT.
           EXIT.

       336-MATCH-ONE-W3-STATE.
           IF W3S-STATE-CODE (WS-W3-STATE-SUB)
                  = W2F-STATE-CODE (WS-STATE-SUB)
               MOVE WS-W3-STATE-SUB TO WS-W3-STATE-FOUND
           END-IF.

       336-EXIT.
           EXIT.

      *    THE FIGURES JUST FILED BECOME THE EMPLOYEE'S LATEST ON
      *    W2FILED - WHAT THE NEXT CORRECTION IS MEASURED FROM.
       340-WRITE-HISTORY.
           MOVE SPACES TO FILING-HISTORY-RECORD.
           MOVE WS-TAX-YEAR TO W2H-TAX-YEAR.
           MOVE WS-RUN-COMPANY TO W2H-COMPANY-CODE.
           MOVE YTE-EMPLOYEE-NO TO W2H-EMPLOYEE-NO.
           MOVE WS-HISTORY-KIND TO W2H-FILING-KIND.
           MOVE WS-RUN-DATE TO W2H-FILED-DATE.
           MOVE TIT-SSN (WS-EMP-SUB) TO W2H-SSN.
           MOVE WS-CURRENT-FIGURES TO W2H-FIGURES.
           WRITE FILING-HISTORY-RECORD.

       340-EXIT.
           EXIT.

      *    ONE LISTING LINE PER EMPLOYEE REPORTED.  THE LISTING IS
      *    FOR PAYROLL'S OWN FILE, SO IT SHOWS ONLY THE LAST FOUR OF
      *    THE SSN.
       350-LIST-EMPLOYEE.
           MOVE SPACES TO WS-MASKED-SSN.
           STRING '***-**-' TIT-SSN (WS-EMP-SUB) (6:4)
               DELIMITED BY SIZE INTO WS-MASKED-SSN
           END-STRING.

           MOVE YTE-EMPLOYEE-NO TO WS-EML-EMPLOYEE-NO.
           MOVE YTE-EMPLOYEE-NAME TO WS-EML-NAME.
           MOVE WS-MASKED-SSN TO WS-EML-SSN.
           MOVE W2F-BOX (1) TO WS-EML-BOX-1.
           MOVE W2F-BOX (2) TO WS-EML-BOX-2.
           MOVE W2F-BOX (3) TO WS-EML-BOX-3.
           MOVE W2F-BOX (5) TO WS-EML-BOX-5.
           MOVE WS-LISTING-STATUS-TEXT TO WS-EML-STATUS.
           WRITE CONTROL-LISTING-RECORD FROM WS-EMPLOYEE-LINE
               AFTER ADVANCING 1 LINE.

       350-EXIT.
           EXIT.

      *    THE TOP OF A W-2 OR W-2C: EMPLOYER AND EMPLOYEE.
       360-PRINT-FORM-HEAD.
           MOVE WS-TAX-YEAR TO WS-FRM-TAX-YEAR.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-TITLE-LINE
               AFTER ADVANCING PAGE.

           MOVE SPACES TO WS-FRM-SSN.
           STRING TIT-SSN (WS-EMP-SUB) (1:3) '-'
                  TIT-SSN (WS-EMP-SUB) (4:2) '-'
                  TIT-SSN (WS-EMP-SUB) (6:4)
               DELIMITED BY SIZE INTO WS-FRM-SSN
           END-STRING.
           MOVE WS-EDITED-EIN TO WS-FRM-EIN.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-ID-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "C EMPLOYER" TO WS-FRM-LABEL.
           MOVE WS-FLR-NAME TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-FRM-LABEL.
           MOVE WS-FLR-ADDRESS TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CITY-STATE-ZIP.
           STRING WS-FLR-CITY DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WS-FLR-STATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  WS-FLR-ZIP (1:5) DELIMITED BY SIZE
               INTO WS-CITY-STATE-ZIP
           END-STRING.
           MOVE WS-CITY-STATE-ZIP TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO WS-EMPLOYEE-FULL-NAME.
           IF TIT-MIDDLE-INITIAL (WS-EMP-SUB) = SPACE
               STRING TIT-FIRST-NAME (WS-EMP-SUB) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      TIT-LAST-NAME (WS-EMP-SUB) DELIMITED BY '  '
                   INTO WS-EMPLOYEE-FULL-NAME
               END-STRING
           ELSE
               STRING TIT-FIRST-NAME (WS-EMP-SUB) DELIMITED BY '  '
                      ' ' DELIMITED BY SIZE
                      TIT-MIDDLE-INITIAL (WS-EMP-SUB) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      TIT-LAST-NAME (WS-EMP-SUB) DELIMITED BY '  '
                   INTO WS-EMPLOYEE-FULL-NAME
               END-STRING
           END-IF.
           MOVE "E EMPLOYEE" TO WS-FRM-LABEL.
           MOVE WS-EMPLOYEE-FULL-NAME TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE "F ADDRESS" TO WS-FRM-LABEL.
           MOVE TIT-MAIL-ADDRESS (WS-EMP-SUB) TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO WS-CITY-STATE-ZIP.
           STRING TIT-MAIL-CITY (WS-EMP-SUB) DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  TIT-MAIL-STATE (WS-EMP-SUB) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  TIT-MAIL-ZIP (WS-EMP-SUB) (1:5) DELIMITED BY SIZE
               INTO WS-CITY-STATE-ZIP
           END-STRING.
           MOVE SPACES TO WS-FRM-LABEL.
           MOVE WS-CITY-STATE-ZIP TO WS-FRM-TEXT.
           WRITE FORM-PRINT-RECORD FROM WS-FORM-LABEL-LINE
               AFTER ADVANCING 1 LINE.

       360-EXIT.
           EXIT.

      *    WS-LOOK-CODE'S ENTRY IN EFW2-CODE-TABLE, OR ZERO.
       390-FIND-EFW2-CODE.
           MOVE ZERO TO WS-ECT-FOUND.
           PERFORM 391-MATCH-ONE-EFW2-CODE THRU 391-EXIT
               VARYING WS-ECT-SUB FROM 1 BY 1
               UNTIL WS-ECT-SUB > 10
                  OR WS-ECT-FOUND > ZERO.

       390-EXIT.
           EXIT.

       391-MATCH-ONE-EFW2-CODE.
           IF ECT-CODE (WS-ECT-SUB) = WS-LOOK-CODE
               MOVE WS-ECT-SUB TO WS-ECT-FOUND
           END-IF.

       391-EXIT.
           EXIT.

      *    ------------------------------------------------------------
      *    CORRECTION FILING - MEASURED AGAINST THE LAST FIGURES ON
      *    W2FILED.  A W-2C GOES TO THE EMPLOYEE FOR ANY CHANGE; THE
      *    SSA HEARS ONLY OF FEDERAL CHANGES, SINCE THE STATE BOXES
      *    ARE CORRECTED WITH EACH STATE DIRECTLY.
      *    ------------------------------------------------------------
       400-FILE-CORRECTION.
           IF NOT FLD-ON-FILE (WS-EMP-SUB)
               MOVE 'NO W-2 ON W2FILED - NEEDS AN ORIGINAL, NOT W-2C'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 400-EXIT
           END-IF.

           MOVE FLD-FIGURES (WS-EMP-SUB) TO WS-PRIOR-FIGURES.
           PERFORM 410-COMPARE-FIGURES THRU 410-EXIT.

           IF WS-CRT-COUNT = ZERO
              AND NOT FEDERAL-CHANGE
               MOVE 'NO CHANGE' TO WS-LISTING-STATUS-TEXT
               PERFORM 350-LIST-EMPLOYEE THRU 350-EXIT
               GO TO 400-EXIT
           END-IF.

           IF FEDERAL-CHANGE
               PERFORM 420-WRITE-RCW-RECORD THRU 420-EXIT
               MOVE 'W-2C FILED' TO WS-LISTING-STATUS-TEXT
           ELSE
               MOVE 'W-2C - STATE ONLY, NOT TO SSA'
                   TO WS-LISTING-STATUS-TEXT
           END-IF.
           PERFORM 430-PRINT-W2C THRU 430-EXIT.

           MOVE 'C' TO WS-HISTORY-KIND.
           PERFORM 340-WRITE-HISTORY THRU 340-EXIT.

           ADD 1 TO WS-W2C-COUNT.
           ADD 1 TO WS-FORM-COUNT.
           PERFORM 350-LIST-EMPLOYEE THRU 350-EXIT.

       400-EXIT.
           EXIT.

      *    EVERY BOX THAT MOVED GOES INTO CORRECTION-TABLE, AS FILED
      *    AND AS IT SHOULD BE.  A BOX 12 CODE OR A STATE IS MATCHED
      *    BY ITS CODE, NOT ITS SLOT, SO ONE DROPPED OR ADDED SINCE
      *    THE LAST FILING SHOWS AS GOING TO OR FROM ZERO.
       410-COMPARE-FIGURES.
           INITIALIZE CORRECTION-TABLE.
           MOVE ZERO TO WS-CRT-COUNT.
           MOVE 'N' TO WS-FEDERAL-CHANGE-SWITCH.

           PERFORM 411-COMPARE-ONE-BOX THRU 411-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.
           PERFORM 412-COMPARE-PRIOR-CODE THRU 412-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.
           PERFORM 413-COMPARE-NEW-CODE THRU 413-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.
           PERFORM 414-COMPARE-PRIOR-STATE THRU 414-EXIT
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 2.
           PERFORM 415-COMPARE-NEW-STATE THRU 415-EXIT
               VARYING WS-STATE-SUB FROM 1 BY 1
               UNTIL WS-STATE-SUB > 2.

           MOVE '0' TO WS-PRIOR-RETIREMENT.
           PERFORM 416-MARK-PRIOR-RETIREMENT THRU 416-EXIT
               VARYING WS-SLOT-SUB FROM 1 BY 1
               UNTIL WS-SLOT-SUB > 4.
           IF WS-PRIOR-RETIREMENT NOT = WS-CURRENT-RETIREMENT
               MOVE 'Y' TO WS-FEDERAL-CHANGE-SWITCH
           END-IF.

       410-EXIT.
           EXIT.

       411-COMPARE-ONE-BOX.
           IF W2P-BOX (WS-BOX-SUB) = W2F-BOX (WS-BOX-SUB)
               GO TO 411-EXIT
           END-IF.

           MOVE WS-BOX-LABEL (WS-BOX-SUB) TO WS-CRT-LABEL.
           MOVE W2P-BOX (WS-BOX-SUB) TO WS-CRT-PRIOR.
           MOVE W2F-BOX (WS-BOX-SUB) TO WS-CRT-CORRECT.
           PERFORM 419-ADD-CORRECTION THRU 419-EXIT.
           MOVE 'Y' TO WS-FEDERAL-CHANGE-SWITCH.

       411-EXIT.
           EXIT.

       412-COMPARE-PRIOR-CODE.
           IF W2P-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 412-EXIT
           END-IF.

           MOVE W2P-B12-CODE (WS-SLOT-SUB) TO WS-LOOK-CODE.
           MOVE W2P-B12-AMOUNT (WS-SLOT-SUB) TO WS-CRT-PRIOR.
           PERFORM 780-FIND-CURRENT-CODE THRU 780-EXIT.
           IF WS-SLOT-FOUND > ZERO
               MOVE W2F-B12-AMOUNT (WS-SLOT-FOUND) TO WS-CRT-CORRECT
           ELSE
               MOVE ZERO TO WS-CRT-CORRECT
           END-IF.
           IF WS-CRT-PRIOR = WS-CRT-CORRECT
               GO TO 412-EXIT
           END-IF.

           MOVE SPACES TO WS-CRT-LABEL.
           STRING '12 CODE ' WS-LOOK-CODE
               DELIMITED BY SIZE INTO WS-CRT-LABEL
           END-STRING.
           PERFORM 419-ADD-CORRECTION THRU 419-EXIT.
           MOVE 'Y' TO WS-FEDERAL-CHANGE-SWITCH.

       412-EXIT.
           EXIT.

      *    A CODE THE LAST FILING DID NOT HAVE AT ALL.
       413-COMPARE-NEW-CODE.
           IF W2F-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 413-EXIT
           END-IF.

           MOVE W2F-B12-CODE (WS-SLOT-SUB) TO WS-LOOK-CODE.
           PERFORM 782-FIND-PRIOR-CODE THRU 782-EXIT.
           IF WS-SLOT-FOUND > ZERO
              OR W2F-B12-AMOUNT (WS-SLOT-SUB) = ZERO
               GO TO 413-EXIT
           END-IF.

           MOVE SPACES TO WS-CRT-LABEL.
           STRING '12 CODE ' WS-LOOK-CODE
               DELIMITED BY SIZE INTO WS-CRT-LABEL
           END-STRING.
           MOVE ZERO TO WS-CRT-PRIOR.
           MOVE W2F-B12-AMOUNT (WS-SLOT-SUB) TO WS-CRT-CORRECT.
           PERFORM 419-ADD-CORRECTION THRU 419-EXIT.
           MOVE 'Y' TO WS-FEDERAL-CHANGE-SWITCH.

       413-EXIT.
           EXIT.

       414-COMPARE-PRIOR-STATE.
           IF W2P-STATE-CODE (WS-STATE-SUB) = SPACES
               GO TO 414-EXIT
           END-IF.

           MOVE W2P-STATE-CODE (WS-STATE-SUB) TO WS-LOOK-STATE.
           PERFORM 784-FIND-CURRENT-STATE THRU 784-EXIT.

           MOVE W2P-STATE-WAGES (WS-STATE-SUB) TO WS-CRT-PRIOR.
           IF WS-STATE-FOUND > ZERO
               MOVE W2F-STATE-WAGES (WS-STATE-FOUND) TO WS-CRT-CORRECT
           ELSE
               MOVE ZERO TO WS-CRT-CORRECT
           END-IF.
           IF WS-CRT-PRIOR NOT = WS-CRT-CORRECT
               MOVE SPACES TO WS-CRT-LABEL
               STRING '16 STATE WAGES ' WS-LOOK-STATE
                   DELIMITED BY SIZE INTO WS-CRT-LABEL
               END-STRING
               PERFORM 419-ADD-CORRECTION THRU 419-EXIT
           END-IF.

           MOVE W2P-STATE-WH (WS-STATE-SUB) TO WS-CRT-PRIOR.
           IF WS-STATE-FOUND > ZERO
               MOVE W2F-STATE-WH (WS-STATE-FOUND) TO WS-CRT-CORRECT
           ELSE
               MOVE ZERO TO WS-CRT-CORRECT
           END-IF.
           IF WS-CRT-PRIOR NOT = WS-CRT-CORRECT
               MOVE SPACES TO WS-CRT-LABEL
               STRING '17 STATE INCOME TAX ' WS-LOOK-STATE
                   DELIMITED BY SIZE INTO WS-CRT-LABEL
               END-STRING
               PERFORM 419-ADD-CORRECTION THRU 419-EXIT
           END-IF.

       414-EXIT.
           EXIT.

      *    A STATE THE LAST FILING DID NOT HAVE AT ALL.
       415-COMPARE-NEW-STATE.
           IF W2F-STATE-CODE (WS-STATE-SUB) = SPACES
               GO TO 415-EXIT
           END-IF.

           MOVE W2F-STATE-CODE (WS-STATE-SUB) TO WS-LOOK-STATE.
           PERFORM 786-FIND-PRIOR-STATE THRU 786-EXIT.
           IF WS-STATE-FOUND > ZERO
               GO TO 415-EXIT
           END-IF.

           MOVE ZERO TO WS-CRT-PRIOR.
           IF W2F-STATE-WAGES (WS-STATE-SUB) > ZERO
               MOVE SPACES TO WS-CRT-LABEL
               STRING '16 STATE WAGES ' WS-LOOK-STATE
                   DELIMITED BY SIZE INTO WS-CRT-LABEL
               END-STRING
               MOVE W2F-STATE-WAGES (WS-STATE-SUB) TO WS-CRT-CORRECT
               PERFORM 419-ADD-CORRECTION THRU 419-EXIT
           END-IF.
           IF W2F-STATE-WH (WS-STATE-SUB) > ZERO
               MOVE SPACES TO WS-CRT-LABEL
               STRING '17 STATE INCOME TAX ' WS-LOOK-STATE
                   DELIMITED BY SIZE INTO WS-CRT-LABEL
               END-STRING
               MOVE W2F-STATE-WH (WS-STATE-SUB) TO WS-CRT-CORRECT
               PERFORM 419-ADD-CORRECTION THRU 419-EXIT
           END-IF.

       415-EXIT.
           EXIT.

       416-MARK-PRIOR-RETIREMENT.
           IF W2P-B12-CODE (WS-SLOT-SUB) = SPACES
               GO TO 416-EXIT
           END-IF.

           MOVE W2P-B12-CODE (WS-SLOT-SUB) TO WS-LOOK-CODE.
           PERFORM 390-FIND-EFW2-CODE THRU 390-EXIT.
           IF WS-ECT-FOUND > ZERO
               IF ECT-RETIREMENT (WS-ECT-FOUND) = 'Y'
                   MOVE '1' TO WS-PRIOR-RETIREMENT
               END-IF
           END-IF.

       416-EXIT.
           EXIT.

       419-ADD-CORRECTION.
           IF WS-CRT-COUNT < 30
               ADD 1 TO WS-CRT-COUNT
               MOVE WS-CRT-LABEL TO CRT-LABEL (WS-CRT-COUNT)
               MOVE WS-CRT-PRIOR TO CRT-PRIOR (WS-CRT-COUNT)
               MOVE WS-CRT-CORRECT TO CRT-CORRECT (WS-CRT-COUNT)
           END-IF.

       419-EXIT.
           EXIT.

      *    THE RCW RECORD CARRIES ONLY WHAT MOVED - EVERY OTHER PAIR
      *    STAYS BLANK.  THE SAME CHANGES ARE TOTALLED FOR THE RCT
      *    RECORD AND THE W-3C.
       420-WRITE-RCW-RECORD.
           IF NOT RCA-WRITTEN
               PERFORM 510-WRITE-EFW2C-HEADERS THRU 510-EXIT
           END-IF.

           MOVE TIT-SSN (WS-EMP-SUB) TO RCW-SSN.
           MOVE TIT-FIRST-NAME (WS-EMP-SUB) TO RCW-FIRST-NAME.
           MOVE TIT-MIDDLE-INITIAL (WS-EMP-SUB) TO RCW-MIDDLE-NAME.
           MOVE TIT-LAST-NAME (WS-EMP-SUB) TO RCW-LAST-NAME.
           MOVE TIT-MAIL-ADDRESS (WS-EMP-SUB) TO RCW-DELIVERY.
           MOVE TIT-MAIL-CITY (WS-EMP-SUB) TO RCW-CITY.
           MOVE TIT-MAIL-STATE (WS-EMP-SUB) TO RCW-STATE.
           MOVE TIT-MAIL-ZIP (WS-EMP-SUB) (1:5) TO RCW-ZIP.
           MOVE TIT-MAIL-ZIP (WS-EMP-SUB) (6:4) TO RCW-ZIP-EXT.
           MOVE SPACES TO RCW-AMOUNT-AREA.
           MOVE SPACES TO RCW-INDICATOR-AREA.

           PERFORM 421-PAIR-ONE-BOX THRU 421-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.
           PERFORM 422-PAIR-ONE-CODE THRU 422-EXIT
               VARYING WS-ECT-SUB FROM 1 BY 1
               UNTIL WS-ECT-SUB > 10.

           IF WS-PRIOR-RETIREMENT NOT = WS-CURRENT-RETIREMENT
               MOVE WS-PRIOR-RETIREMENT TO RCW-RETIREMENT-ORIGINAL
               MOVE WS-CURRENT-RETIREMENT TO RCW-RETIREMENT-CORRECT
           END-IF.

           ADD 1 TO WS-RCW-COUNT.
           WRITE EFW2C-RECORD FROM WS-EFW2C-RCW-RECORD.

       420-EXIT.
           EXIT.

       421-PAIR-ONE-BOX.
           IF W2P-BOX (WS-BOX-SUB) = W2F-BOX (WS-BOX-SUB)
               GO TO 421-EXIT
           END-IF.

           MOVE W2P-BOX (WS-BOX-SUB) TO WS-AMOUNT-11.
           MOVE WS-AMOUNT-11-X TO RCW-BOX-ORIGINAL (WS-BOX-SUB).
           MOVE W2F-BOX (WS-BOX-SUB) TO WS-AMOUNT-11.
           MOVE WS-AMOUNT-11-X TO RCW-BOX-CORRECT (WS-BOX-SUB).
           ADD W2P-BOX (WS-BOX-SUB) TO W3C-BOX-PRIOR (WS-BOX-SUB).
           ADD W2F-BOX (WS-BOX-SUB) TO W3C-BOX-CORRECT (WS-BOX-SUB).

       421-EXIT.
           EXIT.

       422-PAIR-ONE-CODE.
           MOVE ECT-CODE (WS-ECT-SUB) TO WS-LOOK-CODE.

           PERFORM 782-FIND-PRIOR-CODE THRU 782-EXIT.
           IF WS-SLOT-FOUND > ZERO
               MOVE W2P-B12-AMOUNT (WS-SLOT-FOUND) TO WS-CRT-PRIOR
           ELSE
               MOVE ZERO TO WS-CRT-PRIOR
           END-IF.
           PERFORM 780-FIND-CURRENT-CODE THRU 780-EXIT.
           IF WS-SLOT-FOUND > ZERO
               MOVE W2F-B12-AMOUNT (WS-SLOT-FOUND) TO WS-CRT-CORRECT
           ELSE
               MOVE ZERO TO WS-CRT-CORRECT
           END-IF.
           IF WS-CRT-PRIOR = WS-CRT-CORRECT
               GO TO 422-EXIT
           END-IF.

           COMPUTE WS-FIELD-OFFSET =
               ECT-RW-POSITION (WS-ECT-SUB) * 2 - 507.
           MOVE WS-CRT-PRIOR TO WS-AMOUNT-11.
           MOVE WS-AMOUNT-11-X
               TO RCW-CODE-AMOUNTS (WS-FIELD-OFFSET : 11).
           ADD 11 TO WS-FIELD-OFFSET.
           MOVE WS-CRT-CORRECT TO WS-AMOUNT-11.
           MOVE WS-AMOUNT-11-X
               TO RCW-CODE-AMOUNTS (WS-FIELD-OFFSET : 11).
           ADD WS-CRT-PRIOR TO W3C-CODE-PRIOR (WS-ECT-SUB).
           ADD WS-CRT-CORRECT TO W3C-CODE-CORRECT (WS-ECT-SUB).

       422-EXIT.
           EXIT.

       430-PRINT-W2C.
           MOVE 'FORM W-2C  CORRECTED WAGE AND TAX STATEMENT'
               TO WS-FRM-TITLE.
           MOVE 'COPIES B, C AND 2 - FOR EMPLOYEE' TO WS-FRM-COPY.
           PERFORM 360-PRINT-FORM-HEAD THRU 360-EXIT.

           WRITE FORM-PRINT-RECORD FROM WS-CORRECTION-HEADING
               AFTER ADVANCING 2 LINES.
           PERFORM 431-PRINT-ONE-CORRECTION THRU 431-EXIT
               VARYING WS-CRT-SUB FROM 1 BY 1
               UNTIL WS-CRT-SUB > WS-CRT-COUNT.

           IF WS-PRIOR-RETIREMENT NOT = WS-CURRENT-RETIREMENT
               IF WS-CURRENT-RETIREMENT = '1'
                   MOVE ' X ' TO WS-FRL-MARK
               ELSE
                   MOVE SPACES TO WS-FRL-MARK
               END-IF
               WRITE FORM-PRINT-RECORD FROM WS-FORM-RETIREMENT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           WRITE FORM-PRINT-RECORD FROM WS-FORM-NOTICE-LINE
               AFTER ADVANCING 2 LINES.

       430-EXIT.
           EXIT.

       431-PRINT-ONE-CORRECTION.
           MOVE CRT-LABEL (WS-CRT-SUB) TO WS-CRL-LABEL.
           MOVE CRT-PRIOR (WS-CRT-SUB) TO WS-CRL-PRIOR.
           MOVE CRT-CORRECT (WS-CRT-SUB) TO WS-CRL-CORRECT.
           WRITE FORM-PRINT-RECORD FROM WS-CORRECTION-LINE
               AFTER ADVANCING 1 LINE.

       431-EXIT.
           EXIT.

      *    ------------------------------------------------------------
      *    THE FILING FILES' HEADER AND TRAILER RECORDS.
      *    ------------------------------------------------------------
      *    THE SUBMITTER IS WHOEVER SENDS THE FILE - THE PAYROLL
      *    BUREAU OR THE COMPANY ITSELF; THE EMPLOYER IS THE RUN
      *    COMPANY'S F941PRM ROW.
       500-WRITE-EFW2-HEADERS.
           MOVE WS-SBM-EIN TO RAR-SUBMITTER-EIN.
           MOVE WS-SBM-USER-ID TO RAR-USER-ID.
           MOVE WS-SBM-NAME TO RAR-COMPANY-NAME.
           MOVE WS-SBM-ADDRESS TO RAR-COMPANY-DELIVERY.
           MOVE WS-SBM-CITY TO RAR-COMPANY-CITY.
           MOVE WS-SBM-STATE TO RAR-COMPANY-STATE.
           MOVE WS-SBM-ZIP (1:5) TO RAR-COMPANY-ZIP.
           MOVE WS-SBM-ZIP (6:4) TO RAR-COMPANY-ZIP-EXT.
           MOVE WS-SBM-NAME TO RAR-SUBMITTER-NAME.
           MOVE WS-SBM-ADDRESS TO RAR-SUBMITTER-DELIVERY.
           MOVE WS-SBM-CITY TO RAR-SUBMITTER-CITY.
           MOVE WS-SBM-STATE TO RAR-SUBMITTER-STATE.
           MOVE WS-SBM-ZIP (1:5) TO RAR-SUBMITTER-ZIP.
           MOVE WS-SBM-ZIP (6:4) TO RAR-SUBMITTER-ZIP-EXT.
           MOVE WS-SBM-CONTACT-NAME TO RAR-CONTACT-NAME.
           MOVE WS-SBM-CONTACT-PHONE TO RAR-CONTACT-PHONE.
           MOVE WS-SBM-CONTACT-EMAIL TO RAR-CONTACT-EMAIL.
           MOVE WS-SBM-PREPARER-CODE TO RAR-PREPARER-CODE.
           WRITE EFW2-RECORD FROM WS-EFW2-RA-RECORD.

           MOVE WS-TAX-YEAR TO RER-TAX-YEAR.
           MOVE WS-FLR-EIN TO RER-EIN.
           MOVE WS-FLR-NAME TO RER-EMPLOYER-NAME.
           MOVE WS-FLR-ADDRESS TO RER-EMPLOYER-DELIVERY.
           MOVE WS-FLR-CITY TO RER-EMPLOYER-CITY.
           MOVE WS-FLR-STATE TO RER-EMPLOYER-STATE.
           MOVE WS-FLR-ZIP (1:5) TO RER-EMPLOYER-ZIP.
           MOVE WS-FLR-ZIP (6:4) TO RER-EMPLOYER-ZIP-EXT.
           MOVE WS-SBM-CONTACT-NAME TO RER-CONTACT-NAME.
           MOVE WS-SBM-CONTACT-PHONE TO RER-CONTACT-PHONE.
           MOVE WS-SBM-CONTACT-EMAIL TO RER-CONTACT-EMAIL.
           WRITE EFW2-RECORD FROM WS-EFW2-RE-RECORD.

       500-EXIT.
           EXIT.

      *    WRITTEN WITH THE FIRST RCW, SO A CORRECTION RUN WITH ONLY
      *    STATE CHANGES LEAVES THE EFW2C FILE EMPTY.
       510-WRITE-EFW2C-HEADERS.
           MOVE WS-SBM-EIN TO RCA-SUBMITTER-EIN.
           MOVE WS-SBM-USER-ID TO RCA-USER-ID.
           MOVE WS-SBM-NAME TO RCA-COMPANY-NAME.
           MOVE WS-SBM-ADDRESS TO RCA-COMPANY-DELIVERY.
           MOVE WS-SBM-CITY TO RCA-COMPANY-CITY.
           MOVE WS-SBM-STATE TO RCA-COMPANY-STATE.
           MOVE WS-SBM-ZIP (1:5) TO RCA-COMPANY-ZIP.
           MOVE WS-SBM-ZIP (6:4) TO RCA-COMPANY-ZIP-EXT.
           MOVE WS-SBM-CONTACT-NAME TO RCA-CONTACT-NAME.
           MOVE WS-SBM-CONTACT-PHONE TO RCA-CONTACT-PHONE.
           MOVE WS-SBM-CONTACT-EMAIL TO RCA-CONTACT-EMAIL.
           MOVE WS-SBM-PREPARER-CODE TO RCA-PREPARER-CODE.
           WRITE EFW2C-RECORD FROM WS-EFW2C-RCA-RECORD.

           MOVE WS-TAX-YEAR TO RCE-TAX-YEAR.
           MOVE WS-FLR-EIN TO RCE-EIN.
           MOVE WS-FLR-NAME TO RCE-EMPLOYER-NAME.
           MOVE WS-FLR-ADDRESS TO RCE-EMPLOYER-DELIVERY.
           MOVE WS-FLR-CITY TO RCE-EMPLOYER-CITY.
           MOVE WS-FLR-STATE TO RCE-EMPLOYER-STATE.
           MOVE WS-FLR-ZIP (1:5) TO RCE-EMPLOYER-ZIP.
           MOVE WS-FLR-ZIP (6:4) TO RCE-EMPLOYER-ZIP-EXT.
           MOVE WS-SBM-CONTACT-NAME TO RCE-CONTACT-NAME.
           MOVE WS-SBM-CONTACT-PHONE TO RCE-CONTACT-PHONE.
           MOVE WS-SBM-CONTACT-EMAIL TO RCE-CONTACT-EMAIL.
           WRITE EFW2C-RECORD FROM WS-EFW2C-RCE-RECORD.

           MOVE 'Y' TO WS-RCA-WRITTEN-SWITCH.

       510-EXIT.
           EXIT.

       550-WRITE-EFW2-TRAILERS.
           MOVE WS-W3-COUNT TO RTR-RW-COUNT.
           PERFORM 551-MOVE-ONE-RT-BOX THRU 551-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.

           MOVE WS-RT-CODE-TEMPLATE TO RTR-CODE-AMOUNTS.
           PERFORM 552-PLACE-ONE-RT-CODE THRU 552-EXIT
               VARYING WS-W3-CODE-SUB FROM 1 BY 1
               UNTIL WS-W3-CODE-SUB > WS-W3-CODE-COUNT.
           WRITE EFW2-RECORD FROM WS-EFW2-RT-RECORD.

           MOVE WS-W3-COUNT TO RFR-RW-COUNT.
           WRITE EFW2-RECORD FROM WS-EFW2-RF-RECORD.

       550-EXIT.
           EXIT.

       551-MOVE-ONE-RT-BOX.
           MOVE W3-BOX (WS-BOX-SUB) TO RTR-BOX (WS-BOX-SUB).

       551-EXIT.
           EXIT.

       552-PLACE-ONE-RT-CODE.
           MOVE W3C-CODE (WS-W3-CODE-SUB) TO WS-LOOK-CODE.
           PERFORM 390-FIND-EFW2-CODE THRU 390-EXIT.
           IF WS-ECT-FOUND = ZERO
               GO TO 552-EXIT
           END-IF.

           MOVE W3C-AMOUNT (WS-W3-CODE-SUB) TO WS-AMOUNT-15.
           COMPUTE WS-FIELD-OFFSET =
               ECT-RT-POSITION (WS-ECT-FOUND) - 129.
           MOVE WS-AMOUNT-15-X
               TO RTR-CODE-AMOUNTS (WS-FIELD-OFFSET : 15).

       552-EXIT.
           EXIT.

       570-WRITE-EFW2C-TRAILERS.
           MOVE WS-RCW-COUNT TO RCT-RCW-COUNT.
           MOVE SPACES TO RCT-CODE-AMOUNTS.
           PERFORM 571-MOVE-ONE-RCT-BOX THRU 571-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.
           PERFORM 572-MOVE-ONE-RCT-CODE THRU 572-EXIT
               VARYING WS-ECT-SUB FROM 1 BY 1
               UNTIL WS-ECT-SUB > 10.
           WRITE EFW2C-RECORD FROM WS-EFW2C-RCT-RECORD.

           MOVE WS-RCW-COUNT TO RCF-RCW-COUNT.
           WRITE EFW2C-RECORD FROM WS-EFW2C-RCF-RECORD.

       570-EXIT.
           EXIT.

       571-MOVE-ONE-RCT-BOX.
           MOVE W3C-BOX-PRIOR (WS-BOX-SUB)
               TO RCT-BOX-ORIGINAL (WS-BOX-SUB).
           MOVE W3C-BOX-CORRECT (WS-BOX-SUB)
               TO RCT-BOX-CORRECT (WS-BOX-SUB).

       571-EXIT.
           EXIT.

       572-MOVE-ONE-RCT-CODE.
           COMPUTE WS-FIELD-OFFSET =
               ECT-RT-POSITION (WS-ECT-SUB) * 2 - 199.
           MOVE W3C-CODE-PRIOR (WS-ECT-SUB) TO WS-AMOUNT-15.
           MOVE WS-AMOUNT-15-X
               TO RCT-CODE-AMOUNTS (WS-FIELD-OFFSET : 15).
           ADD 15 TO WS-FIELD-OFFSET.
           MOVE W3C-CODE-CORRECT (WS-ECT-SUB) TO WS-AMOUNT-15.
           MOVE WS-AMOUNT-15-X
               TO RCT-CODE-AMOUNTS (WS-FIELD-OFFSET : 15).

       572-EXIT.
           EXIT.

      *    ------------------------------------------------------------
      *    THE TRANSMITTAL TOTALS ON THE CONTROL LISTING - COPY THEM
      *    TO THE W-3 OR W-3C, AND TIE THEM TO THE FOURTH QUARTER'S
      *    941 WORKSHEETS BEFORE THE FILE GOES.
      *    ------------------------------------------------------------
       600-PRINT-W3.
           MOVE 'W-3 TRANSMITTAL TOTALS' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE ' A FORMS W-2 FILED' TO WS-TOT-LABEL.
           MOVE WS-W3-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 601-PRINT-ONE-W3-BOX THRU 601-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE '12A DEFERRED COMPENSATION' TO WS-TOT-LABEL.
           MOVE WS-W3-DEFERRED TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 602-PRINT-ONE-W3-CODE THRU 602-EXIT
               VARYING WS-W3-CODE-SUB FROM 1 BY 1
               UNTIL WS-W3-CODE-SUB > WS-W3-CODE-COUNT.

           PERFORM 603-PRINT-ONE-W3-STATE THRU 603-EXIT
               VARYING WS-W3-STATE-SUB FROM 1 BY 1
               UNTIL WS-W3-STATE-SUB > WS-W3-STATE-COUNT.

       600-EXIT.
           EXIT.

       601-PRINT-ONE-W3-BOX.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE WS-BOX-LABEL (WS-BOX-SUB) TO WS-TOT-LABEL.
           MOVE W3-BOX (WS-BOX-SUB) TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       601-EXIT.
           EXIT.

      *    THE W-3 SHOWS ONLY BOX 12A; THE CODE BY CODE TOTALS ARE
      *    WHAT THE RT RECORD CARRIES, LISTED HERE TO TIE IT.
       602-PRINT-ONE-W3-CODE.
           MOVE SPACES TO WS-TOTAL-LINE.
           STRING '   BOX 12 CODE ' W3C-CODE (WS-W3-CODE-SUB)
               DELIMITED BY SIZE INTO WS-TOT-LABEL
           END-STRING.
           MOVE W3C-AMOUNT (WS-W3-CODE-SUB) TO WS-TOT-AMOUNT.
           MOVE W3C-CODE (WS-W3-CODE-SUB) TO WS-LOOK-CODE.
           PERFORM 390-FIND-EFW2-CODE THRU 390-EXIT.
           IF WS-ECT-FOUND = ZERO
               MOVE 'NOT ON THE EFW2 FILE' TO WS-TOT-NOTE
           END-IF.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       602-EXIT.
           EXIT.

       603-PRINT-ONE-W3-STATE.
           IF WS-W3-STATE-SUB = 1
               MOVE 'STATE   ACCOUNT              16 STATE WAGES'
                   TO WS-SECTION-LINE
               WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE W3S-STATE-CODE (WS-W3-STATE-SUB) TO WS-STL-STATE.
           MOVE W3S-ACCOUNT (WS-W3-STATE-SUB) TO WS-STL-ACCOUNT.
           MOVE W3S-WAGES (WS-W3-STATE-SUB) TO WS-STL-WAGES.
           MOVE W3S-WH (WS-W3-STATE-SUB) TO WS-STL-TAX.
           WRITE CONTROL-LISTING-RECORD FROM WS-STATE-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       603-EXIT.
           EXIT.

       650-PRINT-W3C.
           MOVE 'W-3C TRANSMITTAL TOTALS' TO WS-SECTION-LINE.
           WRITE CONTROL-LISTING-RECORD FROM WS-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FORMS W-2C PRINTED' TO WS-TOT-LABEL.
           MOVE WS-W2C-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'FORMS W-2C FILED WITH THE SSA' TO WS-TOT-LABEL.
           MOVE WS-RCW-COUNT TO WS-TOT-COUNT.
           MOVE ZERO TO WS-TOT-AMOUNT.
           WRITE CONTROL-LISTING-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           WRITE CONTROL-LISTING-RECORD FROM WS-PAIR-COLUMNS
               AFTER ADVANCING 2 LINES.
           PERFORM 651-PRINT-ONE-W3C-BOX THRU 651-EXIT
               VARYING WS-BOX-SUB FROM 1 BY 1
               UNTIL WS-BOX-SUB > 6.
           PERFORM 652-PRINT-ONE-W3C-CODE THRU 652-EXIT
               VARYING WS-ECT-SUB FROM 1 BY 1
               UNTIL WS-ECT-SUB > 10.

       650-EXIT.
           EXIT.

       651-PRINT-ONE-W3C-BOX.
           MOVE SPACES TO WS-PAIR-TOTAL-LINE.
           MOVE WS-BOX-LABEL (WS-BOX-SUB) TO WS-PTL-LABEL.
           MOVE W3C-BOX-PRIOR (WS-BOX-SUB) TO WS-PTL-PRIOR.
           MOVE W3C-BOX-CORRECT (WS-BOX-SUB) TO WS-PTL-CORRECT.
           WRITE CONTROL-LISTING-RECORD FROM WS-PAIR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       651-EXIT.
           EXIT.

       652-PRINT-ONE-W3C-CODE.
           IF W3C-CODE-PRIOR (WS-ECT-SUB) = ZERO
              AND W3C-CODE-CORRECT (WS-ECT-SUB) = ZERO
               GO TO 652-EXIT
           END-IF.

           MOVE SPACES TO WS-PAIR-TOTAL-LINE.
           STRING '12 CODE ' ECT-CODE (WS-ECT-SUB)
               DELIMITED BY SIZE INTO WS-PTL-LABEL
           END-STRING.
           MOVE W3C-CODE-PRIOR (WS-ECT-SUB) TO WS-PTL-PRIOR.
           MOVE W3C-CODE-CORRECT (WS-ECT-SUB) TO WS-PTL-CORRECT.
           WRITE CONTROL-LISTING-RECORD FROM WS-PAIR-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

       652-EXIT.
           EXIT.

      *    WHERE WS-LOOK-CODE SITS AMONG THE FORM'S BOX 12 SLOTS, OR
      *    ZERO - NOW AND AS LAST FILED.
       780-FIND-CURRENT-CODE.
           MOVE ZERO TO WS-SLOT-FOUND.
           PERFORM 781-MATCH-CURRENT-CODE THRU 781-EXIT
               VARYING WS-LOOK-SUB FROM 1 BY 1
               UNTIL WS-LOOK-SUB > 4
                  OR WS-SLOT-FOUND > ZERO.

       780-EXIT.
           EXIT.

       781-MATCH-CURRENT-CODE.
           IF W2F-B12-CODE (WS-LOOK-SUB) = WS-LOOK-CODE
               MOVE WS-LOOK-SUB TO WS-SLOT-FOUND
           END-IF.

       781-EXIT.
           EXIT.

       782-FIND-PRIOR-CODE.
           MOVE ZERO TO WS-SLOT-FOUND.
           PERFORM 783-MATCH-PRIOR-CODE THRU 783-EXIT
               VARYING WS-LOOK-SUB FROM 1 BY 1
               UNTIL WS-LOOK-SUB > 4
                  OR WS-SLOT-FOUND > ZERO.

       782-EXIT.
           EXIT.

       783-MATCH-PRIOR-CODE.
           IF W2P-B12-CODE (WS-LOOK-SUB) = WS-LOOK-CODE
               MOVE WS-LOOK-SUB TO WS-SLOT-FOUND
           END-IF.

       783-EXIT.
           EXIT.

      *    THE SAME FOR WS-LOOK-STATE AMONG THE STATE SLOTS.
       784-FIND-CURRENT-STATE.
           MOVE ZERO TO WS-STATE-FOUND.
           PERFORM 785-MATCH-CURRENT-STATE THRU 785-EXIT
               VARYING WS-LOOK-SUB FROM 1 BY 1
               UNTIL WS-LOOK-SUB > 2
                  OR WS-STATE-FOUND > ZERO.

       784-EXIT.
           EXIT.

       785-MATCH-CURRENT-STATE.
           IF W2F-STATE-CODE (WS-LOOK-SUB) = WS-LOOK-STATE
               MOVE WS-LOOK-SUB TO WS-STATE-FOUND
           END-IF.

       785-EXIT.
           EXIT.

       786-FIND-PRIOR-STATE.
           MOVE ZERO TO WS-STATE-FOUND.
           PERFORM 787-MATCH-PRIOR-STATE THRU 787-EXIT
               VARYING WS-LOOK-SUB FROM 1 BY 1
               UNTIL WS-LOOK-SUB > 2
                  OR WS-STATE-FOUND > ZERO.

       786-EXIT.
           EXIT.

       787-MATCH-PRIOR-STATE.
           IF W2P-STATE-CODE (WS-LOOK-SUB) = WS-LOOK-STATE
               MOVE WS-LOOK-SUB TO WS-STATE-FOUND
           END-IF.

       787-EXIT.
           EXIT.

       095-PRINT-EXCEPTIONS.
           WRITE CONTROL-LISTING-RECORD FROM WS-EXCEPTION-HEADING
               AFTER ADVANCING 2 LINES.

           PERFORM 096-PRINT-ONE-EXCEPTION THRU 096-EXIT
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT.

           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-EXO-COUNT
               WRITE CONTROL-LISTING-RECORD
                   FROM WS-EXCEPTION-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       095-EXIT.
           EXIT.

       096-PRINT-ONE-EXCEPTION.
           MOVE EXT-EMPLOYEE-NO (WS-EXC-SUB) TO WS-EXD-EMPLOYEE-NO.
           MOVE EXT-EMPLOYEE-NAME (WS-EXC-SUB) TO WS-EXD-EMPLOYEE-NAME.
           MOVE EXT-REASON (WS-EXC-SUB) TO WS-EXD-REASON.
           WRITE CONTROL-LISTING-RECORD FROM WS-EXCEPTION-DETAIL
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
      *    EACH RUN - YEAR-TO-DATE RECORDS READ, FORMS PRODUCED, AND
      *    BOX 1 WAGES FILED (AS CORRECTED, ON A CORRECTION RUN).
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'YEARENW2' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-FORM-COUNT TO ATR-DETAIL-COUNT.
           IF ORIGINAL-RUN
               MOVE W3-BOX (1) TO ATR-CONTROL-TOTAL
           ELSE
               MOVE W3C-BOX-CORRECT (1) TO ATR-CONTROL-TOTAL
           END-IF.

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
