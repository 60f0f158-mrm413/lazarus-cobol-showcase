       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * WORKERS' COMPENSATION PREMIUM REPORT BY STATE AND CLASS CODE. *
      *                                                               *
      * THE CARRIER AUDITS THE WORKERS' COMP PREMIUM ON PAYROLL BY    *
      * STATE AND CLASS CODE.  EACH DEPARTMENT CARRIES ITS CLASS ON   *
      * DEPTMSTR (DMR-WC-CLASS) AND AN EMPLOYEE WHOSE WORK RATES      *
      * DIFFERENTLY CARRIES AN OVERRIDE ON EMPMSTR (EMR-WC-CLASS).    *
      * EVERY CHECK IS PLACED IN THE EMPLOYEE'S WORK STATE AND THE    *
      * OVERRIDE CLASS, OR FAILING THAT THE CLASS OF THE DEPARTMENT   *
      * THE CHECK WAS CHARGED TO.  THE RATING BUREAUS RATE OVERTIME   *
      * AT STRAIGHT TIME, SO THE HALF-TIME PREMIUM ON AN HOURLY       *
      * CHECK'S OVERTIME HOURS IS TAKEN OUT OF THE PAYROLL SUBJECT    *
      * TO PREMIUM AND SHOWN SEPARATELY.  WCRATE CARRIES THE CURRENT  *
      * RATE PER $100 OF PAYROLL FOR EACH STATE AND CLASS.            *
      *                                                               *
      * THE RUN COVERS ONE COMPANY (PAY-COMPANY, BLANK FOR THE LEGACY *
      * SINGLE-COMPANY FEED) AND ONE MONTH (WC-MONTH AS YYYYMM,       *
      * DEFAULTING TO THE MONTH JUST ENDED).  WCPREMRP SHOWS, FOR     *
      * EACH STATE AND CLASS, THE MONTH AND THE POLICY YEAR TO DATE - *
      * THE OVERTIME PREMIUM EXCLUDED, THE SUBJECT PAYROLL, AND THE   *
      * ESTIMATED PREMIUM AT THE CURRENT RATE - WITH STATE AND        *
      * COMPANY TOTALS.  THE POLICY YEAR STARTS ON WC-POLICY-START    *
      * (MMDD, DEFAULT 0101); THE JOB CONCATENATES THE POLICY YEAR'S  *
      * PAYPOSTD GENERATIONS AND CHECKS OUTSIDE IT ARE PASSED OVER.   *
      * A CHECK THAT CANNOT BE PLACED, OR A STATE AND CLASS WITH NO   *
      * RATE, IS LISTED AS AN EXCEPTION AND ENDS THE RUN WITH RETURN  *
      * CODE 4.                                                       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT WC-RATE-FILE
               ASSIGN TO EXTERNAL WCRATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-WCRATE-STATUS.

           SELECT DEPARTMENT-MASTER-FILE
               ASSIGN TO EXTERNAL DEPTMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DEPTMSTR-STATUS.

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

           SELECT PREMIUM-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING WCPREMRP
                         FILE STATUS IS WS-PREMIUM-STATUS.

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

      *    ONE RECORD PER STATE AND CLASS CODE, MAINTAINED BY RISK
      *    MANAGEMENT FROM THE POLICY'S RATE PAGE - THE RATE IS PER
      *    $100 OF SUBJECT PAYROLL.
       FD  WC-RATE-FILE.

       01  WC-RATE-RECORD.
           03  WCR-STATE-CODE          PIC X(02).
           03  FILLER                  PIC X(01).
           03  WCR-CLASS-CODE          PIC X(04).
           03  FILLER                  PIC X(01).
           03  WCR-RATE                PIC 9(02)V9999.
           03  FILLER                  PIC X(01).
           03  WCR-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(35).

       FD  DEPARTMENT-MASTER-FILE.

      *    THE DEPARTMENT'S WORKERS' COMP CLASS IS CARVED OUT OF THE
      *    FREE BYTES BEHIND THE HIGH-GROSS THRESHOLD.
       01  DEPARTMENT-MASTER-RECORD.
           03  DMR-DEPT-NUMBER         PIC 9(02).
           03  FILLER                  PIC X(01).
           03  DMR-DEPT-NAME           PIC X(15).
           03  FILLER                  PIC X(01).
           03  DMR-HIGH-GROSS          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  DMR-WC-CLASS            PIC X(04).
           03  FILLER                  PIC X(51).

      *    THE REGISTER'S POSTED-PAY IMAGE.  THE HOURLY DETAIL RIDES
      *    ALONG PAST THE NET PAY, SO THE OVERTIME HOURS AND RATE
      *    BEHIND EACH HOURLY CHECK'S GROSS ARE STILL HERE.
       FD  POSTED-PAY-FILE.

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
           03  PPR-RECORD-TYPE         PIC X(01).
               88  PAY-RECORD-IS-HOURLY            VALUE 'H'.
           03  FILLER                  PIC X(01).
           03  PPR-REG-HOURS           PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-OT-HOURS            PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-HOURLY-RATE         PIC 9(02)V99.
           03  FILLER                  PIC X(11).
           03  PPR-COMPANY-CODE        PIC X(02).
      *    THE TIME CLOCK'S PREMIUM HOURS ON AN HOURLY RECORD, BYTES
      *    101-116 - CARRIED SO THE LINE READS AS ONE RECORD.
           03  FILLER                  PIC X(16).

       FD  EMPLOYEE-MASTER-FILE.

      *    THE EMPLOYEE'S OWN CLASS CODE, WHEN THE WORK RATES
      *    DIFFERENTLY FROM THE DEPARTMENT'S, TAKES FOUR OF THE FIVE
      *    FREE BYTES AT THE END OF THE RECORD.  BLANK MEANS THE
      *    DEPARTMENT'S CLASS APPLIES.
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
           03  EMR-WC-CLASS            PIC X(04).
           03  FILLER                  PIC X(01).

       FD  PREMIUM-PRINT-FILE.

       01  PREMIUM-PRINT-RECORD        PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'WCPREM'.

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
       77  WS-WCRATE-STATUS            PIC XX.
           88  WS-WCRATE-OK                        VALUE "00".
       77  WS-DEPTMSTR-STATUS          PIC XX.
           88  WS-DEPTMSTR-OK                      VALUE "00".
       77  WS-POSTED-STATUS            PIC XX.
           88  WS-POSTED-OK                        VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-PREMIUM-STATUS           PIC XX.
           88  WS-PREMIUM-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  WCRATE-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  WCRATE-EOF                          VALUE 'Y'.
       77  DEPT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  DEPT-EOF                            VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-CHECK-COUNT              PIC 9(06)   VALUE 0.
       77  WS-LINE-COUNT               PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
           03  WS-RUN-YEAR             PIC 9(04).
           03  WS-RUN-MONTH            PIC 9(02).
           03  WS-RUN-DAY              PIC 9(02).

      *    THE RUN'S COMPANY, ITS MONTH, AND THE POLICY YEAR THE
      *    MONTH FALLS IN.
       77  WS-RUN-COMPANY              PIC X(02)   VALUE SPACES.
       01  WS-MONTH-KEYED              PIC X(06)   VALUE SPACES.
       01  WS-MONTH-KEYED-X REDEFINES WS-MONTH-KEYED.
           03  WS-MKY-YEAR             PIC 9(04).
           03  WS-MKY-MONTH            PIC 9(02).
       01  WS-POLICY-KEYED             PIC X(04)   VALUE SPACES.
       01  WS-POLICY-KEYED-X REDEFINES WS-POLICY-KEYED.
           03  WS-PKY-MONTH            PIC 9(02).
           03  WS-PKY-DAY              PIC 9(02).
       77  WS-RPT-YEAR                 PIC 9(04)   VALUE 0.
       77  WS-RPT-MONTH                PIC 9(02)   VALUE 0.
       77  WS-POLICY-MONTH             PIC 9(02)   VALUE 1.
       77  WS-POLICY-DAY               PIC 9(02)   VALUE 1.
       77  WS-MONTH-START-DATE         PIC 9(08)   VALUE 0.
       77  WS-MONTH-END-DATE           PIC 9(08)   VALUE 0.
       77  WS-POLICY-START-DATE        PIC 9(08)   VALUE 0.
       01  WS-REPORT-PERIOD.
           03  WS-RPP-MONTH            PIC 9(02).
           03  FILLER                  PIC X(01)   VALUE '/'.
           03  WS-RPP-YEAR             PIC 9(04).

      *    THE RATE PAGE, FROM WCRATE.
       01  WC-RATE-TABLE.
           02  WC-RATE-ENTRY           OCCURS 300 TIMES
                                       INDEXED BY RATE-IX.
               03  WRT-STATE-CODE      PIC X(02).
               03  WRT-CLASS-CODE      PIC X(04).
               03  WRT-RATE            PIC 9(02)V9999.
               03  WRT-DESCRIPTION     PIC X(30).
       77  WS-RATE-COUNT               PIC 9(03)   VALUE 0.

      *    EACH DEPARTMENT'S CLASS, BY DEPARTMENT NUMBER.
       01  DEPT-CLASS-TABLE.
           02  DEPT-CLASS-ENTRY        OCCURS 99 TIMES.
               03  DCT-WC-CLASS        PIC X(04).

      *    ONE SLOT PER EMPLOYEE NUMBER - THE MASTER IS READ ONCE PER
      *    EMPLOYEE, ON THE FIRST CHECK, AND ITS STATE AND OVERRIDE
      *    KEPT FOR THE REST.
       01  EMPLOYEE-WC-TABLE.
           02  EMPLOYEE-WC-ENTRY       OCCURS 9999 TIMES.
               03  EWT-LOOKED-UP-SWITCH
                                       PIC X(01).
                   88  EWT-LOOKED-UP               VALUE 'Y'.
               03  EWT-ON-FILE-SWITCH  PIC X(01).
                   88  EWT-ON-FILE                 VALUE 'Y'.
               03  EWT-WORK-STATE      PIC X(02).
               03  EWT-WC-CLASS        PIC X(04).
               03  EWT-NOTED-SWITCH    PIC X(01).
                   88  EWT-NOTED                   VALUE 'Y'.
       77  WS-EMP-SUB                  PIC 9(04)   VALUE 0.

      *    ONE CHECK'S PLACEMENT AND SPLIT.
       77  WS-CHECK-STATE              PIC X(02)   VALUE SPACES.
       77  WS-CHECK-CLASS              PIC X(04)   VALUE SPACES.
       77  WS-OT-PREMIUM               PIC 9(05)V99 VALUE 0.
       77  WS-SUBJECT-PAY              PIC 9(05)V99 VALUE 0.
       77  WS-IN-MONTH-SWITCH          PIC X(1)    VALUE 'N'.
           88  CHECK-IN-MONTH                      VALUE 'Y'.

      *    THE PAYROLL BY STATE AND CLASS, KEPT IN STATE AND CLASS
      *    ORDER AS IT IS BUILT SO THE REPORT PRINTS STRAIGHT DOWN.
       77  WS-SCT-COUNT                PIC 9(03)   VALUE 0.
       77  WS-SCT-SUB                  PIC 9(03)   VALUE 0.
       77  WS-SHIFT-SUB                PIC S9(03)  VALUE 0.
       77  WS-FOUND-SWITCH             PIC X(1)    VALUE 'N'.
           88  ENTRY-FOUND                         VALUE 'Y'.
       01  WS-NEW-KEY.
           03  WS-NEW-STATE            PIC X(02).
           03  WS-NEW-CLASS            PIC X(04).
       01  STATE-CLASS-TABLE.
           02  STATE-CLASS-ENTRY       OCCURS 300 TIMES.
               03  SCT-KEY.
                   05  SCT-STATE-CODE  PIC X(02).
                   05  SCT-CLASS-CODE  PIC X(04).
               03  SCT-MONTH-OT        PIC 9(09)V99.
               03  SCT-MONTH-SUBJECT   PIC 9(09)V99.
               03  SCT-YEAR-OT         PIC 9(09)V99.
               03  SCT-YEAR-SUBJECT    PIC 9(09)V99.

      *    ONE LINE'S RATE AND PREMIUM, AND THE STATE AND COMPANY
      *    TOTALS THEY ROLL INTO.
       77  WS-LINE-RATE                PIC 9(02)V9999 VALUE 0.
       77  WS-LINE-DESC                PIC X(30)   VALUE SPACES.
       77  WS-RATE-FOUND-SWITCH        PIC X(1)    VALUE 'N'.
           88  RATE-FOUND                          VALUE 'Y'.
       77  WS-MONTH-PREMIUM            PIC 9(09)V99 VALUE 0.
       77  WS-YEAR-PREMIUM             PIC 9(09)V99 VALUE 0.
       77  WS-PRIOR-STATE              PIC X(02)   VALUE SPACES.
       01  WS-STATE-TOTALS.
           03  WS-STT-MONTH-OT         PIC 9(09)V99.
           03  WS-STT-MONTH-SUBJECT    PIC 9(09)V99.
           03  WS-STT-MONTH-PREMIUM    PIC 9(09)V99.
           03  WS-STT-YEAR-OT          PIC 9(09)V99.
           03  WS-STT-YEAR-SUBJECT     PIC 9(09)V99.
           03  WS-STT-YEAR-PREMIUM     PIC 9(09)V99.
       01  WS-COMPANY-TOTALS.
           03  WS-COT-MONTH-OT         PIC 9(09)V99.
           03  WS-COT-MONTH-SUBJECT    PIC 9(09)V99.
           03  WS-COT-MONTH-PREMIUM    PIC 9(09)V99.
           03  WS-COT-YEAR-OT          PIC 9(09)V99.
           03  WS-COT-YEAR-SUBJECT     PIC 9(09)V99.
           03  WS-COT-YEAR-PREMIUM     PIC 9(09)V99.

      *    EVERY CHECK OR LINE THE RUN COULD NOT REPORT CLEANLY.
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

      *    THE REPORT LINES.
       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(44) VALUE
                   'WORKERS COMPENSATION PREMIUM BY CLASS CODE'.
           03  FILLER                  PIC X(08) VALUE 'COMPANY '.
           03  WS-PGH-COMPANY          PIC X(02).
           03  FILLER                  PIC X(09) VALUE '   MONTH '.
           03  WS-PGH-PERIOD           PIC X(07).
           03  FILLER                  PIC X(20) VALUE
                   '   POLICY YEAR FROM '.
           03  WS-PGH-POLICY-START     PIC 9(08).
           03  FILLER                  PIC X(07) VALUE '   RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-COLUMN-HEADING-1.
           03  FILLER                  PIC X(39) VALUE SPACES.
           03  FILLER                  PIC X(41) VALUE
                   '---------------- MONTH ----------------  '.
           03  FILLER                  PIC X(42) VALUE
                   '----------- POLICY YEAR TO DATE ----------'.

       01  WS-COLUMN-HEADING-2.
           03  FILLER                  PIC X(03) VALUE 'ST '.
           03  FILLER                  PIC X(05) VALUE 'CODE '.
           03  FILLER                  PIC X(21) VALUE 'CLASS'.
           03  FILLER                  PIC X(10) VALUE
                   'RATE/100  '.
           03  FILLER                  PIC X(13) VALUE
                   ' OT PREMIUM '.
           03  FILLER                  PIC X(14) VALUE
                   ' SUBJ PAYROLL '.
           03  FILLER                  PIC X(14) VALUE
                   ' EST PREMIUM  '.
           03  FILLER                  PIC X(14) VALUE
                   '   OT PREMIUM '.
           03  FILLER                  PIC X(15) VALUE
                   '  SUBJ PAYROLL '.
           03  FILLER                  PIC X(13) VALUE
                   '  EST PREMIUM'.

      *    ONE STATE AND CLASS, OR A STATE OR COMPANY TOTAL.
       01  WS-DETAIL-LINE.
           03  WS-DTL-STATE            PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-CLASS            PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-RATE             PIC ZZ9.9999.
           03  WS-DTL-RATE-X REDEFINES WS-DTL-RATE
                                       PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-DTL-MONTH-OT         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-MONTH-SUBJECT    PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-MONTH-PREMIUM    PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-DTL-YEAR-OT          PIC ZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-YEAR-SUBJECT     PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-YEAR-PREMIUM     PIC ZZ,ZZZ,ZZ9.99.

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

           PERFORM 010-SET-PERIOD THRU 010-EXIT.
           PERFORM 020-LOAD-RATES THRU 020-EXIT.
           PERFORM 030-LOAD-DEPARTMENT-CLASSES THRU 030-EXIT.

           INITIALIZE EMPLOYEE-WC-TABLE.
           INITIALIZE STATE-CLASS-TABLE.
           PERFORM 040-GATHER-PAYROLL THRU 040-EXIT.

           OPEN OUTPUT PREMIUM-PRINT-FILE.
           IF NOT WS-PREMIUM-OK
               MOVE "PREMIUM-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PREMIUM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 070-PRINT-PREMIUM-REPORT THRU 070-EXIT.

       000-TERMINATE.
           IF WS-EXC-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE PREMIUM-PRINT-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE MONTH DEFAULTS TO THE ONE JUST ENDED - A JANUARY RUN
      *    REPORTS DECEMBER OF LAST YEAR.  THE POLICY YEAR IS THE ONE
      *    RUNNING AT THE END OF THAT MONTH.
       010-SET-PERIOD.
           ACCEPT WS-RUN-COMPANY FROM ENVIRONMENT 'PAY-COMPANY'.

           MOVE WS-RUN-YEAR TO WS-RPT-YEAR.
           IF WS-RUN-MONTH = 1
               MOVE 12 TO WS-RPT-MONTH
               SUBTRACT 1 FROM WS-RPT-YEAR
           ELSE
               COMPUTE WS-RPT-MONTH = WS-RUN-MONTH - 1
           END-IF.

           ACCEPT WS-MONTH-KEYED FROM ENVIRONMENT 'WC-MONTH'.
           IF WS-MONTH-KEYED NOT = SPACES
               IF WS-MONTH-KEYED IS NUMERIC
                  AND WS-MKY-MONTH >= 1
                  AND WS-MKY-MONTH <= 12
                   MOVE WS-MKY-YEAR TO WS-RPT-YEAR
                   MOVE WS-MKY-MONTH TO WS-RPT-MONTH
               ELSE
                   DISPLAY "WC-MONTH " WS-MONTH-KEYED
                           " IS NOT YYYYMM - RUN ABORTED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           ACCEPT WS-POLICY-KEYED FROM ENVIRONMENT 'WC-POLICY-START'.
           IF WS-POLICY-KEYED NOT = SPACES
               IF WS-POLICY-KEYED IS NUMERIC
                  AND WS-PKY-MONTH >= 1
                  AND WS-PKY-MONTH <= 12
                  AND WS-PKY-DAY >= 1
                  AND WS-PKY-DAY <= 31
                   MOVE WS-PKY-MONTH TO WS-POLICY-MONTH
                   MOVE WS-PKY-DAY TO WS-POLICY-DAY
               ELSE
                   DISPLAY "WC-POLICY-START " WS-POLICY-KEYED
                           " IS NOT MMDD - RUN ABORTED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           COMPUTE WS-MONTH-START-DATE =
               WS-RPT-YEAR * 10000 + WS-RPT-MONTH * 100 + 1.
           COMPUTE WS-MONTH-END-DATE =
               WS-RPT-YEAR * 10000 + WS-RPT-MONTH * 100 + 31.

           COMPUTE WS-POLICY-START-DATE =
               WS-RPT-YEAR * 10000 + WS-POLICY-MONTH * 100
               + WS-POLICY-DAY.
           IF WS-POLICY-START-DATE > WS-MONTH-END-DATE
               SUBTRACT 10000 FROM WS-POLICY-START-DATE
           END-IF.

           MOVE WS-RPT-MONTH TO WS-RPP-MONTH.
           MOVE WS-RPT-YEAR TO WS-RPP-YEAR.

       010-EXIT.
           EXIT.

      *    WITHOUT THE RATE PAGE THERE IS NO PREMIUM TO ESTIMATE.
       020-LOAD-RATES.
           OPEN INPUT WC-RATE-FILE.

           IF NOT WS-WCRATE-OK
               MOVE "WC-RATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-WCRATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ WC-RATE-FILE
               AT END
                   MOVE 'Y' TO WCRATE-EOF-SWITCH
           END-READ.

           PERFORM 021-STORE-ONE-RATE THRU 021-EXIT
               UNTIL WCRATE-EOF.

           CLOSE WC-RATE-FILE.

       020-EXIT.
           EXIT.

       021-STORE-ONE-RATE.
           IF WS-RATE-COUNT < 300
              AND WCR-RATE IS NUMERIC
              AND WCR-CLASS-CODE NOT = SPACES
               ADD 1 TO WS-RATE-COUNT
               SET RATE-IX TO WS-RATE-COUNT
               MOVE WCR-STATE-CODE TO WRT-STATE-CODE (RATE-IX)
               MOVE WCR-CLASS-CODE TO WRT-CLASS-CODE (RATE-IX)
               MOVE WCR-RATE TO WRT-RATE (RATE-IX)
               MOVE WCR-DESCRIPTION TO WRT-DESCRIPTION (RATE-IX)
           END-IF.

           READ WC-RATE-FILE
               AT END
                   MOVE 'Y' TO WCRATE-EOF-SWITCH
           END-READ.

       021-EXIT.
           EXIT.

       030-LOAD-DEPARTMENT-CLASSES.
           MOVE SPACES TO DEPT-CLASS-TABLE.
           OPEN INPUT DEPARTMENT-MASTER-FILE.

           IF NOT WS-DEPTMSTR-OK
               MOVE "DEPARTMENT-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-DEPTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ DEPARTMENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO DEPT-EOF-SWITCH
           END-READ.

           PERFORM 031-STORE-ONE-DEPARTMENT THRU 031-EXIT
               UNTIL DEPT-EOF.

           CLOSE DEPARTMENT-MASTER-FILE.

       030-EXIT.
           EXIT.

       031-STORE-ONE-DEPARTMENT.
           IF DMR-DEPT-NUMBER IS NUMERIC
              AND DMR-DEPT-NUMBER > ZERO
               MOVE DMR-WC-CLASS TO DCT-WC-CLASS (DMR-DEPT-NUMBER)
           END-IF.

           READ DEPARTMENT-MASTER-FILE
               AT END
                   MOVE 'Y' TO DEPT-EOF-SWITCH
           END-READ.

       031-EXIT.
           EXIT.

      *    ONE PASS OVER THE POLICY YEAR'S CHECKS FOR THE RUN
      *    COMPANY - EACH PLACED IN A STATE AND CLASS AND SPLIT INTO
      *    OVERTIME PREMIUM AND SUBJECT PAYROLL.
       040-GATHER-PAYROLL.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
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

           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 045-GATHER-ONE-CHECK THRU 045-EXIT
               UNTIL END-OF-FILE.

           CLOSE POSTED-PAY-FILE.
           CLOSE EMPLOYEE-MASTER-FILE.

       040-EXIT.
           EXIT.

       045-GATHER-ONE-CHECK.
           ADD 1 TO WS-INPUT-COUNT.

           IF PPR-COMPANY-CODE NOT = WS-RUN-COMPANY
               GO TO 045-READ-NEXT
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-EXC-EMPLOYEE-NO.
           MOVE PPR-EMPLOYEE-NAME TO WS-EXC-EMPLOYEE-NAME.

           IF PPR-PAY-DATE NOT NUMERIC
              OR PPR-EMPLOYEE-NO NOT NUMERIC
              OR PPR-EMPLOYEE-NO = ZERO
              OR PPR-GROSS-PAY NOT NUMERIC
               MOVE 'UNUSABLE POSTED-PAY RECORD - NOT COUNTED'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 045-READ-NEXT
           END-IF.

           IF PPR-PAY-DATE < WS-POLICY-START-DATE
              OR PPR-PAY-DATE > WS-MONTH-END-DATE
               GO TO 045-READ-NEXT
           END-IF.

           MOVE 'N' TO WS-IN-MONTH-SWITCH.
           IF PPR-PAY-DATE NOT < WS-MONTH-START-DATE
               MOVE 'Y' TO WS-IN-MONTH-SWITCH
           END-IF.

           MOVE PPR-EMPLOYEE-NO TO WS-EMP-SUB.
           IF NOT EWT-LOOKED-UP (WS-EMP-SUB)
               PERFORM 050-LOOK-UP-EMPLOYEE THRU 050-EXIT
           END-IF.

           PERFORM 052-PLACE-CHECK THRU 052-EXIT.
           IF WS-CHECK-STATE = SPACES
              OR WS-CHECK-CLASS = SPACES
               GO TO 045-READ-NEXT
           END-IF.

      *    THE BUREAUS RATE OVERTIME AT STRAIGHT TIME - THE HALF-TIME
      *    PREMIUM ON THE OVERTIME HOURS IS NOT SUBJECT PAYROLL.
      *    SALARIED AND OFF-CYCLE CHECKS CARRY NO HOURLY DETAIL.
           MOVE ZERO TO WS-OT-PREMIUM.
           IF PAY-RECORD-IS-HOURLY
              AND PPR-OT-HOURS IS NUMERIC
              AND PPR-HOURLY-RATE IS NUMERIC
               COMPUTE WS-OT-PREMIUM ROUNDED =
                   PPR-OT-HOURS * PPR-HOURLY-RATE * 0.5
           END-IF.
           IF WS-OT-PREMIUM > PPR-GROSS-PAY
               MOVE PPR-GROSS-PAY TO WS-OT-PREMIUM
           END-IF.
           COMPUTE WS-SUBJECT-PAY = PPR-GROSS-PAY - WS-OT-PREMIUM.

           ADD 1 TO WS-CHECK-COUNT.
           MOVE WS-CHECK-STATE TO WS-NEW-STATE.
           MOVE WS-CHECK-CLASS TO WS-NEW-CLASS.
           PERFORM 060-FIND-STATE-CLASS THRU 060-EXIT.
           IF WS-SCT-SUB = ZERO
               MOVE 'MORE THAN 300 STATE/CLASS LINES - NOT COUNTED'
                   TO WS-EXC-REASON
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
               GO TO 045-READ-NEXT
           END-IF.

           ADD WS-OT-PREMIUM TO SCT-YEAR-OT (WS-SCT-SUB).
           ADD WS-SUBJECT-PAY TO SCT-YEAR-SUBJECT (WS-SCT-SUB).
           IF CHECK-IN-MONTH
               ADD WS-OT-PREMIUM TO SCT-MONTH-OT (WS-SCT-SUB)
               ADD WS-SUBJECT-PAY TO SCT-MONTH-SUBJECT (WS-SCT-SUB)
           END-IF.

       045-READ-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

       050-LOOK-UP-EMPLOYEE.
           MOVE 'Y' TO EWT-LOOKED-UP-SWITCH (WS-EMP-SUB).
           MOVE PPR-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   GO TO 050-EXIT
           END-READ.

           MOVE 'Y' TO EWT-ON-FILE-SWITCH (WS-EMP-SUB).
           MOVE EMR-WORK-STATE TO EWT-WORK-STATE (WS-EMP-SUB).
           MOVE EMR-WC-CLASS TO EWT-WC-CLASS (WS-EMP-SUB).

       050-EXIT.
           EXIT.

      *    THE WORK STATE COMES FROM THE MASTER; THE CLASS FROM THE
      *    MASTER'S OVERRIDE OR ELSE THE CHECK'S DEPARTMENT.  A CHECK
      *    THAT CANNOT BE PLACED IS NOTED ONCE PER EMPLOYEE.
       052-PLACE-CHECK.
           MOVE SPACES TO WS-CHECK-STATE.
           MOVE SPACES TO WS-CHECK-CLASS.

           IF NOT EWT-ON-FILE (WS-EMP-SUB)
               MOVE 'NOT ON EMPMSTR - PAY NOT COUNTED'
                   TO WS-EXC-REASON
               PERFORM 054-NOTE-ONCE THRU 054-EXIT
               GO TO 052-EXIT
           END-IF.

           IF EWT-WORK-STATE (WS-EMP-SUB) = SPACES
               MOVE 'NO WORK STATE ON EMPMSTR - PAY NOT COUNTED'
                   TO WS-EXC-REASON
               PERFORM 054-NOTE-ONCE THRU 054-EXIT
               GO TO 052-EXIT
           END-IF.

           IF EWT-WC-CLASS (WS-EMP-SUB) NOT = SPACES
               MOVE EWT-WC-CLASS (WS-EMP-SUB) TO WS-CHECK-CLASS
           ELSE
               IF PPR-DEPARTMENT-NUMBER IS NUMERIC
                  AND PPR-DEPARTMENT-NUMBER > ZERO
                   MOVE DCT-WC-CLASS (PPR-DEPARTMENT-NUMBER)
                       TO WS-CHECK-CLASS
               END-IF
           END-IF.

           IF WS-CHECK-CLASS = SPACES
               MOVE 'NO CLASS ON EMPMSTR OR DEPTMSTR - NOT COUNTED'
                   TO WS-EXC-REASON
               PERFORM 054-NOTE-ONCE THRU 054-EXIT
               GO TO 052-EXIT
           END-IF.

           MOVE EWT-WORK-STATE (WS-EMP-SUB) TO WS-CHECK-STATE.

       052-EXIT.
           EXIT.

       054-NOTE-ONCE.
           IF NOT EWT-NOTED (WS-EMP-SUB)
               MOVE 'Y' TO EWT-NOTED-SWITCH (WS-EMP-SUB)
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

       054-EXIT.
           EXIT.

      *    THE LINE FOR WS-NEW-KEY, OPENED IN ITS PLACE IN STATE AND
      *    CLASS ORDER IF THIS IS ITS FIRST CHECK.  ZERO WHEN THE
      *    TABLE IS FULL.
       060-FIND-STATE-CLASS.
           MOVE 'N' TO WS-FOUND-SWITCH.
           PERFORM 062-COMPARE-ONE-LINE THRU 062-EXIT
               VARYING WS-SCT-SUB FROM 1 BY 1
               UNTIL WS-SCT-SUB > WS-SCT-COUNT
                  OR ENTRY-FOUND.

           IF ENTRY-FOUND
               SUBTRACT 1 FROM WS-SCT-SUB
               IF SCT-KEY (WS-SCT-SUB) = WS-NEW-KEY
                   GO TO 060-EXIT
               END-IF
           END-IF.

           IF WS-SCT-COUNT NOT < 300
               MOVE ZERO TO WS-SCT-SUB
               GO TO 060-EXIT
           END-IF.

           PERFORM 064-SHIFT-ONE-LINE THRU 064-EXIT
               VARYING WS-SHIFT-SUB FROM WS-SCT-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-SCT-SUB.
           ADD 1 TO WS-SCT-COUNT.

           MOVE WS-NEW-KEY TO SCT-KEY (WS-SCT-SUB).
           MOVE ZERO TO SCT-MONTH-OT (WS-SCT-SUB).
           MOVE ZERO TO SCT-MONTH-SUBJECT (WS-SCT-SUB).
           MOVE ZERO TO SCT-YEAR-OT (WS-SCT-SUB).
           MOVE ZERO TO SCT-YEAR-SUBJECT (WS-SCT-SUB).

       060-EXIT.
           EXIT.

      *    STOPS AT THE FIRST LINE NOT BELOW THE NEW KEY - THE
      *    VARYING STEPS ONE PAST IT BEFORE THE TEST, WHICH
      *    060-FIND-STATE-CLASS TAKES BACK.  RUNNING OFF THE END
      *    LEAVES WS-SCT-SUB ONE PAST THE LAST LINE, WHERE A NEW
      *    HIGHEST KEY GOES.
       062-COMPARE-ONE-LINE.
           IF SCT-KEY (WS-SCT-SUB) NOT < WS-NEW-KEY
               MOVE 'Y' TO WS-FOUND-SWITCH
           END-IF.

       062-EXIT.
           EXIT.

       064-SHIFT-ONE-LINE.
           MOVE STATE-CLASS-ENTRY (WS-SHIFT-SUB)
               TO STATE-CLASS-ENTRY (WS-SHIFT-SUB + 1).

       064-EXIT.
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

      *    THE REPORT - ONE LINE PER STATE AND CLASS AT THE CURRENT
      *    RATE, A TOTAL UNDER EACH STATE, THE COMPANY TOTAL, AND THE
      *    EXCEPTIONS.
       070-PRINT-PREMIUM-REPORT.
           MOVE WS-RUN-COMPANY TO WS-PGH-COMPANY.
           MOVE WS-REPORT-PERIOD TO WS-PGH-PERIOD.
           MOVE WS-POLICY-START-DATE TO WS-PGH-POLICY-START.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE PREMIUM-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE PREMIUM-PRINT-RECORD FROM WS-COLUMN-HEADING-1
               AFTER ADVANCING 2 LINES.
           WRITE PREMIUM-PRINT-RECORD FROM WS-COLUMN-HEADING-2
               AFTER ADVANCING 1 LINE.

           MOVE ZEROS TO WS-STATE-TOTALS.
           MOVE ZEROS TO WS-COMPANY-TOTALS.
           MOVE SPACES TO WS-PRIOR-STATE.

           PERFORM 072-PRINT-ONE-LINE THRU 072-EXIT
               VARYING WS-SCT-SUB FROM 1 BY 1
               UNTIL WS-SCT-SUB > WS-SCT-COUNT.

           IF WS-SCT-COUNT > ZERO
               PERFORM 076-PRINT-STATE-TOTAL THRU 076-EXIT
           END-IF.

           MOVE SPACES TO WS-DTL-STATE.
           MOVE SPACES TO WS-DTL-CLASS.
           MOVE 'COMPANY TOTAL' TO WS-DTL-DESCRIPTION.
           MOVE SPACES TO WS-DTL-RATE-X.
           MOVE WS-COT-MONTH-OT TO WS-DTL-MONTH-OT.
           MOVE WS-COT-MONTH-SUBJECT TO WS-DTL-MONTH-SUBJECT.
           MOVE WS-COT-MONTH-PREMIUM TO WS-DTL-MONTH-PREMIUM.
           MOVE WS-COT-YEAR-OT TO WS-DTL-YEAR-OT.
           MOVE WS-COT-YEAR-SUBJECT TO WS-DTL-YEAR-SUBJECT.
           MOVE WS-COT-YEAR-PREMIUM TO WS-DTL-YEAR-PREMIUM.
           WRITE PREMIUM-PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-EXC-COUNT > ZERO
               PERFORM 078-PRINT-EXCEPTIONS THRU 078-EXIT
           END-IF.

       070-EXIT.
           EXIT.

       072-PRINT-ONE-LINE.
           IF SCT-STATE-CODE (WS-SCT-SUB) NOT = WS-PRIOR-STATE
              AND WS-PRIOR-STATE NOT = SPACES
               PERFORM 076-PRINT-STATE-TOTAL THRU 076-EXIT
           END-IF.
           MOVE SCT-STATE-CODE (WS-SCT-SUB) TO WS-PRIOR-STATE.

           PERFORM 074-FIND-RATE THRU 074-EXIT.

           MOVE ZERO TO WS-MONTH-PREMIUM.
           MOVE ZERO TO WS-YEAR-PREMIUM.
           MOVE SCT-STATE-CODE (WS-SCT-SUB) TO WS-DTL-STATE.
           MOVE SCT-CLASS-CODE (WS-SCT-SUB) TO WS-DTL-CLASS.
           IF RATE-FOUND
               COMPUTE WS-MONTH-PREMIUM ROUNDED =
                   SCT-MONTH-SUBJECT (WS-SCT-SUB) * WS-LINE-RATE / 100
               COMPUTE WS-YEAR-PREMIUM ROUNDED =
                   SCT-YEAR-SUBJECT (WS-SCT-SUB) * WS-LINE-RATE / 100
               MOVE WS-LINE-DESC TO WS-DTL-DESCRIPTION
               MOVE WS-LINE-RATE TO WS-DTL-RATE
           ELSE
               MOVE '** NO RATE ON FILE' TO WS-DTL-DESCRIPTION
               MOVE SPACES TO WS-DTL-RATE-X
               MOVE SPACES TO WS-EXC-EMPLOYEE-NO
               MOVE SPACES TO WS-EXC-EMPLOYEE-NAME
               MOVE SPACES TO WS-EXC-REASON
               STRING 'NO WCRATE ROW FOR ' DELIMITED BY SIZE
                      SCT-STATE-CODE (WS-SCT-SUB) DELIMITED BY SIZE
                      ' CLASS ' DELIMITED BY SIZE
                      SCT-CLASS-CODE (WS-SCT-SUB) DELIMITED BY SIZE
                      ' - NO PREMIUM' DELIMITED BY SIZE
                   INTO WS-EXC-REASON
               END-STRING
               PERFORM 069-NOTE-EXCEPTION THRU 069-EXIT
           END-IF.

           MOVE SCT-MONTH-OT (WS-SCT-SUB) TO WS-DTL-MONTH-OT.
           MOVE SCT-MONTH-SUBJECT (WS-SCT-SUB) TO WS-DTL-MONTH-SUBJECT.
           MOVE WS-MONTH-PREMIUM TO WS-DTL-MONTH-PREMIUM.
           MOVE SCT-YEAR-OT (WS-SCT-SUB) TO WS-DTL-YEAR-OT.
           MOVE SCT-YEAR-SUBJECT (WS-SCT-SUB) TO WS-DTL-YEAR-SUBJECT.
           MOVE WS-YEAR-PREMIUM TO WS-DTL-YEAR-PREMIUM.
           WRITE PREMIUM-PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           ADD SCT-MONTH-OT (WS-SCT-SUB) TO WS-STT-MONTH-OT.
           ADD SCT-MONTH-SUBJECT (WS-SCT-SUB) TO WS-STT-MONTH-SUBJECT.
           ADD WS-MONTH-PREMIUM TO WS-STT-MONTH-PREMIUM.
           ADD SCT-YEAR-OT (WS-SCT-SUB) TO WS-STT-YEAR-OT.
           ADD SCT-YEAR-SUBJECT (WS-SCT-SUB) TO WS-STT-YEAR-SUBJECT.
           ADD WS-YEAR-PREMIUM TO WS-STT-YEAR-PREMIUM.

       072-EXIT.
           EXIT.

       074-FIND-RATE.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH.
           SET RATE-IX TO 1.
           SEARCH WC-RATE-ENTRY
               AT END
                   CONTINUE
               WHEN RATE-IX > WS-RATE-COUNT
                   CONTINUE
               WHEN WRT-STATE-CODE (RATE-IX) =
                       SCT-STATE-CODE (WS-SCT-SUB)
                  AND WRT-CLASS-CODE (RATE-IX) =
                       SCT-CLASS-CODE (WS-SCT-SUB)
                   MOVE 'Y' TO WS-RATE-FOUND-SWITCH
                   MOVE WRT-RATE (RATE-IX) TO WS-LINE-RATE
                   MOVE WRT-DESCRIPTION (RATE-IX) TO WS-LINE-DESC
           END-SEARCH.

       074-EXIT.
           EXIT.

       076-PRINT-STATE-TOTAL.
           MOVE WS-PRIOR-STATE TO WS-DTL-STATE.
           MOVE SPACES TO WS-DTL-CLASS.
           MOVE 'STATE TOTAL' TO WS-DTL-DESCRIPTION.
           MOVE SPACES TO WS-DTL-RATE-X.
           MOVE WS-STT-MONTH-OT TO WS-DTL-MONTH-OT.
           MOVE WS-STT-MONTH-SUBJECT TO WS-DTL-MONTH-SUBJECT.
           MOVE WS-STT-MONTH-PREMIUM TO WS-DTL-MONTH-PREMIUM.
           MOVE WS-STT-YEAR-OT TO WS-DTL-YEAR-OT.
           MOVE WS-STT-YEAR-SUBJECT TO WS-DTL-YEAR-SUBJECT.
           MOVE WS-STT-YEAR-PREMIUM TO WS-DTL-YEAR-PREMIUM.
           WRITE PREMIUM-PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO PREMIUM-PRINT-RECORD.
           WRITE PREMIUM-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           ADD WS-STT-MONTH-OT TO WS-COT-MONTH-OT.
           ADD WS-STT-MONTH-SUBJECT TO WS-COT-MONTH-SUBJECT.
           ADD WS-STT-MONTH-PREMIUM TO WS-COT-MONTH-PREMIUM.
           ADD WS-STT-YEAR-OT TO WS-COT-YEAR-OT.
           ADD WS-STT-YEAR-SUBJECT TO WS-COT-YEAR-SUBJECT.
           ADD WS-STT-YEAR-PREMIUM TO WS-COT-YEAR-PREMIUM.
           MOVE ZEROS TO WS-STATE-TOTALS.

       076-EXIT.
           EXIT.

       078-PRINT-EXCEPTIONS.
           WRITE PREMIUM-PRINT-RECORD FROM WS-EXCEPTION-HEADING
               AFTER ADVANCING 2 LINES.

           PERFORM 079-PRINT-ONE-EXCEPTION THRU 079-EXIT
               VARYING WS-EXC-SUB FROM 1 BY 1
               UNTIL WS-EXC-SUB > WS-EXC-COUNT.

           IF WS-EXC-OVERFLOW > ZERO
               MOVE WS-EXC-OVERFLOW TO WS-EXO-COUNT
               WRITE PREMIUM-PRINT-RECORD
                   FROM WS-EXCEPTION-OVERFLOW-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       078-EXIT.
           EXIT.

       079-PRINT-ONE-EXCEPTION.
           MOVE EXT-EMPLOYEE-NO (WS-EXC-SUB) TO WS-EXD-EMPLOYEE-NO.
           MOVE EXT-EMPLOYEE-NAME (WS-EXC-SUB) TO WS-EXD-EMPLOYEE-NAME.
           MOVE EXT-REASON (WS-EXC-SUB) TO WS-EXD-REASON.
           WRITE PREMIUM-PRINT-RECORD FROM WS-EXCEPTION-DETAIL
               AFTER ADVANCING 1 LINE.

       079-EXIT.
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
      *    EACH RUN - CHECKS READ, STATE AND CLASS LINES REPORTED,
      *    AND THE POLICY YEAR'S ESTIMATED PREMIUM.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'WCPREM' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-LINE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-COT-YEAR-PREMIUM TO ATR-CONTROL-TOTAL.

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
