       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * LABOR BUDGET VERSUS ACTUAL BY DEPARTMENT.                     *
      *                                                               *
      * RUN AFTER THE PAYROLL REGISTER FOR THE ONE OPEN PERIOD ON     *
      * PAYCAL.  LABBUDG CARRIES EACH DEPARTMENT'S BUDGETED HOURS,    *
      * REGULAR DOLLARS AND OVERTIME DOLLARS BY YEAR AND PAY PERIOD.  *
      * THE PERIOD'S ACTUALS COME FROM THE REGISTER'S POSTED PAY      *
      * (PAYPOSTD) - AN HOURLY RECORD SPLITS INTO REGULAR AND         *
      * TIME-AND-A-HALF OVERTIME DOLLARS, A SALARIED RECORD IS ALL    *
      * REGULAR - MOVED BETWEEN DEPARTMENTS BY THE SPLITS THE         *
      * REGISTER PRINTED ON ITS ALLOCATION REGISTER (ALLOCREG).       *
      * LABYTD KEEPS EACH DEPARTMENT'S ACTUALS FOR THE YEAR, WITH THE *
      * LAST PERIOD ADDED IN, SO A RERUN OF THE SAME PERIOD REPLACES  *
      * ITS FIGURES RATHER THAN COUNTING THEM TWICE.                  *
      *                                                               *
      * LABRPT PRINTS A SUMMARY PAGE FOR FINANCE, THEN ONE PAGE PER   *
      * DEPARTMENT - BUDGET, ACTUAL, VARIANCE AND PERCENT FOR THE     *
      * PERIOD AND FOR THE YEAR TO DATE, WITH OVERTIME RUNNING ABOVE  *
      * BUDGET FLAGGED.  EACH DEPARTMENT PAGE OPENS WITH THE          *
      * 'DEPARTMENT NUMBER:' MARKER THE RPTDIST1 SPLITTER BURSTS ON,  *
      * SO EACH MANAGER'S SPOOL CARRIES ONLY THEIR OWN PAGE; THE      *
      * SUMMARY PAGE COMES BEFORE ANY MARKER AND GOES TO NO MANAGER.  *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO EXTERNAL PAYCAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT LABOR-BUDGET-FILE
               ASSIGN TO EXTERNAL LABBUDG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-BUDGET-STATUS.

           SELECT POSTED-PAY-FILE
               ASSIGN TO EXTERNAL PAYPOSTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYPOSTD-STATUS.

           SELECT ALLOCATION-REGISTER-FILE
               ASSIGN TO EXTERNAL ALLOCREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ALLOCREG-STATUS.

           SELECT LABOR-YTD-FILE
               ASSIGN TO EXTERNAL LABYTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LABYTD-STATUS.

           SELECT BUDGET-REPORT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING LABRPT
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

       FD  PAY-CALENDAR-FILE.

       01  PAY-CALENDAR-RECORD.
           03  PCL-PERIOD-NUMBER       PIC 9(03).
           03  FILLER                  PIC X(01).
           03  PCL-START-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCL-END-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCL-CHECK-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PCL-PERIOD-STATUS       PIC X(01).
               88  CALENDAR-PERIOD-OPEN            VALUE 'O'.
           03  FILLER                  PIC X(47).

      *    ONE DEPARTMENT'S BUDGET FOR ONE PAY PERIOD OF ONE YEAR.
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

      *    THE REGISTER'S POSTED RECORD - THE SALARIED FIELDS UP
      *    FRONT, THE HOURLY DETAIL WHERE A SALARIED RECORD IS BLANK.
       FD  POSTED-PAY-FILE.

       01  POSTED-PAY-RECORD.
           03  PPR-DEPARTMENT-NUMBER   PIC 9(02).
           03  FILLER                  PIC X(38).
           03  PPR-GROSS-PAY           PIC 9(04)V99.
           03  FILLER                  PIC X(25).
           03  PPR-RECORD-TYPE         PIC X(01).
               88  PAY-RECORD-IS-HOURLY            VALUE 'H'.
           03  FILLER                  PIC X(01).
           03  PPR-REG-HOURS           PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-OT-HOURS            PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-HOURLY-RATE         PIC 9(02)V99.
           03  FILLER                  PIC X(13).
      *    THE TIME CLOCK'S PREMIUM HOURS ON AN HOURLY RECORD, BYTES
      *    101-116 - CARRIED SO THE LINE READS AS ONE RECORD.
           03  FILLER                  PIC X(16).

      *    THE REGISTER'S PRINTED ALLOCATION LINE, READ BACK BY ITS
      *    FIXED COLUMNS - HOME DEPARTMENT IN 32-33, TARGET IN 38-39,
      *    THE GROSS SHARE MOVED AS AN EDITED AMOUNT IN 55-63.
       FD  ALLOCATION-REGISTER-FILE.

       01  ALLOCATION-REGISTER-RECORD.
           03  ARG-EMPLOYEE-NO         PIC X(04).
           03  FILLER                  PIC X(27).
           03  ARG-HOME-DEPT           PIC X(02).
           03  FILLER                  PIC X(04).
           03  ARG-TARGET-DEPT         PIC X(02).
           03  FILLER                  PIC X(15).
           03  ARG-GROSS-X             PIC X(09).
           03  FILLER                  PIC X(37).

      *    ONE DEPARTMENT'S ACTUALS FOR THE YEAR, WITH THE PERIOD LAST
      *    ADDED IN AND WHAT THAT PERIOD CONTRIBUTED.
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
           03  FILLER                  PIC X(01).
           03  LYR-PERIOD-HOURS        PIC S9(05)V99.
           03  FILLER                  PIC X(01).
           03  LYR-PERIOD-REGULAR      PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  LYR-PERIOD-OVERTIME     PIC S9(07)V99.
           03  FILLER                  PIC X(07).

       FD  BUDGET-REPORT-FILE.

       01  BUDGET-REPORT-RECORD        PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'LABBUDG1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-PAYCAL-STATUS            PIC XX.
           88  WS-PAYCAL-OK                        VALUE "00".
       77  WS-BUDGET-STATUS            PIC XX.
           88  WS-BUDGET-OK                        VALUE "00".
           88  WS-BUDGET-NOT-FOUND                 VALUE "35".
       77  WS-PAYPOSTD-STATUS          PIC XX.
           88  WS-PAYPOSTD-OK                      VALUE "00".
      *    NO ALLOCATION REGISTER MEANS NO SPLITS WERE APPLIED, AND
      *    NO YEAR-TO-DATE FILE MEANS THE FIRST RUN OF THE YEAR.
       77  WS-ALLOCREG-STATUS          PIC XX.
           88  WS-ALLOCREG-OK                      VALUE "00".
           88  WS-ALLOCREG-NOT-FOUND               VALUE "35".
       77  WS-LABYTD-STATUS            PIC XX.
           88  WS-LABYTD-OK                        VALUE "00".
           88  WS-LABYTD-NOT-FOUND                 VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PAYCAL-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  PAYCAL-EOF                          VALUE 'Y'.
       77  BUDGET-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  BUDGET-EOF                          VALUE 'Y'.
       77  PAYPOSTD-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PAYPOSTD-EOF                        VALUE 'Y'.
       77  ALLOCREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  ALLOCREG-EOF                        VALUE 'Y'.
       77  LABYTD-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  LABYTD-EOF                          VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-DEPT-PAGE-COUNT          PIC 9(06)   VALUE 0.
       77  WS-OVER-OT-COUNT            PIC 9(06)   VALUE 0.
       77  WS-NO-BUDGET-COUNT          PIC 9(06)   VALUE 0.
       77  WS-ALLOC-SKIP-COUNT         PIC 9(06)   VALUE 0.
       77  WS-ACTUAL-TOTAL             PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE PERIOD BEING REPORTED - THE ONE OPEN PERIOD ON PAYCAL -
      *    AND THE BUDGET YEAR ITS START DATE FALLS IN.
       77  WS-OPEN-PERIOD-COUNT        PIC 9(03)   VALUE 0.
       77  WS-PERIOD                   PIC 9(03)   VALUE 0.
       77  WS-PERIOD-START             PIC 9(08)   VALUE 0.
       77  WS-PERIOD-END               PIC 9(08)   VALUE 0.
       77  WS-YEAR                     PIC 9(04)   VALUE 0.

      *    EVERY FIGURE FOR A DEPARTMENT, INDEXED STRAIGHT BY THE
      *    DEPARTMENT NUMBER.
       01  DEPARTMENT-TABLE.
           02  DEPARTMENT-ENTRY        OCCURS 99 TIMES.
               03  DPT-BUDGET-SWITCH   PIC X(01).
                   88  DPT-HAS-BUDGET              VALUE 'Y'.
               03  DPT-ACTUAL-SWITCH   PIC X(01).
                   88  DPT-HAS-ACTUAL              VALUE 'Y'.
               03  DPT-BUD-HOURS       PIC S9(07)V99.
               03  DPT-BUD-REGULAR     PIC S9(09)V99.
               03  DPT-BUD-OVERTIME    PIC S9(09)V99.
               03  DPT-BUD-YTD-HOURS   PIC S9(07)V99.
               03  DPT-BUD-YTD-REGULAR PIC S9(09)V99.
               03  DPT-BUD-YTD-OVERTIME
                                       PIC S9(09)V99.
               03  DPT-ACT-HOURS       PIC S9(07)V99.
               03  DPT-ACT-REGULAR     PIC S9(09)V99.
               03  DPT-ACT-OVERTIME    PIC S9(09)V99.
               03  DPT-YTD-LAST-PERIOD PIC 9(03).
               03  DPT-YTD-HOURS       PIC S9(07)V99.
               03  DPT-YTD-REGULAR     PIC S9(09)V99.
               03  DPT-YTD-OVERTIME    PIC S9(09)V99.
               03  DPT-PRIOR-HOURS     PIC S9(05)V99.
               03  DPT-PRIOR-REGULAR   PIC S9(07)V99.
               03  DPT-PRIOR-OVERTIME  PIC S9(07)V99.
       77  WS-DEPT-SUB                 PIC 9(03)   VALUE 0.
       77  WS-DEPT                     PIC 9(02)   VALUE 0.
       77  WS-HOME-DEPT                PIC 9(02)   VALUE 0.
       77  WS-TARGET-DEPT              PIC 9(02)   VALUE 0.

       77  WS-REGULAR-DOLLARS          PIC S9(07)V99 VALUE 0.
       77  WS-OVERTIME-DOLLARS         PIC S9(07)V99 VALUE 0.
       77  WS-ALLOC-GROSS              PIC S9(07)V99 VALUE 0.

      *    ONE COMPARISON ROW BEING PRINTED.
       77  WS-ROW-BUDGET               PIC S9(09)V99 VALUE 0.
       77  WS-ROW-ACTUAL               PIC S9(09)V99 VALUE 0.
       77  WS-ROW-VARIANCE             PIC S9(09)V99 VALUE 0.
       77  WS-ROW-PERCENT              PIC S9(05)V9 VALUE 0.
       77  WS-OT-OVER-SWITCH           PIC X(1)    VALUE 'N'.
           88  OVERTIME-OVER-BUDGET                VALUE 'Y'.

       01  WS-SUMMARY-HEADING.
           03  FILLER                  PIC X(44) VALUE
                   'LABOR BUDGET VERSUS ACTUAL - SUMMARY   YEAR '.
           03  WS-SMH-YEAR             PIC 9(04).
           03  FILLER                  PIC X(08) VALUE '  PERIOD'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SMH-PERIOD           PIC 9(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SMH-START            PIC 9(08).
           03  FILLER                  PIC X(03) VALUE ' - '.
           03  WS-SMH-END              PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-SMH-RUN-DATE         PIC X(19).

       01  WS-SUMMARY-COLUMNS.
           03  FILLER                  PIC X(06) VALUE 'DEPT'.
           03  FILLER                  PIC X(30) VALUE
                   ' PERIOD BUDGET   PERIOD ACTUAL'.
           03  FILLER                  PIC X(23) VALUE
                   '       VARIANCE     PCT'.
           03  FILLER                  PIC X(31) VALUE
                   '     YTD BUDGET      YTD ACTUAL'.
           03  FILLER                  PIC X(23) VALUE
                   '       VARIANCE     PCT'.
           03  FILLER                  PIC X(05) VALUE ' NOTE'.

       01  WS-SUMMARY-LINE.
           03  WS-SML-DEPT             PIC 9(02).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-SML-BUDGET           PIC ---,---,--9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-ACTUAL           PIC ---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-VARIANCE         PIC ---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-PERCENT          PIC ----9.9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-YTD-BUDGET       PIC ---,---,--9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-YTD-ACTUAL       PIC ---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-YTD-VARIANCE     PIC ---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-YTD-PERCENT      PIC ----9.9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-NOTE             PIC X(17).

      *    THE SPLITTER'S BURST MARKER - THE DEPARTMENT NUMBER IN
      *    COLUMNS 21-22.
       01  WS-MARKER-LINE.
           03  FILLER                  PIC X(18) VALUE
                   'DEPARTMENT NUMBER:'.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-MRK-DEPT             PIC 9(02).

       01  WS-DEPT-HEADING.
           03  FILLER                  PIC X(44) VALUE
                   'LABOR BUDGET VERSUS ACTUAL - DEPARTMENT     '.
           03  WS-DPH-DEPT             PIC 9(02).
           03  FILLER                  PIC X(07) VALUE '  YEAR '.
           03  WS-DPH-YEAR             PIC 9(04).
           03  FILLER                  PIC X(09) VALUE '  PERIOD '.
           03  WS-DPH-PERIOD           PIC 9(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DPH-START            PIC 9(08).
           03  FILLER                  PIC X(03) VALUE ' - '.
           03  WS-DPH-END              PIC 9(08).

       01  WS-DEPT-SECTION-LINE.
           03  WS-DSL-TITLE            PIC X(20).
           03  FILLER                  PIC X(30) VALUE
                   '        BUDGET          ACTUAL'.
           03  FILLER                  PIC X(24) VALUE
                   '        VARIANCE     PCT'.

       01  WS-DEPT-ROW.
           03  WS-DRW-LABEL            PIC X(18).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DRW-BUDGET           PIC ---,---,--9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DRW-ACTUAL           PIC ---,---,--9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DRW-VARIANCE         PIC ---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DRW-PERCENT          PIC ----9.9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DRW-FLAG             PIC X(28).

       01  WS-DEPT-NOTE-LINE           PIC X(80).

       01  WS-NO-BUDGET-NOTE.
           03  FILLER                  PIC X(40) VALUE
                   'NO BUDGET ON FILE FOR THIS DEPARTMENT - '.
           03  FILLER                  PIC X(26) VALUE
                   'ACTUALS SHOWN AGAINST ZERO'.

       01  WS-OVER-OT-NOTE.
           03  FILLER                  PIC X(42) VALUE
                   'OVERTIME IS RUNNING ABOVE BUDGET - REVIEW '.
           03  FILLER                  PIC X(23) VALUE
                   'SCHEDULING WITH PAYROLL'.

       01  WS-SUMMARY-FOOT.
           03  FILLER                  PIC X(13) VALUE 'DEPARTMENTS: '.
           03  WS-SMF-DEPTS            PIC ZZ9.
           03  FILLER                  PIC X(27) VALUE
                   '   OVERTIME OVER BUDGET:  '.
           03  WS-SMF-OVER-OT          PIC ZZ9.
           03  FILLER                  PIC X(17) VALUE
                   '   NO BUDGET:    '.
           03  WS-SMF-NO-BUDGET        PIC ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           INITIALIZE DEPARTMENT-TABLE.

           PERFORM 010-LOAD-CALENDAR THRU 019-EXIT.
           PERFORM 020-LOAD-BUDGET THRU 029-EXIT.
           PERFORM 030-ADD-POSTED-PAY THRU 039-EXIT.
           PERFORM 040-APPLY-ALLOCATIONS THRU 049-EXIT.
           PERFORM 050-LOAD-YEAR-TO-DATE THRU 059-EXIT.

      *    THIS PERIOD GOES INTO THE YEAR TO DATE - IN PLACE OF WHAT
      *    AN EARLIER RUN OF THE SAME PERIOD PUT THERE.
           PERFORM 060-ROLL-ONE-DEPARTMENT THRU 060-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           OPEN OUTPUT BUDGET-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "BUDGET-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 100-PRINT-SUMMARY THRU 109-EXIT.

           PERFORM 120-PRINT-ONE-DEPARTMENT THRU 120-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           CLOSE BUDGET-REPORT-FILE.

           PERFORM 070-SAVE-YEAR-TO-DATE THRU 079-EXIT.

       000-TERMINATE.
           IF WS-ALLOC-SKIP-COUNT > 0
               DISPLAY WS-ALLOC-SKIP-COUNT
                       " ALLOCATION LINE(S) UNREADABLE - NOT APPLIED"
                       UPON SYSERR
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-ALLOC-SKIP-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE REPORT BELONGS TO A PAY PERIOD, SO THE CALENDAR IS
      *    REQUIRED HERE AND, AS THE REGISTER INSISTS, EXACTLY ONE
      *    PERIOD ON IT MUST BE OPEN.
       010-LOAD-CALENDAR.
           OPEN INPUT PAY-CALENDAR-FILE.

           IF NOT WS-PAYCAL-OK
               MOVE "PAY-CALENDAR-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYCAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO PAYCAL-EOF-SWITCH
           END-READ.

           PERFORM 015-NOTE-ONE-PERIOD THRU 015-EXIT
               UNTIL PAYCAL-EOF.

           CLOSE PAY-CALENDAR-FILE.

           IF WS-OPEN-PERIOD-COUNT NOT = 1
               DISPLAY "PAY CALENDAR HAS " WS-OPEN-PERIOD-COUNT
                       " OPEN PERIOD(S) - EXACTLY ONE REQUIRED, "
                       "REPORT REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-PERIOD-START (1:4) TO WS-YEAR.

       019-EXIT.
           EXIT.

       015-NOTE-ONE-PERIOD.
           IF CALENDAR-PERIOD-OPEN
               ADD 1 TO WS-OPEN-PERIOD-COUNT
               MOVE PCL-PERIOD-NUMBER TO WS-PERIOD
               MOVE PCL-START-DATE TO WS-PERIOD-START
               MOVE PCL-END-DATE TO WS-PERIOD-END
           END-IF.

           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO PAYCAL-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

      *    THE PERIOD'S BUDGET, AND THE YEAR'S BUDGET UP TO AND
      *    INCLUDING IT.  NO BUDGET FILE AT ALL STILL PRINTS THE
      *    ACTUALS, EVERY DEPARTMENT MARKED AS HAVING NO BUDGET.
       020-LOAD-BUDGET.
           OPEN INPUT LABOR-BUDGET-FILE.

           IF WS-BUDGET-NOT-FOUND
               DISPLAY "NO LABOR BUDGET FILE - ACTUALS ONLY"
                       UPON SYSERR
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-BUDGET-OK
               MOVE "LABOR-BUDGET-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BUDGET-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ LABOR-BUDGET-FILE
               AT END
                   MOVE 'Y' TO BUDGET-EOF-SWITCH
           END-READ.

           PERFORM 025-ADD-ONE-BUDGET THRU 025-EXIT
               UNTIL BUDGET-EOF.

           CLOSE LABOR-BUDGET-FILE.

       029-EXIT.
           EXIT.

       025-ADD-ONE-BUDGET.
           IF LBR-DEPARTMENT IS NOT NUMERIC
              OR LBR-DEPARTMENT = ZERO
              OR LBR-YEAR NOT = WS-YEAR
              OR LBR-PERIOD-NUMBER > WS-PERIOD
               GO TO 025-NEXT
           END-IF.

           MOVE LBR-DEPARTMENT TO WS-DEPT.
           MOVE 'Y' TO DPT-BUDGET-SWITCH (WS-DEPT).
           ADD LBR-HOURS TO DPT-BUD-YTD-HOURS (WS-DEPT).
           ADD LBR-REGULAR-DOLLARS TO DPT-BUD-YTD-REGULAR (WS-DEPT).
           ADD LBR-OVERTIME-DOLLARS
               TO DPT-BUD-YTD-OVERTIME (WS-DEPT).
           IF LBR-PERIOD-NUMBER = WS-PERIOD
               ADD LBR-HOURS TO DPT-BUD-HOURS (WS-DEPT)
               ADD LBR-REGULAR-DOLLARS TO DPT-BUD-REGULAR (WS-DEPT)
               ADD LBR-OVERTIME-DOLLARS
                   TO DPT-BUD-OVERTIME (WS-DEPT)
           END-IF.

       025-NEXT.
           READ LABOR-BUDGET-FILE
               AT END
                   MOVE 'Y' TO BUDGET-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    THE PERIOD'S ACTUALS AS THE REGISTER POSTED THEM, IN THE
      *    EMPLOYEE'S HOME DEPARTMENT.  AN HOURLY RECORD'S OVERTIME IS
      *    PRICED AT TIME AND A HALF, AS THE REGISTER PRICES IT, AND
      *    THE REST OF ITS GROSS IS REGULAR; A SALARIED RECORD CARRIES
      *    NO HOURS AND ITS WHOLE GROSS IS REGULAR.
       030-ADD-POSTED-PAY.
           OPEN INPUT POSTED-PAY-FILE.

           IF NOT WS-PAYPOSTD-OK
               MOVE "POSTED-PAY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYPOSTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO PAYPOSTD-EOF-SWITCH
           END-READ.

           PERFORM 035-ADD-ONE-POSTED THRU 035-EXIT
               UNTIL PAYPOSTD-EOF.

           CLOSE POSTED-PAY-FILE.

       039-EXIT.
           EXIT.

       035-ADD-ONE-POSTED.
           IF PPR-DEPARTMENT-NUMBER IS NOT NUMERIC
              OR PPR-DEPARTMENT-NUMBER = ZERO
              OR PPR-GROSS-PAY IS NOT NUMERIC
               GO TO 035-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE PPR-DEPARTMENT-NUMBER TO WS-DEPT.
           MOVE 'Y' TO DPT-ACTUAL-SWITCH (WS-DEPT).

           MOVE ZERO TO WS-OVERTIME-DOLLARS.
           IF PAY-RECORD-IS-HOURLY
              AND PPR-REG-HOURS IS NUMERIC
              AND PPR-OT-HOURS IS NUMERIC
              AND PPR-HOURLY-RATE IS NUMERIC
               ADD PPR-REG-HOURS PPR-OT-HOURS
                   TO DPT-ACT-HOURS (WS-DEPT)
               COMPUTE WS-OVERTIME-DOLLARS ROUNDED =
                   PPR-OT-HOURS * PPR-HOURLY-RATE * 1.5
           END-IF.
           COMPUTE WS-REGULAR-DOLLARS =
               PPR-GROSS-PAY - WS-OVERTIME-DOLLARS.

           ADD WS-REGULAR-DOLLARS TO DPT-ACT-REGULAR (WS-DEPT).
           ADD WS-OVERTIME-DOLLARS TO DPT-ACT-OVERTIME (WS-DEPT).

       035-NEXT.
           READ POSTED-PAY-FILE
               AT END
                   MOVE 'Y' TO PAYPOSTD-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    EACH SPLIT THE REGISTER APPLIED MOVES ITS SHARE OF GROSS
      *    OUT OF THE HOME DEPARTMENT AND INTO THE TARGET, AS REGULAR
      *    DOLLARS - OVERTIME STAYS WITH THE HOME DEPARTMENT THAT
      *    SCHEDULED IT.
       040-APPLY-ALLOCATIONS.
           OPEN INPUT ALLOCATION-REGISTER-FILE.

           IF WS-ALLOCREG-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-ALLOCREG-OK
               MOVE "ALLOCATION-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ALLOCREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ALLOCATION-REGISTER-FILE
               AT END
                   MOVE 'Y' TO ALLOCREG-EOF-SWITCH
           END-READ.

           PERFORM 045-APPLY-ONE-SPLIT THRU 045-EXIT
               UNTIL ALLOCREG-EOF.

           CLOSE ALLOCATION-REGISTER-FILE.

       049-EXIT.
           EXIT.

       045-APPLY-ONE-SPLIT.
           IF ARG-EMPLOYEE-NO IS NOT NUMERIC
               GO TO 045-NEXT
           END-IF.

           IF ARG-HOME-DEPT IS NOT NUMERIC
              OR ARG-TARGET-DEPT IS NOT NUMERIC
              OR ARG-HOME-DEPT = '00'
              OR ARG-TARGET-DEPT = '00'
              OR FUNCTION TEST-NUMVAL-C (ARG-GROSS-X) NOT = 0
               ADD 1 TO WS-ALLOC-SKIP-COUNT
               GO TO 045-NEXT
           END-IF.

           MOVE ARG-HOME-DEPT TO WS-HOME-DEPT.
           MOVE ARG-TARGET-DEPT TO WS-TARGET-DEPT.
           IF WS-HOME-DEPT = WS-TARGET-DEPT
               GO TO 045-NEXT
           END-IF.

           COMPUTE WS-ALLOC-GROSS = FUNCTION NUMVAL-C (ARG-GROSS-X).
           SUBTRACT WS-ALLOC-GROSS
               FROM DPT-ACT-REGULAR (WS-HOME-DEPT).
           ADD WS-ALLOC-GROSS TO DPT-ACT-REGULAR (WS-TARGET-DEPT).
           MOVE 'Y' TO DPT-ACTUAL-SWITCH (WS-TARGET-DEPT).

       045-NEXT.
           READ ALLOCATION-REGISTER-FILE
               AT END
                   MOVE 'Y' TO ALLOCREG-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    THE YEAR'S ACTUALS SO FAR.  ROWS FOR AN EARLIER YEAR ARE
      *    LEFT BEHIND - THE FIRST PERIOD OF A NEW YEAR STARTS CLEAN.
       050-LOAD-YEAR-TO-DATE.
           OPEN INPUT LABOR-YTD-FILE.

           IF WS-LABYTD-NOT-FOUND
               GO TO 059-EXIT
           END-IF.

           IF NOT WS-LABYTD-OK
               MOVE "LABOR-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LABYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ LABOR-YTD-FILE
               AT END
                   MOVE 'Y' TO LABYTD-EOF-SWITCH
           END-READ.

           PERFORM 055-STORE-ONE-YTD THRU 055-EXIT
               UNTIL LABYTD-EOF.

           CLOSE LABOR-YTD-FILE.

       059-EXIT.
           EXIT.

       055-STORE-ONE-YTD.
           IF LYR-DEPARTMENT IS NUMERIC
              AND LYR-DEPARTMENT > ZERO
              AND LYR-YEAR = WS-YEAR
               MOVE LYR-DEPARTMENT TO WS-DEPT
               MOVE LYR-LAST-PERIOD TO DPT-YTD-LAST-PERIOD (WS-DEPT)
               MOVE LYR-YTD-HOURS TO DPT-YTD-HOURS (WS-DEPT)
               MOVE LYR-YTD-REGULAR TO DPT-YTD-REGULAR (WS-DEPT)
               MOVE LYR-YTD-OVERTIME TO DPT-YTD-OVERTIME (WS-DEPT)
               MOVE LYR-PERIOD-HOURS TO DPT-PRIOR-HOURS (WS-DEPT)
               MOVE LYR-PERIOD-REGULAR TO DPT-PRIOR-REGULAR (WS-DEPT)
               MOVE LYR-PERIOD-OVERTIME
                   TO DPT-PRIOR-OVERTIME (WS-DEPT)
           END-IF.

           READ LABOR-YTD-FILE
               AT END
                   MOVE 'Y' TO LABYTD-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    A RERUN OF THE PERIOD LAST ADDED TAKES THAT PERIOD'S OLD
      *    FIGURES BACK OUT BEFORE THE NEW ONES GO IN.
       060-ROLL-ONE-DEPARTMENT.
           IF DPT-YTD-LAST-PERIOD (WS-DEPT-SUB) = WS-PERIOD
               SUBTRACT DPT-PRIOR-HOURS (WS-DEPT-SUB)
                   FROM DPT-YTD-HOURS (WS-DEPT-SUB)
               SUBTRACT DPT-PRIOR-REGULAR (WS-DEPT-SUB)
                   FROM DPT-YTD-REGULAR (WS-DEPT-SUB)
               SUBTRACT DPT-PRIOR-OVERTIME (WS-DEPT-SUB)
                   FROM DPT-YTD-OVERTIME (WS-DEPT-SUB)
           END-IF.

           ADD DPT-ACT-HOURS (WS-DEPT-SUB)
               TO DPT-YTD-HOURS (WS-DEPT-SUB).
           ADD DPT-ACT-REGULAR (WS-DEPT-SUB)
               TO DPT-YTD-REGULAR (WS-DEPT-SUB).
           ADD DPT-ACT-OVERTIME (WS-DEPT-SUB)
               TO DPT-YTD-OVERTIME (WS-DEPT-SUB).
           MOVE WS-PERIOD TO DPT-YTD-LAST-PERIOD (WS-DEPT-SUB).

       060-EXIT.
           EXIT.

      *    THE YEAR-TO-DATE FILE IS WRITTEN BACK WHOLE - ONE ROW PER
      *    DEPARTMENT WITH A BUDGET OR ANY ACTUAL THIS YEAR.
       070-SAVE-YEAR-TO-DATE.
           OPEN OUTPUT LABOR-YTD-FILE.

           IF NOT WS-LABYTD-OK
               DISPLAY "CANNOT REWRITE LABOR-YTD-FILE, STATUS "
                       WS-LABYTD-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 075-SAVE-ONE-YTD THRU 075-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           CLOSE LABOR-YTD-FILE.

       079-EXIT.
           EXIT.

       075-SAVE-ONE-YTD.
           IF NOT DPT-HAS-BUDGET (WS-DEPT-SUB)
              AND NOT DPT-HAS-ACTUAL (WS-DEPT-SUB)
              AND DPT-YTD-REGULAR (WS-DEPT-SUB) = ZERO
              AND DPT-YTD-OVERTIME (WS-DEPT-SUB) = ZERO
              AND DPT-YTD-HOURS (WS-DEPT-SUB) = ZERO
               GO TO 075-EXIT
           END-IF.

           MOVE SPACES TO LABOR-YTD-RECORD.
           MOVE WS-DEPT-SUB TO LYR-DEPARTMENT.
           MOVE WS-YEAR TO LYR-YEAR.
           MOVE WS-PERIOD TO LYR-LAST-PERIOD.
           MOVE DPT-YTD-HOURS (WS-DEPT-SUB) TO LYR-YTD-HOURS.
           MOVE DPT-YTD-REGULAR (WS-DEPT-SUB) TO LYR-YTD-REGULAR.
           MOVE DPT-YTD-OVERTIME (WS-DEPT-SUB) TO LYR-YTD-OVERTIME.
           MOVE DPT-ACT-HOURS (WS-DEPT-SUB) TO LYR-PERIOD-HOURS.
           MOVE DPT-ACT-REGULAR (WS-DEPT-SUB) TO LYR-PERIOD-REGULAR.
           MOVE DPT-ACT-OVERTIME (WS-DEPT-SUB)
               TO LYR-PERIOD-OVERTIME.
           WRITE LABOR-YTD-RECORD.

       075-EXIT.
           EXIT.

      *    FINANCE'S PAGE - ONE LINE PER DEPARTMENT, TOTAL LABOR
      *    DOLLARS FOR THE PERIOD AND THE YEAR.  IT PRINTS AHEAD OF
      *    THE FIRST MARKER, SO THE SPLITTER ROUTES IT TO NO MANAGER.
       100-PRINT-SUMMARY.
           MOVE WS-YEAR TO WS-SMH-YEAR.
           MOVE WS-PERIOD TO WS-SMH-PERIOD.
           MOVE WS-PERIOD-START TO WS-SMH-START.
           MOVE WS-PERIOD-END TO WS-SMH-END.
           MOVE WS-RUN-DATE-TIME TO WS-SMH-RUN-DATE.
           WRITE BUDGET-REPORT-RECORD FROM WS-SUMMARY-HEADING
               AFTER ADVANCING PAGE.
           WRITE BUDGET-REPORT-RECORD FROM WS-SUMMARY-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO BUDGET-REPORT-RECORD.
           WRITE BUDGET-REPORT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 105-PRINT-SUMMARY-LINE THRU 105-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE WS-DEPT-PAGE-COUNT TO WS-SMF-DEPTS.
           MOVE WS-OVER-OT-COUNT TO WS-SMF-OVER-OT.
           MOVE WS-NO-BUDGET-COUNT TO WS-SMF-NO-BUDGET.
           WRITE BUDGET-REPORT-RECORD FROM WS-SUMMARY-FOOT
               AFTER ADVANCING 2 LINES.

       109-EXIT.
           EXIT.

       105-PRINT-SUMMARY-LINE.
           IF NOT DPT-HAS-BUDGET (WS-DEPT-SUB)
              AND NOT DPT-HAS-ACTUAL (WS-DEPT-SUB)
               GO TO 105-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-PAGE-COUNT.
           MOVE SPACES TO WS-SML-NOTE.
           MOVE WS-DEPT-SUB TO WS-SML-DEPT.

           COMPUTE WS-ROW-BUDGET = DPT-BUD-REGULAR (WS-DEPT-SUB)
               + DPT-BUD-OVERTIME (WS-DEPT-SUB).
           COMPUTE WS-ROW-ACTUAL = DPT-ACT-REGULAR (WS-DEPT-SUB)
               + DPT-ACT-OVERTIME (WS-DEPT-SUB).
           ADD WS-ROW-ACTUAL TO WS-ACTUAL-TOTAL.
           PERFORM 150-COMPUTE-VARIANCE THRU 150-EXIT.
           MOVE WS-ROW-BUDGET TO WS-SML-BUDGET.
           MOVE WS-ROW-ACTUAL TO WS-SML-ACTUAL.
           MOVE WS-ROW-VARIANCE TO WS-SML-VARIANCE.
           MOVE WS-ROW-PERCENT TO WS-SML-PERCENT.

           COMPUTE WS-ROW-BUDGET = DPT-BUD-YTD-REGULAR (WS-DEPT-SUB)
               + DPT-BUD-YTD-OVERTIME (WS-DEPT-SUB).
           COMPUTE WS-ROW-ACTUAL = DPT-YTD-REGULAR (WS-DEPT-SUB)
               + DPT-YTD-OVERTIME (WS-DEPT-SUB).
           PERFORM 150-COMPUTE-VARIANCE THRU 150-EXIT.
           MOVE WS-ROW-BUDGET TO WS-SML-YTD-BUDGET.
           MOVE WS-ROW-ACTUAL TO WS-SML-YTD-ACTUAL.
           MOVE WS-ROW-VARIANCE TO WS-SML-YTD-VARIANCE.
           MOVE WS-ROW-PERCENT TO WS-SML-YTD-PERCENT.

           PERFORM 155-CHECK-OVERTIME THRU 155-EXIT.
           IF NOT DPT-HAS-BUDGET (WS-DEPT-SUB)
               ADD 1 TO WS-NO-BUDGET-COUNT
               MOVE 'NO BUDGET' TO WS-SML-NOTE
           ELSE
               IF OVERTIME-OVER-BUDGET
                   ADD 1 TO WS-OVER-OT-COUNT
                   MOVE '** OT OVER BUDGET' TO WS-SML-NOTE
               END-IF
           END-IF.

           WRITE BUDGET-REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       105-EXIT.
           EXIT.

      *    ONE PAGE PER DEPARTMENT, OPENED BY THE SPLITTER'S MARKER -
      *    HOURS, REGULAR, OVERTIME AND TOTAL DOLLARS FOR THE PERIOD
      *    AND THEN THE YEAR TO DATE.
       120-PRINT-ONE-DEPARTMENT.
           IF NOT DPT-HAS-BUDGET (WS-DEPT-SUB)
              AND NOT DPT-HAS-ACTUAL (WS-DEPT-SUB)
               GO TO 120-EXIT
           END-IF.

           MOVE WS-DEPT-SUB TO WS-MRK-DEPT.
           WRITE BUDGET-REPORT-RECORD FROM WS-MARKER-LINE
               AFTER ADVANCING PAGE.

           MOVE WS-DEPT-SUB TO WS-DPH-DEPT.
           MOVE WS-YEAR TO WS-DPH-YEAR.
           MOVE WS-PERIOD TO WS-DPH-PERIOD.
           MOVE WS-PERIOD-START TO WS-DPH-START.
           MOVE WS-PERIOD-END TO WS-DPH-END.
           WRITE BUDGET-REPORT-RECORD FROM WS-DEPT-HEADING
               AFTER ADVANCING 1 LINE.

           PERFORM 155-CHECK-OVERTIME THRU 155-EXIT.

           MOVE 'THIS PERIOD' TO WS-DSL-TITLE.
           WRITE BUDGET-REPORT-RECORD FROM WS-DEPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'HOURS' TO WS-DRW-LABEL.
           MOVE DPT-BUD-HOURS (WS-DEPT-SUB) TO WS-ROW-BUDGET.
           MOVE DPT-ACT-HOURS (WS-DEPT-SUB) TO WS-ROW-ACTUAL.
           MOVE SPACES TO WS-DRW-FLAG.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'REGULAR DOLLARS' TO WS-DRW-LABEL.
           MOVE DPT-BUD-REGULAR (WS-DEPT-SUB) TO WS-ROW-BUDGET.
           MOVE DPT-ACT-REGULAR (WS-DEPT-SUB) TO WS-ROW-ACTUAL.
           MOVE SPACES TO WS-DRW-FLAG.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'OVERTIME DOLLARS' TO WS-DRW-LABEL.
           MOVE DPT-BUD-OVERTIME (WS-DEPT-SUB) TO WS-ROW-BUDGET.
           MOVE DPT-ACT-OVERTIME (WS-DEPT-SUB) TO WS-ROW-ACTUAL.
           MOVE SPACES TO WS-DRW-FLAG.
           IF DPT-HAS-BUDGET (WS-DEPT-SUB)
              AND WS-ROW-ACTUAL > WS-ROW-BUDGET
               MOVE '*** OVERTIME OVER BUDGET ***' TO WS-DRW-FLAG
           END-IF.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'TOTAL DOLLARS' TO WS-DRW-LABEL.
           COMPUTE WS-ROW-BUDGET = DPT-BUD-REGULAR (WS-DEPT-SUB)
               + DPT-BUD-OVERTIME (WS-DEPT-SUB).
           COMPUTE WS-ROW-ACTUAL = DPT-ACT-REGULAR (WS-DEPT-SUB)
               + DPT-ACT-OVERTIME (WS-DEPT-SUB).
           MOVE SPACES TO WS-DRW-FLAG.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'YEAR TO DATE' TO WS-DSL-TITLE.
           WRITE BUDGET-REPORT-RECORD FROM WS-DEPT-SECTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'HOURS' TO WS-DRW-LABEL.
           MOVE DPT-BUD-YTD-HOURS (WS-DEPT-SUB) TO WS-ROW-BUDGET.
           MOVE DPT-YTD-HOURS (WS-DEPT-SUB) TO WS-ROW-ACTUAL.
           MOVE SPACES TO WS-DRW-FLAG.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'REGULAR DOLLARS' TO WS-DRW-LABEL.
           MOVE DPT-BUD-YTD-REGULAR (WS-DEPT-SUB) TO WS-ROW-BUDGET.
           MOVE DPT-YTD-REGULAR (WS-DEPT-SUB) TO WS-ROW-ACTUAL.
           MOVE SPACES TO WS-DRW-FLAG.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'OVERTIME DOLLARS' TO WS-DRW-LABEL.
           MOVE DPT-BUD-YTD-OVERTIME (WS-DEPT-SUB) TO WS-ROW-BUDGET.
           MOVE DPT-YTD-OVERTIME (WS-DEPT-SUB) TO WS-ROW-ACTUAL.
           MOVE SPACES TO WS-DRW-FLAG.
           IF DPT-HAS-BUDGET (WS-DEPT-SUB)
              AND WS-ROW-ACTUAL > WS-ROW-BUDGET
               MOVE '*** OVERTIME OVER BUDGET ***' TO WS-DRW-FLAG
           END-IF.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE 'TOTAL DOLLARS' TO WS-DRW-LABEL.
           COMPUTE WS-ROW-BUDGET = DPT-BUD-YTD-REGULAR (WS-DEPT-SUB)
               + DPT-BUD-YTD-OVERTIME (WS-DEPT-SUB).
           COMPUTE WS-ROW-ACTUAL = DPT-YTD-REGULAR (WS-DEPT-SUB)
               + DPT-YTD-OVERTIME (WS-DEPT-SUB).
           MOVE SPACES TO WS-DRW-FLAG.
           PERFORM 130-PRINT-DEPT-ROW THRU 130-EXIT.

           MOVE SPACES TO WS-DEPT-NOTE-LINE.
           EVALUATE TRUE
               WHEN NOT DPT-HAS-BUDGET (WS-DEPT-SUB)
                   MOVE WS-NO-BUDGET-NOTE TO WS-DEPT-NOTE-LINE
               WHEN OVERTIME-OVER-BUDGET
                   MOVE WS-OVER-OT-NOTE TO WS-DEPT-NOTE-LINE
           END-EVALUATE.
           IF WS-DEPT-NOTE-LINE NOT = SPACES
               WRITE BUDGET-REPORT-RECORD FROM WS-DEPT-NOTE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

       120-EXIT.
           EXIT.

       130-PRINT-DEPT-ROW.
           PERFORM 150-COMPUTE-VARIANCE THRU 150-EXIT.
           MOVE WS-ROW-BUDGET TO WS-DRW-BUDGET.
           MOVE WS-ROW-ACTUAL TO WS-DRW-ACTUAL.
           MOVE WS-ROW-VARIANCE TO WS-DRW-VARIANCE.
           MOVE WS-ROW-PERCENT TO WS-DRW-PERCENT.
           WRITE BUDGET-REPORT-RECORD FROM WS-DEPT-ROW
               AFTER ADVANCING 1 LINE.

       130-EXIT.
           EXIT.

      *    VARIANCE IS ACTUAL LESS BUDGET - POSITIVE MEANS OVER
      *    BUDGET - AND THE PERCENT IS OF BUDGET.  WITH NO BUDGET
      *    THERE IS NO PERCENT TO GIVE.
       150-COMPUTE-VARIANCE.
           COMPUTE WS-ROW-VARIANCE = WS-ROW-ACTUAL - WS-ROW-BUDGET.
           MOVE ZERO TO WS-ROW-PERCENT.
           IF WS-ROW-BUDGET NOT = ZERO
               COMPUTE WS-ROW-PERCENT ROUNDED =
                   (WS-ROW-VARIANCE * 100) / WS-ROW-BUDGET
                   ON SIZE ERROR
                       MOVE 9999.9 TO WS-ROW-PERCENT
               END-COMPUTE
           END-IF.

       150-EXIT.
           EXIT.

      *    OVERTIME IS OVER BUDGET WHEN EITHER THE PERIOD'S OR THE
      *    YEAR'S OVERTIME DOLLARS RUN ABOVE WHAT WAS BUDGETED.
       155-CHECK-OVERTIME.
           MOVE 'N' TO WS-OT-OVER-SWITCH.
           IF NOT DPT-HAS-BUDGET (WS-DEPT-SUB)
               GO TO 155-EXIT
           END-IF.
           IF DPT-ACT-OVERTIME (WS-DEPT-SUB)
                   > DPT-BUD-OVERTIME (WS-DEPT-SUB)
              OR DPT-YTD-OVERTIME (WS-DEPT-SUB)
                   > DPT-BUD-YTD-OVERTIME (WS-DEPT-SUB)
               MOVE 'Y' TO WS-OT-OVER-SWITCH
           END-IF.

       155-EXIT.
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
      *    EACH RUN - POSTED PAY RECORDS READ, DEPARTMENTS REPORTED,
      *    AND THE PERIOD'S ACTUAL LABOR DOLLARS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'LABBUDG1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-DEPT-PAGE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-ACTUAL-TOTAL TO ATR-CONTROL-TOTAL.

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
