       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * NEXT-PERIOD QUOTA PROPOSAL.                                   *
      *                                                               *
      * SLSMMSTR QUOTAS WERE SET ONCE A YEAR WITH NOTHING BEHIND      *
      * THEM.  PRIORTOT ONLY EVER HOLDS THE PERIOD JUST CLOSED, SO    *
      * THIS RUN FIRST FILES THAT PERIOD'S SALESMAN TOTALS ('S'       *
      * RECORDS) ON THE SALES HISTORY SALESHST UNDER THE CLOSED       *
      * PERIOD QUOTAPRM NAMES - A RERUN FOR THE SAME PERIOD REPLACES  *
      * ITS ROWS, AND ROWS MORE THAN TWO YEARS OLD ARE DROPPED.       *
      *                                                               *
      * EACH SALESMAN'S NEXT PERIOD IS THEN PROJECTED FROM THAT       *
      * HISTORY: THE TREND OVER THE LAST THREE PERIODS (THE CLOSED    *
      * PERIOD PLUS ITS AVERAGE PERIOD-ON-PERIOD CHANGE), AVERAGED    *
      * WITH THE SAME PERIOD LAST YEAR MOVED BY HOW FAR THIS YEAR IS  *
      * RUNNING AHEAD OF OR BEHIND LAST.  WITHOUT LAST YEAR'S TWO     *
      * PERIODS THE TREND STANDS ALONE; WITH NO RECENT SALES AT ALL   *
      * THE CURRENT QUOTA IS CARRIED.  THE COMPANY GROWTH TARGET ON   *
      * QUOTAPRM IS APPLIED TO THE PROJECTION AND THE RESULT ROUNDED  *
      * TO WHOLE DOLLARS IS THE PROPOSED QUOTA.                       *
      *                                                               *
      * QUOTARPT IS THE WORKSHEET - A PAGE PER DISTRICT WITH A ROLL-  *
      * UP LINE AND A COMPANY TOTAL, AND A BLANK APPROVED COLUMN FOR  *
      * MANAGEMENT TO MARK UP.  QUOTAPRP CARRIES THE SAME ROWS FOR    *
      * THE MARKUP TO BE KEYED ONTO; THE QUOTA APPLY RUN LOADS THE    *
      * APPROVED QUOTAS FROM IT.  RERUNNING THIS JOB REPLACES         *
      * QUOTAPRP, SO IT IS NOT RERUN ONCE THE MARKUP IS KEYED.        *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOTA-PARM-FILE
               ASSIGN TO EXTERNAL QUOTAPRM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PARM-STATUS.

           SELECT PRIOR-TOTALS-FILE
               ASSIGN TO EXTERNAL PRIORTOT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PRIOR-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMMSTR-STATUS.

           SELECT SALES-HISTORY-FILE
               ASSIGN TO EXTERNAL SALESHST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SALESHST-STATUS.

           SELECT QUOTA-PROPOSAL-FILE
               ASSIGN TO EXTERNAL QUOTAPRP
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT QUOTA-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING QUOTARPT
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

       FD  QUOTA-PARM-FILE.

      *    ONE RECORD, MAINTAINED BY SALES MANAGEMENT: THE COMPANY
      *    GROWTH TARGET IN PERCENT ('-' IN THE SIGN BYTE FOR A
      *    PLANNED DECLINE) AND THE PERIOD PRIORTOT NOW HOLDS.  A
      *    BLANK PERIOD MEANS THE MONTH BEFORE THE BUSINESS DATE.
       01  QUOTA-PARM-RECORD.
           03  QPM-GROWTH-SIGN         PIC X(01).
           03  QPM-GROWTH-PCT          PIC 9(03)V9.
           03  FILLER                  PIC X(01).
           03  QPM-CLOSED-PERIOD       PIC X(06).
           03  FILLER                  PIC X(68).

       FD  PRIOR-TOTALS-FILE.

       01  PRIOR-TOTALS-RECORD.
           03  PTR-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTR-KEY                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  PTR-AMOUNT              PIC S9(08)V99.
           03  FILLER                  PIC X(01).
           03  PTR-PRODUCT-LINE        PIC X(03).
           03  FILLER                  PIC X(01).
           03  PTR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(58).

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

      *    ONE ROW PER SALESMAN PER CLOSED PERIOD - THE PERIOD'S
      *    SALES AS PRIORTOT HAD THEM AND THE DISTRICT THEY WERE
      *    CREDITED TO.
       FD  SALES-HISTORY-FILE.

       01  SALES-HISTORY-RECORD.
           03  SHR-PERIOD              PIC 9(06).
           03  FILLER                  PIC X(01).
           03  SHR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SHR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SHR-SALES               PIC S9(08)V99.
           03  FILLER                  PIC X(01).
           03  SHR-RECORDED-DATE       PIC 9(08).
           03  FILLER                  PIC X(49).

      *    ONE ROW PER SALESMAN PROPOSED.  THE MARKUP IS KEYED INTO
      *    QPP-ACTION - 'A' TAKES THE PROPOSED QUOTA, 'O' TAKES THE
      *    AMOUNT KEYED IN QPP-APPROVED-QUOTA (NINE DIGITS, TWO OF
      *    THEM CENTS), BLANK LEAVES THE CURRENT QUOTA ALONE.
       FD  QUOTA-PROPOSAL-FILE.

       01  QUOTA-PROPOSAL-RECORD.
           03  QPP-PLAN-PERIOD         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  QPP-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  QPP-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  QPP-SALESMAN-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  QPP-CURRENT-QUOTA       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  QPP-PROPOSED-QUOTA      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  QPP-BASIS               PIC X(05).
           03  FILLER                  PIC X(01).
           03  QPP-ACTION              PIC X(01).
           03  FILLER                  PIC X(01).
           03  QPP-APPROVED-QUOTA      PIC X(09).
           03  FILLER                  PIC X(10).

       FD  QUOTA-PRINT-FILE.

       01  QUOTA-PRINT-RECORD          PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'QUOTAPL1'.

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
       77  WS-PRIOR-STATUS             PIC XX.
           88  WS-PRIOR-OK                         VALUE "00".
       77  WS-SLSMMSTR-STATUS          PIC XX.
           88  WS-SLSMMSTR-OK                      VALUE "00".
      *    NO SALES HISTORY YET MEANS THIS IS THE FIRST PERIOD FILED.
       77  WS-SALESHST-STATUS          PIC XX.
           88  WS-SALESHST-OK                      VALUE "00".
           88  WS-SALESHST-NOT-FOUND               VALUE "35".
       77  WS-PROPOSAL-STATUS          PIC XX.
           88  WS-PROPOSAL-OK                      VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PRIOR-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  PRIOR-EOF                           VALUE 'Y'.
       77  SLSMMSTR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMMSTR-EOF                        VALUE 'Y'.
       77  SALESHST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SALESHST-EOF                        VALUE 'Y'.

       77  WS-PRIOR-COUNT              PIC 9(06)   VALUE 0.
       77  WS-REPLACED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-DROPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-CARRIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-CAPPED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

      *    THE GROWTH TARGET AS A SIGNED PERCENT AND AS THE FACTOR
      *    THE PROJECTION IS MULTIPLIED BY.
       77  WS-GROWTH-PCT               PIC S9(03)V9 VALUE 0.
       77  WS-GROWTH-FACTOR            PIC S9(02)V9(04) VALUE 0.

      *    THE PERIODS THE PROJECTION LOOKS AT, ALL COUNTED FROM THE
      *    CLOSED PERIOD.
       77  WS-CLOSED-PERIOD            PIC 9(06)   VALUE 0.
       77  WS-PLAN-PERIOD              PIC 9(06)   VALUE 0.
       77  WS-ONE-AGO-PERIOD           PIC 9(06)   VALUE 0.
       77  WS-TWO-AGO-PERIOD           PIC 9(06)   VALUE 0.
       77  WS-LY-CLOSED-PERIOD         PIC 9(06)   VALUE 0.
       77  WS-LY-PLAN-PERIOD           PIC 9(06)   VALUE 0.
       77  WS-KEEP-FROM-PERIOD         PIC 9(06)   VALUE 0.

      *    070 MOVES WS-STEP-PERIOD BY WS-STEP-MONTHS (NEGATIVE
      *    STEPS BACK).
       01  WS-STEP-PERIOD              PIC 9(06)   VALUE 0.
       01  WS-STEP-PERIOD-PARTS REDEFINES WS-STEP-PERIOD.
           03  WS-STEP-YEAR            PIC 9(04).
           03  WS-STEP-MONTH           PIC 9(02).
       77  WS-STEP-MONTHS              PIC S9(03)  VALUE 0.
       77  WS-MONTH-INDEX              PIC S9(07)  VALUE 0.
       77  WS-MONTH-REMAINDER          PIC 9(02)   VALUE 0.

      *    SALESHST IS READ WHOLE, THE CLOSED PERIOD REFILED FROM
      *    PRIORTOT, AND WRITTEN BACK.
       01  SALES-HISTORY-TABLE.
           02  SALES-HISTORY-ENTRY     OCCURS 3000 TIMES.
               03  SHT-PERIOD          PIC 9(06).
               03  SHT-SALESMAN-NUMBER PIC 9(02).
               03  SHT-DISTRICT        PIC X(01).
               03  SHT-SALES           PIC S9(08)V99.
               03  SHT-RECORDED-DATE   PIC 9(08).
       77  WS-HISTORY-COUNT            PIC 9(04)   VALUE 0.
       77  WS-HISTORY-SUB              PIC 9(04)   VALUE 0.

      *    ONE ROW PER SALESMAN ON SLSMMSTR, KEPT IN DISTRICT AND
      *    SALESMAN ORDER AS THE MASTER IS LOADED SO THE WORKSHEET
      *    PRINTS STRAIGHT DOWN THE TABLE.
       01  PROPOSAL-TABLE.
           02  PROPOSAL-ENTRY          OCCURS 99 TIMES.
               03  PPT-SORT-KEY.
                   05  PPT-DISTRICT    PIC X(01).
                   05  PPT-SALESMAN-NUMBER
                                       PIC 9(02).
               03  PPT-SALESMAN-NAME   PIC X(20).
               03  PPT-CURRENT-QUOTA   PIC 9(07)V99.
               03  PPT-TWO-AGO-SALES   PIC S9(08)V99.
               03  PPT-ONE-AGO-SALES   PIC S9(08)V99.
               03  PPT-CLOSED-SALES    PIC S9(08)V99.
               03  PPT-LY-PLAN-SALES   PIC S9(08)V99.
               03  PPT-PROJECTION      PIC S9(08)V99.
               03  PPT-PROPOSED-QUOTA  PIC 9(07)V99.
               03  PPT-BASIS           PIC X(05).
       77  WS-PROPOSAL-COUNT           PIC 9(03)   VALUE 0.
       77  WS-PROPOSAL-SUB             PIC 9(03)   VALUE 0.
       77  WS-INSERT-SUB               PIC 9(03)   VALUE 0.
       77  WS-SHIFT-SUB                PIC 9(03)   VALUE 0.
       77  WS-MASTER-OVERFLOW          PIC 9(06)   VALUE 0.
       01  WS-NEW-SORT-KEY.
           03  WS-NSK-DISTRICT         PIC X(01).
           03  WS-NSK-SALESMAN-NUMBER  PIC 9(02).

      *    THE QUESTION PUT TO 075 - WHAT DID THIS SALESMAN SELL IN
      *    THIS PERIOD - AND ITS ANSWER.
       77  WS-ASK-SALESMAN             PIC 9(02)   VALUE 0.
       77  WS-ASK-PERIOD               PIC 9(06)   VALUE 0.
       77  WS-FOUND-SALES              PIC S9(08)V99 VALUE 0.
       77  WS-PERIOD-FOUND             PIC X(01)   VALUE 'N'.
           88  PERIOD-ON-HISTORY                   VALUE 'Y'.

      *    WHICH OF THE FIVE PERIODS THE SALESMAN HAS ON SALESHST.
       77  WS-HAVE-CLOSED              PIC X(01)   VALUE 'N'.
       77  WS-HAVE-ONE-AGO             PIC X(01)   VALUE 'N'.
       77  WS-HAVE-TWO-AGO             PIC X(01)   VALUE 'N'.
       77  WS-HAVE-LY-CLOSED           PIC X(01)   VALUE 'N'.
       77  WS-HAVE-LY-PLAN             PIC X(01)   VALUE 'N'.

       77  WS-LY-CLOSED-SALES          PIC S9(08)V99 VALUE 0.
       77  WS-TREND-SPAN               PIC 9(01)   VALUE 0.
       77  WS-TREND-STEP               PIC S9(08)V99 VALUE 0.
       77  WS-TREND-PROJECTION         PIC S9(08)V99 VALUE 0.
       77  WS-SEASONAL-PROJECTION      PIC S9(08)V99 VALUE 0.
       77  WS-PROPOSED-DOLLARS         PIC 9(08)   VALUE 0.

      *    DISTRICT AND COMPANY TOTALS FOR THE ROLL-UP LINES.
       01  WS-DISTRICT-TOTALS.
           03  WS-DST-CURRENT-QUOTA    PIC S9(09)V99 VALUE 0.
           03  WS-DST-TWO-AGO-SALES    PIC S9(09)V99 VALUE 0.
           03  WS-DST-ONE-AGO-SALES    PIC S9(09)V99 VALUE 0.
           03  WS-DST-CLOSED-SALES     PIC S9(09)V99 VALUE 0.
           03  WS-DST-LY-PLAN-SALES    PIC S9(09)V99 VALUE 0.
           03  WS-DST-PROJECTION       PIC S9(09)V99 VALUE 0.
           03  WS-DST-PROPOSED-QUOTA   PIC S9(09)V99 VALUE 0.
       01  WS-COMPANY-TOTALS.
           03  WS-CMP-CURRENT-QUOTA    PIC S9(09)V99 VALUE 0.
           03  WS-CMP-TWO-AGO-SALES    PIC S9(09)V99 VALUE 0.
           03  WS-CMP-ONE-AGO-SALES    PIC S9(09)V99 VALUE 0.
           03  WS-CMP-CLOSED-SALES     PIC S9(09)V99 VALUE 0.
           03  WS-CMP-LY-PLAN-SALES    PIC S9(09)V99 VALUE 0.
           03  WS-CMP-PROJECTION       PIC S9(09)V99 VALUE 0.
           03  WS-CMP-PROPOSED-QUOTA   PIC S9(09)V99 VALUE 0.
       77  WS-DISTRICT-SALESMEN        PIC 9(03)   VALUE 0.
       77  WS-CURRENT-DISTRICT         PIC X(01)   VALUE SPACE.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40)   VALUE
                   'NEXT-PERIOD QUOTA PROPOSAL'.
           03  FILLER                  PIC X(09) VALUE 'BUSINESS '.
           03  WS-PGH-BUSINESS-DATE    PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-PLAN-HEADING.
           03  FILLER                  PIC X(14) VALUE
                   'CLOSED PERIOD '.
           03  WS-PLH-CLOSED-PERIOD    PIC 9(06).
           03  FILLER                  PIC X(15) VALUE
                   '   PLAN PERIOD '.
           03  WS-PLH-PLAN-PERIOD      PIC 9(06).
           03  FILLER                  PIC X(27) VALUE
                   '   COMPANY GROWTH TARGET   '.
           03  WS-PLH-GROWTH-PCT       PIC ---9.9.
           03  FILLER                  PIC X(01) VALUE '%'.
           03  WS-PLH-DISTRICT-AREA    PIC X(14).

      *    THE THREE RECENT PERIODS AND LAST YEAR'S PLAN PERIOD ARE
      *    HEADED WITH THE PERIODS THEMSELVES.
       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(24) VALUE
                   'SLSM  NAME'.
           03  FILLER                  PIC X(12) VALUE
                   '   CUR QUOTA'.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-CLH-TWO-AGO          PIC 9(06).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-CLH-ONE-AGO          PIC 9(06).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-CLH-CLOSED           PIC 9(06).
           03  FILLER                  PIC X(06) VALUE '   LY '.
           03  WS-CLH-LY-PLAN          PIC 9(06).
           03  FILLER                  PIC X(12) VALUE
                   '   PROJECTED'.
           03  FILLER                  PIC X(12) VALUE
                   '    PROPOSED'.
           03  FILLER                  PIC X(20) VALUE
                   '  BASIS    APPROVED'.

       01  WS-DETAIL-LINE.
           03  WS-DTL-SALESMAN         PIC 9(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-NAME             PIC X(20).
           03  WS-DTL-AMOUNTS.
               05  WS-DTL-AMOUNT       OCCURS 7 TIMES.
                   07  FILLER          PIC X(01).
                   07  WS-DTL-VALUE    PIC ZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-BASIS            PIC X(05).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-APPROVED         PIC X(12).

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-TTL-LABEL            PIC X(20).
           03  WS-TTL-AMOUNTS.
               05  WS-TTL-AMOUNT       OCCURS 7 TIMES.
                   07  FILLER          PIC X(01).
                   07  WS-TTL-VALUE    PIC ZZ,ZZZ,ZZ9-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TTL-SALESMEN         PIC ZZ9.
           03  FILLER                  PIC X(09) VALUE ' SALESMEN'.

       01  WS-LEGEND-LINE              PIC X(100).

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

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           PERFORM 010-LOAD-QUOTA-PARM THRU 019-EXIT.
           PERFORM 020-LOAD-MASTER THRU 029-EXIT.
           PERFORM 030-LOAD-SALES-HISTORY THRU 039-EXIT.
           PERFORM 040-FILE-CLOSED-PERIOD THRU 049-EXIT.
           PERFORM 050-SAVE-SALES-HISTORY THRU 059-EXIT.

           OPEN OUTPUT QUOTA-PROPOSAL-FILE.
           IF NOT WS-PROPOSAL-OK
               MOVE "QUOTA-PROPOSAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROPOSAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT QUOTA-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "QUOTA-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 100-PROJECT-ONE-SALESMAN THRU 100-EXIT
               VARYING WS-PROPOSAL-SUB FROM 1 BY 1
               UNTIL WS-PROPOSAL-SUB > WS-PROPOSAL-COUNT.

           PERFORM 150-PRINT-ONE-SALESMAN THRU 150-EXIT
               VARYING WS-PROPOSAL-SUB FROM 1 BY 1
               UNTIL WS-PROPOSAL-SUB > WS-PROPOSAL-COUNT.

           IF WS-PROPOSAL-COUNT > ZERO
               PERFORM 160-PRINT-DISTRICT-TOTAL THRU 160-EXIT
           END-IF.

           PERFORM 170-PRINT-COMPANY-TOTAL THRU 170-EXIT.

           CLOSE QUOTA-PROPOSAL-FILE,
                 QUOTA-PRINT-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           DISPLAY "QUOTA PROPOSAL FOR PERIOD " WS-PLAN-PERIOD ": "
                   WS-PROPOSAL-COUNT " SALESMEN, " WS-CARRIED-COUNT
                   " CARRIED AT CURRENT QUOTA".

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-LOAD-QUOTA-PARM.
           OPEN INPUT QUOTA-PARM-FILE.

           IF NOT WS-PARM-OK
               MOVE "QUOTA-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ QUOTA-PARM-FILE
               AT END
                   DISPLAY "QUOTA-PARM-FILE IS EMPTY - NO GROWTH "
                           "TARGET TO PLAN WITH" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           CLOSE QUOTA-PARM-FILE.

           IF QPM-GROWTH-PCT IS NOT NUMERIC
              OR (QPM-GROWTH-SIGN NOT = SPACE
                  AND QPM-GROWTH-SIGN NOT = '+'
                  AND QPM-GROWTH-SIGN NOT = '-')
               DISPLAY "QUOTAPRM GROWTH TARGET IS NOT A PERCENT"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE QPM-GROWTH-PCT TO WS-GROWTH-PCT.
           IF QPM-GROWTH-SIGN = '-'
               IF WS-GROWTH-PCT NOT < 100
                   DISPLAY "QUOTAPRM GROWTH TARGET PLANS AWAY THE "
                           "WHOLE PERIOD" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               MULTIPLY -1 BY WS-GROWTH-PCT
           END-IF.

           DIVIDE WS-GROWTH-PCT BY 100 GIVING WS-GROWTH-FACTOR.
           ADD 1 TO WS-GROWTH-FACTOR.

      *    THE CLOSED PERIOD DEFAULTS TO THE MONTH BEFORE THE
      *    BUSINESS DATE - THE DISTRICT RUN CLOSES A MONTH AND THIS
      *    RUN FOLLOWS IT INTO THE NEXT.
           IF QPM-CLOSED-PERIOD = SPACES
               MOVE WS-BUSINESS-DATE (1:6) TO WS-STEP-PERIOD
               MOVE -1 TO WS-STEP-MONTHS
               PERFORM 070-STEP-PERIOD THRU 070-EXIT
               MOVE WS-STEP-PERIOD TO WS-CLOSED-PERIOD
           ELSE
               IF QPM-CLOSED-PERIOD IS NOT NUMERIC
                   DISPLAY "QUOTAPRM CLOSED PERIOD IS NOT A YYYYMM "
                           "PERIOD" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               MOVE QPM-CLOSED-PERIOD TO WS-STEP-PERIOD
               IF WS-STEP-MONTH < 1 OR WS-STEP-MONTH > 12
                   DISPLAY "QUOTAPRM CLOSED PERIOD IS NOT A YYYYMM "
                           "PERIOD" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               MOVE WS-STEP-PERIOD TO WS-CLOSED-PERIOD
           END-IF.

           MOVE WS-CLOSED-PERIOD TO WS-STEP-PERIOD.
           MOVE 1 TO WS-STEP-MONTHS.
           PERFORM 070-STEP-PERIOD THRU 070-EXIT.
           MOVE WS-STEP-PERIOD TO WS-PLAN-PERIOD.

           MOVE WS-CLOSED-PERIOD TO WS-STEP-PERIOD.
           MOVE -1 TO WS-STEP-MONTHS.
           PERFORM 070-STEP-PERIOD THRU 070-EXIT.
           MOVE WS-STEP-PERIOD TO WS-ONE-AGO-PERIOD.

           MOVE WS-CLOSED-PERIOD TO WS-STEP-PERIOD.
           MOVE -2 TO WS-STEP-MONTHS.
           PERFORM 070-STEP-PERIOD THRU 070-EXIT.
           MOVE WS-STEP-PERIOD TO WS-TWO-AGO-PERIOD.

           MOVE WS-CLOSED-PERIOD TO WS-STEP-PERIOD.
           MOVE -12 TO WS-STEP-MONTHS.
           PERFORM 070-STEP-PERIOD THRU 070-EXIT.
           MOVE WS-STEP-PERIOD TO WS-LY-CLOSED-PERIOD.

           MOVE WS-CLOSED-PERIOD TO WS-STEP-PERIOD.
           MOVE -11 TO WS-STEP-MONTHS.
           PERFORM 070-STEP-PERIOD THRU 070-EXIT.
           MOVE WS-STEP-PERIOD TO WS-LY-PLAN-PERIOD.

           MOVE WS-CLOSED-PERIOD TO WS-STEP-PERIOD.
           MOVE -24 TO WS-STEP-MONTHS.
           PERFORM 070-STEP-PERIOD THRU 070-EXIT.
           MOVE WS-STEP-PERIOD TO WS-KEEP-FROM-PERIOD.

       019-EXIT.
           EXIT.

       020-LOAD-MASTER.
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

           PERFORM 025-STORE-ONE-SALESMAN THRU 025-EXIT
               UNTIL SLSMMSTR-EOF.

           CLOSE SALESMAN-MASTER-FILE.

           IF WS-MASTER-OVERFLOW > 0
               DISPLAY "SLSMMSTR HAS " WS-MASTER-OVERFLOW
                       " ROW(S) BEYOND THE PROPOSAL TABLE - QUOTA "
                       "PROPOSAL REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       029-EXIT.
           EXIT.

      *    EACH SALESMAN GOES IN AHEAD OF THE FIRST ROW WITH A LATER
      *    DISTRICT AND NUMBER, THE ROWS BEHIND IT SHUFFLED DOWN.
       025-STORE-ONE-SALESMAN.
           IF SMR-SALESMAN-NUMBER IS NOT NUMERIC
               GO TO 025-READ-NEXT
           END-IF.

           IF WS-PROPOSAL-COUNT NOT < 99
               ADD 1 TO WS-MASTER-OVERFLOW
               GO TO 025-READ-NEXT
           END-IF.

           MOVE SMR-DISTRICT TO WS-NSK-DISTRICT.
           MOVE SMR-SALESMAN-NUMBER TO WS-NSK-SALESMAN-NUMBER.

           MOVE ZERO TO WS-INSERT-SUB.
           PERFORM 026-FIND-INSERT-POINT THRU 026-EXIT
               VARYING WS-PROPOSAL-SUB FROM 1 BY 1
               UNTIL WS-PROPOSAL-SUB > WS-PROPOSAL-COUNT
                  OR WS-INSERT-SUB > ZERO.
           IF WS-INSERT-SUB = ZERO
               COMPUTE WS-INSERT-SUB = WS-PROPOSAL-COUNT + 1
           END-IF.

           PERFORM 027-SHIFT-ONE-DOWN THRU 027-EXIT
               VARYING WS-SHIFT-SUB FROM WS-PROPOSAL-COUNT BY -1
               UNTIL WS-SHIFT-SUB < WS-INSERT-SUB.

           ADD 1 TO WS-PROPOSAL-COUNT.
           INITIALIZE PROPOSAL-ENTRY (WS-INSERT-SUB).
           MOVE WS-NEW-SORT-KEY TO PPT-SORT-KEY (WS-INSERT-SUB).
           MOVE SMR-SALESMAN-NAME
               TO PPT-SALESMAN-NAME (WS-INSERT-SUB).
           IF SMR-MONTHLY-QUOTA IS NUMERIC
               MOVE SMR-MONTHLY-QUOTA
                   TO PPT-CURRENT-QUOTA (WS-INSERT-SUB)
           END-IF.

       025-READ-NEXT.
           READ SALESMAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO SLSMMSTR-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       026-FIND-INSERT-POINT.
           IF PPT-SORT-KEY (WS-PROPOSAL-SUB) > WS-NEW-SORT-KEY
               MOVE WS-PROPOSAL-SUB TO WS-INSERT-SUB
           END-IF.

       026-EXIT.
           EXIT.

       027-SHIFT-ONE-DOWN.
           MOVE PROPOSAL-ENTRY (WS-SHIFT-SUB)
               TO PROPOSAL-ENTRY (WS-SHIFT-SUB + 1).

       027-EXIT.
           EXIT.

      *    ROWS FOR THE PERIOD BEING FILED ARE LEFT BEHIND - PRIORTOT
      *    REPLACES THEM - AND SO ARE ROWS OLDER THAN TWO YEARS.
       030-LOAD-SALES-HISTORY.
           OPEN INPUT SALES-HISTORY-FILE.

           IF WS-SALESHST-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-SALESHST-OK
               MOVE "SALES-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SALESHST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO SALESHST-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-HISTORY THRU 035-EXIT
               UNTIL SALESHST-EOF.

           CLOSE SALES-HISTORY-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-HISTORY.
           IF SHR-PERIOD IS NOT NUMERIC
              OR SHR-SALESMAN-NUMBER IS NOT NUMERIC
              OR SHR-SALES IS NOT NUMERIC
               GO TO 035-READ-NEXT
           END-IF.

           IF SHR-PERIOD = WS-CLOSED-PERIOD
               ADD 1 TO WS-REPLACED-COUNT
               GO TO 035-READ-NEXT
           END-IF.

           IF SHR-PERIOD < WS-KEEP-FROM-PERIOD
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 035-READ-NEXT
           END-IF.

           PERFORM 045-ADD-HISTORY-ROW THRU 045-EXIT.
           MOVE SHR-RECORDED-DATE
               TO SHT-RECORDED-DATE (WS-HISTORY-COUNT).

       035-READ-NEXT.
           READ SALES-HISTORY-FILE
               AT END
                   MOVE 'Y' TO SALESHST-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       040-FILE-CLOSED-PERIOD.
           OPEN INPUT PRIOR-TOTALS-FILE.

           IF NOT WS-PRIOR-OK
               MOVE "PRIOR-TOTALS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRIOR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PRIOR-TOTALS-FILE
               AT END
                   MOVE 'Y' TO PRIOR-EOF-SWITCH
           END-READ.

           PERFORM 042-FILE-ONE-PRIOR-TOTAL THRU 042-EXIT
               UNTIL PRIOR-EOF.

           CLOSE PRIOR-TOTALS-FILE.

       049-EXIT.
           EXIT.

       042-FILE-ONE-PRIOR-TOTAL.
           IF PTR-RECORD-TYPE NOT = 'S'
              OR PTR-KEY IS NOT NUMERIC
              OR PTR-AMOUNT IS NOT NUMERIC
               GO TO 042-READ-NEXT
           END-IF.

           ADD 1 TO WS-PRIOR-COUNT.
           MOVE WS-CLOSED-PERIOD TO SHR-PERIOD.
           MOVE PTR-KEY TO SHR-SALESMAN-NUMBER.
           MOVE PTR-DISTRICT TO SHR-DISTRICT.
           MOVE PTR-AMOUNT TO SHR-SALES.
           PERFORM 045-ADD-HISTORY-ROW THRU 045-EXIT.
           MOVE WS-BUSINESS-DATE
               TO SHT-RECORDED-DATE (WS-HISTORY-COUNT).

       042-READ-NEXT.
           READ PRIOR-TOTALS-FILE
               AT END
                   MOVE 'Y' TO PRIOR-EOF-SWITCH
           END-READ.

       042-EXIT.
           EXIT.

      *    SALES-HISTORY-RECORD HOLDS THE ROW TO BE TABLED.
       045-ADD-HISTORY-ROW.
           IF WS-HISTORY-COUNT NOT < 3000
               DISPLAY "SALESHST HOLDS MORE THAN 3000 ROWS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-HISTORY-COUNT.
           MOVE SHR-PERIOD TO SHT-PERIOD (WS-HISTORY-COUNT).
           MOVE SHR-SALESMAN-NUMBER
               TO SHT-SALESMAN-NUMBER (WS-HISTORY-COUNT).
           MOVE SHR-DISTRICT TO SHT-DISTRICT (WS-HISTORY-COUNT).
           MOVE SHR-SALES TO SHT-SALES (WS-HISTORY-COUNT).

       045-EXIT.
           EXIT.

       050-SAVE-SALES-HISTORY.
           OPEN OUTPUT SALES-HISTORY-FILE.
           IF NOT WS-SALESHST-OK
               DISPLAY "CANNOT REWRITE SALES-HISTORY-FILE, STATUS "
                       WS-SALESHST-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 055-SAVE-ONE-HISTORY THRU 055-EXIT
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT.

           CLOSE SALES-HISTORY-FILE.

       059-EXIT.
           EXIT.

       055-SAVE-ONE-HISTORY.
           MOVE SPACES TO SALES-HISTORY-RECORD.
           MOVE SHT-PERIOD (WS-HISTORY-SUB) TO SHR-PERIOD.
           MOVE SHT-SALESMAN-NUMBER (WS-HISTORY-SUB)
               TO SHR-SALESMAN-NUMBER.
           MOVE SHT-DISTRICT (WS-HISTORY-SUB) TO SHR-DISTRICT.
           MOVE SHT-SALES (WS-HISTORY-SUB) TO SHR-SALES.
           MOVE SHT-RECORDED-DATE (WS-HISTORY-SUB)
               TO SHR-RECORDED-DATE.
           WRITE SALES-HISTORY-RECORD.

       055-EXIT.
           EXIT.

      *    PERIODS ARE COUNTED AS MONTHS SINCE YEAR ZERO SO A STEP
      *    ACROSS A YEAR END NEEDS NO SPECIAL CASE.
       070-STEP-PERIOD.
           MULTIPLY WS-STEP-YEAR BY 12 GIVING WS-MONTH-INDEX.
           ADD WS-STEP-MONTH TO WS-MONTH-INDEX.
           SUBTRACT 1 FROM WS-MONTH-INDEX.
           ADD WS-STEP-MONTHS TO WS-MONTH-INDEX.
           DIVIDE WS-MONTH-INDEX BY 12 GIVING WS-STEP-YEAR
               REMAINDER WS-MONTH-REMAINDER.
           ADD 1 WS-MONTH-REMAINDER GIVING WS-STEP-MONTH.

       070-EXIT.
           EXIT.

      *    WHAT WS-ASK-SALESMAN SOLD IN WS-ASK-PERIOD, IF SALESHST
      *    HAS THE PERIOD FOR THEM.
       075-FIND-PERIOD-SALES.
           MOVE 'N' TO WS-PERIOD-FOUND.
           MOVE ZERO TO WS-FOUND-SALES.

           PERFORM 077-MATCH-ONE-HISTORY THRU 077-EXIT
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > WS-HISTORY-COUNT
                  OR PERIOD-ON-HISTORY.

       075-EXIT.
           EXIT.

       077-MATCH-ONE-HISTORY.
           IF SHT-SALESMAN-NUMBER (WS-HISTORY-SUB) = WS-ASK-SALESMAN
              AND SHT-PERIOD (WS-HISTORY-SUB) = WS-ASK-PERIOD
               MOVE 'Y' TO WS-PERIOD-FOUND
               MOVE SHT-SALES (WS-HISTORY-SUB) TO WS-FOUND-SALES
           END-IF.

       077-EXIT.
           EXIT.

      *    THE TREND IS THE CLOSED PERIOD PLUS ITS AVERAGE CHANGE
      *    SINCE THE OLDEST OF THE TWO PERIODS BEFORE IT ON FILE; A
      *    RECENT PERIOD MISSING BETWEEN THEM COUNTS AS NO SALES.
      *    LAST YEAR'S PLAN PERIOD, MOVED BY THE CLOSED PERIOD'S
      *    CHANGE OVER THE SAME PERIOD LAST YEAR, IS AVERAGED IN WHEN
      *    BOTH OF LAST YEAR'S PERIODS ARE ON FILE.
       100-PROJECT-ONE-SALESMAN.
           MOVE PPT-SALESMAN-NUMBER (WS-PROPOSAL-SUB)
               TO WS-ASK-SALESMAN.

           MOVE WS-CLOSED-PERIOD TO WS-ASK-PERIOD.
           PERFORM 075-FIND-PERIOD-SALES THRU 075-EXIT.
           MOVE WS-PERIOD-FOUND TO WS-HAVE-CLOSED.
           MOVE WS-FOUND-SALES TO PPT-CLOSED-SALES (WS-PROPOSAL-SUB).

           MOVE WS-ONE-AGO-PERIOD TO WS-ASK-PERIOD.
           PERFORM 075-FIND-PERIOD-SALES THRU 075-EXIT.
           MOVE WS-PERIOD-FOUND TO WS-HAVE-ONE-AGO.
           MOVE WS-FOUND-SALES TO PPT-ONE-AGO-SALES (WS-PROPOSAL-SUB).

           MOVE WS-TWO-AGO-PERIOD TO WS-ASK-PERIOD.
           PERFORM 075-FIND-PERIOD-SALES THRU 075-EXIT.
           MOVE WS-PERIOD-FOUND TO WS-HAVE-TWO-AGO.
           MOVE WS-FOUND-SALES TO PPT-TWO-AGO-SALES (WS-PROPOSAL-SUB).

           MOVE WS-LY-CLOSED-PERIOD TO WS-ASK-PERIOD.
           PERFORM 075-FIND-PERIOD-SALES THRU 075-EXIT.
           MOVE WS-PERIOD-FOUND TO WS-HAVE-LY-CLOSED.
           MOVE WS-FOUND-SALES TO WS-LY-CLOSED-SALES.

           MOVE WS-LY-PLAN-PERIOD TO WS-ASK-PERIOD.
           PERFORM 075-FIND-PERIOD-SALES THRU 075-EXIT.
           MOVE WS-PERIOD-FOUND TO WS-HAVE-LY-PLAN.
           MOVE WS-FOUND-SALES TO PPT-LY-PLAN-SALES (WS-PROPOSAL-SUB).

           IF WS-HAVE-CLOSED = 'N'
              AND WS-HAVE-ONE-AGO = 'N'
              AND WS-HAVE-TWO-AGO = 'N'
               MOVE 'NONE' TO PPT-BASIS (WS-PROPOSAL-SUB)
               MOVE PPT-CURRENT-QUOTA (WS-PROPOSAL-SUB)
                   TO PPT-PROPOSED-QUOTA (WS-PROPOSAL-SUB)
               ADD 1 TO WS-CARRIED-COUNT
               GO TO 100-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-HAVE-TWO-AGO = 'Y'
                   MOVE 2 TO WS-TREND-SPAN
                   SUBTRACT PPT-TWO-AGO-SALES (WS-PROPOSAL-SUB)
                       FROM PPT-CLOSED-SALES (WS-PROPOSAL-SUB)
                       GIVING WS-TREND-STEP
               WHEN WS-HAVE-ONE-AGO = 'Y'
                   MOVE 1 TO WS-TREND-SPAN
                   SUBTRACT PPT-ONE-AGO-SALES (WS-PROPOSAL-SUB)
                       FROM PPT-CLOSED-SALES (WS-PROPOSAL-SUB)
                       GIVING WS-TREND-STEP
               WHEN OTHER
                   MOVE 1 TO WS-TREND-SPAN
                   MOVE ZERO TO WS-TREND-STEP
           END-EVALUATE.

           DIVIDE WS-TREND-SPAN INTO WS-TREND-STEP ROUNDED.
           ADD PPT-CLOSED-SALES (WS-PROPOSAL-SUB) WS-TREND-STEP
               GIVING WS-TREND-PROJECTION.

           IF WS-HAVE-LY-CLOSED = 'Y'
              AND WS-HAVE-LY-PLAN = 'Y'
               SUBTRACT WS-LY-CLOSED-SALES
                   FROM PPT-CLOSED-SALES (WS-PROPOSAL-SUB)
                   GIVING WS-SEASONAL-PROJECTION
               ADD PPT-LY-PLAN-SALES (WS-PROPOSAL-SUB)
                   TO WS-SEASONAL-PROJECTION
               ADD WS-TREND-PROJECTION WS-SEASONAL-PROJECTION
                   GIVING PPT-PROJECTION (WS-PROPOSAL-SUB)
               DIVIDE 2 INTO PPT-PROJECTION (WS-PROPOSAL-SUB)
                   ROUNDED
               MOVE 'BLEND' TO PPT-BASIS (WS-PROPOSAL-SUB)
           ELSE
               MOVE WS-TREND-PROJECTION
                   TO PPT-PROJECTION (WS-PROPOSAL-SUB)
               MOVE 'TREND' TO PPT-BASIS (WS-PROPOSAL-SUB)
           END-IF.

           IF PPT-PROJECTION (WS-PROPOSAL-SUB) < ZERO
               MOVE ZERO TO PPT-PROJECTION (WS-PROPOSAL-SUB)
           END-IF.

      *    A PROPOSAL PAST WHAT SMR-MONTHLY-QUOTA CAN HOLD IS CAPPED
      *    THERE AND LEFT FOR MANAGEMENT TO MARK DOWN.
           COMPUTE WS-PROPOSED-DOLLARS ROUNDED =
               PPT-PROJECTION (WS-PROPOSAL-SUB) * WS-GROWTH-FACTOR.
           IF WS-PROPOSED-DOLLARS > 9999999
               MOVE 9999999 TO WS-PROPOSED-DOLLARS
               ADD 1 TO WS-CAPPED-COUNT
           END-IF.
           MOVE WS-PROPOSED-DOLLARS
               TO PPT-PROPOSED-QUOTA (WS-PROPOSAL-SUB).

       100-EXIT.
           EXIT.

      *    A NEW DISTRICT CLOSES THE LAST ONE'S ROLL-UP AND STARTS A
      *    PAGE OF ITS OWN.
       150-PRINT-ONE-SALESMAN.
           IF WS-PROPOSAL-SUB = 1
              OR PPT-DISTRICT (WS-PROPOSAL-SUB)
                 NOT = WS-CURRENT-DISTRICT
               IF WS-PROPOSAL-SUB > 1
                   PERFORM 160-PRINT-DISTRICT-TOTAL THRU 160-EXIT
               END-IF
               MOVE PPT-DISTRICT (WS-PROPOSAL-SUB)
                   TO WS-CURRENT-DISTRICT
               PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PPT-SALESMAN-NUMBER (WS-PROPOSAL-SUB)
               TO WS-DTL-SALESMAN.
           MOVE PPT-SALESMAN-NAME (WS-PROPOSAL-SUB) TO WS-DTL-NAME.
           MOVE PPT-CURRENT-QUOTA (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (1).
           MOVE PPT-TWO-AGO-SALES (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (2).
           MOVE PPT-ONE-AGO-SALES (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (3).
           MOVE PPT-CLOSED-SALES (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (4).
           MOVE PPT-LY-PLAN-SALES (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (5).
           MOVE PPT-PROJECTION (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (6).
           MOVE PPT-PROPOSED-QUOTA (WS-PROPOSAL-SUB)
               TO WS-DTL-VALUE (7).
           MOVE PPT-BASIS (WS-PROPOSAL-SUB) TO WS-DTL-BASIS.
           MOVE ALL '_' TO WS-DTL-APPROVED.
           WRITE QUOTA-PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 1 TO WS-DISTRICT-SALESMEN.
           ADD PPT-CURRENT-QUOTA (WS-PROPOSAL-SUB)
               TO WS-DST-CURRENT-QUOTA.
           ADD PPT-TWO-AGO-SALES (WS-PROPOSAL-SUB)
               TO WS-DST-TWO-AGO-SALES.
           ADD PPT-ONE-AGO-SALES (WS-PROPOSAL-SUB)
               TO WS-DST-ONE-AGO-SALES.
           ADD PPT-CLOSED-SALES (WS-PROPOSAL-SUB)
               TO WS-DST-CLOSED-SALES.
           ADD PPT-LY-PLAN-SALES (WS-PROPOSAL-SUB)
               TO WS-DST-LY-PLAN-SALES.
           ADD PPT-PROJECTION (WS-PROPOSAL-SUB)
               TO WS-DST-PROJECTION.
           ADD PPT-PROPOSED-QUOTA (WS-PROPOSAL-SUB)
               TO WS-DST-PROPOSED-QUOTA.

           MOVE SPACES TO QUOTA-PROPOSAL-RECORD.
           MOVE WS-PLAN-PERIOD TO QPP-PLAN-PERIOD.
           MOVE PPT-SALESMAN-NUMBER (WS-PROPOSAL-SUB)
               TO QPP-SALESMAN-NUMBER.
           MOVE PPT-DISTRICT (WS-PROPOSAL-SUB) TO QPP-DISTRICT.
           MOVE PPT-SALESMAN-NAME (WS-PROPOSAL-SUB)
               TO QPP-SALESMAN-NAME.
           MOVE PPT-CURRENT-QUOTA (WS-PROPOSAL-SUB)
               TO QPP-CURRENT-QUOTA.
           MOVE PPT-PROPOSED-QUOTA (WS-PROPOSAL-SUB)
               TO QPP-PROPOSED-QUOTA.
           MOVE PPT-BASIS (WS-PROPOSAL-SUB) TO QPP-BASIS.
           WRITE QUOTA-PROPOSAL-RECORD.

       150-EXIT.
           EXIT.

       160-PRINT-DISTRICT-TOTAL.
           MOVE SPACES TO WS-TTL-LABEL, WS-TTL-AMOUNTS.
           STRING 'DISTRICT ' DELIMITED BY SIZE
                  WS-CURRENT-DISTRICT DELIMITED BY SIZE
                  ' TOTAL' DELIMITED BY SIZE
               INTO WS-TTL-LABEL
           END-STRING.
           MOVE WS-DST-CURRENT-QUOTA TO WS-TTL-VALUE (1).
           MOVE WS-DST-TWO-AGO-SALES TO WS-TTL-VALUE (2).
           MOVE WS-DST-ONE-AGO-SALES TO WS-TTL-VALUE (3).
           MOVE WS-DST-CLOSED-SALES TO WS-TTL-VALUE (4).
           MOVE WS-DST-LY-PLAN-SALES TO WS-TTL-VALUE (5).
           MOVE WS-DST-PROJECTION TO WS-TTL-VALUE (6).
           MOVE WS-DST-PROPOSED-QUOTA TO WS-TTL-VALUE (7).
           MOVE WS-DISTRICT-SALESMEN TO WS-TTL-SALESMEN.
           WRITE QUOTA-PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           ADD WS-DST-CURRENT-QUOTA TO WS-CMP-CURRENT-QUOTA.
           ADD WS-DST-TWO-AGO-SALES TO WS-CMP-TWO-AGO-SALES.
           ADD WS-DST-ONE-AGO-SALES TO WS-CMP-ONE-AGO-SALES.
           ADD WS-DST-CLOSED-SALES TO WS-CMP-CLOSED-SALES.
           ADD WS-DST-LY-PLAN-SALES TO WS-CMP-LY-PLAN-SALES.
           ADD WS-DST-PROJECTION TO WS-CMP-PROJECTION.
           ADD WS-DST-PROPOSED-QUOTA TO WS-CMP-PROPOSED-QUOTA.

           INITIALIZE WS-DISTRICT-TOTALS.
           MOVE ZERO TO WS-DISTRICT-SALESMEN.

       160-EXIT.
           EXIT.

       170-PRINT-COMPANY-TOTAL.
           MOVE SPACE TO WS-CURRENT-DISTRICT.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           MOVE SPACES TO WS-TTL-LABEL, WS-TTL-AMOUNTS.
           MOVE 'COMPANY TOTAL' TO WS-TTL-LABEL.
           MOVE WS-CMP-CURRENT-QUOTA TO WS-TTL-VALUE (1).
           MOVE WS-CMP-TWO-AGO-SALES TO WS-TTL-VALUE (2).
           MOVE WS-CMP-ONE-AGO-SALES TO WS-TTL-VALUE (3).
           MOVE WS-CMP-CLOSED-SALES TO WS-TTL-VALUE (4).
           MOVE WS-CMP-LY-PLAN-SALES TO WS-TTL-VALUE (5).
           MOVE WS-CMP-PROJECTION TO WS-TTL-VALUE (6).
           MOVE WS-CMP-PROPOSED-QUOTA TO WS-TTL-VALUE (7).
           MOVE WS-PROPOSAL-COUNT TO WS-TTL-SALESMEN.
           WRITE QUOTA-PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE 'BASIS:  BLEND = TREND AVERAGED WITH LAST YEAR'
               TO WS-LEGEND-LINE.
           WRITE QUOTA-PRINT-RECORD FROM WS-LEGEND-LINE
               AFTER ADVANCING 3 LINES.
           MOVE '        TREND = RECENT PERIODS ONLY'
               TO WS-LEGEND-LINE.
           WRITE QUOTA-PRINT-RECORD FROM WS-LEGEND-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '        NONE  = NO RECENT SALES, QUOTA CARRIED'
               TO WS-LEGEND-LINE.
           WRITE QUOTA-PRINT-RECORD FROM WS-LEGEND-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WHOLE DOLLARS.  MARKUP IS KEYED ON QUOTAPRP -'
               TO WS-LEGEND-LINE.
           WRITE QUOTA-PRINT-RECORD FROM WS-LEGEND-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'A TAKES THE PROPOSAL, O THE APPROVED AMOUNT,'
               TO WS-LEGEND-LINE.
           WRITE QUOTA-PRINT-RECORD FROM WS-LEGEND-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'BLANK KEEPS THE CURRENT QUOTA.'
               TO WS-LEGEND-LINE.
           WRITE QUOTA-PRINT-RECORD FROM WS-LEGEND-LINE
               AFTER ADVANCING 1 LINE.

           MOVE 'PRIORTOT SALESMAN TOTALS FILED' TO WS-CNL-LABEL.
           MOVE WS-PRIOR-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'EARLIER ROWS FOR THE PERIOD REPLACED' TO WS-CNL-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HISTORY ROWS PAST TWO YEARS DROPPED' TO WS-CNL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SALESMEN CARRIED AT CURRENT QUOTA' TO WS-CNL-LABEL.
           MOVE WS-CARRIED-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROPOSALS CAPPED AT THE LARGEST QUOTA' TO WS-CNL-LABEL.
           MOVE WS-CAPPED-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-BUSINESS-DATE TO WS-PGH-BUSINESS-DATE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE QUOTA-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

           MOVE WS-CLOSED-PERIOD TO WS-PLH-CLOSED-PERIOD.
           MOVE WS-PLAN-PERIOD TO WS-PLH-PLAN-PERIOD.
           MOVE WS-GROWTH-PCT TO WS-PLH-GROWTH-PCT.
           MOVE SPACES TO WS-PLH-DISTRICT-AREA.
           IF WS-CURRENT-DISTRICT NOT = SPACE
               STRING '   DISTRICT  ' DELIMITED BY SIZE
                      WS-CURRENT-DISTRICT DELIMITED BY SIZE
                   INTO WS-PLH-DISTRICT-AREA
               END-STRING
           END-IF.
           WRITE QUOTA-PRINT-RECORD FROM WS-PLAN-HEADING
               AFTER ADVANCING 1 LINE.

           MOVE WS-TWO-AGO-PERIOD TO WS-CLH-TWO-AGO.
           MOVE WS-ONE-AGO-PERIOD TO WS-CLH-ONE-AGO.
           MOVE WS-CLOSED-PERIOD TO WS-CLH-CLOSED.
           MOVE WS-LY-PLAN-PERIOD TO WS-CLH-LY-PLAN.
           WRITE QUOTA-PRINT-RECORD FROM WS-COLUMN-HEADING
               AFTER ADVANCING 2 LINES.

       180-EXIT.
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
      *    EACH RUN - PRIORTOT TOTALS FILED, SALESMEN PROPOSED, AND
      *    THE COMPANY'S PROPOSED QUOTA AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'QUOTAPL1' TO ATR-PROGRAM-ID.
           MOVE WS-PRIOR-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-PROPOSAL-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-CMP-PROPOSED-QUOTA TO ATR-CONTROL-TOTAL.

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
           MOVE WS-PROPOSAL-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
