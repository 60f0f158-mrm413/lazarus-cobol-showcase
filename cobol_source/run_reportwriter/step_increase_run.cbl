       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * SCHEDULED STEP INCREASES ON HIRE ANNIVERSARIES.               *
      *                                                               *
      * PRE-CYCLE, AHEAD OF THE TIME-CLOCK INTERFACE.  PAYSTEP HOLDS  *
      * THE PAY STEP SCHEDULE BY DEPARTMENT - STEP NUMBER, MONTHS OF  *
      * SERVICE THAT EARN IT AND THE STEP'S HOURLY RATE - WITH        *
      * DEPARTMENT 00 AS THE HOUSE SCHEDULE FOR ANY DEPARTMENT THAT   *
      * HAS NONE OF ITS OWN.  EACH STEP FALLS DUE THAT MANY MONTHS    *
      * AFTER EMR-HIRE-DATE; A STEP DUE INSIDE THE ONE OPEN PAYCAL    *
      * PERIOD IS APPLIED TO THE EMPLOYEE'S RATE ON CLOCKRTE, SO THE  *
      * CYCLE'S HOURS ARE PRICED AT IT, AND THE CHANGE IS WRITTEN TO  *
      * FLDHIST.  A STEP NEVER LOWERS A RATE - AN EMPLOYEE ALREADY    *
      * PAID AT OR ABOVE IT IS LISTED AND LEFT ALONE, SO A RERUN OF   *
      * THE PERIOD CHANGES NOTHING.                                   *
      *                                                               *
      * STEPRPT LISTS WHAT WAS APPLIED, THEN EVERY STEP FALLING DUE   *
      * IN THE 60 DAYS AFTER THE PERIOD, SO A MANAGER CAN HOLD ONE    *
      * BACK FOR CAUSE BEFORE IT LANDS.  A HOLD IS A STEPHOLD LINE -  *
      * EMPLOYEE, STEP (00 FOR EVERY STEP), WHO HELD IT AND WHY - AND *
      * A HELD STEP IS LISTED BUT NOT APPLIED UNTIL THE LINE IS       *
      * TAKEN OFF.                                                    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAY-CALENDAR-FILE
               ASSIGN TO EXTERNAL PAYCAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYCAL-STATUS.

           SELECT STEP-SCHEDULE-FILE
               ASSIGN TO EXTERNAL PAYSTEP
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SCHEDULE-STATUS.

           SELECT STEP-HOLD-FILE
               ASSIGN TO EXTERNAL STEPHOLD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HOLD-STATUS.

           SELECT CLOCK-RATE-FILE
               ASSIGN TO EXTERNAL CLOCKRTE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RATE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT STEP-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING STEPRPT
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

      *    ONE STEP OF ONE DEPARTMENT'S SCHEDULE.
       FD  STEP-SCHEDULE-FILE.

       01  STEP-SCHEDULE-RECORD.
           03  SSR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SSR-STEP                PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SSR-MONTHS              PIC 9(03).
           03  FILLER                  PIC X(01).
           03  SSR-HOURLY-RATE         PIC 9(02)V99.
           03  FILLER                  PIC X(66).

       FD  STEP-HOLD-FILE.

       01  STEP-HOLD-RECORD.
           03  SHR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  SHR-STEP                PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SHR-HELD-BY             PIC X(08).
           03  FILLER                  PIC X(01).
           03  SHR-REASON              PIC X(30).
           03  FILLER                  PIC X(33).

       FD  CLOCK-RATE-FILE.

       01  CLOCK-RATE-RECORD.
           03  CRT-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CRT-HOURLY-RATE         PIC 9(02)V99.
           03  FILLER                  PIC X(71).

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
               88  EMR-TERMINATED                  VALUE 'T'.
           03  FILLER                  PIC X(39).

       FD  FIELD-HISTORY-FILE.

      *    THE SHARED FIELD-LEVEL CHANGE-HISTORY RECORD - ONE ROW
      *    PER FIELD ALTERED, WRITTEN BY THE MAINTENANCE SCREENS AND
      *    THE BATCH APPLIERS ALIKE.
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

       FD  STEP-PRINT-FILE.

       01  STEP-PRINT-RECORD           PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'PAYSTEP1'.

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
       77  WS-SCHEDULE-STATUS          PIC XX.
           88  WS-SCHEDULE-OK                      VALUE "00".
      *    NO HOLD FILE MEANS NOTHING IS BEING HELD.
       77  WS-HOLD-STATUS              PIC XX.
           88  WS-HOLD-OK                          VALUE "00".
           88  WS-HOLD-NOT-FOUND                   VALUE "35".
       77  WS-RATE-STATUS              PIC XX.
           88  WS-RATE-OK                          VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PAYCAL-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  PAYCAL-EOF                          VALUE 'Y'.
       77  SCHEDULE-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SCHEDULE-EOF                        VALUE 'Y'.
       77  HOLD-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  HOLD-EOF                            VALUE 'Y'.
       77  RATE-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  RATE-EOF                            VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-HELD-COUNT               PIC 9(06)   VALUE 0.
       77  WS-AT-RATE-COUNT            PIC 9(06)   VALUE 0.
       77  WS-NOT-ON-MASTER-COUNT      PIC 9(06)   VALUE 0.
       77  WS-RATE-INCREASE-TOTAL      PIC S9(07)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE ONE OPEN PERIOD, AND THE LAST DAY OF THE 60-DAY
      *    LOOK-AHEAD AFTER IT.
       77  WS-OPEN-PERIOD-COUNT        PIC 9(03)   VALUE 0.
       77  WS-PERIOD                   PIC 9(03)   VALUE 0.
       77  WS-PERIOD-START             PIC 9(08)   VALUE 0.
       77  WS-PERIOD-END               PIC 9(08)   VALUE 0.
       77  WS-LOOKAHEAD-END            PIC 9(08)   VALUE 0.
       77  WS-LOOKAHEAD-DAYS           PIC 9(03)   VALUE 60.

      *    THE SCHEDULE, AS LOADED.
       01  SCHEDULE-TABLE.
           02  SCHEDULE-ENTRY          OCCURS 500 TIMES.
               03  STT-DEPARTMENT      PIC 9(02).
               03  STT-STEP            PIC 9(02).
               03  STT-MONTHS          PIC 9(03).
               03  STT-HOURLY-RATE     PIC 9(02)V99.
       77  WS-STEP-COUNT               PIC 9(03)   VALUE 0.
       77  WS-STEP-SUB                 PIC 9(03)   VALUE 0.
      *    WHICH DEPARTMENTS HAVE A SCHEDULE OF THEIR OWN.
       01  WS-OWN-SCHEDULE-TABLE.
           03  WS-OWN-SCHEDULE         PIC X(01)   OCCURS 99 TIMES.
       77  WS-SCHEDULE-DEPT            PIC 9(02)   VALUE 0.

       01  HOLD-TABLE.
           02  HOLD-ENTRY              OCCURS 300 TIMES.
               03  HDT-EMPLOYEE-NO     PIC 9(04).
               03  HDT-STEP            PIC 9(02).
               03  HDT-HELD-BY         PIC X(08).
               03  HDT-REASON          PIC X(30).
       77  WS-HOLD-COUNT               PIC 9(03)   VALUE 0.
       77  WS-HOLD-SUB                 PIC 9(03)   VALUE 0.
       77  WS-HOLD-FOUND               PIC 9(03)   VALUE 0.

      *    CLOCKRTE IS READ WHOLE, RATES RAISED IN PLACE AND WRITTEN
      *    BACK.  A FILE LONGER THAN THE TABLE IS NEVER REWRITTEN -
      *    THE ROWS PAST THE END WOULD BE LOST.
       01  RATE-TABLE.
           02  RATE-ENTRY              OCCURS 500 TIMES.
               03  RTT-EMPLOYEE-NO     PIC 9(04).
               03  RTT-HOURLY-RATE     PIC 9(02)V99.
               03  RTT-IMAGE           PIC X(80).
       77  WS-RATE-COUNT               PIC 9(03)   VALUE 0.
       77  WS-RATE-SUB                 PIC 9(03)   VALUE 0.
       77  WS-RATE-OVERFLOW            PIC 9(06)   VALUE 0.

      *    THE STEPS WORKED OUT FOR ONE EMPLOYEE - THE HIGHEST STEP
      *    DUE IN THE PERIOD, AND EACH DUE IN THE LOOK-AHEAD.
       01  WS-DUE-DATE                 PIC 9(08)   VALUE 0.
       01  WS-DUE-DATE-PARTS REDEFINES WS-DUE-DATE.
           03  WS-DUE-YEAR             PIC 9(04).
           03  WS-DUE-MONTH            PIC 9(02).
           03  WS-DUE-DAY              PIC 9(02).
       77  WS-MONTH-TOTAL              PIC 9(05)   VALUE 0.
       77  WS-PERIOD-STEP-SUB          PIC 9(03)   VALUE 0.
       77  WS-PERIOD-DUE-DATE          PIC 9(08)   VALUE 0.
       77  WS-OLD-RATE                 PIC 9(02)V99 VALUE 0.

       01  UPCOMING-TABLE.
           02  UPCOMING-ENTRY          OCCURS 1000 TIMES.
               03  UPT-EMPLOYEE-NO     PIC 9(04).
               03  UPT-EMPLOYEE-NAME   PIC X(20).
               03  UPT-DEPARTMENT      PIC 9(02).
               03  UPT-HIRE-DATE       PIC 9(08).
               03  UPT-STEP            PIC 9(02).
               03  UPT-DUE-DATE        PIC 9(08).
               03  UPT-OLD-RATE        PIC 9(02)V99.
               03  UPT-NEW-RATE        PIC 9(02)V99.
               03  UPT-HOLD-SUB        PIC 9(03).
       77  WS-UPCOMING-COUNT           PIC 9(04)   VALUE 0.
       77  WS-UPCOMING-OVERFLOW        PIC 9(06)   VALUE 0.
       77  WS-UPCOMING-SUB             PIC 9(04)   VALUE 0.

       77  WS-HIS-OLD-EDIT             PIC Z9.99.
       77  WS-HIS-NEW-EDIT             PIC Z9.99.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(07) VALUE 'PERIOD '.
           03  WS-PGH-PERIOD           PIC 9(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PGH-START            PIC 9(08).
           03  FILLER                  PIC X(03) VALUE ' - '.
           03  WS-PGH-END              PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-STEP-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'EMPL  NAME                  DEPT  HI'.
           03  FILLER                  PIC X(36) VALUE
                   'RE DATE  STEP  DUE DATE   OLD RATE  '.
           03  FILLER                  PIC X(16) VALUE
                   'NEW RATE  ACTION'.

       01  WS-STEP-LINE.
           03  WS-STL-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STL-NAME             PIC X(20).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-STL-DEPT             PIC 9(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-STL-HIRE-DATE        PIC 9(08).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-STL-STEP             PIC Z9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STL-DUE-DATE         PIC 9(08).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-STL-OLD-RATE         PIC Z9.99.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-STL-NEW-RATE         PIC Z9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STL-ACTION           PIC X(50).

       01  WS-HELD-ACTION.
           03  FILLER                  PIC X(08) VALUE 'HELD BY '.
           03  WS-HLA-HELD-BY          PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-HLA-REASON           PIC X(30).

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

           INITIALIZE WS-OWN-SCHEDULE-TABLE.

           PERFORM 010-LOAD-CALENDAR THRU 019-EXIT.
           PERFORM 020-LOAD-SCHEDULE THRU 029-EXIT.
           PERFORM 030-LOAD-HOLDS THRU 039-EXIT.
           PERFORM 040-LOAD-RATES THRU 049-EXIT.

           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE HISTORY FILE ONLY EVER GROWS - EVERY WRITER APPENDS.
           OPEN EXTEND FIELD-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT FIELD-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT STEP-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "STEP-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'STEP INCREASES DUE THIS PERIOD' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           PERFORM 100-STEP-ONE-EMPLOYEE THRU 199-EXIT
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

           PERFORM 150-PRINT-PERIOD-TOTALS THRU 150-EXIT.
           PERFORM 160-PRINT-UPCOMING THRU 169-EXIT.

           CLOSE EMPLOYEE-MASTER-FILE,
                 FIELD-HISTORY-FILE,
                 STEP-PRINT-FILE.

           PERFORM 050-SAVE-RATES THRU 059-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-NOT-ON-MASTER-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    A STEP IS DUE "IN THE PERIOD", SO EXACTLY ONE PERIOD ON THE
      *    CALENDAR MUST BE OPEN.
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
                       "STEP RUN REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           COMPUTE WS-LOOKAHEAD-END = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-PERIOD-END)
                + WS-LOOKAHEAD-DAYS).

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

       020-LOAD-SCHEDULE.
           OPEN INPUT STEP-SCHEDULE-FILE.

           IF NOT WS-SCHEDULE-OK
               MOVE "STEP-SCHEDULE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SCHEDULE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STEP-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO SCHEDULE-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-STEP THRU 025-EXIT
               UNTIL SCHEDULE-EOF.

           CLOSE STEP-SCHEDULE-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-STEP.
           IF SSR-DEPARTMENT IS NUMERIC
              AND SSR-STEP IS NUMERIC
              AND SSR-MONTHS IS NUMERIC
              AND SSR-HOURLY-RATE IS NUMERIC
              AND SSR-HOURLY-RATE > ZERO
      *        A STEP THE TABLE CANNOT HOLD WOULD NEVER BE GRANTED, SO
      *        THE RUN STOPS HERE, BEFORE ANY RATE IS TOUCHED.
               IF WS-STEP-COUNT NOT < 500
                   MOVE "STEP SCHEDULE TABLE" TO WS-MSG-INSERT-1
                   MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
                   MOVE 0004 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE SSR-DEPARTMENT TO STT-DEPARTMENT (WS-STEP-COUNT)
               MOVE SSR-STEP TO STT-STEP (WS-STEP-COUNT)
               MOVE SSR-MONTHS TO STT-MONTHS (WS-STEP-COUNT)
               MOVE SSR-HOURLY-RATE TO STT-HOURLY-RATE (WS-STEP-COUNT)
               IF SSR-DEPARTMENT > ZERO
                   MOVE 'Y' TO WS-OWN-SCHEDULE (SSR-DEPARTMENT)
               END-IF
           END-IF.

           READ STEP-SCHEDULE-FILE
               AT END
                   MOVE 'Y' TO SCHEDULE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-HOLDS.
           OPEN INPUT STEP-HOLD-FILE.

           IF WS-HOLD-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-HOLD-OK
               MOVE "STEP-HOLD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HOLD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STEP-HOLD-FILE
               AT END
                   MOVE 'Y' TO HOLD-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-HOLD THRU 035-EXIT
               UNTIL HOLD-EOF.

           CLOSE STEP-HOLD-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-HOLD.
           IF SHR-EMPLOYEE-NO IS NUMERIC
              AND SHR-STEP IS NUMERIC
      *        A HOLD THE TABLE CANNOT HOLD WOULD LET THE STEP THROUGH,
      *        SO THE RUN STOPS HERE, BEFORE ANY RATE IS TOUCHED.
               IF WS-HOLD-COUNT NOT < 300
                   MOVE "STEP HOLD TABLE" TO WS-MSG-INSERT-1
                   MOVE "300 ENTRIES" TO WS-MSG-INSERT-2
                   MOVE 0004 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE SHR-EMPLOYEE-NO TO HDT-EMPLOYEE-NO (WS-HOLD-COUNT)
               MOVE SHR-STEP TO HDT-STEP (WS-HOLD-COUNT)
               MOVE SHR-HELD-BY TO HDT-HELD-BY (WS-HOLD-COUNT)
               MOVE SHR-REASON TO HDT-REASON (WS-HOLD-COUNT)
           END-IF.

           READ STEP-HOLD-FILE
               AT END
                   MOVE 'Y' TO HOLD-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       040-LOAD-RATES.
           OPEN INPUT CLOCK-RATE-FILE.

           IF NOT WS-RATE-OK
               MOVE "CLOCK-RATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CLOCK-RATE-FILE
               AT END
                   MOVE 'Y' TO RATE-EOF-SWITCH
           END-READ.

           PERFORM 045-STORE-ONE-RATE THRU 045-EXIT
               UNTIL RATE-EOF.

           CLOSE CLOCK-RATE-FILE.

           IF WS-RATE-OVERFLOW > 0
               DISPLAY "CLOCKRTE HAS " WS-RATE-OVERFLOW
                       " ROW(S) BEYOND THE RATE TABLE - STEP RUN "
                       "REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       049-EXIT.
           EXIT.

       045-STORE-ONE-RATE.
           IF WS-RATE-COUNT < 500
               ADD 1 TO WS-RATE-COUNT
               MOVE CLOCK-RATE-RECORD TO RTT-IMAGE (WS-RATE-COUNT)
               MOVE CRT-EMPLOYEE-NO TO RTT-EMPLOYEE-NO (WS-RATE-COUNT)
               MOVE CRT-HOURLY-RATE TO RTT-HOURLY-RATE (WS-RATE-COUNT)
           ELSE
               ADD 1 TO WS-RATE-OVERFLOW
           END-IF.

           READ CLOCK-RATE-FILE
               AT END
                   MOVE 'Y' TO RATE-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    CLOCKRTE GOES BACK IN THE ORDER IT CAME, EACH ROW AS READ
      *    BUT FOR ITS RATE.
       050-SAVE-RATES.
           IF WS-APPLIED-COUNT = ZERO
               GO TO 059-EXIT
           END-IF.

           OPEN OUTPUT CLOCK-RATE-FILE.
           IF NOT WS-RATE-OK
               DISPLAY "CANNOT REWRITE CLOCK-RATE-FILE, STATUS "
                       WS-RATE-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 055-SAVE-ONE-RATE THRU 055-EXIT
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

           CLOSE CLOCK-RATE-FILE.

       059-EXIT.
           EXIT.

       055-SAVE-ONE-RATE.
           MOVE RTT-IMAGE (WS-RATE-SUB) TO CLOCK-RATE-RECORD.
           MOVE RTT-HOURLY-RATE (WS-RATE-SUB) TO CRT-HOURLY-RATE.
           WRITE CLOCK-RATE-RECORD.

       055-EXIT.
           EXIT.

      *    ONE CLOCKRTE EMPLOYEE.  ONLY THE HIGHEST STEP DUE IN THE
      *    PERIOD IS APPLIED - AN EMPLOYEE WHO SOMEHOW MISSED ONE GOES
      *    STRAIGHT TO THE STEP THEIR SERVICE NOW EARNS.
       100-STEP-ONE-EMPLOYEE.
           IF RTT-EMPLOYEE-NO (WS-RATE-SUB) IS NOT NUMERIC
              OR RTT-EMPLOYEE-NO (WS-RATE-SUB) = ZERO
               GO TO 199-EXIT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.
           MOVE RTT-EMPLOYEE-NO (WS-RATE-SUB) TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
                   GO TO 199-EXIT
           END-READ.

           IF EMR-TERMINATED
              OR EMR-DEPARTMENT IS NOT NUMERIC
              OR EMR-DEPARTMENT = ZERO
              OR EMR-HIRE-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (EMR-HIRE-DATE) NOT = 0
               GO TO 199-EXIT
           END-IF.

           IF WS-OWN-SCHEDULE (EMR-DEPARTMENT) = 'Y'
               MOVE EMR-DEPARTMENT TO WS-SCHEDULE-DEPT
           ELSE
               MOVE ZERO TO WS-SCHEDULE-DEPT
           END-IF.

           MOVE ZERO TO WS-PERIOD-STEP-SUB.
           PERFORM 110-CHECK-ONE-STEP THRU 110-EXIT
               VARYING WS-STEP-SUB FROM 1 BY 1
               UNTIL WS-STEP-SUB > WS-STEP-COUNT.

           IF WS-PERIOD-STEP-SUB NOT = ZERO
               PERFORM 120-APPLY-PERIOD-STEP THRU 120-EXIT
           END-IF.

       199-EXIT.
           EXIT.

       110-CHECK-ONE-STEP.
           IF STT-DEPARTMENT (WS-STEP-SUB) NOT = WS-SCHEDULE-DEPT
               GO TO 110-EXIT
           END-IF.

           PERFORM 115-COMPUTE-DUE-DATE THRU 115-EXIT.

           IF WS-DUE-DATE NOT < WS-PERIOD-START
              AND WS-DUE-DATE NOT > WS-PERIOD-END
               IF WS-PERIOD-STEP-SUB = ZERO
                  OR STT-STEP (WS-STEP-SUB)
                       > STT-STEP (WS-PERIOD-STEP-SUB)
                   MOVE WS-STEP-SUB TO WS-PERIOD-STEP-SUB
                   MOVE WS-DUE-DATE TO WS-PERIOD-DUE-DATE
               END-IF
               GO TO 110-EXIT
           END-IF.

           IF WS-DUE-DATE > WS-PERIOD-END
              AND WS-DUE-DATE NOT > WS-LOOKAHEAD-END
               IF WS-UPCOMING-COUNT < 1000
                   PERFORM 130-NOTE-UPCOMING THRU 130-EXIT
               ELSE
                   ADD 1 TO WS-UPCOMING-OVERFLOW
               END-IF
           END-IF.

       110-EXIT.
           EXIT.

      *    THE HIRE DATE MOVED ON BY THE STEP'S MONTHS.  A HIRE ON THE
      *    29TH TO 31ST FALLS DUE ON THE LAST DAY OF A SHORTER MONTH.
       115-COMPUTE-DUE-DATE.
           MOVE EMR-HIRE-DATE TO WS-DUE-DATE.
           COMPUTE WS-MONTH-TOTAL = WS-DUE-MONTH - 1
               + STT-MONTHS (WS-STEP-SUB).
           COMPUTE WS-DUE-YEAR = WS-DUE-YEAR + WS-MONTH-TOTAL / 12.
           COMPUTE WS-DUE-MONTH =
               FUNCTION MOD (WS-MONTH-TOTAL, 12) + 1.

           PERFORM 117-BACK-ONE-DAY THRU 117-EXIT
               UNTIL FUNCTION TEST-DATE-YYYYMMDD (WS-DUE-DATE) = 0.

       115-EXIT.
           EXIT.

       117-BACK-ONE-DAY.
           SUBTRACT 1 FROM WS-DUE-DAY.

       117-EXIT.
           EXIT.

      *    THE PERIOD'S STEP - HELD, ALREADY PAID, OR APPLIED.
       120-APPLY-PERIOD-STEP.
           MOVE EMR-EMPLOYEE-NO TO WS-STL-EMPLOYEE-NO.
           MOVE EMR-EMPLOYEE-NAME TO WS-STL-NAME.
           MOVE EMR-DEPARTMENT TO WS-STL-DEPT.
           MOVE EMR-HIRE-DATE TO WS-STL-HIRE-DATE.
           MOVE STT-STEP (WS-PERIOD-STEP-SUB) TO WS-STL-STEP.
           MOVE WS-PERIOD-DUE-DATE TO WS-STL-DUE-DATE.
           MOVE RTT-HOURLY-RATE (WS-RATE-SUB) TO WS-OLD-RATE.
           MOVE WS-OLD-RATE TO WS-STL-OLD-RATE.
           MOVE STT-HOURLY-RATE (WS-PERIOD-STEP-SUB)
               TO WS-STL-NEW-RATE.

           MOVE WS-PERIOD-STEP-SUB TO WS-STEP-SUB.
           PERFORM 140-FIND-HOLD THRU 140-EXIT.

           EVALUATE TRUE
               WHEN WS-HOLD-FOUND NOT = ZERO
                   ADD 1 TO WS-HELD-COUNT
                   MOVE HDT-HELD-BY (WS-HOLD-FOUND) TO WS-HLA-HELD-BY
                   MOVE HDT-REASON (WS-HOLD-FOUND) TO WS-HLA-REASON
                   MOVE WS-HELD-ACTION TO WS-STL-ACTION
               WHEN STT-HOURLY-RATE (WS-PERIOD-STEP-SUB)
                       NOT > WS-OLD-RATE
                   ADD 1 TO WS-AT-RATE-COUNT
                   MOVE 'ALREADY AT OR ABOVE STEP RATE'
                       TO WS-STL-ACTION
               WHEN OTHER
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE STT-HOURLY-RATE (WS-PERIOD-STEP-SUB)
                       TO RTT-HOURLY-RATE (WS-RATE-SUB)
                   COMPUTE WS-RATE-INCREASE-TOTAL =
                       WS-RATE-INCREASE-TOTAL
                     + STT-HOURLY-RATE (WS-PERIOD-STEP-SUB)
                     - WS-OLD-RATE
                   PERFORM 125-WRITE-FIELD-HISTORY THRU 125-EXIT
                   MOVE 'APPLIED' TO WS-STL-ACTION
           END-EVALUATE.

           WRITE STEP-PRINT-RECORD FROM WS-STEP-LINE
               AFTER ADVANCING 1 LINE.

       120-EXIT.
           EXIT.

       125-WRITE-FIELD-HISTORY.
           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'E' TO FLH-MASTER-ID.
           MOVE EMR-EMPLOYEE-NO TO FLH-RECORD-KEY.
           MOVE 'HOURLY-RATE' TO FLH-FIELD-NAME.
           MOVE WS-OLD-RATE TO WS-HIS-OLD-EDIT.
           MOVE WS-HIS-OLD-EDIT TO FLH-OLD-VALUE.
           MOVE STT-HOURLY-RATE (WS-PERIOD-STEP-SUB)
               TO WS-HIS-NEW-EDIT.
           MOVE WS-HIS-NEW-EDIT TO FLH-NEW-VALUE.
           MOVE 'PAYSTEP1' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       125-EXIT.
           EXIT.

       130-NOTE-UPCOMING.
           ADD 1 TO WS-UPCOMING-COUNT.
           MOVE EMR-EMPLOYEE-NO TO UPT-EMPLOYEE-NO (WS-UPCOMING-COUNT).
           MOVE EMR-EMPLOYEE-NAME
               TO UPT-EMPLOYEE-NAME (WS-UPCOMING-COUNT).
           MOVE EMR-DEPARTMENT TO UPT-DEPARTMENT (WS-UPCOMING-COUNT).
           MOVE EMR-HIRE-DATE TO UPT-HIRE-DATE (WS-UPCOMING-COUNT).
           MOVE STT-STEP (WS-STEP-SUB) TO UPT-STEP (WS-UPCOMING-COUNT).
           MOVE WS-DUE-DATE TO UPT-DUE-DATE (WS-UPCOMING-COUNT).
           MOVE RTT-HOURLY-RATE (WS-RATE-SUB)
               TO UPT-OLD-RATE (WS-UPCOMING-COUNT).
           MOVE STT-HOURLY-RATE (WS-STEP-SUB)
               TO UPT-NEW-RATE (WS-UPCOMING-COUNT).
           PERFORM 140-FIND-HOLD THRU 140-EXIT.
           MOVE WS-HOLD-FOUND TO UPT-HOLD-SUB (WS-UPCOMING-COUNT).

       130-EXIT.
           EXIT.

      *    A HOLD ON THE EMPLOYEE FOR THIS STEP, OR FOR STEP 00 (ALL).
       140-FIND-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND.
           PERFORM 145-CHECK-ONE-HOLD THRU 145-EXIT
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                  OR WS-HOLD-FOUND NOT = ZERO.

       140-EXIT.
           EXIT.

       145-CHECK-ONE-HOLD.
           IF HDT-EMPLOYEE-NO (WS-HOLD-SUB) = EMR-EMPLOYEE-NO
              AND (HDT-STEP (WS-HOLD-SUB) = ZERO
                OR HDT-STEP (WS-HOLD-SUB) = STT-STEP (WS-STEP-SUB))
               MOVE WS-HOLD-SUB TO WS-HOLD-FOUND
           END-IF.

       145-EXIT.
           EXIT.

       150-PRINT-PERIOD-TOTALS.
           MOVE 'STEP INCREASES APPLIED' TO WS-CNL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-CNL-COUNT.
           WRITE STEP-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'STEP INCREASES HELD' TO WS-CNL-LABEL.
           MOVE WS-HELD-COUNT TO WS-CNL-COUNT.
           WRITE STEP-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ALREADY AT OR ABOVE STEP RATE' TO WS-CNL-LABEL.
           MOVE WS-AT-RATE-COUNT TO WS-CNL-COUNT.
           WRITE STEP-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-NOT-ON-MASTER-COUNT > 0
               MOVE 'CLOCKRTE EMPLOYEES NOT ON MASTER' TO WS-CNL-LABEL
               MOVE WS-NOT-ON-MASTER-COUNT TO WS-CNL-COUNT
               WRITE STEP-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       150-EXIT.
           EXIT.

      *    THE NEXT 60 DAYS' STEPS, FOR THE MANAGERS TO REVIEW WHILE A
      *    HOLD CAN STILL STOP ONE.
       160-PRINT-UPCOMING.
           MOVE 'STEP INCREASES DUE IN THE NEXT 60 DAYS'
               TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           PERFORM 165-PRINT-ONE-UPCOMING THRU 165-EXIT
               VARYING WS-UPCOMING-SUB FROM 1 BY 1
               UNTIL WS-UPCOMING-SUB > WS-UPCOMING-COUNT.

           MOVE 'STEP INCREASES COMING DUE' TO WS-CNL-LABEL.
           MOVE WS-UPCOMING-COUNT TO WS-CNL-COUNT.
           WRITE STEP-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

      *    THE LIST ONLY HOLDS 1000 - ANY MORE ARE COUNTED, NOT LISTED,
      *    AND THE RUN ENDS WITH A WARNING SO THE SHORTFALL IS SEEN.
           IF WS-UPCOMING-OVERFLOW > 0
               MOVE 'COMING DUE BUT NOT LISTED' TO WS-CNL-LABEL
               MOVE WS-UPCOMING-OVERFLOW TO WS-CNL-COUNT
               WRITE STEP-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "UPCOMING STEP LIST" TO WS-MSG-INSERT-1
               MOVE "1000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       169-EXIT.
           EXIT.

       165-PRINT-ONE-UPCOMING.
           MOVE UPT-EMPLOYEE-NO (WS-UPCOMING-SUB)
               TO WS-STL-EMPLOYEE-NO.
           MOVE UPT-EMPLOYEE-NAME (WS-UPCOMING-SUB) TO WS-STL-NAME.
           MOVE UPT-DEPARTMENT (WS-UPCOMING-SUB) TO WS-STL-DEPT.
           MOVE UPT-HIRE-DATE (WS-UPCOMING-SUB) TO WS-STL-HIRE-DATE.
           MOVE UPT-STEP (WS-UPCOMING-SUB) TO WS-STL-STEP.
           MOVE UPT-DUE-DATE (WS-UPCOMING-SUB) TO WS-STL-DUE-DATE.
           MOVE UPT-OLD-RATE (WS-UPCOMING-SUB) TO WS-STL-OLD-RATE.
           MOVE UPT-NEW-RATE (WS-UPCOMING-SUB) TO WS-STL-NEW-RATE.

           IF UPT-HOLD-SUB (WS-UPCOMING-SUB) NOT = ZERO
               MOVE UPT-HOLD-SUB (WS-UPCOMING-SUB) TO WS-HOLD-SUB
               MOVE HDT-HELD-BY (WS-HOLD-SUB) TO WS-HLA-HELD-BY
               MOVE HDT-REASON (WS-HOLD-SUB) TO WS-HLA-REASON
               MOVE WS-HELD-ACTION TO WS-STL-ACTION
           ELSE
               MOVE SPACES TO WS-STL-ACTION
           END-IF.

           WRITE STEP-PRINT-RECORD FROM WS-STEP-LINE
               AFTER ADVANCING 1 LINE.

       165-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-PERIOD TO WS-PGH-PERIOD.
           MOVE WS-PERIOD-START TO WS-PGH-START.
           MOVE WS-PERIOD-END TO WS-PGH-END.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE STEP-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE STEP-PRINT-RECORD FROM WS-STEP-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO STEP-PRINT-RECORD.
           WRITE STEP-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

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
      *    EACH RUN - CLOCKRTE EMPLOYEES READ, STEPS APPLIED, AND THE
      *    SUM OF THE HOURLY RATE INCREASES.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'PAYSTEP1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-APPLIED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-RATE-INCREASE-TOTAL TO ATR-CONTROL-TOTAL.

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
