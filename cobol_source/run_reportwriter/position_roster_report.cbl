       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * POSITION ROSTER.                                              *
      *                                                               *
      * LISTS EVERY APPROVED POSITION ON THE POSCTL POSITION CONTROL  *
      * FILE THE HRIS APPLIER MAINTAINS - DEPARTMENT, JOB, BUDGETED   *
      * FTE, THE EMPLOYEES IN ITS SEATS AND ITS STATUS - FLAGGING     *
      * EACH VACANCY WITH HOW MANY DAYS IT HAS BEEN OPEN AND EACH     *
      * OVERFILL, WHERE ONE FEWER INCUMBENT WOULD STILL COVER THE     *
      * BUDGET.  A DEPARTMENT SUMMARY THEN SETS THE BUDGETED FTE      *
      * AGAINST THE ACTIVE EMPLOYEES ON EMPMSTR, AND THE LAST PAGE    *
      * LISTS EVERY ACTIVE EMPLOYEE WHO HOLDS NO SEAT AT ALL - THOSE  *
      * TRANSFERRED WHERE NO POSITION WAS OPEN, AND THOSE HIRED       *
      * BEFORE POSITION CONTROL - SO FINANCE SEES THE OVER-HIRING     *
      * BEFORE THE LABOR COST DOES.                                   *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POSITION-CONTROL-FILE
               ASSIGN TO EXTERNAL POSCTL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-POSITION-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT ROSTER-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING POSRPT
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

      *    ONE APPROVED POSITION.  A POSITION BUDGETED AT MORE THAN
      *    ONE FTE HOLDS ONE INCUMBENT PER FTE, UP TO FOUR.
       FD  POSITION-CONTROL-FILE.

       01  POSITION-CONTROL-RECORD.
           03  PCR-POSITION-NO         PIC X(06).
           03  FILLER                  PIC X(01).
           03  PCR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  PCR-JOB-CODE            PIC X(06).
           03  FILLER                  PIC X(01).
           03  PCR-BUDGET-FTE          PIC 9(01)V99.
           03  FILLER                  PIC X(01).
           03  PCR-STATUS              PIC X(01).
               88  PCR-FILLED                      VALUE 'F'.
               88  PCR-VACANT                      VALUE 'V'.
               88  PCR-FROZEN                      VALUE 'Z'.
           03  FILLER                  PIC X(01).
           03  PCR-VACANT-SINCE        PIC 9(08).
           03  PCR-INCUMBENT-AREA      OCCURS 4 TIMES.
               05  FILLER              PIC X(01).
               05  PCR-INCUMBENT       PIC 9(04).
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
               88  EMR-TERMINATED                  VALUE 'T'.
           03  FILLER                  PIC X(39).

       FD  ROSTER-PRINT-FILE.

       01  ROSTER-PRINT-RECORD         PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'POSROST1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-POSITION-STATUS          PIC XX.
           88  WS-POSITION-OK                      VALUE "00".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  POSCTL-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  POSCTL-EOF                          VALUE 'Y'.
       77  EMPMSTR-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  EMPMSTR-EOF                         VALUE 'Y'.

       77  WS-POSITION-COUNT           PIC 9(06)   VALUE 0.
       77  WS-VACANT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-OVERFILL-COUNT           PIC 9(06)   VALUE 0.
       77  WS-UNSEATED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-UNSEATED-LISTED          PIC 9(04)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

       77  WS-SEAT-SUB                 PIC 9(01)   VALUE 0.
       77  WS-SEAT-COUNT               PIC 9(01)   VALUE 0.
       77  WS-DEPT-SUB                 PIC 9(03)   VALUE 0.
       77  WS-UNSEATED-SUB             PIC 9(04)   VALUE 0.
       77  WS-DAYS-VACANT              PIC 9(05)   VALUE 0.

      *    WHICH EMPLOYEES HOLD A SEAT, BY EMPLOYEE NUMBER.
       01  WS-SEATED-TABLE.
           03  WS-SEATED               PIC X(01)   OCCURS 9999 TIMES.

       01  DEPARTMENT-TABLE.
           02  DEPARTMENT-ENTRY        OCCURS 99 TIMES.
               03  DPT-POSITIONS       PIC 9(04).
               03  DPT-BUDGET-FTE      PIC 9(04)V99.
               03  DPT-SEATED          PIC 9(04).
               03  DPT-VACANT          PIC 9(04).
               03  DPT-FROZEN          PIC 9(04).
               03  DPT-ACTIVE          PIC 9(04).
               03  DPT-UNSEATED        PIC 9(04).

       01  UNSEATED-TABLE.
           02  UNSEATED-ENTRY          OCCURS 2000 TIMES.
               03  UST-EMPLOYEE-NO     PIC 9(04).
               03  UST-EMPLOYEE-NAME   PIC X(20).
               03  UST-DEPARTMENT      PIC 9(02).
               03  UST-HIRE-DATE       PIC 9(08).

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(06) VALUE ' RUN  '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-POSITION-COLUMNS.
           03  FILLER                  PIC X(32) VALUE
                   'POSN   DEPT  JOB      FTE SEATS '.
           03  FILLER                  PIC X(25) VALUE
                   'STATUS  VAC SINCE  DAYS  '.
           03  FILLER                  PIC X(26) VALUE
                   'INCUMBENTS            NOTE'.

       01  WS-POSITION-LINE.
           03  WS-PSL-POSITION-NO      PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PSL-DEPARTMENT       PIC 9(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-PSL-JOB-CODE         PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PSL-BUDGET-FTE       PIC 9.99.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-PSL-SEATS            PIC 9(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-PSL-STATUS           PIC X(06).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-PSL-VACANT-SINCE     PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-PSL-DAYS             PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PSL-INCUMBENTS.
               05  WS-PSL-INCUMBENT    OCCURS 4 TIMES.
                   07  WS-PSL-EMPLOYEE-NO
                                       PIC X(04).
                   07  FILLER          PIC X(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PSL-NOTE             PIC X(20).

       01  WS-DEPARTMENT-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'DEPT POSITIONS  BUDGET FTE  SEATED  '.
           03  FILLER                  PIC X(34) VALUE
                   'VACANT  FROZEN  ACTIVE  UNSEATED  '.
           03  FILLER                  PIC X(10) VALUE
                   'OVER/UNDER'.

       01  WS-DEPARTMENT-LINE.
           03  WS-DPL-DEPARTMENT       PIC 9(02).
           03  FILLER                  PIC X(08) VALUE SPACES.
           03  WS-DPL-POSITIONS        PIC ZZZ9.
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-DPL-BUDGET-FTE       PIC ZZZ9.99.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-DPL-SEATED           PIC ZZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-DPL-VACANT           PIC ZZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-DPL-FROZEN           PIC ZZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-DPL-ACTIVE           PIC ZZZ9.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-DPL-UNSEATED         PIC ZZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-DPL-OVER-UNDER       PIC ----9.99.

       01  WS-UNSEATED-COLUMNS.
           03  FILLER                  PIC X(42) VALUE
                   'EMPL  NAME                  DEPT HIRE DATE'.

       01  WS-UNSEATED-LINE.
           03  WS-USL-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-USL-NAME             PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-USL-DEPARTMENT       PIC 9(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-USL-HIRE-DATE        PIC 9(08).

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

           INITIALIZE WS-SEATED-TABLE, DEPARTMENT-TABLE.

           OPEN INPUT POSITION-CONTROL-FILE.
           IF NOT WS-POSITION-OK
               MOVE "POSITION-CONTROL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-POSITION-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT ROSTER-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "ROSTER-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'POSITION ROSTER' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE ROSTER-PRINT-RECORD FROM WS-POSITION-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ROSTER-PRINT-RECORD.
           WRITE ROSTER-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           READ POSITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO POSCTL-EOF-SWITCH
           END-READ.

           PERFORM 100-LIST-ONE-POSITION THRU 199-EXIT
               UNTIL POSCTL-EOF.

           CLOSE POSITION-CONTROL-FILE.

           PERFORM 200-READ-MASTER THRU 299-EXIT.

           PERFORM 300-PRINT-DEPARTMENTS THRU 399-EXIT.
           PERFORM 400-PRINT-UNSEATED THRU 499-EXIT.

           CLOSE ROSTER-PRINT-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    ONE POSITION LINE, AND ITS SHARE OF THE DEPARTMENT FIGURES.
       100-LIST-ONE-POSITION.
           ADD 1 TO WS-POSITION-COUNT.
           MOVE SPACES TO WS-POSITION-LINE.
           MOVE PCR-POSITION-NO TO WS-PSL-POSITION-NO.
           MOVE PCR-JOB-CODE TO WS-PSL-JOB-CODE.

           IF PCR-DEPARTMENT IS NOT NUMERIC
              OR PCR-DEPARTMENT = ZERO
              OR PCR-BUDGET-FTE IS NOT NUMERIC
               MOVE 'UNREADABLE POSITION' TO WS-PSL-NOTE
               GO TO 190-WRITE-POSITION-LINE
           END-IF.

           MOVE PCR-DEPARTMENT TO WS-PSL-DEPARTMENT, WS-DEPT-SUB.
           MOVE PCR-BUDGET-FTE TO WS-PSL-BUDGET-FTE.
           ADD 1 TO DPT-POSITIONS (WS-DEPT-SUB).
           ADD PCR-BUDGET-FTE TO DPT-BUDGET-FTE (WS-DEPT-SUB).

           MOVE ZERO TO WS-SEAT-COUNT.
           PERFORM 110-NOTE-ONE-SEAT THRU 110-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > 4.
           MOVE WS-SEAT-COUNT TO WS-PSL-SEATS.
           ADD WS-SEAT-COUNT TO DPT-SEATED (WS-DEPT-SUB).

           EVALUATE TRUE
               WHEN PCR-FROZEN
                   MOVE 'FROZEN' TO WS-PSL-STATUS
                   ADD 1 TO DPT-FROZEN (WS-DEPT-SUB)
               WHEN PCR-VACANT
                   MOVE 'VACANT' TO WS-PSL-STATUS, WS-PSL-NOTE
                   ADD 1 TO DPT-VACANT (WS-DEPT-SUB)
                   ADD 1 TO WS-VACANT-COUNT
                   PERFORM 120-AGE-THE-VACANCY THRU 120-EXIT
               WHEN OTHER
                   MOVE 'FILLED' TO WS-PSL-STATUS
           END-EVALUATE.

      *    OVERFILLED WHEN ONE FEWER INCUMBENT WOULD STILL COVER THE
      *    BUDGET - A HALF-TIME POSITION WITH ONE PERSON IS NOT.  THE
      *    SEAT COUNT IS DONE WITH ONCE IT IS ON THE LINE, SO IT IS
      *    TAKEN DOWN BY THE ONE IN PLACE.
           IF WS-SEAT-COUNT > ZERO
               SUBTRACT 1 FROM WS-SEAT-COUNT
               IF WS-SEAT-COUNT NOT < PCR-BUDGET-FTE
                   MOVE 'OVERFILLED' TO WS-PSL-NOTE
                   ADD 1 TO WS-OVERFILL-COUNT
               END-IF
           END-IF.

       190-WRITE-POSITION-LINE.
           WRITE ROSTER-PRINT-RECORD FROM WS-POSITION-LINE
               AFTER ADVANCING 1 LINE.

           READ POSITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO POSCTL-EOF-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

       110-NOTE-ONE-SEAT.
           IF PCR-INCUMBENT (WS-SEAT-SUB) IS NUMERIC
              AND PCR-INCUMBENT (WS-SEAT-SUB) NOT = ZERO
               ADD 1 TO WS-SEAT-COUNT
               MOVE PCR-INCUMBENT (WS-SEAT-SUB)
                   TO WS-PSL-EMPLOYEE-NO (WS-SEAT-SUB)
               MOVE 'Y' TO WS-SEATED (PCR-INCUMBENT (WS-SEAT-SUB))
           END-IF.

       110-EXIT.
           EXIT.

      *    DAYS OPEN, FROM THE DATE THE APPLIER STARTED THE VACANCY
      *    CLOCK.  A POSITION SET UP VACANT BY HAND MAY CARRY NO
      *    DATE, AND IS LISTED WITHOUT AN AGE.
       120-AGE-THE-VACANCY.
           IF PCR-VACANT-SINCE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (PCR-VACANT-SINCE) NOT = 0
              OR PCR-VACANT-SINCE > WS-BUSINESS-DATE
               GO TO 120-EXIT
           END-IF.

           MOVE PCR-VACANT-SINCE TO WS-PSL-VACANT-SINCE.
           COMPUTE WS-DAYS-VACANT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
             - FUNCTION INTEGER-OF-DATE (PCR-VACANT-SINCE).
           MOVE WS-DAYS-VACANT TO WS-PSL-DAYS.

       120-EXIT.
           EXIT.

      *    EVERY ACTIVE EMPLOYEE COUNTS AGAINST THEIR DEPARTMENT; ONE
      *    HOLDING NO SEAT IS NOTED FOR THE LAST PAGE.
       200-READ-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.
           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO EMPMSTR-EOF-SWITCH
           END-READ.

           PERFORM 210-COUNT-ONE-EMPLOYEE THRU 210-EXIT
               UNTIL EMPMSTR-EOF.

           CLOSE EMPLOYEE-MASTER-FILE.

       299-EXIT.
           EXIT.

       210-COUNT-ONE-EMPLOYEE.
           IF EMR-TERMINATED
              OR EMR-EMPLOYEE-NO IS NOT NUMERIC
              OR EMR-EMPLOYEE-NO = ZERO
              OR EMR-DEPARTMENT IS NOT NUMERIC
              OR EMR-DEPARTMENT = ZERO
               GO TO 215-READ-NEXT
           END-IF.

           ADD 1 TO DPT-ACTIVE (EMR-DEPARTMENT).

           IF WS-SEATED (EMR-EMPLOYEE-NO) = 'Y'
               GO TO 215-READ-NEXT
           END-IF.

           ADD 1 TO WS-UNSEATED-COUNT.
           ADD 1 TO DPT-UNSEATED (EMR-DEPARTMENT).
           IF WS-UNSEATED-LISTED < 2000
               ADD 1 TO WS-UNSEATED-LISTED
               MOVE EMR-EMPLOYEE-NO
                   TO UST-EMPLOYEE-NO (WS-UNSEATED-LISTED)
               MOVE EMR-EMPLOYEE-NAME
                   TO UST-EMPLOYEE-NAME (WS-UNSEATED-LISTED)
               MOVE EMR-DEPARTMENT
                   TO UST-DEPARTMENT (WS-UNSEATED-LISTED)
               MOVE EMR-HIRE-DATE
                   TO UST-HIRE-DATE (WS-UNSEATED-LISTED)
           END-IF.

       215-READ-NEXT.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO EMPMSTR-EOF-SWITCH
           END-READ.

       210-EXIT.
           EXIT.

      *    ONE LINE PER DEPARTMENT WITH POSITIONS OR PEOPLE - THE
      *    ACTIVE HEADCOUNT OVER (OR UNDER) THE BUDGETED FTE.
       300-PRINT-DEPARTMENTS.
           MOVE 'POSITION CONTROL BY DEPARTMENT' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE ROSTER-PRINT-RECORD FROM WS-DEPARTMENT-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ROSTER-PRINT-RECORD.
           WRITE ROSTER-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 310-PRINT-ONE-DEPARTMENT THRU 310-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE 'POSITIONS ON FILE' TO WS-CNL-LABEL.
           MOVE WS-POSITION-COUNT TO WS-CNL-COUNT.
           WRITE ROSTER-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'VACANT POSITIONS' TO WS-CNL-LABEL.
           MOVE WS-VACANT-COUNT TO WS-CNL-COUNT.
           WRITE ROSTER-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'OVERFILLED POSITIONS' TO WS-CNL-LABEL.
           MOVE WS-OVERFILL-COUNT TO WS-CNL-COUNT.
           WRITE ROSTER-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ACTIVE EMPLOYEES HOLDING NO POSITION' TO WS-CNL-LABEL.
           MOVE WS-UNSEATED-COUNT TO WS-CNL-COUNT.
           WRITE ROSTER-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       399-EXIT.
           EXIT.

       310-PRINT-ONE-DEPARTMENT.
           IF DPT-POSITIONS (WS-DEPT-SUB) = ZERO
              AND DPT-ACTIVE (WS-DEPT-SUB) = ZERO
               GO TO 310-EXIT
           END-IF.

           MOVE WS-DEPT-SUB TO WS-DPL-DEPARTMENT.
           MOVE DPT-POSITIONS (WS-DEPT-SUB) TO WS-DPL-POSITIONS.
           MOVE DPT-BUDGET-FTE (WS-DEPT-SUB) TO WS-DPL-BUDGET-FTE.
           MOVE DPT-SEATED (WS-DEPT-SUB) TO WS-DPL-SEATED.
           MOVE DPT-VACANT (WS-DEPT-SUB) TO WS-DPL-VACANT.
           MOVE DPT-FROZEN (WS-DEPT-SUB) TO WS-DPL-FROZEN.
           MOVE DPT-ACTIVE (WS-DEPT-SUB) TO WS-DPL-ACTIVE.
           MOVE DPT-UNSEATED (WS-DEPT-SUB) TO WS-DPL-UNSEATED.
           COMPUTE WS-DPL-OVER-UNDER =
               DPT-ACTIVE (WS-DEPT-SUB) - DPT-BUDGET-FTE (WS-DEPT-SUB).
           WRITE ROSTER-PRINT-RECORD FROM WS-DEPARTMENT-LINE
               AFTER ADVANCING 1 LINE.

       310-EXIT.
           EXIT.

       400-PRINT-UNSEATED.
           MOVE 'ACTIVE EMPLOYEES HOLDING NO POSITION' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE ROSTER-PRINT-RECORD FROM WS-UNSEATED-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO ROSTER-PRINT-RECORD.
           WRITE ROSTER-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 410-PRINT-ONE-UNSEATED THRU 410-EXIT
               VARYING WS-UNSEATED-SUB FROM 1 BY 1
               UNTIL WS-UNSEATED-SUB > WS-UNSEATED-LISTED.

       499-EXIT.
           EXIT.

       410-PRINT-ONE-UNSEATED.
           MOVE UST-EMPLOYEE-NO (WS-UNSEATED-SUB) TO WS-USL-EMPLOYEE-NO.
           MOVE UST-EMPLOYEE-NAME (WS-UNSEATED-SUB) TO WS-USL-NAME.
           MOVE UST-DEPARTMENT (WS-UNSEATED-SUB) TO WS-USL-DEPARTMENT.
           MOVE UST-HIRE-DATE (WS-UNSEATED-SUB) TO WS-USL-HIRE-DATE.
           WRITE ROSTER-PRINT-RECORD FROM WS-UNSEATED-LINE
               AFTER ADVANCING 1 LINE.

       410-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE ROSTER-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

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
      *    EACH RUN - POSITIONS READ, VACANT POSITIONS, AND THE
      *    ACTIVE EMPLOYEES HOLDING NO POSITION.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'POSROST1' TO ATR-PROGRAM-ID.
           MOVE WS-POSITION-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-VACANT-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-UNSEATED-COUNT TO ATR-CONTROL-TOTAL.

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
           MOVE WS-POSITION-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
