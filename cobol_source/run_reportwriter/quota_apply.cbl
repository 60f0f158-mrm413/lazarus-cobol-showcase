       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * APPROVED QUOTA APPLY.                                         *
      *                                                               *
      * LOADS THE QUOTAS MANAGEMENT APPROVED ON THE QUOTA PROPOSAL    *
      * WORKSHEET INTO SMR-MONTHLY-QUOTA.  QUOTAPRP IS THE PROPOSAL   *
      * RUN'S FILE WITH THE MARKUP KEYED IN QPP-ACTION: 'A' TAKES THE *
      * PROPOSED QUOTA, 'O' THE AMOUNT KEYED IN QPP-APPROVED-QUOTA,   *
      * AND A BLANK LEAVES THE SALESMAN'S QUOTA AS IT IS.             *
      *                                                               *
      * A ROW IS REFUSED WHEN ITS ACTION OR AMOUNT DOES NOT MAKE      *
      * SENSE, IT IS FOR ANOTHER PLAN PERIOD THAN THE FILE'S FIRST    *
      * ROW, THE SALESMAN IS NOT ON SLSMMSTR, OR THE QUOTA ON THE     *
      * MASTER IS NO LONGER THE ONE THE PROPOSAL WAS MADE AGAINST.  A *
      * SALESMAN ALREADY AT THE APPROVED QUOTA IS LEFT ALONE, SO A    *
      * RERUN CHANGES NOTHING.  EVERY QUOTA CHANGED IS WRITTEN TO     *
      * FLDHIST WITH THE OLD AND NEW AMOUNTS, AND QUOTAAPL LISTS      *
      * EVERY ROW WITH WHAT WAS DONE WITH IT.                         *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT QUOTA-PROPOSAL-FILE
               ASSIGN TO EXTERNAL QUOTAPRP
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROPOSAL-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMMSTR-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT QUOTA-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING QUOTAAPL
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

      *    ONE ROW PER SALESMAN PROPOSED, AS THE PROPOSAL RUN WROTE
      *    IT AND WITH THE MARKUP KEYED IN.
       FD  QUOTA-PROPOSAL-FILE.

       01  QUOTA-PROPOSAL-RECORD.
           03  QPP-PLAN-PERIOD         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  QPP-SALESMAN-NUMBER     PIC X(02).
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
               88  QPP-ACCEPT-PROPOSED             VALUE 'A'.
               88  QPP-OVERRIDE                    VALUE 'O'.
               88  QPP-NOT-APPROVED                VALUE SPACE.
           03  FILLER                  PIC X(01).
           03  QPP-APPROVED-QUOTA      PIC X(09).
           03  QPP-APPROVED-AMOUNT REDEFINES QPP-APPROVED-QUOTA
                                       PIC 9(07)V99.
           03  FILLER                  PIC X(10).

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
           03  FILLER                  PIC X(01).
           03  SMR-PLAN-CODE           PIC X(02).
           03  FILLER                  PIC X(30).
           03  SMR-MAIL-ADDRESS        PIC X(40).
           03  SMR-MAIL-CITY           PIC X(25).
           03  SMR-MAIL-STATE          PIC X(02).
           03  SMR-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(04).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'QUOTAAP1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-PROPOSAL-STATUS          PIC XX.
           88  WS-PROPOSAL-OK                      VALUE "00".
       77  WS-SLSMMSTR-STATUS          PIC XX.
           88  WS-SLSMMSTR-OK                      VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PROPOSAL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PROPOSAL-EOF                        VALUE 'Y'.
       77  SLSMMSTR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMMSTR-EOF                        VALUE 'Y'.
       77  WS-TRAN-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-KEPT-COUNT               PIC 9(06)   VALUE 0.
       77  WS-UNCHANGED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

      *    THE PLAN PERIOD OF THE FILE'S FIRST ROW - EVERY ROW MUST
      *    BELONG TO THE SAME WORKSHEET.
       77  WS-SHEET-PLAN-PERIOD        PIC 9(06)   VALUE 0.

      *    SLSMMSTR IS READ WHOLE, QUOTAS SET IN PLACE AND WRITTEN
      *    BACK IN THE ORDER IT CAME.  A MASTER LONGER THAN THE TABLE
      *    IS NEVER REWRITTEN - THE ROWS PAST THE END WOULD BE LOST.
       01  MASTER-TABLE.
           02  MASTER-ENTRY            OCCURS 99 TIMES.
               03  MST-SALESMAN-NUMBER PIC 9(02).
               03  MST-IMAGE           PIC X(160).
       77  WS-MASTER-COUNT             PIC 9(03)   VALUE 0.
       77  WS-MASTER-SUB               PIC 9(03)   VALUE 0.
       77  WS-MASTER-FOUND             PIC 9(03)   VALUE 0.
       77  WS-MASTER-OVERFLOW          PIC 9(06)   VALUE 0.
       77  WS-ASK-SALESMAN             PIC 9(02)   VALUE 0.

       77  WS-OLD-QUOTA                PIC 9(07)V99 VALUE 0.
       77  WS-NEW-QUOTA                PIC 9(07)V99 VALUE 0.
       77  WS-QUOTA-CHANGE-TOTAL       PIC S9(09)V99 VALUE 0.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.

       77  WS-HIS-OLD-EDIT             PIC Z(06)9.99.
       77  WS-HIS-NEW-EDIT             PIC Z(06)9.99.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40)   VALUE
                   'APPROVED QUOTAS APPLIED'.
           03  FILLER                  PIC X(09) VALUE 'BUSINESS '.
           03  WS-PGH-BUSINESS-DATE    PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-QUOTA-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'PLAN    SLSM  NAME                 D'.
           03  FILLER                  PIC X(36) VALUE
                   '    CUR QUOTA     PROPOSED  ACT     '.
           03  FILLER                  PIC X(20) VALUE
                   'APPLIED  RESULT'.

       01  WS-QUOTA-LINE.
           03  WS-QTL-PLAN-PERIOD      PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-QTL-SALESMAN         PIC X(02).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-QTL-NAME             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-QTL-DISTRICT         PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-QTL-CURRENT          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-QTL-PROPOSED         PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-QTL-ACTION           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-QTL-APPLIED          PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-QTL-RESULT           PIC X(45).

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

           PERFORM 010-LOAD-MASTER THRU 019-EXIT.

           OPEN INPUT QUOTA-PROPOSAL-FILE.
           IF NOT WS-PROPOSAL-OK
               MOVE "QUOTA-PROPOSAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROPOSAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

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

           OPEN OUTPUT QUOTA-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "QUOTA-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           READ QUOTA-PROPOSAL-FILE
               AT END
                   MOVE 'Y' TO PROPOSAL-EOF-SWITCH
           END-READ.

           IF NOT PROPOSAL-EOF
               MOVE QPP-PLAN-PERIOD TO WS-SHEET-PLAN-PERIOD
           END-IF.

           PERFORM 100-APPLY-ONE-ROW THRU 100-EXIT
               UNTIL PROPOSAL-EOF.

           PERFORM 170-PRINT-TOTALS THRU 170-EXIT.

           CLOSE QUOTA-PROPOSAL-FILE,
                 FIELD-HISTORY-FILE,
                 QUOTA-PRINT-FILE.

           PERFORM 050-SAVE-MASTER THRU 059-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-LOAD-MASTER.
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

           PERFORM 015-STORE-ONE-SALESMAN THRU 015-EXIT
               UNTIL SLSMMSTR-EOF.

           CLOSE SALESMAN-MASTER-FILE.

           IF WS-MASTER-OVERFLOW > 0
               DISPLAY "SLSMMSTR HAS " WS-MASTER-OVERFLOW
                       " ROW(S) BEYOND THE MASTER TABLE - QUOTA "
                       "APPLY REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       019-EXIT.
           EXIT.

       015-STORE-ONE-SALESMAN.
           IF WS-MASTER-COUNT < 99
               ADD 1 TO WS-MASTER-COUNT
               MOVE SALESMAN-MASTER-RECORD
                   TO MST-IMAGE (WS-MASTER-COUNT)
               MOVE SMR-SALESMAN-NUMBER
                   TO MST-SALESMAN-NUMBER (WS-MASTER-COUNT)
           ELSE
               ADD 1 TO WS-MASTER-OVERFLOW
           END-IF.

           READ SALESMAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO SLSMMSTR-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

      *    SLSMMSTR GOES BACK IN THE ORDER IT CAME, EACH ROW AS READ
      *    BUT FOR ITS QUOTA.
       050-SAVE-MASTER.
           IF WS-APPLIED-COUNT = ZERO
               GO TO 059-EXIT
           END-IF.

           OPEN OUTPUT SALESMAN-MASTER-FILE.
           IF NOT WS-SLSMMSTR-OK
               DISPLAY "CANNOT REWRITE SALESMAN-MASTER-FILE, STATUS "
                       WS-SLSMMSTR-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 055-SAVE-ONE-SALESMAN THRU 055-EXIT
               VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > WS-MASTER-COUNT.

           CLOSE SALESMAN-MASTER-FILE.

       059-EXIT.
           EXIT.

       055-SAVE-ONE-SALESMAN.
           MOVE MST-IMAGE (WS-MASTER-SUB) TO SALESMAN-MASTER-RECORD.
           WRITE SALESMAN-MASTER-RECORD.

       055-EXIT.
           EXIT.

       070-FIND-SALESMAN.
           MOVE ZERO TO WS-MASTER-FOUND.
           PERFORM 075-MATCH-ONE-SALESMAN THRU 075-EXIT
               VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND > ZERO.

       070-EXIT.
           EXIT.

       075-MATCH-ONE-SALESMAN.
           IF MST-SALESMAN-NUMBER (WS-MASTER-SUB) = WS-ASK-SALESMAN
               MOVE WS-MASTER-SUB TO WS-MASTER-FOUND
           END-IF.

       075-EXIT.
           EXIT.

       100-APPLY-ONE-ROW.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE SPACES TO WS-QUOTA-LINE.
           MOVE QPP-PLAN-PERIOD TO WS-QTL-PLAN-PERIOD.
           MOVE QPP-SALESMAN-NUMBER TO WS-QTL-SALESMAN.
           MOVE QPP-SALESMAN-NAME TO WS-QTL-NAME.
           MOVE QPP-DISTRICT TO WS-QTL-DISTRICT.
           IF QPP-CURRENT-QUOTA IS NUMERIC
               MOVE QPP-CURRENT-QUOTA TO WS-QTL-CURRENT
           END-IF.
           IF QPP-PROPOSED-QUOTA IS NUMERIC
               MOVE QPP-PROPOSED-QUOTA TO WS-QTL-PROPOSED
           END-IF.
           MOVE QPP-ACTION TO WS-QTL-ACTION.

           IF QPP-NOT-APPROVED
               ADD 1 TO WS-KEPT-COUNT
               MOVE 'NOT APPROVED - QUOTA KEPT' TO WS-QTL-RESULT
               GO TO 100-PRINT
           END-IF.

           PERFORM 110-VALIDATE-ROW THRU 110-EXIT.

           IF TRANSACTION-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-SAVE-REASON DELIMITED BY SIZE
                   INTO WS-QTL-RESULT
               END-STRING
               GO TO 100-PRINT
           END-IF.

           MOVE WS-NEW-QUOTA TO WS-QTL-APPLIED.

           IF WS-OLD-QUOTA = WS-NEW-QUOTA
               ADD 1 TO WS-UNCHANGED-COUNT
               MOVE 'ALREADY AT APPROVED QUOTA' TO WS-QTL-RESULT
               GO TO 100-PRINT
           END-IF.

           PERFORM 120-APPLY-QUOTA THRU 120-EXIT.
           MOVE 'APPLIED' TO WS-QTL-RESULT.

       100-PRINT.
           WRITE QUOTA-PRINT-RECORD FROM WS-QUOTA-LINE
               AFTER ADVANCING 1 LINE.

           READ QUOTA-PROPOSAL-FILE
               AT END
                   MOVE 'Y' TO PROPOSAL-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

      *    A ROW THAT PASSES LEAVES WS-MASTER-FOUND ON THE SALESMAN,
      *    WS-OLD-QUOTA HOLDING THE MASTER'S QUOTA AND WS-NEW-QUOTA
      *    THE ONE APPROVED.
       110-VALIDATE-ROW.
           MOVE 'N' TO WS-TRAN-SWITCH.
           MOVE SPACES TO WS-SAVE-REASON.

           IF QPP-PLAN-PERIOD NOT = WS-SHEET-PLAN-PERIOD
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'NOT THE SHEET''S PLAN PERIOD' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN QPP-ACCEPT-PROPOSED
                   IF QPP-PROPOSED-QUOTA IS NOT NUMERIC
                       MOVE 'Y' TO WS-TRAN-SWITCH
                       MOVE 'PROPOSED QUOTA NOT NUMERIC'
                           TO WS-SAVE-REASON
                       GO TO 110-EXIT
                   END-IF
                   MOVE QPP-PROPOSED-QUOTA TO WS-NEW-QUOTA
               WHEN QPP-OVERRIDE
                   IF QPP-APPROVED-AMOUNT IS NOT NUMERIC
                       MOVE 'Y' TO WS-TRAN-SWITCH
                       MOVE 'APPROVED AMOUNT NOT NUMERIC'
                           TO WS-SAVE-REASON
                       GO TO 110-EXIT
                   END-IF
                   MOVE QPP-APPROVED-AMOUNT TO WS-NEW-QUOTA
               WHEN OTHER
                   MOVE 'Y' TO WS-TRAN-SWITCH
                   MOVE 'ACTION NOT A, O OR BLANK' TO WS-SAVE-REASON
                   GO TO 110-EXIT
           END-EVALUATE.

           IF QPP-SALESMAN-NUMBER IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'SALESMAN NOT NUMERIC' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE QPP-SALESMAN-NUMBER TO WS-ASK-SALESMAN.
           PERFORM 070-FIND-SALESMAN THRU 070-EXIT.
           IF WS-MASTER-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'SALESMAN NOT ON SLSMMSTR' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE MST-IMAGE (WS-MASTER-FOUND) TO SALESMAN-MASTER-RECORD.
           MOVE ZERO TO WS-OLD-QUOTA.
           IF SMR-MONTHLY-QUOTA IS NUMERIC
               MOVE SMR-MONTHLY-QUOTA TO WS-OLD-QUOTA
           END-IF.

      *    A RERUN FINDS THE MASTER ALREADY AT THE NEW QUOTA - THAT
      *    IS NOT A CHANGE SINCE THE PROPOSAL, JUST WORK ALREADY DONE.
           IF WS-OLD-QUOTA = WS-NEW-QUOTA
               GO TO 110-EXIT
           END-IF.

           IF QPP-CURRENT-QUOTA IS NOT NUMERIC
              OR QPP-CURRENT-QUOTA NOT = WS-OLD-QUOTA
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'QUOTA CHANGED SINCE PROPOSAL' TO WS-SAVE-REASON
           END-IF.

       110-EXIT.
           EXIT.

       120-APPLY-QUOTA.
           MOVE WS-NEW-QUOTA TO SMR-MONTHLY-QUOTA.
           MOVE SALESMAN-MASTER-RECORD TO MST-IMAGE (WS-MASTER-FOUND).
           ADD 1 TO WS-APPLIED-COUNT.
           ADD WS-NEW-QUOTA TO WS-QUOTA-CHANGE-TOTAL.
           SUBTRACT WS-OLD-QUOTA FROM WS-QUOTA-CHANGE-TOTAL.

           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'S' TO FLH-MASTER-ID.
           MOVE WS-ASK-SALESMAN TO FLH-RECORD-KEY.
           MOVE 'QUOTA' TO FLH-FIELD-NAME.
           MOVE WS-OLD-QUOTA TO WS-HIS-OLD-EDIT.
           MOVE WS-HIS-OLD-EDIT TO FLH-OLD-VALUE.
           MOVE WS-NEW-QUOTA TO WS-HIS-NEW-EDIT.
           MOVE WS-HIS-NEW-EDIT TO FLH-NEW-VALUE.
           MOVE 'QUOTAAP1' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       120-EXIT.
           EXIT.

       170-PRINT-TOTALS.
           MOVE 'PROPOSAL ROWS READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'QUOTAS APPLIED' TO WS-CNL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ALREADY AT THE APPROVED QUOTA' TO WS-CNL-LABEL.
           MOVE WS-UNCHANGED-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'NOT APPROVED - QUOTA KEPT' TO WS-CNL-LABEL.
           MOVE WS-KEPT-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ROWS REJECTED' TO WS-CNL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNL-COUNT.
           WRITE QUOTA-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-BUSINESS-DATE TO WS-PGH-BUSINESS-DATE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE QUOTA-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE QUOTA-PRINT-RECORD FROM WS-QUOTA-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO QUOTA-PRINT-RECORD.
           WRITE QUOTA-PRINT-RECORD
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
      *    EACH RUN - ROWS READ, QUOTAS APPLIED, AND THE NET CHANGE
      *    IN MONTHLY QUOTA AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'QUOTAAP1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-APPLIED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-QUOTA-CHANGE-TOTAL TO ATR-CONTROL-TOTAL.

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
