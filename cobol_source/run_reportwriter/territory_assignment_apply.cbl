       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * EFFECTIVE-DATED TERRITORY ASSIGNMENT.                         *
      *                                                               *
      * A SALESMAN'S DISTRICT USED TO BE WHATEVER SMR-DISTRICT SAID   *
      * TODAY, SO A TERRITORY MOVE QUIETLY CARRIED EVERY PRIOR        *
      * PERIOD WITH IT.  SLSMASGN NOW HOLDS EACH SALESMAN'S           *
      * ASSIGNMENTS WITH THE DATE EACH TOOK EFFECT; IT IS ONLY EVER   *
      * APPENDED TO, AND THE DISTRICT IN FORCE ON ANY DATE IS THE     *
      * ASSIGNMENT WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.       *
      *                                                               *
      * TERRTRAN CARRIES THE MOVES - SALESMAN, NEW DISTRICT, THE DATE *
      * IT TAKES EFFECT AND WHO ASKED FOR IT.  A MOVE IS REFUSED WHEN *
      * THE SALESMAN IS NOT ON SLSMMSTR, THE DISTRICT HAS NO          *
      * COMMSRATE RATE, THE DATE IS NOT A DATE, OR THE SALESMAN IS    *
      * ALREADY IN THAT DISTRICT ON THAT DATE.  A SALESMAN'S FIRST    *
      * MOVE ALSO RECORDS THE DISTRICT THEY HELD BEFORE IT, SO THE    *
      * HISTORY IS COMPLETE FROM THE START.  EVERY ACCEPTED MOVE IS   *
      * WRITTEN TO FLDHIST.                                           *
      *                                                               *
      * EVERY RUN THEN BRINGS SMR-DISTRICT INTO LINE WITH THE         *
      * DISTRICT IN FORCE ON THE BUSINESS DATE - A MOVE DATED AHEAD   *
      * LANDS ON THE MASTER THE FIRST RUN ON OR AFTER ITS DATE - AND  *
      * EACH MASTER CHANGE IS WRITTEN TO FLDHIST AS WELL.  TERRRPT    *
      * LISTS THE MOVES APPLIED AND REFUSED, THEN THE MASTER CHANGES. *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TERRITORY-TRAN-FILE
               ASSIGN TO EXTERNAL TERRTRAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TERRTRAN-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMMSTR-STATUS.

           SELECT COMMISSION-RATES-FILE
               ASSIGN TO EXTERNAL COMMSRATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COMMSRATE-STATUS.

           SELECT SALESMAN-ASSIGN-FILE
               ASSIGN TO EXTERNAL SLSMASGN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMASGN-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TERRITORY-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING TERRRPT
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

      *    ONE TERRITORY MOVE.
       FD  TERRITORY-TRAN-FILE.

       01  TERRITORY-TRAN-RECORD.
           03  TTR-SALESMAN-NUMBER     PIC X(02).
           03  FILLER                  PIC X(01).
           03  TTR-NEW-DISTRICT        PIC X(01).
           03  FILLER                  PIC X(01).
           03  TTR-EFFECTIVE-DATE      PIC X(08).
           03  FILLER                  PIC X(01).
           03  TTR-REQUESTED-BY        PIC X(08).
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

       FD  COMMISSION-RATES-FILE.

       01  COMMISSION-RATE-RECORD.
           03  CRR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  CRR-RATE                PIC V99.
           03  FILLER                  PIC X(77).

      *    ONE LINE PER DISTRICT ASSIGNMENT, APPENDED HERE AND NEVER
      *    REWRITTEN.  AN EFFECTIVE DATE OF ZEROS MARKS THE DISTRICT
      *    THE SALESMAN HELD BEFORE THEIR FIRST RECORDED MOVE.
       FD  SALESMAN-ASSIGN-FILE.

       01  SALESMAN-ASSIGN-RECORD.
           03  SAR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SAR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SAR-EFFECTIVE-DATE      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SAR-RECORDED-DATE       PIC 9(08).
           03  FILLER                  PIC X(58).

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

       FD  TERRITORY-PRINT-FILE.

       01  TERRITORY-PRINT-RECORD      PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'TERRASG1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
      *    NO TRANSACTION FILE MEANS NO MOVES - THE MASTER IS STILL
      *    BROUGHT INTO LINE WITH THE BUSINESS DATE.
       77  WS-TERRTRAN-STATUS          PIC XX.
           88  WS-TERRTRAN-OK                      VALUE "00".
           88  WS-TERRTRAN-NOT-FOUND               VALUE "35".
       77  WS-SLSMMSTR-STATUS          PIC XX.
           88  WS-SLSMMSTR-OK                      VALUE "00".
       77  WS-COMMSRATE-STATUS         PIC XX.
           88  WS-COMMSRATE-OK                     VALUE "00".
       77  WS-SLSMASGN-STATUS          PIC XX.
           88  WS-SLSMASGN-OK                      VALUE "00".
           88  WS-SLSMASGN-NOT-FOUND               VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  TERRTRAN-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  TERRTRAN-EOF                        VALUE 'Y'.
       77  SLSMMSTR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMMSTR-EOF                        VALUE 'Y'.
       77  COMMSRATE-EOF-SWITCH        PIC X(1)    VALUE 'N'.
           88  COMMSRATE-EOF                       VALUE 'Y'.
       77  SLSMASGN-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMASGN-EOF                        VALUE 'Y'.
       77  WS-TRAN-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-SYNC-COUNT               PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

      *    SLSMMSTR IS READ WHOLE, DISTRICTS SET IN PLACE AND WRITTEN
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
       77  WS-DISTRICT-OVERFLOW        PIC 9(06)   VALUE 0.

      *    THE DISTRICTS THAT CARRY A COMMISSION RATE - THE ONLY
      *    DISTRICTS A SALESMAN CAN BE MOVED INTO.
       01  DISTRICT-TABLE.
           02  DISTRICT-ENTRY          OCCURS 26 TIMES.
               03  DTT-DISTRICT        PIC X(01).
       77  WS-DISTRICT-COUNT           PIC 9(02)   VALUE 0.
       77  WS-DISTRICT-SUB             PIC 9(02)   VALUE 0.
       77  WS-DISTRICT-FOUND           PIC 9(02)   VALUE 0.

      *    EVERY ASSIGNMENT ON SLSMASGN, PLUS THOSE ACCEPTED THIS RUN,
      *    SO A SECOND MOVE FOR THE SAME SALESMAN SEES THE FIRST.
       01  ASSIGNMENT-TABLE.
           02  ASSIGNMENT-ENTRY        OCCURS 2000 TIMES.
               03  AST-SALESMAN-NUMBER PIC 9(02).
               03  AST-DISTRICT        PIC X(01).
               03  AST-EFFECTIVE-DATE  PIC 9(08).
       77  WS-ASSIGN-COUNT             PIC 9(04)   VALUE 0.
       77  WS-ASSIGN-SUB               PIC 9(04)   VALUE 0.

      *    THE QUESTION PUT TO 060 - WHICH DISTRICT WAS THIS SALESMAN
      *    IN ON THIS DATE - AND ITS ANSWER.
       77  WS-ASK-SALESMAN             PIC 9(02)   VALUE 0.
       77  WS-ASK-DATE                 PIC 9(08)   VALUE 0.
       77  WS-IN-FORCE-DISTRICT        PIC X(01)   VALUE SPACE.
       77  WS-IN-FORCE-DATE            PIC 9(08)   VALUE 0.
       77  WS-HISTORY-FOUND            PIC X(01)   VALUE 'N'.
           88  SALESMAN-HAS-HISTORY                VALUE 'Y'.

       77  WS-OLD-DISTRICT             PIC X(01)   VALUE SPACE.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.

       01  WS-HIS-NEW-ASSIGNMENT.
           03  WS-HNA-DISTRICT         PIC X(01).
           03  FILLER                  PIC X(05) VALUE ' EFF '.
           03  WS-HNA-EFFECTIVE-DATE   PIC 9(08).

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(09) VALUE 'BUSINESS '.
           03  WS-PGH-BUSINESS-DATE    PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-MOVE-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'SLSM  NAME                  FROM  TO'.
           03  FILLER                  PIC X(36) VALUE
                   '  EFFECTIVE  REQUESTED BY  ACTION   '.

       01  WS-MOVE-LINE.
           03  WS-MVL-SALESMAN         PIC X(02).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-MVL-NAME             PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MVL-FROM             PIC X(01).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-MVL-TO               PIC X(01).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-MVL-EFFECTIVE        PIC X(08).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-MVL-REQUESTED-BY     PIC X(08).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-MVL-ACTION           PIC X(45).

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
           PERFORM 020-LOAD-DISTRICTS THRU 029-EXIT.
           PERFORM 030-LOAD-ASSIGNMENTS THRU 039-EXIT.

      *    THE HISTORY FILES ONLY EVER GROW - EVERY WRITER APPENDS.
           OPEN EXTEND SALESMAN-ASSIGN-FILE.
           IF WS-SLSMASGN-NOT-FOUND
               OPEN OUTPUT SALESMAN-ASSIGN-FILE
           END-IF.
           IF NOT WS-SLSMASGN-OK
               MOVE "SALESMAN-ASSIGN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SLSMASGN-STATUS TO WS-MSG-INSERT-2
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

           OPEN OUTPUT TERRITORY-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "TERRITORY-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'TERRITORY MOVES' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           PERFORM 100-APPLY-TRANSACTIONS THRU 199-EXIT.

           MOVE 'MASTER DISTRICTS BROUGHT INTO FORCE' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           PERFORM 150-SYNC-ONE-SALESMAN THRU 150-EXIT
               VARYING WS-MASTER-SUB FROM 1 BY 1
               UNTIL WS-MASTER-SUB > WS-MASTER-COUNT.

           PERFORM 170-PRINT-TOTALS THRU 170-EXIT.

           CLOSE SALESMAN-ASSIGN-FILE,
                 FIELD-HISTORY-FILE,
                 TERRITORY-PRINT-FILE.

           PERFORM 050-SAVE-MASTER THRU 059-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
              OR WS-DISTRICT-OVERFLOW > 0
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
                       " ROW(S) BEYOND THE MASTER TABLE - TERRITORY "
                       "RUN REFUSED" UPON SYSERR
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

       020-LOAD-DISTRICTS.
           OPEN INPUT COMMISSION-RATES-FILE.

           IF NOT WS-COMMSRATE-OK
               MOVE "COMMISSION-RATES-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COMMSRATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ COMMISSION-RATES-FILE
               AT END
                   MOVE 'Y' TO COMMSRATE-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-DISTRICT THRU 025-EXIT
               UNTIL COMMSRATE-EOF.

           CLOSE COMMISSION-RATES-FILE.

      *    A DISTRICT THE TABLE CANNOT HOLD REFUSES EVERY MOVE INTO
      *    IT, SO THE RUN SAYS WHY.
           IF WS-DISTRICT-OVERFLOW > 0
               MOVE "COMMSRATE DISTRICT TABLE" TO WS-MSG-INSERT-1
               MOVE "26 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       029-EXIT.
           EXIT.

       025-STORE-ONE-DISTRICT.
           IF CRR-DISTRICT NOT = SPACE
               IF WS-DISTRICT-COUNT < 26
                   ADD 1 TO WS-DISTRICT-COUNT
                   MOVE CRR-DISTRICT
                       TO DTT-DISTRICT (WS-DISTRICT-COUNT)
               ELSE
                   ADD 1 TO WS-DISTRICT-OVERFLOW
               END-IF
           END-IF.

           READ COMMISSION-RATES-FILE
               AT END
                   MOVE 'Y' TO COMMSRATE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    NO ASSIGNMENT FILE YET MEANS NO SALESMAN HAS EVER MOVED.
       030-LOAD-ASSIGNMENTS.
           OPEN INPUT SALESMAN-ASSIGN-FILE.

           IF WS-SLSMASGN-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-SLSMASGN-OK
               MOVE "SALESMAN-ASSIGN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SLSMASGN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SALESMAN-ASSIGN-FILE
               AT END
                   MOVE 'Y' TO SLSMASGN-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-ASSIGNMENT THRU 035-EXIT
               UNTIL SLSMASGN-EOF.

           CLOSE SALESMAN-ASSIGN-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-ASSIGNMENT.
           IF SAR-SALESMAN-NUMBER IS NUMERIC
              AND SAR-SALESMAN-NUMBER > ZERO
              AND SAR-DISTRICT NOT = SPACE
              AND SAR-EFFECTIVE-DATE IS NUMERIC
               PERFORM 040-ADD-ASSIGNMENT THRU 040-EXIT
           END-IF.

           READ SALESMAN-ASSIGN-FILE
               AT END
                   MOVE 'Y' TO SLSMASGN-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    SALESMAN-ASSIGN-RECORD HOLDS THE ASSIGNMENT TO BE TABLED.
       040-ADD-ASSIGNMENT.
           IF WS-ASSIGN-COUNT NOT < 2000
               DISPLAY "SLSMASGN HOLDS MORE THAN 2000 ASSIGNMENTS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-ASSIGN-COUNT.
           MOVE SAR-SALESMAN-NUMBER
               TO AST-SALESMAN-NUMBER (WS-ASSIGN-COUNT).
           MOVE SAR-DISTRICT TO AST-DISTRICT (WS-ASSIGN-COUNT).
           MOVE SAR-EFFECTIVE-DATE
               TO AST-EFFECTIVE-DATE (WS-ASSIGN-COUNT).

       040-EXIT.
           EXIT.

      *    SLSMMSTR GOES BACK IN THE ORDER IT CAME, EACH ROW AS READ
      *    BUT FOR ITS DISTRICT.
       050-SAVE-MASTER.
           IF WS-SYNC-COUNT = ZERO
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

      *    THE DISTRICT WS-ASK-SALESMAN WAS IN ON WS-ASK-DATE - THE
      *    ASSIGNMENT WITH THE LATEST EFFECTIVE DATE NOT AFTER IT, AND
      *    ON A TIE THE ONE RECORDED LAST.  A SALESMAN WHO HAS NEVER
      *    MOVED IS IN THE DISTRICT THE MASTER SHOWS (WS-MASTER-FOUND
      *    MUST POINT AT THEIR ROW).
       060-FIND-DISTRICT-IN-FORCE.
           MOVE 'N' TO WS-HISTORY-FOUND.
           MOVE SPACE TO WS-IN-FORCE-DISTRICT.
           MOVE ZERO TO WS-IN-FORCE-DATE.

           PERFORM 065-CHECK-ONE-ASSIGNMENT THRU 065-EXIT
               VARYING WS-ASSIGN-SUB FROM 1 BY 1
               UNTIL WS-ASSIGN-SUB > WS-ASSIGN-COUNT.

           IF WS-IN-FORCE-DISTRICT = SPACE
               MOVE MST-IMAGE (WS-MASTER-FOUND)
                   TO SALESMAN-MASTER-RECORD
               MOVE SMR-DISTRICT TO WS-IN-FORCE-DISTRICT
           END-IF.

       060-EXIT.
           EXIT.

       065-CHECK-ONE-ASSIGNMENT.
           IF AST-SALESMAN-NUMBER (WS-ASSIGN-SUB) NOT = WS-ASK-SALESMAN
               GO TO 065-EXIT
           END-IF.

           MOVE 'Y' TO WS-HISTORY-FOUND.

           IF AST-EFFECTIVE-DATE (WS-ASSIGN-SUB) > WS-ASK-DATE
               GO TO 065-EXIT
           END-IF.

           IF WS-IN-FORCE-DISTRICT = SPACE
              OR AST-EFFECTIVE-DATE (WS-ASSIGN-SUB)
                 NOT < WS-IN-FORCE-DATE
               MOVE AST-DISTRICT (WS-ASSIGN-SUB)
                   TO WS-IN-FORCE-DISTRICT
               MOVE AST-EFFECTIVE-DATE (WS-ASSIGN-SUB)
                   TO WS-IN-FORCE-DATE
           END-IF.

       065-EXIT.
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

       080-MATCH-ONE-DISTRICT.
           IF DTT-DISTRICT (WS-DISTRICT-SUB) = TTR-NEW-DISTRICT
               MOVE WS-DISTRICT-SUB TO WS-DISTRICT-FOUND
           END-IF.

       080-EXIT.
           EXIT.

       100-APPLY-TRANSACTIONS.
           OPEN INPUT TERRITORY-TRAN-FILE.

           IF WS-TERRTRAN-NOT-FOUND
               GO TO 199-EXIT
           END-IF.

           IF NOT WS-TERRTRAN-OK
               MOVE "TERRITORY-TRAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TERRTRAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ TERRITORY-TRAN-FILE
               AT END
                   MOVE 'Y' TO TERRTRAN-EOF-SWITCH
           END-READ.

           PERFORM 110-APPLY-ONE-MOVE THRU 110-EXIT
               UNTIL TERRTRAN-EOF.

           CLOSE TERRITORY-TRAN-FILE.

       199-EXIT.
           EXIT.

       110-APPLY-ONE-MOVE.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE SPACES TO WS-MOVE-LINE.
           MOVE TTR-SALESMAN-NUMBER TO WS-MVL-SALESMAN.
           MOVE TTR-NEW-DISTRICT TO WS-MVL-TO.
           MOVE TTR-EFFECTIVE-DATE TO WS-MVL-EFFECTIVE.
           MOVE TTR-REQUESTED-BY TO WS-MVL-REQUESTED-BY.

           PERFORM 115-VALIDATE-MOVE THRU 115-EXIT.

           IF TRANSACTION-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               STRING 'REJECTED - ' DELIMITED BY SIZE
                      WS-SAVE-REASON DELIMITED BY SIZE
                   INTO WS-MVL-ACTION
               END-STRING
           ELSE
               PERFORM 120-RECORD-MOVE THRU 120-EXIT
               MOVE 'APPLIED' TO WS-MVL-ACTION
           END-IF.

           WRITE TERRITORY-PRINT-RECORD FROM WS-MOVE-LINE
               AFTER ADVANCING 1 LINE.

           READ TERRITORY-TRAN-FILE
               AT END
                   MOVE 'Y' TO TERRTRAN-EOF-SWITCH
           END-READ.

       110-EXIT.
           EXIT.

      *    A MOVE THAT PASSES LEAVES WS-MASTER-FOUND ON THE SALESMAN
      *    AND WS-OLD-DISTRICT HOLDING THE DISTRICT IT REPLACES.
       115-VALIDATE-MOVE.
           MOVE 'N' TO WS-TRAN-SWITCH.
           MOVE SPACES TO WS-SAVE-REASON.

           IF TTR-SALESMAN-NUMBER IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'SALESMAN NOT NUMERIC' TO WS-SAVE-REASON
               GO TO 115-EXIT
           END-IF.

           MOVE TTR-SALESMAN-NUMBER TO WS-ASK-SALESMAN.
           PERFORM 070-FIND-SALESMAN THRU 070-EXIT.
           IF WS-MASTER-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'SALESMAN NOT ON SLSMMSTR' TO WS-SAVE-REASON
               GO TO 115-EXIT
           END-IF.

           MOVE MST-IMAGE (WS-MASTER-FOUND) TO SALESMAN-MASTER-RECORD.
           MOVE SMR-SALESMAN-NAME TO WS-MVL-NAME.

           MOVE ZERO TO WS-DISTRICT-FOUND.
           PERFORM 080-MATCH-ONE-DISTRICT THRU 080-EXIT
               VARYING WS-DISTRICT-SUB FROM 1 BY 1
               UNTIL WS-DISTRICT-SUB > WS-DISTRICT-COUNT
                  OR WS-DISTRICT-FOUND > ZERO.
           IF TTR-NEW-DISTRICT = SPACE
              OR WS-DISTRICT-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'DISTRICT HAS NO COMMSRATE RATE' TO WS-SAVE-REASON
               GO TO 115-EXIT
           END-IF.

           IF TTR-EFFECTIVE-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'EFFECTIVE DATE NOT A DATE' TO WS-SAVE-REASON
               GO TO 115-EXIT
           END-IF.
           MOVE TTR-EFFECTIVE-DATE TO WS-ASK-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-ASK-DATE) NOT = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'EFFECTIVE DATE NOT A DATE' TO WS-SAVE-REASON
               GO TO 115-EXIT
           END-IF.

           PERFORM 060-FIND-DISTRICT-IN-FORCE THRU 060-EXIT.
           MOVE WS-IN-FORCE-DISTRICT TO WS-OLD-DISTRICT.
           MOVE WS-OLD-DISTRICT TO WS-MVL-FROM.

           IF WS-OLD-DISTRICT = TTR-NEW-DISTRICT
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'ALREADY IN DISTRICT ON THAT DATE' TO WS-SAVE-REASON
           END-IF.

       115-EXIT.
           EXIT.

      *    A SALESMAN'S FIRST MOVE FIRST RECORDS WHERE THEY WERE, SO
      *    THE DATES BEFORE THE MOVE STILL ANSWER WITH THE OLD
      *    DISTRICT ONCE THE MASTER HAS CHANGED.
       120-RECORD-MOVE.
           IF NOT SALESMAN-HAS-HISTORY
               MOVE SPACES TO SALESMAN-ASSIGN-RECORD
               MOVE WS-ASK-SALESMAN TO SAR-SALESMAN-NUMBER
               MOVE SMR-DISTRICT TO SAR-DISTRICT
               MOVE ZERO TO SAR-EFFECTIVE-DATE
               MOVE WS-BUSINESS-DATE TO SAR-RECORDED-DATE
               WRITE SALESMAN-ASSIGN-RECORD
               PERFORM 040-ADD-ASSIGNMENT THRU 040-EXIT
           END-IF.

           MOVE SPACES TO SALESMAN-ASSIGN-RECORD.
           MOVE WS-ASK-SALESMAN TO SAR-SALESMAN-NUMBER.
           MOVE TTR-NEW-DISTRICT TO SAR-DISTRICT.
           MOVE WS-ASK-DATE TO SAR-EFFECTIVE-DATE.
           MOVE WS-BUSINESS-DATE TO SAR-RECORDED-DATE.
           WRITE SALESMAN-ASSIGN-RECORD.
           PERFORM 040-ADD-ASSIGNMENT THRU 040-EXIT.

           ADD 1 TO WS-APPLIED-COUNT.

           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'S' TO FLH-MASTER-ID.
           MOVE WS-ASK-SALESMAN TO FLH-RECORD-KEY.
           MOVE 'DIST-ASSIGN' TO FLH-FIELD-NAME.
           MOVE WS-OLD-DISTRICT TO FLH-OLD-VALUE.
           MOVE TTR-NEW-DISTRICT TO WS-HNA-DISTRICT.
           MOVE WS-ASK-DATE TO WS-HNA-EFFECTIVE-DATE.
           MOVE WS-HIS-NEW-ASSIGNMENT TO FLH-NEW-VALUE.
           MOVE 'TERRASG1' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       120-EXIT.
           EXIT.

      *    ONE MASTER SALESMAN - SMR-DISTRICT IS SET TO THE DISTRICT
      *    IN FORCE ON THE BUSINESS DATE.
       150-SYNC-ONE-SALESMAN.
           MOVE WS-MASTER-SUB TO WS-MASTER-FOUND.
           MOVE MST-SALESMAN-NUMBER (WS-MASTER-SUB) TO WS-ASK-SALESMAN.
           MOVE WS-BUSINESS-DATE TO WS-ASK-DATE.
           PERFORM 060-FIND-DISTRICT-IN-FORCE THRU 060-EXIT.

           MOVE MST-IMAGE (WS-MASTER-SUB) TO SALESMAN-MASTER-RECORD.
           IF WS-IN-FORCE-DISTRICT = SMR-DISTRICT
               GO TO 150-EXIT
           END-IF.

           MOVE SMR-DISTRICT TO WS-OLD-DISTRICT.
           MOVE WS-IN-FORCE-DISTRICT TO SMR-DISTRICT.
           MOVE SALESMAN-MASTER-RECORD TO MST-IMAGE (WS-MASTER-SUB).
           ADD 1 TO WS-SYNC-COUNT.

           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'S' TO FLH-MASTER-ID.
           MOVE WS-ASK-SALESMAN TO FLH-RECORD-KEY.
           MOVE 'DISTRICT' TO FLH-FIELD-NAME.
           MOVE WS-OLD-DISTRICT TO FLH-OLD-VALUE.
           MOVE WS-IN-FORCE-DISTRICT TO FLH-NEW-VALUE.
           MOVE 'TERRASG1' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

           MOVE SPACES TO WS-MOVE-LINE.
           MOVE SMR-SALESMAN-NUMBER TO WS-MVL-SALESMAN.
           MOVE SMR-SALESMAN-NAME TO WS-MVL-NAME.
           MOVE WS-OLD-DISTRICT TO WS-MVL-FROM.
           MOVE WS-IN-FORCE-DISTRICT TO WS-MVL-TO.
           MOVE WS-IN-FORCE-DATE TO WS-MVL-EFFECTIVE.
           MOVE 'MASTER UPDATED' TO WS-MVL-ACTION.
           WRITE TERRITORY-PRINT-RECORD FROM WS-MOVE-LINE
               AFTER ADVANCING 1 LINE.

       150-EXIT.
           EXIT.

       170-PRINT-TOTALS.
           MOVE 'TERRITORY MOVES READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE TERRITORY-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'TERRITORY MOVES APPLIED' TO WS-CNL-LABEL.
           MOVE WS-APPLIED-COUNT TO WS-CNL-COUNT.
           WRITE TERRITORY-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TERRITORY MOVES REJECTED' TO WS-CNL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNL-COUNT.
           WRITE TERRITORY-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MASTER DISTRICTS UPDATED' TO WS-CNL-LABEL.
           MOVE WS-SYNC-COUNT TO WS-CNL-COUNT.
           WRITE TERRITORY-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-BUSINESS-DATE TO WS-PGH-BUSINESS-DATE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE TERRITORY-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE TERRITORY-PRINT-RECORD FROM WS-MOVE-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO TERRITORY-PRINT-RECORD.
           WRITE TERRITORY-PRINT-RECORD
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
      *    EACH RUN - MOVES READ, MOVES APPLIED, AND THE REJECT COUNT
      *    AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'TERRASG1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-APPLIED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-REJECT-COUNT TO ATR-CONTROL-TOTAL.

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
