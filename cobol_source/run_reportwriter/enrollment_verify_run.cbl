       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * ENROLLMENT VERIFICATION RUN FOR LENDERS AND THE CLEARINGHOUSE.*
      *                                                               *
      * LOAN SERVICERS AND THE CLEARINGHOUSE ASK FOR EVERY STUDENT'S  *
      * ENROLLMENT STATUS SEVERAL TIMES A TERM.  THIS SCHEDULED RUN   *
      * TAKES THE TERM IN ENRL-TERM AND WORKS EACH STUDENT'S STATUS   *
      * FROM THE CREDIT HOURS REGISTERED ON COURSREG AGAINST THE      *
      * ENRLPARM THRESHOLDS - F FULL-TIME, Q THREE-QUARTER, H HALF-   *
      * TIME, L LESS THAN HALF-TIME.  A COURSE THE TUITION ADJUSTMENT *
      * RUN HAS DROPPED (TUITADJH) NO LONGER COUNTS, AND A STUDENT    *
      * WHO HAS WITHDRAWN, OR HAS NO HOURS LEFT, IS W WITHDRAWN.      *
      *                                                               *
      * ENRLHIST KEEPS EVERY STATUS A STUDENT HAS HELD FOR THE TERM   *
      * WITH ITS EFFECTIVE DATE - THE WITHDRAWAL OR DROP DATE WHEN    *
      * ONE CAUSED THE CHANGE, OTHERWISE THE RUN DATE.  A NEW ROW IS  *
      * APPENDED ONLY WHEN THE STATUS CHANGES, SO THE LATEST ROW IS   *
      * ALWAYS WHAT THE LAST SUBMISSION REPORTED.                     *
      *                                                               *
      * THE RUN WRITES THE FULL ENRLSUBM SUBMISSION FILE FOR THE      *
      * CLEARINGHOUSE - HEADER, ONE DETAIL PER STUDENT WITH TAX ID    *
      * AND ADDRESS OFF STUTAXM, TRAILER - AND THE ENRLCHG CHANGE     *
      * REPORT OF EVERY STUDENT WHOSE STATUS DROPPED SINCE THE LAST   *
      * SUBMISSION.  THOSE ARE THE STUDENTS WHOSE LOANS GO INTO       *
      * GRACE AND REPAYMENT.  A STUDENT MISSING FROM STUTAXM IS       *
      * SUBMITTED BY STUDENT NUMBER ALONE AND ENDS THE RUN WITH       *
      * RETURN CODE 4.                                                *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ENROLLMENT-PARM-FILE
               ASSIGN TO EXTERNAL ENRLPARM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PARM-STATUS.

           SELECT STUDENT-TAX-FILE
               ASSIGN TO EXTERNAL STUTAXM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STUTAXM-STATUS.

           SELECT COURSE-REG-FILE
               ASSIGN TO EXTERNAL COURSREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COURSREG-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE
               ASSIGN TO EXTERNAL TUITADJH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ADJUST-STATUS.

           SELECT ENROLLMENT-HISTORY-FILE
               ASSIGN TO EXTERNAL ENRLHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ENRLHIST-STATUS.

           SELECT SUBMISSION-FILE
               ASSIGN TO EXTERNAL ENRLSUBM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUBMISSION-STATUS.

           SELECT CHANGE-REPORT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING ENRLCHG
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

      *    ONE RECORD, MAINTAINED BY THE REGISTRAR: THE HOURS A TERM
      *    TAKES FOR EACH STATUS, AND WHO THE SCHOOL IS TO THE
      *    CLEARINGHOUSE.
       FD  ENROLLMENT-PARM-FILE.

       01  ENROLLMENT-PARM-RECORD.
           03  ENP-FULL-TIME-HOURS     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  ENP-THREE-QTR-HOURS     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  ENP-HALF-TIME-HOURS     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  ENP-SCHOOL-CODE         PIC X(06).
           03  FILLER                  PIC X(01).
           03  ENP-BRANCH-CODE         PIC X(02).
           03  FILLER                  PIC X(01).
           03  ENP-SCHOOL-NAME         PIC X(40).
           03  FILLER                  PIC X(21).

       FD  STUDENT-TAX-FILE.

       01  STUDENT-TAX-RECORD.
           03  STX-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  STX-TAX-ID              PIC X(09).
           03  FILLER                  PIC X(01).
           03  STX-STUDENT-NAME        PIC X(40).
           03  STX-MAIL-ADDRESS        PIC X(40).
           03  STX-MAIL-CITY           PIC X(25).
           03  STX-MAIL-STATE          PIC X(02).
           03  STX-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(08).

       FD  COURSE-REG-FILE.

       01  COURSE-REG-RECORD.
           03  REG-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  REG-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  REG-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  REG-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  REG-SECTION             PIC X(03).
           03  FILLER                  PIC X(55).

      *    THE TUITION ADJUSTMENT RUN'S HISTORY - D A COURSE DROPPED,
      *    W A WITHDRAWAL FROM THE TERM.
       FD  ADJUSTMENT-HISTORY-FILE.

       01  ADJUSTMENT-HISTORY-RECORD.
           03  TAH-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  TAH-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  TAH-KIND                PIC X(01).
               88  TAH-TUITION-CREDIT              VALUE 'T'.
           03  FILLER                  PIC X(01).
           03  TAH-ITEM                PIC X(06).
           03  FILLER                  PIC X(01).
           03  TAH-ACTION              PIC X(01).
               88  TAH-COURSE-DROP                 VALUE 'D'.
               88  TAH-WITHDRAWAL                  VALUE 'W'.
           03  FILLER                  PIC X(01).
           03  TAH-DROP-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TAH-REFUND-PERCENT      PIC 9(03).
           03  FILLER                  PIC X(01).
           03  TAH-CREDIT-AMOUNT       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TAH-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(26).

      *    ONE ROW PER STATUS CHANGE, IN THE ORDER RECORDED.
       FD  ENROLLMENT-HISTORY-FILE.

       01  ENROLLMENT-HISTORY-RECORD.
           03  EHR-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  EHR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  EHR-STATUS              PIC X(01).
           03  FILLER                  PIC X(01).
           03  EHR-EFFECTIVE-DATE      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  EHR-HOURS               PIC 9(03).
           03  FILLER                  PIC X(01).
           03  EHR-RECORDED-DATE       PIC 9(08).
           03  FILLER                  PIC X(45).

       FD  SUBMISSION-FILE.

       01  SUBMISSION-RECORD           PIC X(250).

       FD  CHANGE-REPORT-FILE.

       01  CHANGE-REPORT-RECORD        PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'ENRLVER1'.

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
       77  WS-STUTAXM-STATUS           PIC XX.
           88  WS-STUTAXM-OK                       VALUE "00".
       77  WS-COURSREG-STATUS          PIC XX.
           88  WS-COURSREG-OK                      VALUE "00".
       77  WS-ADJUST-STATUS            PIC XX.
           88  WS-ADJUST-OK                        VALUE "00".
           88  WS-ADJUST-NOT-FOUND                 VALUE "35".
       77  WS-ENRLHIST-STATUS          PIC XX.
           88  WS-ENRLHIST-OK                      VALUE "00".
           88  WS-ENRLHIST-NOT-FOUND               VALUE "35".
       77  WS-SUBMISSION-STATUS        PIC XX.
           88  WS-SUBMISSION-OK                    VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  STUTAXM-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  STUTAXM-EOF                         VALUE 'Y'.
       77  COURSREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  COURSREG-EOF                        VALUE 'Y'.
       77  ADJUST-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  ADJUST-EOF                          VALUE 'Y'.
       77  ENRLHIST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  ENRLHIST-EOF                        VALUE 'Y'.

       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

      *    THE TERM BEING VERIFIED AND ITS DATES - THE DATES ARE
      *    REPORTED TO THE CLEARINGHOUSE WHEN SET.
       77  WS-ENRL-TERM                PIC X(05)   VALUE SPACES.
       77  WS-TERM-START-X             PIC X(08)   VALUE SPACES.
       77  WS-TERM-END-X               PIC X(08)   VALUE SPACES.
       77  WS-TERM-START               PIC 9(08)   VALUE 0.
       77  WS-TERM-END                 PIC 9(08)   VALUE 0.

      *    THE STUDENT TAX MASTER, FOR THE TAX ID AND ADDRESS EACH
      *    DETAIL RECORD CARRIES.
       01  STUDENT-TAX-TABLE.
           02  STUDENT-TAX-ENTRY       OCCURS 3000 TIMES.
               03  STT-STUDENT-ID      PIC 9(05) VALUE ZERO.
               03  STT-TAX-ID          PIC X(09) VALUE SPACES.
               03  STT-STUDENT-NAME    PIC X(40) VALUE SPACES.
               03  STT-MAIL-ADDRESS    PIC X(40) VALUE SPACES.
               03  STT-MAIL-CITY       PIC X(25) VALUE SPACES.
               03  STT-MAIL-STATE      PIC X(02) VALUE SPACES.
               03  STT-MAIL-ZIP        PIC X(09) VALUE SPACES.
       77  WS-STT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-STT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-STT-FOUND                PIC 9(04)   VALUE 0.

      *    THE TERM'S COURSES DROPPED THROUGH THE TUITION ADJUSTMENT
      *    RUN - THEIR HOURS NO LONGER COUNT IF COURSREG STILL HOLDS
      *    THE SEAT.
       01  DROP-TABLE.
           02  DROP-ENTRY              OCCURS 3000 TIMES.
               03  DRT-STUDENT-ID      PIC 9(05) VALUE ZERO.
               03  DRT-COURSE-ID       PIC X(06) VALUE SPACES.
               03  DRT-DROP-DATE       PIC 9(08) VALUE ZERO.
       77  WS-DRT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-DRT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-DRT-FOUND                PIC 9(04)   VALUE 0.

      *    ONE ROW PER STUDENT IN THE TERM - HOURS STILL REGISTERED,
      *    WHAT THE LAST SUBMISSION SAID, AND WHAT THIS ONE SAYS.
       01  ENROLLMENT-TABLE.
           02  ENROLLMENT-ENTRY        OCCURS 3000 TIMES.
               03  ENT-STUDENT-ID      PIC 9(05) VALUE ZERO.
               03  ENT-HOURS           PIC 9(03) VALUE ZERO.
               03  ENT-WITHDRAWN-SW    PIC X(01) VALUE 'N'.
                   88  ENT-WITHDRAWN               VALUE 'Y'.
               03  ENT-WITHDRAW-DATE   PIC 9(08) VALUE ZERO.
               03  ENT-LAST-DROP-DATE  PIC 9(08) VALUE ZERO.
               03  ENT-PRIOR-STATUS    PIC X(01) VALUE SPACE.
               03  ENT-PRIOR-EFFECTIVE PIC 9(08) VALUE ZERO.
               03  ENT-STATUS          PIC X(01) VALUE SPACE.
               03  ENT-EFFECTIVE-DATE  PIC 9(08) VALUE ZERO.
               03  ENT-MASTER-SUB      PIC 9(04) VALUE ZERO.
       77  WS-ENT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-ENT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-ENT-FOUND                PIC 9(04)   VALUE 0.
       77  WS-WORK-STUDENT             PIC 9(05)   VALUE 0.

      *    STATUSES RANK W 0, L 1, H 2, Q 3, F 4 - A DROP IS A MOVE
      *    TO A LOWER RANK.
       77  WS-RANK-STATUS              PIC X(01)   VALUE SPACE.
       77  WS-STATUS-RANK              PIC 9(01)   VALUE 0.
       77  WS-PRIOR-RANK               PIC 9(01)   VALUE 0.
       77  WS-STATUS-NAME              PIC X(16)   VALUE SPACES.

      *    CONTROL FIGURES.
       77  WS-SUBMITTED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-FULL-TIME-COUNT          PIC 9(06)   VALUE 0.
       77  WS-THREE-QTR-COUNT          PIC 9(06)   VALUE 0.
       77  WS-HALF-TIME-COUNT          PIC 9(06)   VALUE 0.
       77  WS-LESS-HALF-COUNT          PIC 9(06)   VALUE 0.
       77  WS-WITHDRAWN-COUNT          PIC 9(06)   VALUE 0.
       77  WS-CHANGED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-DROPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-NO-MASTER-COUNT          PIC 9(06)   VALUE 0.
       77  WS-TOTAL-HOURS              PIC 9(07)   VALUE 0.

      *    ------------------------------------------------------------
      *    THE CLEARINGHOUSE SUBMISSION RECORDS, 250 BYTES EACH.
      *    ------------------------------------------------------------
       01  WS-SUBMIT-HEADER.
           03  FILLER                  PIC X(02) VALUE 'H1'.
           03  SBH-SCHOOL-CODE         PIC X(06).
           03  SBH-BRANCH-CODE         PIC X(02).
           03  SBH-SCHOOL-NAME         PIC X(40).
           03  SBH-TERM                PIC X(05).
           03  SBH-TERM-START          PIC 9(08).
           03  SBH-TERM-END            PIC 9(08).
           03  SBH-CERTIFY-DATE        PIC 9(08).
           03  FILLER                  PIC X(01) VALUE 'S'.
           03  FILLER                  PIC X(170) VALUE SPACES.

       01  WS-SUBMIT-DETAIL.
           03  FILLER                  PIC X(02) VALUE 'D1'.
           03  SBD-TAX-ID              PIC X(09).
           03  SBD-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(15) VALUE SPACES.
           03  SBD-STUDENT-NAME        PIC X(40).
           03  SBD-STATUS              PIC X(01).
           03  SBD-EFFECTIVE-DATE      PIC 9(08).
           03  SBD-TERM-START          PIC 9(08).
           03  SBD-TERM-END            PIC 9(08).
           03  SBD-HOURS               PIC 9(03).
           03  SBD-MAIL-ADDRESS        PIC X(40).
           03  SBD-MAIL-CITY           PIC X(25).
           03  SBD-MAIL-STATE          PIC X(02).
           03  SBD-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-SUBMIT-TRAILER.
           03  FILLER                  PIC X(02) VALUE 'T1'.
           03  SBT-DETAIL-COUNT        PIC 9(08).
           03  SBT-FULL-TIME-COUNT     PIC 9(08).
           03  SBT-THREE-QTR-COUNT     PIC 9(08).
           03  SBT-HALF-TIME-COUNT     PIC 9(08).
           03  SBT-LESS-HALF-COUNT     PIC 9(08).
           03  SBT-WITHDRAWN-COUNT     PIC 9(08).
           03  FILLER                  PIC X(200) VALUE SPACES.

      *    ------------------------------------------------------------
      *    THE CHANGE REPORT.
      *    ------------------------------------------------------------
       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(07) VALUE '  TERM '.
           03  WS-PGH-TERM             PIC X(05).

       01  WS-CHANGE-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'STUDENT NAME                  '.
           03  FILLER                  PIC X(30) VALUE
                   '           HRS  WAS           '.
           03  FILLER                  PIC X(30) VALUE
                   '    NOW               EFFECTIV'.
           03  FILLER                  PIC X(01) VALUE
                   'E'.

       01  WS-CHANGE-LINE.
           03  WS-CHL-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-CHL-NAME             PIC X(30).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-CHL-HOURS            PIC ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CHL-WAS              PIC X(16).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CHL-NOW              PIC X(16).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CHL-EFFECTIVE        PIC 9999/99/99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CHL-NOTE             PIC X(30).

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

           ACCEPT WS-ENRL-TERM FROM ENVIRONMENT "ENRL-TERM".
           IF WS-ENRL-TERM = SPACES
               DISPLAY "ENRL-TERM NOT SET - NO TERM TO VERIFY"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ACCEPT WS-TERM-START-X FROM ENVIRONMENT "TERM-START".
           ACCEPT WS-TERM-END-X FROM ENVIRONMENT "TERM-END".
           IF WS-TERM-START-X IS NUMERIC
              AND WS-TERM-END-X IS NUMERIC
              AND WS-TERM-START-X NOT = SPACES
               MOVE WS-TERM-START-X TO WS-TERM-START
               MOVE WS-TERM-END-X TO WS-TERM-END
           END-IF.

           PERFORM 010-LOAD-PARM THRU 010-EXIT.
           PERFORM 020-LOAD-STUDENT-TAX THRU 020-EXIT.
           PERFORM 030-LOAD-ADJUSTMENTS THRU 030-EXIT.
           PERFORM 040-LOAD-REGISTRATIONS THRU 040-EXIT.
           PERFORM 050-LOAD-ENROLLMENT-HISTORY THRU 050-EXIT.

           OPEN OUTPUT SUBMISSION-FILE.
           IF NOT WS-SUBMISSION-OK
               MOVE "SUBMISSION-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SUBMISSION-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT CHANGE-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "CHANGE-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND ENROLLMENT-HISTORY-FILE.
           IF WS-ENRLHIST-NOT-FOUND
               OPEN OUTPUT ENROLLMENT-HISTORY-FILE
           END-IF.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENROLLMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ENRLHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'ENROLLMENT STATUS DROPS SINCE LAST FILE'
               TO WS-PGH-TITLE.
           PERFORM 195-PRINT-PAGE-HEADING THRU 195-EXIT.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-COLUMNS
               AFTER ADVANCING 2 LINES.

           MOVE ENP-SCHOOL-CODE TO SBH-SCHOOL-CODE.
           MOVE ENP-BRANCH-CODE TO SBH-BRANCH-CODE.
           MOVE ENP-SCHOOL-NAME TO SBH-SCHOOL-NAME.
           MOVE WS-ENRL-TERM TO SBH-TERM.
           MOVE WS-TERM-START TO SBH-TERM-START.
           MOVE WS-TERM-END TO SBH-TERM-END.
           MOVE WS-BUSINESS-DATE TO SBH-CERTIFY-DATE.
           WRITE SUBMISSION-RECORD FROM WS-SUBMIT-HEADER.

           PERFORM 100-VERIFY-ONE-STUDENT THRU 100-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT.

           MOVE WS-SUBMITTED-COUNT TO SBT-DETAIL-COUNT.
           MOVE WS-FULL-TIME-COUNT TO SBT-FULL-TIME-COUNT.
           MOVE WS-THREE-QTR-COUNT TO SBT-THREE-QTR-COUNT.
           MOVE WS-HALF-TIME-COUNT TO SBT-HALF-TIME-COUNT.
           MOVE WS-LESS-HALF-COUNT TO SBT-LESS-HALF-COUNT.
           MOVE WS-WITHDRAWN-COUNT TO SBT-WITHDRAWN-COUNT.
           WRITE SUBMISSION-RECORD FROM WS-SUBMIT-TRAILER.

           CLOSE SUBMISSION-FILE,
                 ENROLLMENT-HISTORY-FILE.

           PERFORM 190-PRINT-TOTALS THRU 190-EXIT.

           CLOSE CHANGE-REPORT-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THRESHOLDS MUST STEP DOWN - FULL-TIME OVER THREE-QUARTER
      *    OVER HALF-TIME OVER NOTHING - OR NO STATUS MEANS ANYTHING.
       010-LOAD-PARM.
           OPEN INPUT ENROLLMENT-PARM-FILE.

           IF NOT WS-PARM-OK
               MOVE "ENROLLMENT-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ENROLLMENT-PARM-FILE
               AT END
                   DISPLAY "ENRLPARM IS EMPTY - NO THRESHOLDS"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           CLOSE ENROLLMENT-PARM-FILE.

           IF ENP-FULL-TIME-HOURS IS NOT NUMERIC
              OR ENP-THREE-QTR-HOURS IS NOT NUMERIC
              OR ENP-HALF-TIME-HOURS IS NOT NUMERIC
              OR ENP-HALF-TIME-HOURS = ZERO
              OR ENP-THREE-QTR-HOURS NOT > ENP-HALF-TIME-HOURS
              OR ENP-FULL-TIME-HOURS NOT > ENP-THREE-QTR-HOURS
               DISPLAY "ENRLPARM THRESHOLDS " ENP-FULL-TIME-HOURS
                       " " ENP-THREE-QTR-HOURS " "
                       ENP-HALF-TIME-HOURS
                       " DO NOT STEP DOWN - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       010-EXIT.
           EXIT.

       020-LOAD-STUDENT-TAX.
           OPEN INPUT STUDENT-TAX-FILE.

           IF NOT WS-STUTAXM-OK
               MOVE "STUDENT-TAX-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STUTAXM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STUDENT-TAX-FILE
               AT END
                   MOVE 'Y' TO STUTAXM-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-STUDENT-TAX THRU 025-EXIT
               UNTIL STUTAXM-EOF.

           CLOSE STUDENT-TAX-FILE.

       020-EXIT.
           EXIT.

       025-STORE-STUDENT-TAX.
           IF WS-STT-COUNT NOT < 3000
               DISPLAY "STUTAXM HOLDS MORE THAN 3000 STUDENTS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-STT-COUNT.
           MOVE STX-STUDENT-ID TO STT-STUDENT-ID (WS-STT-COUNT).
           MOVE STX-TAX-ID TO STT-TAX-ID (WS-STT-COUNT).
           MOVE STX-STUDENT-NAME TO STT-STUDENT-NAME (WS-STT-COUNT).
           MOVE STX-MAIL-ADDRESS TO STT-MAIL-ADDRESS (WS-STT-COUNT).
           MOVE STX-MAIL-CITY TO STT-MAIL-CITY (WS-STT-COUNT).
           MOVE STX-MAIL-STATE TO STT-MAIL-STATE (WS-STT-COUNT).
           MOVE STX-MAIL-ZIP TO STT-MAIL-ZIP (WS-STT-COUNT).

           READ STUDENT-TAX-FILE
               AT END
                   MOVE 'Y' TO STUTAXM-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    THE TERM'S DROPS AND WITHDRAWALS.  A WITHDRAWAL MARKS THE
      *    STUDENT WITHDRAWN AS OF THE WITHDRAWAL DATE WHATEVER
      *    COURSREG STILL HOLDS.  NO HISTORY YET MEANS NONE.
       030-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.

           IF WS-ADJUST-NOT-FOUND
               GO TO 030-EXIT
           END-IF.
           IF NOT WS-ADJUST-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ADJUST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ADJUST-EOF-SWITCH
           END-READ.

           PERFORM 035-TAKE-ONE-ADJUSTMENT THRU 035-EXIT
               UNTIL ADJUST-EOF.

           CLOSE ADJUSTMENT-HISTORY-FILE.

       030-EXIT.
           EXIT.

       035-TAKE-ONE-ADJUSTMENT.
           ADD 1 TO WS-INPUT-COUNT.
           IF TAH-TERM NOT = WS-ENRL-TERM
               GO TO 035-READ-NEXT
           END-IF.

           IF TAH-WITHDRAWAL
               MOVE TAH-STUDENT-ID TO WS-WORK-STUDENT
               PERFORM 090-FIND-STUDENT THRU 090-EXIT
               MOVE 'Y' TO ENT-WITHDRAWN-SW (WS-ENT-FOUND)
               IF TAH-DROP-DATE > ENT-WITHDRAW-DATE (WS-ENT-FOUND)
                   MOVE TAH-DROP-DATE
                       TO ENT-WITHDRAW-DATE (WS-ENT-FOUND)
               END-IF
               GO TO 035-READ-NEXT
           END-IF.

           IF TAH-COURSE-DROP
              AND TAH-TUITION-CREDIT
               IF WS-DRT-COUNT NOT < 3000
                   DISPLAY "TUITADJH HOLDS MORE THAN 3000 DROPS FOR "
                           "THE TERM" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-DRT-COUNT
               MOVE TAH-STUDENT-ID TO DRT-STUDENT-ID (WS-DRT-COUNT)
               MOVE TAH-ITEM TO DRT-COURSE-ID (WS-DRT-COUNT)
               MOVE TAH-DROP-DATE TO DRT-DROP-DATE (WS-DRT-COUNT)
           END-IF.

       035-READ-NEXT.
           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ADJUST-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    THE HOURS STILL REGISTERED FOR THE TERM.  A SEAT THE
      *    REGISTRATION EDIT HAS NOT YET TAKEN OFF FOR A DROPPED
      *    COURSE IS PASSED OVER, ITS DROP DATE KEPT.
       040-LOAD-REGISTRATIONS.
           OPEN INPUT COURSE-REG-FILE.

           IF NOT WS-COURSREG-OK
               MOVE "COURSE-REG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COURSREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

           PERFORM 045-TAKE-ONE-REGISTRATION THRU 045-EXIT
               UNTIL COURSREG-EOF.

           CLOSE COURSE-REG-FILE.

       040-EXIT.
           EXIT.

       045-TAKE-ONE-REGISTRATION.
           ADD 1 TO WS-INPUT-COUNT.
           IF REG-TERM NOT = WS-ENRL-TERM
               GO TO 045-READ-NEXT
           END-IF.

           MOVE REG-STUDENT-ID TO WS-WORK-STUDENT.
           PERFORM 090-FIND-STUDENT THRU 090-EXIT.

           MOVE ZERO TO WS-DRT-FOUND.
           PERFORM 046-MATCH-ONE-DROP THRU 046-EXIT
               VARYING WS-DRT-SUB FROM 1 BY 1
               UNTIL WS-DRT-SUB > WS-DRT-COUNT
                  OR WS-DRT-FOUND > ZERO.

           IF WS-DRT-FOUND > ZERO
               IF DRT-DROP-DATE (WS-DRT-FOUND)
                   > ENT-LAST-DROP-DATE (WS-ENT-FOUND)
                   MOVE DRT-DROP-DATE (WS-DRT-FOUND)
                       TO ENT-LAST-DROP-DATE (WS-ENT-FOUND)
               END-IF
           ELSE
               ADD REG-CREDIT-HOURS TO ENT-HOURS (WS-ENT-FOUND)
           END-IF.

       045-READ-NEXT.
           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

       046-MATCH-ONE-DROP.
           IF DRT-STUDENT-ID (WS-DRT-SUB) = REG-STUDENT-ID
              AND DRT-COURSE-ID (WS-DRT-SUB) = REG-COURSE-ID
               MOVE WS-DRT-SUB TO WS-DRT-FOUND
           END-IF.

       046-EXIT.
           EXIT.

      *    THE TERM'S STATUS HISTORY, OLDEST FIRST - THE LAST ROW FOR
      *    A STUDENT IS WHAT THE LAST SUBMISSION REPORTED.  A STUDENT
      *    ON THE HISTORY BUT NO LONGER ON COURSREG IS STILL REPORTED,
      *    WITH NO HOURS.
       050-LOAD-ENROLLMENT-HISTORY.
           OPEN INPUT ENROLLMENT-HISTORY-FILE.

           IF WS-ENRLHIST-NOT-FOUND
               GO TO 050-EXIT
           END-IF.
           IF NOT WS-ENRLHIST-OK
               MOVE "ENROLLMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ENRLHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ENROLLMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ENRLHIST-EOF-SWITCH
           END-READ.

           PERFORM 055-TAKE-ONE-HISTORY THRU 055-EXIT
               UNTIL ENRLHIST-EOF.

           CLOSE ENROLLMENT-HISTORY-FILE.

       050-EXIT.
           EXIT.

       055-TAKE-ONE-HISTORY.
           ADD 1 TO WS-INPUT-COUNT.
           IF EHR-TERM = WS-ENRL-TERM
               MOVE EHR-STUDENT-ID TO WS-WORK-STUDENT
               PERFORM 090-FIND-STUDENT THRU 090-EXIT
               MOVE EHR-STATUS TO ENT-PRIOR-STATUS (WS-ENT-FOUND)
               MOVE EHR-EFFECTIVE-DATE
                   TO ENT-PRIOR-EFFECTIVE (WS-ENT-FOUND)
           END-IF.

           READ ENROLLMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO ENRLHIST-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    FINDS WS-WORK-STUDENT IN THE ENROLLMENT TABLE, ADDING A
      *    ROW IF IT IS NOT THERE.
       090-FIND-STUDENT.
           MOVE ZERO TO WS-ENT-FOUND.
           PERFORM 091-MATCH-ONE-STUDENT THRU 091-EXIT
               VARYING WS-ENT-SUB FROM 1 BY 1
               UNTIL WS-ENT-SUB > WS-ENT-COUNT
                  OR WS-ENT-FOUND > ZERO.

           IF WS-ENT-FOUND > ZERO
               GO TO 090-EXIT
           END-IF.

           IF WS-ENT-COUNT NOT < 3000
               DISPLAY "MORE THAN 3000 STUDENTS IN TERM "
                       WS-ENRL-TERM UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-ENT-COUNT.
           MOVE WS-ENT-COUNT TO WS-ENT-FOUND.
           MOVE WS-WORK-STUDENT TO ENT-STUDENT-ID (WS-ENT-FOUND).

       090-EXIT.
           EXIT.

       091-MATCH-ONE-STUDENT.
           IF ENT-STUDENT-ID (WS-ENT-SUB) = WS-WORK-STUDENT
               MOVE WS-ENT-SUB TO WS-ENT-FOUND
           END-IF.

       091-EXIT.
           EXIT.

      *    ONE STUDENT: THE STATUS NOW, A HISTORY ROW IF IT CHANGED,
      *    A CHANGE-REPORT LINE IF IT DROPPED, AND THE DETAIL RECORD.
       100-VERIFY-ONE-STUDENT.
           EVALUATE TRUE
               WHEN ENT-WITHDRAWN (WS-ENT-SUB)
                   MOVE 'W' TO ENT-STATUS (WS-ENT-SUB)
               WHEN ENT-HOURS (WS-ENT-SUB) = ZERO
                   MOVE 'W' TO ENT-STATUS (WS-ENT-SUB)
               WHEN ENT-HOURS (WS-ENT-SUB) NOT < ENP-FULL-TIME-HOURS
                   MOVE 'F' TO ENT-STATUS (WS-ENT-SUB)
               WHEN ENT-HOURS (WS-ENT-SUB) NOT < ENP-THREE-QTR-HOURS
                   MOVE 'Q' TO ENT-STATUS (WS-ENT-SUB)
               WHEN ENT-HOURS (WS-ENT-SUB) NOT < ENP-HALF-TIME-HOURS
                   MOVE 'H' TO ENT-STATUS (WS-ENT-SUB)
               WHEN OTHER
                   MOVE 'L' TO ENT-STATUS (WS-ENT-SUB)
           END-EVALUATE.

           IF ENT-STATUS (WS-ENT-SUB) = ENT-PRIOR-STATUS (WS-ENT-SUB)
               MOVE ENT-PRIOR-EFFECTIVE (WS-ENT-SUB)
                   TO ENT-EFFECTIVE-DATE (WS-ENT-SUB)
           ELSE
               PERFORM 110-RECORD-STATUS-CHANGE THRU 110-EXIT
           END-IF.

           PERFORM 120-WRITE-DETAIL THRU 120-EXIT.

       100-EXIT.
           EXIT.

      *    THE EFFECTIVE DATE OF A CHANGE IS THE WITHDRAWAL DATE FOR
      *    A WITHDRAWAL, THE LAST DROP DATE FOR A STATUS LOST TO
      *    DROPS, AND THE RUN DATE OTHERWISE.
       110-RECORD-STATUS-CHANGE.
           MOVE WS-BUSINESS-DATE TO ENT-EFFECTIVE-DATE (WS-ENT-SUB).
           IF ENT-WITHDRAWN (WS-ENT-SUB)
              AND ENT-WITHDRAW-DATE (WS-ENT-SUB) > ZERO
               MOVE ENT-WITHDRAW-DATE (WS-ENT-SUB)
                   TO ENT-EFFECTIVE-DATE (WS-ENT-SUB)
           ELSE
               IF ENT-LAST-DROP-DATE (WS-ENT-SUB) > ZERO
                  AND ENT-PRIOR-STATUS (WS-ENT-SUB) NOT = SPACE
                   MOVE ENT-LAST-DROP-DATE (WS-ENT-SUB)
                       TO ENT-EFFECTIVE-DATE (WS-ENT-SUB)
               END-IF
           END-IF.

           MOVE SPACES TO ENROLLMENT-HISTORY-RECORD.
           MOVE ENT-STUDENT-ID (WS-ENT-SUB) TO EHR-STUDENT-ID.
           MOVE WS-ENRL-TERM TO EHR-TERM.
           MOVE ENT-STATUS (WS-ENT-SUB) TO EHR-STATUS.
           MOVE ENT-EFFECTIVE-DATE (WS-ENT-SUB) TO EHR-EFFECTIVE-DATE.
           MOVE ENT-HOURS (WS-ENT-SUB) TO EHR-HOURS.
           MOVE WS-BUSINESS-DATE TO EHR-RECORDED-DATE.
           WRITE ENROLLMENT-HISTORY-RECORD.
           ADD 1 TO WS-CHANGED-COUNT.

           IF ENT-PRIOR-STATUS (WS-ENT-SUB) = SPACE
               GO TO 110-EXIT
           END-IF.

           MOVE ENT-PRIOR-STATUS (WS-ENT-SUB) TO WS-RANK-STATUS.
           PERFORM 150-RANK-STATUS THRU 150-EXIT.
           MOVE WS-STATUS-RANK TO WS-PRIOR-RANK.
           MOVE ENT-STATUS (WS-ENT-SUB) TO WS-RANK-STATUS.
           PERFORM 150-RANK-STATUS THRU 150-EXIT.
           IF WS-STATUS-RANK NOT < WS-PRIOR-RANK
               GO TO 110-EXIT
           END-IF.

           ADD 1 TO WS-DROPPED-COUNT.
           PERFORM 130-FIND-TAX-MASTER THRU 130-EXIT.
           MOVE ENT-STUDENT-ID (WS-ENT-SUB) TO WS-CHL-STUDENT.
           IF WS-STT-FOUND > ZERO
               MOVE STT-STUDENT-NAME (WS-STT-FOUND) TO WS-CHL-NAME
           ELSE
               MOVE 'NOT ON STUTAXM' TO WS-CHL-NAME
           END-IF.
           MOVE ENT-HOURS (WS-ENT-SUB) TO WS-CHL-HOURS.
           MOVE ENT-PRIOR-STATUS (WS-ENT-SUB) TO WS-RANK-STATUS.
           PERFORM 150-RANK-STATUS THRU 150-EXIT.
           MOVE WS-STATUS-NAME TO WS-CHL-WAS.
           MOVE ENT-STATUS (WS-ENT-SUB) TO WS-RANK-STATUS.
           PERFORM 150-RANK-STATUS THRU 150-EXIT.
           MOVE WS-STATUS-NAME TO WS-CHL-NOW.
           MOVE ENT-EFFECTIVE-DATE (WS-ENT-SUB) TO WS-CHL-EFFECTIVE.
           IF WS-STATUS-RANK < 2
               MOVE 'BELOW HALF-TIME - LOAN GRACE'
                   TO WS-CHL-NOTE
           ELSE
               MOVE SPACES TO WS-CHL-NOTE
           END-IF.
           WRITE CHANGE-REPORT-RECORD FROM WS-CHANGE-LINE
               AFTER ADVANCING 1 LINE.

       110-EXIT.
           EXIT.

       120-WRITE-DETAIL.
           PERFORM 130-FIND-TAX-MASTER THRU 130-EXIT.

           MOVE SPACES TO SBD-TAX-ID, SBD-STUDENT-NAME,
               SBD-MAIL-ADDRESS, SBD-MAIL-CITY, SBD-MAIL-STATE,
               SBD-MAIL-ZIP.
           IF WS-STT-FOUND > ZERO
               MOVE STT-TAX-ID (WS-STT-FOUND) TO SBD-TAX-ID
               MOVE STT-STUDENT-NAME (WS-STT-FOUND) TO SBD-STUDENT-NAME
               MOVE STT-MAIL-ADDRESS (WS-STT-FOUND)
                   TO SBD-MAIL-ADDRESS
               MOVE STT-MAIL-CITY (WS-STT-FOUND) TO SBD-MAIL-CITY
               MOVE STT-MAIL-STATE (WS-STT-FOUND) TO SBD-MAIL-STATE
               MOVE STT-MAIL-ZIP (WS-STT-FOUND) TO SBD-MAIL-ZIP
           ELSE
               ADD 1 TO WS-NO-MASTER-COUNT
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           MOVE ENT-STUDENT-ID (WS-ENT-SUB) TO SBD-STUDENT-ID.
           MOVE ENT-STATUS (WS-ENT-SUB) TO SBD-STATUS.
           MOVE ENT-EFFECTIVE-DATE (WS-ENT-SUB) TO SBD-EFFECTIVE-DATE.
           MOVE WS-TERM-START TO SBD-TERM-START.
           MOVE WS-TERM-END TO SBD-TERM-END.
           MOVE ENT-HOURS (WS-ENT-SUB) TO SBD-HOURS.
           WRITE SUBMISSION-RECORD FROM WS-SUBMIT-DETAIL.

           ADD 1 TO WS-SUBMITTED-COUNT.
           ADD ENT-HOURS (WS-ENT-SUB) TO WS-TOTAL-HOURS.
           EVALUATE ENT-STATUS (WS-ENT-SUB)
               WHEN 'F'
                   ADD 1 TO WS-FULL-TIME-COUNT
               WHEN 'Q'
                   ADD 1 TO WS-THREE-QTR-COUNT
               WHEN 'H'
                   ADD 1 TO WS-HALF-TIME-COUNT
               WHEN 'L'
                   ADD 1 TO WS-LESS-HALF-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WITHDRAWN-COUNT
           END-EVALUATE.

       120-EXIT.
           EXIT.

       130-FIND-TAX-MASTER.
           MOVE ZERO TO WS-STT-FOUND.
           PERFORM 131-MATCH-ONE-MASTER THRU 131-EXIT
               VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT
                  OR WS-STT-FOUND > ZERO.

       130-EXIT.
           EXIT.

       131-MATCH-ONE-MASTER.
           IF STT-STUDENT-ID (WS-STT-SUB) = ENT-STUDENT-ID (WS-ENT-SUB)
               MOVE WS-STT-SUB TO WS-STT-FOUND
           END-IF.

       131-EXIT.
           EXIT.

       150-RANK-STATUS.
           EVALUATE WS-RANK-STATUS
               WHEN 'F'
                   MOVE 4 TO WS-STATUS-RANK
                   MOVE 'FULL-TIME' TO WS-STATUS-NAME
               WHEN 'Q'
                   MOVE 3 TO WS-STATUS-RANK
                   MOVE 'THREE-QUARTER' TO WS-STATUS-NAME
               WHEN 'H'
                   MOVE 2 TO WS-STATUS-RANK
                   MOVE 'HALF-TIME' TO WS-STATUS-NAME
               WHEN 'L'
                   MOVE 1 TO WS-STATUS-RANK
                   MOVE 'LESS THAN HALF' TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE 0 TO WS-STATUS-RANK
                   MOVE 'WITHDRAWN' TO WS-STATUS-NAME
           END-EVALUATE.

       150-EXIT.
           EXIT.

       190-PRINT-TOTALS.
           MOVE 'STATUS DROPS REPORTED' TO WS-CNL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'STATUS CHANGES RECORDED ON ENRLHIST' TO WS-CNL-LABEL.
           MOVE WS-CHANGED-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENTS SUBMITTED' TO WS-CNL-LABEL.
           MOVE WS-SUBMITTED-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE '  FULL-TIME' TO WS-CNL-LABEL.
           MOVE WS-FULL-TIME-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  THREE-QUARTER' TO WS-CNL-LABEL.
           MOVE WS-THREE-QTR-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  HALF-TIME' TO WS-CNL-LABEL.
           MOVE WS-HALF-TIME-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  LESS THAN HALF-TIME' TO WS-CNL-LABEL.
           MOVE WS-LESS-HALF-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  WITHDRAWN' TO WS-CNL-LABEL.
           MOVE WS-WITHDRAWN-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SUBMITTED WITHOUT STUTAXM TAX ID' TO WS-CNL-LABEL.
           MOVE WS-NO-MASTER-COUNT TO WS-CNL-COUNT.
           WRITE CHANGE-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       190-EXIT.
           EXIT.

       195-PRINT-PAGE-HEADING.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           MOVE WS-ENRL-TERM TO WS-PGH-TERM.
           WRITE CHANGE-REPORT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

       195-EXIT.
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
      *    EACH RUN - RECORDS READ, STUDENTS SUBMITTED, AND THE
      *    CREDIT HOURS THEY CARRY.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'ENRLVER1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-SUBMITTED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-TOTAL-HOURS TO ATR-CONTROL-TOTAL.

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
