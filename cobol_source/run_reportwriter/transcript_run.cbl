       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * ACADEMIC TRANSCRIPT RUN.                                      *
      *                                                               *
      * PRINTS A TRANSCRIPT FOR EACH REQUEST ON TRNSREQ (STUDENT,     *
      * OFFICIAL OR UNOFFICIAL, RECIPIENT) FROM THE COURSE GRADE      *
      * HISTORY THE GRADE POSTING RUN KEEPS ON GRADEHST.  EVERY TERM  *
      * PRINTS IN THE ORDER IT WAS FIRST POSTED, WITH ITS COURSES,    *
      * CREDIT HOURS, GRADES AND QUALITY POINTS, THE TERM GPA, THE    *
      * CUMULATIVE GPA THROUGH THAT TERM, THE ACADEMIC STANDING THE   *
      * STANDING RUN'S PROGRESSION GIVES FOR THAT TERM OFF GPAHIST,   *
      * AND DEAN'S LIST HONORS WHEN THE TERM MEETS THE SAME BAR THE   *
      * DEAN'S LIST REPORT USES (DEANS-GPA / DEANS-MIN-COURSES, HERE  *
      * COUNTING GRADED COURSES).  THE CURRENT STANDING OFF GPASTAT   *
      * CLOSES THE TRANSCRIPT.                                        *
      *                                                               *
      * AN OFFICIAL TRANSCRIPT IS REFUSED WHILE THE STUDENT IS HELD   *
      * ON REGHOLD FOR MONEY OWED; AN UNOFFICIAL COPY STILL PRINTS.   *
      * EVERY REQUEST, ISSUED OR REFUSED, IS APPENDED TO THE TRNSLOG  *
      * ISSUE LOG WITH ITS RECIPIENT FOR THE RECORDS OFFICE, AND THE  *
      * REFUSALS ARE LISTED ON THE LAST PAGE.                         *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TRANSCRIPT-REQUEST-FILE
               ASSIGN TO EXTERNAL TRNSREQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REQUEST-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO EXTERNAL STUDENT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GRADE-HISTORY-FILE
               ASSIGN TO EXTERNAL GRADEHST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-GRADEHST-STATUS.

           SELECT GPA-HISTORY-FILE
               ASSIGN TO EXTERNAL GPAHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-GPAHIST-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO EXTERNAL GPASTAT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STANDING-STATUS.

           SELECT HOLD-FILE
               ASSIGN TO EXTERNAL REGHOLD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HOLD-STATUS.

           SELECT TRANSCRIPT-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING TRANSCPT
                         FILE STATUS IS WS-REPORT-STATUS.

           SELECT TRANSCRIPT-LOG-FILE
               ASSIGN TO EXTERNAL TRNSLOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TRNSLOG-STATUS.

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

      *    ONE REQUEST PER TRANSCRIPT - O OFFICIAL, U UNOFFICIAL.
       FD  TRANSCRIPT-REQUEST-FILE.

       01  TRANSCRIPT-REQUEST-RECORD.
           03  TRQ-STUDENT-ID          PIC X(05).
           03  FILLER                  PIC X(01).
           03  TRQ-TYPE                PIC X(01).
           03  FILLER                  PIC X(01).
           03  TRQ-RECIPIENT           PIC X(40).
           03  FILLER                  PIC X(32).

       FD  STUDENT-FILE.

       01  STUDENT-RECORD.
           03  STUDENT-ID              PIC 9(05).
           03  STUDENT-NAME            PIC X(20).
           03  STUDENT-MAJOR           PIC X(03).
           03  NUM-COURSES             PIC 9(02).
           03  STUDENT-GPA             PIC 9V99.

       FD  GRADE-HISTORY-FILE.

       01  GRADE-HISTORY-RECORD.
           03  GHR-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  GHR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  GHR-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  GHR-GRADE               PIC X(02).
           03  FILLER                  PIC X(01).
           03  GHR-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  GHR-QUALITY-POINTS      PIC 9V99.
           03  FILLER                  PIC X(01).
           03  GHR-GRADE-TYPE          PIC X(01).
           03  FILLER                  PIC X(01).
           03  GHR-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(41).

       FD  GPA-HISTORY-FILE.

       01  GPA-HISTORY-RECORD.
           03  GPH-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  GPH-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  GPH-GPA                 PIC 9V99.
           03  FILLER                  PIC X(01).
           03  GPH-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(62).

       FD  STANDING-FILE.

       01  STANDING-RECORD.
           03  GST-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  GST-STANDING            PIC X(02).
           03  FILLER                  PIC X(72).

       FD  HOLD-FILE.

       01  HOLD-RECORD.
           03  HLD-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  HLD-HOLD-REASON         PIC X(20).
           03  FILLER                  PIC X(01).
           03  HLD-AMOUNT-OWED         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  HLD-DATE-PLACED         PIC 9(08).
           03  FILLER                  PIC X(35).

       FD  TRANSCRIPT-PRINT-FILE.

       01  TRANSCRIPT-PRINT-RECORD     PIC X(132).

       FD  TRANSCRIPT-LOG-FILE.

       01  TRANSCRIPT-LOG-RECORD.
           03  TLG-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  TLG-STUDENT-ID          PIC X(05).
           03  FILLER                  PIC X(01).
           03  TLG-TYPE                PIC X(01).
           03  FILLER                  PIC X(01).
           03  TLG-ACTION              PIC X(08).
           03  FILLER                  PIC X(01).
           03  TLG-RECIPIENT           PIC X(40).
           03  FILLER                  PIC X(01).
           03  TLG-REASON              PIC X(30).
           03  FILLER                  PIC X(12).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'TRANSCR1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-REQUEST-STATUS           PIC XX.
           88  WS-REQUEST-OK                       VALUE "00".
       77  WS-STUDENT-STATUS           PIC XX.
           88  WS-STUDENT-OK                       VALUE "00".
       77  WS-GRADEHST-STATUS          PIC XX.
           88  WS-GRADEHST-OK                      VALUE "00".
           88  WS-GRADEHST-NOT-FOUND               VALUE "35".
       77  WS-GPAHIST-STATUS           PIC XX.
           88  WS-GPAHIST-OK                       VALUE "00".
           88  WS-GPAHIST-NOT-FOUND                VALUE "35".
       77  WS-STANDING-STATUS          PIC XX.
           88  WS-STANDING-OK                      VALUE "00".
           88  WS-STANDING-NOT-FOUND               VALUE "35".
      *    NO HOLD FILE, NO HOLDS - EVERY REQUEST MAY BE OFFICIAL.
       77  WS-HOLD-STATUS              PIC XX.
           88  WS-HOLD-OK                          VALUE "00".
           88  WS-HOLD-NOT-FOUND                   VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-TRNSLOG-STATUS           PIC XX.
           88  WS-TRNSLOG-OK                       VALUE "00".
           88  WS-TRNSLOG-NOT-FOUND                VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  STUDENT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  STUDENT-EOF                         VALUE 'Y'.
       77  GRADEHST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  GRADEHST-EOF                        VALUE 'Y'.
       77  GPAHIST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  GPAHIST-EOF                         VALUE 'Y'.
       77  STANDING-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STANDING-EOF                        VALUE 'Y'.
       77  HOLD-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  HOLD-EOF                            VALUE 'Y'.
       77  WS-TRAN-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ISSUED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-OFFICIAL-COUNT           PIC 9(06)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-MIN-GPA                  PIC 9V99    VALUE 2.00.

      *    THE DEAN'S LIST BAR COMES FROM THE SCHEDULER THE SAME WAY
      *    THE DEAN'S LIST REPORT TAKES IT, SO THE TWO NEVER DISAGREE.
       77  WS-DEANS-GPA-X              PIC X(03)   VALUE SPACES.
       77  WS-DEANS-GPA                PIC 9V99    VALUE 3.50.
       77  WS-MIN-COURSES-X            PIC X(02)   VALUE SPACES.
       77  WS-DEANS-MIN-COURSES        PIC 9(02)   VALUE 03.

       01  STUDENT-TABLE.
           02  STUDENT-ENTRY           OCCURS 500 TIMES.
               03  STT-STUDENT-ID      PIC 9(05).
               03  STT-STUDENT-NAME    PIC X(20).
               03  STT-STUDENT-MAJOR   PIC X(03).
       77  WS-STU-COUNT                PIC 9(03)   VALUE 0.
       77  WS-STU-SUB                  PIC 9(03)   VALUE 0.
       77  WS-STU-FOUND                PIC 9(03)   VALUE 0.

       01  HOLD-TABLE.
           02  HOLD-ENTRY              OCCURS 500 TIMES.
               03  HDT-STUDENT-ID      PIC 9(05).
               03  HDT-AMOUNT-OWED     PIC 9(07)V99.
       77  WS-HOLD-COUNT               PIC 9(03)   VALUE 0.
       77  WS-HOLD-SUB                 PIC 9(03)   VALUE 0.
       77  WS-HOLD-FOUND               PIC 9(03)   VALUE 0.

       01  GRADE-HISTORY-TABLE.
           02  GRADE-HISTORY-ENTRY     OCCURS 5000 TIMES.
               03  GHT-STUDENT-ID      PIC 9(05).
               03  GHT-TERM            PIC X(05).
               03  GHT-COURSE-ID       PIC X(06).
               03  GHT-GRADE           PIC X(02).
               03  GHT-CREDIT-HOURS    PIC 9(02).
               03  GHT-QUALITY-POINTS  PIC 9V99.
               03  GHT-GRADE-TYPE      PIC X(01).
       77  WS-GRADE-COUNT              PIC 9(04)   VALUE 0.
       77  WS-GRADE-SUB                PIC 9(04)   VALUE 0.

      *    THE TERM GPA HISTORY IN TERM ORDER, AS THE STANDING RUN
      *    WALKS IT.
       01  GPA-HISTORY-TABLE.
           02  GPA-HISTORY-ENTRY       OCCURS 3000 TIMES.
               03  GPT-STUDENT-ID      PIC 9(05).
               03  GPT-TERM            PIC X(05).
               03  GPT-GPA             PIC 9V99.
       77  WS-GPA-COUNT                PIC 9(04)   VALUE 0.
       77  WS-GPA-SUB                  PIC 9(04)   VALUE 0.
       77  WS-GPA-OVERFLOW             PIC 9(06)   VALUE 0.

       01  STANDING-TABLE.
           02  STANDING-ENTRY          OCCURS 500 TIMES.
               03  SDT-STUDENT-ID      PIC 9(05).
               03  SDT-STANDING        PIC X(02).
       77  WS-SDT-COUNT                PIC 9(03)   VALUE 0.
       77  WS-SDT-SUB                  PIC 9(03)   VALUE 0.
       77  WS-SDT-FOUND                PIC 9(03)   VALUE 0.

      *    THE TERMS OF THE TRANSCRIPT IN HAND, IN FIRST-POSTED ORDER.
       01  TERM-TABLE.
           02  TERM-ENTRY              OCCURS 40 TIMES.
               03  TRM-TERM            PIC X(05).
               03  TRM-GPA-HOURS       PIC 9(03).
               03  TRM-POINTS          PIC 9(05)V99.
               03  TRM-GRADED-COURSES  PIC 9(02).
               03  TRM-STANDING        PIC X(02).
       77  WS-TERM-COUNT               PIC 9(02)   VALUE 0.
       77  WS-TERM-SUB                 PIC 9(02)   VALUE 0.
       77  WS-TERM-FOUND               PIC 9(02)   VALUE 0.

      *    REFUSED REQUESTS, HELD FOR THE LAST PAGE.
       01  REFUSED-TABLE.
           02  REFUSED-ENTRY           OCCURS 200 TIMES.
               03  RFT-STUDENT-ID      PIC X(05).
               03  RFT-TYPE            PIC X(01).
               03  RFT-RECIPIENT       PIC X(40).
               03  RFT-REASON          PIC X(30).
       77  WS-RFT-COUNT                PIC 9(03)   VALUE 0.
       77  WS-RFT-SUB                  PIC 9(03)   VALUE 0.

       77  WS-ASK-STUDENT              PIC 9(05)   VALUE 0.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.
       77  WS-COURSE-POINTS            PIC 9(04)V99 VALUE 0.
       77  WS-TERM-GPA                 PIC 9V99    VALUE 0.
       77  WS-CUM-HOURS                PIC 9(04)   VALUE 0.
       77  WS-CUM-POINTS               PIC 9(06)V99 VALUE 0.
       77  WS-CUM-GPA                  PIC 9V99    VALUE 0.
       77  WS-UNDER-COUNT              PIC 9(02)   VALUE 0.
       77  WS-WALK-STANDING            PIC X(02)   VALUE SPACES.
       77  WS-STANDING-CODE            PIC X(02)   VALUE SPACES.
       77  WS-STANDING-TEXT            PIC X(20)   VALUE SPACES.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 0.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(50).
           03  FILLER                  PIC X(06) VALUE ' PAGE '.
           03  WS-PGH-PAGE             PIC ZZ9.
           03  FILLER                  PIC X(08) VALUE '  ISSUED'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-STUDENT-LINE.
           03  FILLER                  PIC X(08) VALUE 'STUDENT '.
           03  WS-STL-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-STL-NAME             PIC X(20).
           03  FILLER                  PIC X(08) VALUE '  MAJOR '.
           03  WS-STL-MAJOR            PIC X(03).

       01  WS-RECIPIENT-LINE.
           03  FILLER                  PIC X(13) VALUE 'ISSUED TO    '.
           03  WS-RCL-RECIPIENT        PIC X(40).

       01  WS-TERM-HEAD-LINE.
           03  FILLER                  PIC X(05) VALUE 'TERM '.
           03  WS-THL-TERM             PIC X(05).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(35) VALUE
                   'COURSE  GRADE  HOURS  QUALITY PTS'.

       01  WS-COURSE-LINE.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  WS-CSL-COURSE           PIC X(06).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-CSL-GRADE            PIC X(02).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-CSL-HOURS            PIC Z9.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-CSL-POINTS           PIC ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CSL-NOTE             PIC X(20).

       01  WS-TERM-GPA-LINE.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  FILLER                  PIC X(09) VALUE 'TERM GPA '.
           03  WS-TGL-TERM-GPA         PIC 9.99.
           03  FILLER                  PIC X(04) VALUE ' ON '.
           03  WS-TGL-TERM-HOURS       PIC ZZ9.
           03  FILLER                  PIC X(15) VALUE
                   ' HRS   CUM GPA '.
           03  WS-TGL-CUM-GPA          PIC 9.99.
           03  FILLER                  PIC X(04) VALUE ' ON '.
           03  WS-TGL-CUM-HOURS        PIC ZZZ9.
           03  FILLER                  PIC X(07) VALUE ' HRS   '.
           03  WS-TGL-STANDING         PIC X(20).

       01  WS-HONORS-LINE.
           03  FILLER                  PIC X(14) VALUE SPACES.
           03  FILLER                  PIC X(20) VALUE
                   '*** DEAN''S LIST ***'.

       01  WS-CLOSING-LINE.
           03  FILLER                  PIC X(28) VALUE
                   'CURRENT ACADEMIC STANDING   '.
           03  WS-CLL-STANDING         PIC X(20).

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(28) VALUE
                   'CUMULATIVE GPA              '.
           03  WS-TTL-CUM-GPA          PIC 9.99.
           03  FILLER                  PIC X(04) VALUE ' ON '.
           03  WS-TTL-CUM-HOURS        PIC ZZZ9.
           03  FILLER                  PIC X(10) VALUE ' GPA HOURS'.

       01  WS-REFUSED-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'STUDENT TYPE  RECIPIENT'.
           03  FILLER                  PIC X(30) VALUE SPACES.
           03  FILLER                  PIC X(06) VALUE 'REASON'.

       01  WS-REFUSED-LINE.
           03  WS-RFL-STUDENT          PIC X(05).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-RFL-TYPE             PIC X(01).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-RFL-RECIPIENT        PIC X(40).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-RFL-REASON           PIC X(30).

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

           ACCEPT WS-DEANS-GPA-X FROM ENVIRONMENT "DEANS-GPA".
           IF WS-DEANS-GPA-X IS NUMERIC
              AND WS-DEANS-GPA-X NOT = SPACES
               MOVE WS-DEANS-GPA-X TO WS-DEANS-GPA (1:1)
               MOVE WS-DEANS-GPA-X (2:2) TO WS-DEANS-GPA (2:2)
           END-IF.
           ACCEPT WS-MIN-COURSES-X FROM ENVIRONMENT
               "DEANS-MIN-COURSES".
           IF WS-MIN-COURSES-X IS NUMERIC
              AND WS-MIN-COURSES-X NOT = SPACES
               MOVE WS-MIN-COURSES-X TO WS-DEANS-MIN-COURSES
           END-IF.

           PERFORM 010-LOAD-STUDENTS THRU 019-EXIT.
           PERFORM 020-LOAD-GRADE-HISTORY THRU 029-EXIT.
           PERFORM 030-LOAD-GPA-HISTORY THRU 039-EXIT.
           PERFORM 040-LOAD-STANDINGS THRU 049-EXIT.
           PERFORM 050-LOAD-HOLDS THRU 059-EXIT.

           OPEN INPUT TRANSCRIPT-REQUEST-FILE.
           IF NOT WS-REQUEST-OK
               MOVE "TRANSCRIPT-REQUEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REQUEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT TRANSCRIPT-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "TRANSCRIPT-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE ISSUE LOG IS KEPT FOR GOOD - EVERY RUN APPENDS.
           OPEN EXTEND TRANSCRIPT-LOG-FILE.
           IF WS-TRNSLOG-NOT-FOUND
               OPEN OUTPUT TRANSCRIPT-LOG-FILE
           END-IF.
           IF NOT WS-TRNSLOG-OK
               MOVE "TRANSCRIPT-LOG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TRNSLOG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ TRANSCRIPT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

           PERFORM 100-PROCESS-ONE-REQUEST THRU 100-EXIT
               UNTIL REQUEST-EOF.

           CLOSE TRANSCRIPT-REQUEST-FILE,
                 TRANSCRIPT-LOG-FILE.

           PERFORM 170-PRINT-REFUSALS THRU 170-EXIT.

           CLOSE TRANSCRIPT-PRINT-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REFUSED-COUNT > 0
              OR WS-GPA-OVERFLOW > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-LOAD-STUDENTS.
           OPEN INPUT STUDENT-FILE.

           IF NOT WS-STUDENT-OK
               MOVE "STUDENT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STUDENT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STUDENT-FILE
               AT END
                   MOVE 'Y' TO STUDENT-EOF-SWITCH
           END-READ.

           PERFORM 015-STORE-ONE-STUDENT THRU 015-EXIT
               UNTIL STUDENT-EOF.

           CLOSE STUDENT-FILE.

       019-EXIT.
           EXIT.

       015-STORE-ONE-STUDENT.
           IF WS-STU-COUNT < 500
               ADD 1 TO WS-STU-COUNT
               MOVE STUDENT-ID TO STT-STUDENT-ID (WS-STU-COUNT)
               MOVE STUDENT-NAME TO STT-STUDENT-NAME (WS-STU-COUNT)
               MOVE STUDENT-MAJOR
                   TO STT-STUDENT-MAJOR (WS-STU-COUNT)
           ELSE
               DISPLAY "STUDENT FILE EXCEEDS 500 ENTRIES - EXCESS "
                       "IGNORED" UPON SYSERR
           END-IF.

           READ STUDENT-FILE
               AT END
                   MOVE 'Y' TO STUDENT-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

      *    NO GRADE HISTORY LEAVES EVERY REQUEST WITH NOTHING TO
      *    PRINT - EACH IS REFUSED, NOT THE RUN.
       020-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE.

           IF WS-GRADEHST-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-GRADEHST-OK
               MOVE "GRADE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-GRADEHST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GRADEHST-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-GRADE THRU 025-EXIT
               UNTIL GRADEHST-EOF.

           CLOSE GRADE-HISTORY-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-GRADE.
           IF GHR-STUDENT-ID IS NOT NUMERIC
              OR GHR-CREDIT-HOURS IS NOT NUMERIC
              OR GHR-QUALITY-POINTS IS NOT NUMERIC
               GO TO 025-READ-NEXT
           END-IF.

           IF WS-GRADE-COUNT NOT < 5000
               DISPLAY "GRADEHST HOLDS MORE THAN 5000 GRADES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-GRADE-COUNT.
           MOVE GHR-STUDENT-ID TO GHT-STUDENT-ID (WS-GRADE-COUNT).
           MOVE GHR-TERM TO GHT-TERM (WS-GRADE-COUNT).
           MOVE GHR-COURSE-ID TO GHT-COURSE-ID (WS-GRADE-COUNT).
           MOVE GHR-GRADE TO GHT-GRADE (WS-GRADE-COUNT).
           MOVE GHR-CREDIT-HOURS
               TO GHT-CREDIT-HOURS (WS-GRADE-COUNT).
           MOVE GHR-QUALITY-POINTS
               TO GHT-QUALITY-POINTS (WS-GRADE-COUNT).
           MOVE GHR-GRADE-TYPE TO GHT-GRADE-TYPE (WS-GRADE-COUNT).

       025-READ-NEXT.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GRADEHST-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-GPA-HISTORY.
           OPEN INPUT GPA-HISTORY-FILE.

           IF WS-GPAHIST-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-GPAHIST-OK
               MOVE "GPA-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-GPAHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ GPA-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GPAHIST-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-GPA THRU 035-EXIT
               UNTIL GPAHIST-EOF.

           CLOSE GPA-HISTORY-FILE.

           IF WS-GPA-OVERFLOW > 0
               MOVE "GPAHIST TABLE" TO WS-MSG-INSERT-1
               MOVE "3000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       039-EXIT.
           EXIT.

       035-STORE-ONE-GPA.
           IF WS-GPA-COUNT < 3000
               ADD 1 TO WS-GPA-COUNT
               MOVE GPH-STUDENT-ID TO GPT-STUDENT-ID (WS-GPA-COUNT)
               MOVE GPH-TERM TO GPT-TERM (WS-GPA-COUNT)
               MOVE GPH-GPA TO GPT-GPA (WS-GPA-COUNT)
           ELSE
               ADD 1 TO WS-GPA-OVERFLOW
           END-IF.

           READ GPA-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GPAHIST-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       040-LOAD-STANDINGS.
           OPEN INPUT STANDING-FILE.

           IF WS-STANDING-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-STANDING-OK
               MOVE "STANDING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STANDING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STANDING-FILE
               AT END
                   MOVE 'Y' TO STANDING-EOF-SWITCH
           END-READ.

           PERFORM 045-STORE-ONE-STANDING THRU 045-EXIT
               UNTIL STANDING-EOF.

           CLOSE STANDING-FILE.

       049-EXIT.
           EXIT.

       045-STORE-ONE-STANDING.
           IF WS-SDT-COUNT < 500
               ADD 1 TO WS-SDT-COUNT
               MOVE GST-STUDENT-ID TO SDT-STUDENT-ID (WS-SDT-COUNT)
               MOVE GST-STANDING TO SDT-STANDING (WS-SDT-COUNT)
           END-IF.

           READ STANDING-FILE
               AT END
                   MOVE 'Y' TO STANDING-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

       050-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE.

           IF WS-HOLD-NOT-FOUND
               GO TO 059-EXIT
           END-IF.

           IF NOT WS-HOLD-OK
               MOVE "HOLD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HOLD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO HOLD-EOF-SWITCH
           END-READ.

           PERFORM 055-STORE-ONE-HOLD THRU 055-EXIT
               UNTIL HOLD-EOF.

           CLOSE HOLD-FILE.

       059-EXIT.
           EXIT.

       055-STORE-ONE-HOLD.
           IF WS-HOLD-COUNT < 500
               ADD 1 TO WS-HOLD-COUNT
               MOVE HLD-STUDENT-ID TO HDT-STUDENT-ID (WS-HOLD-COUNT)
               MOVE HLD-AMOUNT-OWED
                   TO HDT-AMOUNT-OWED (WS-HOLD-COUNT)
           ELSE
               DISPLAY "HOLD FILE EXCEEDS 500 ENTRIES - EXCESS "
                       "IGNORED" UPON SYSERR
           END-IF.

           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO HOLD-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

       070-MATCH-ONE-STUDENT.
           IF STT-STUDENT-ID (WS-STU-SUB) = WS-ASK-STUDENT
               MOVE WS-STU-SUB TO WS-STU-FOUND
           END-IF.

       070-EXIT.
           EXIT.

       072-MATCH-ONE-HOLD.
           IF HDT-STUDENT-ID (WS-HOLD-SUB) = WS-ASK-STUDENT
               MOVE WS-HOLD-SUB TO WS-HOLD-FOUND
           END-IF.

       072-EXIT.
           EXIT.

       074-MATCH-ONE-STANDING.
           IF SDT-STUDENT-ID (WS-SDT-SUB) = WS-ASK-STUDENT
               MOVE WS-SDT-SUB TO WS-SDT-FOUND
           END-IF.

       074-EXIT.
           EXIT.

       076-MATCH-ONE-TERM.
           IF TRM-TERM (WS-TERM-SUB) = GHT-TERM (WS-GRADE-SUB)
               MOVE WS-TERM-SUB TO WS-TERM-FOUND
           END-IF.

       076-EXIT.
           EXIT.

      *    STANDING CODE TO THE WORDS THE TRANSCRIPT PRINTS.
       078-DESCRIBE-STANDING.
           EVALUATE WS-STANDING-CODE
               WHEN 'GS'
                   MOVE 'GOOD STANDING' TO WS-STANDING-TEXT
               WHEN 'WN'
                   MOVE 'ACADEMIC WARNING' TO WS-STANDING-TEXT
               WHEN 'PR'
                   MOVE 'ACADEMIC PROBATION' TO WS-STANDING-TEXT
               WHEN 'CP'
                   MOVE 'CONTINUED PROBATION' TO WS-STANDING-TEXT
               WHEN 'DM'
                   MOVE 'ACADEMIC DISMISSAL' TO WS-STANDING-TEXT
               WHEN OTHER
                   MOVE SPACES TO WS-STANDING-TEXT
           END-EVALUATE.

       078-EXIT.
           EXIT.

       100-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 110-VALIDATE-REQUEST THRU 110-EXIT.

           MOVE SPACES TO TRANSCRIPT-LOG-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO TLG-TIMESTAMP.
           MOVE TRQ-STUDENT-ID TO TLG-STUDENT-ID.
           MOVE TRQ-TYPE TO TLG-TYPE.
           MOVE TRQ-RECIPIENT TO TLG-RECIPIENT.

           IF TRANSACTION-REJECTED
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REFUSED' TO TLG-ACTION
               MOVE WS-SAVE-REASON TO TLG-REASON
               IF WS-RFT-COUNT < 200
                   ADD 1 TO WS-RFT-COUNT
                   MOVE TRQ-STUDENT-ID TO RFT-STUDENT-ID (WS-RFT-COUNT)
                   MOVE TRQ-TYPE TO RFT-TYPE (WS-RFT-COUNT)
                   MOVE TRQ-RECIPIENT TO RFT-RECIPIENT (WS-RFT-COUNT)
                   MOVE WS-SAVE-REASON TO RFT-REASON (WS-RFT-COUNT)
               END-IF
           ELSE
               PERFORM 120-GATHER-TERMS THRU 120-EXIT
               PERFORM 130-TERM-STANDINGS THRU 130-EXIT
               PERFORM 140-PRINT-TRANSCRIPT THRU 140-EXIT
               ADD 1 TO WS-ISSUED-COUNT
               IF TRQ-TYPE = 'O'
                   ADD 1 TO WS-OFFICIAL-COUNT
               END-IF
               MOVE 'ISSUED' TO TLG-ACTION
           END-IF.

           WRITE TRANSCRIPT-LOG-RECORD.

           READ TRANSCRIPT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

      *    A HOLD REFUSES ONLY THE OFFICIAL COPY - THE STUDENT MAY
      *    STILL SEE THEIR OWN RECORD.
       110-VALIDATE-REQUEST.
           MOVE 'N' TO WS-TRAN-SWITCH.
           MOVE SPACES TO WS-SAVE-REASON.

           IF TRQ-STUDENT-ID IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'STUDENT ID NOT NUMERIC' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF TRQ-TYPE NOT = 'O'
              AND TRQ-TYPE NOT = 'U'
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'TYPE MUST BE O OR U' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF TRQ-RECIPIENT = SPACES
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'NO RECIPIENT GIVEN' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE TRQ-STUDENT-ID TO WS-ASK-STUDENT.
           MOVE ZERO TO WS-STU-FOUND.
           PERFORM 070-MATCH-ONE-STUDENT THRU 070-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
                  OR WS-STU-FOUND > ZERO.
           IF WS-STU-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'STUDENT NOT ON STUDENT FILE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF TRQ-TYPE = 'O'
               MOVE ZERO TO WS-HOLD-FOUND
               PERFORM 072-MATCH-ONE-HOLD THRU 072-EXIT
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                      OR WS-HOLD-FOUND > ZERO
               IF WS-HOLD-FOUND > ZERO
                   MOVE 'Y' TO WS-TRAN-SWITCH
                   MOVE 'REGISTRATION HOLD - MONEY OWED'
                       TO WS-SAVE-REASON
                   GO TO 110-EXIT
               END-IF
           END-IF.

           MOVE ZERO TO WS-TERM-COUNT.
           PERFORM 125-COUNT-ONE-GRADE THRU 125-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
                  OR WS-TERM-COUNT > ZERO.
           IF WS-TERM-COUNT = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'NO COURSE GRADES ON RECORD' TO WS-SAVE-REASON
           END-IF.

       110-EXIT.
           EXIT.

      *    THE TERMS OF THE STUDENT'S GRADES IN THE ORDER FIRST
      *    POSTED, WITH THE GRADED HOURS AND POINTS OF EACH.
       120-GATHER-TERMS.
           INITIALIZE TERM-TABLE.
           MOVE ZERO TO WS-TERM-COUNT.

           PERFORM 122-GATHER-ONE-GRADE THRU 122-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

       120-EXIT.
           EXIT.

       122-GATHER-ONE-GRADE.
           IF GHT-STUDENT-ID (WS-GRADE-SUB) NOT = WS-ASK-STUDENT
               GO TO 122-EXIT
           END-IF.

           MOVE ZERO TO WS-TERM-FOUND.
           PERFORM 076-MATCH-ONE-TERM THRU 076-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT
                  OR WS-TERM-FOUND > ZERO.

           IF WS-TERM-FOUND = ZERO
               IF WS-TERM-COUNT NOT < 40
                   DISPLAY "STUDENT " WS-ASK-STUDENT " HAS MORE THAN "
                           "40 TERMS - LATER TERMS LEFT OFF"
                           UPON SYSERR
                   GO TO 122-EXIT
               END-IF
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TERM-COUNT TO WS-TERM-FOUND
               MOVE GHT-TERM (WS-GRADE-SUB) TO TRM-TERM (WS-TERM-FOUND)
           END-IF.

           IF GHT-GRADE-TYPE (WS-GRADE-SUB) = 'G'
               MULTIPLY GHT-CREDIT-HOURS (WS-GRADE-SUB)
                   BY GHT-QUALITY-POINTS (WS-GRADE-SUB)
                   GIVING WS-COURSE-POINTS
               ADD GHT-CREDIT-HOURS (WS-GRADE-SUB)
                   TO TRM-GPA-HOURS (WS-TERM-FOUND)
               ADD WS-COURSE-POINTS TO TRM-POINTS (WS-TERM-FOUND)
               ADD 1 TO TRM-GRADED-COURSES (WS-TERM-FOUND)
           END-IF.

       122-EXIT.
           EXIT.

       125-COUNT-ONE-GRADE.
           IF GHT-STUDENT-ID (WS-GRADE-SUB) = WS-ASK-STUDENT
               MOVE 1 TO WS-TERM-COUNT
           END-IF.

       125-EXIT.
           EXIT.

      *    THE STANDING RUN'S PROGRESSION REPLAYED OVER THE STUDENT'S
      *    GPA HISTORY, SO EACH TERM SHOWS THE STANDING IT LEFT THE
      *    STUDENT IN: THE CONSECUTIVE UNDER-LINE STREAK RESETS AT A
      *    CLEAN TERM, A CLEAN TERM OFF PROBATION IS CONTINUED
      *    PROBATION, AND DISMISSAL STICKS.
       130-TERM-STANDINGS.
           MOVE ZERO TO WS-UNDER-COUNT.
           MOVE SPACES TO WS-WALK-STANDING.

           PERFORM 135-WALK-ONE-GPA THRU 135-EXIT
               VARYING WS-GPA-SUB FROM 1 BY 1
               UNTIL WS-GPA-SUB > WS-GPA-COUNT.

       130-EXIT.
           EXIT.

       135-WALK-ONE-GPA.
           IF GPT-STUDENT-ID (WS-GPA-SUB) NOT = WS-ASK-STUDENT
               GO TO 135-EXIT
           END-IF.

           IF GPT-GPA (WS-GPA-SUB) < WS-MIN-GPA
               ADD 1 TO WS-UNDER-COUNT
           ELSE
               MOVE ZERO TO WS-UNDER-COUNT
           END-IF.

           EVALUATE TRUE
               WHEN WS-WALK-STANDING = 'DM'
                   CONTINUE
               WHEN WS-UNDER-COUNT >= 3
                   MOVE 'DM' TO WS-WALK-STANDING
               WHEN WS-UNDER-COUNT = 2
                   MOVE 'PR' TO WS-WALK-STANDING
               WHEN WS-UNDER-COUNT = 1
                   MOVE 'WN' TO WS-WALK-STANDING
               WHEN WS-WALK-STANDING = 'PR'
                   MOVE 'CP' TO WS-WALK-STANDING
               WHEN OTHER
                   MOVE 'GS' TO WS-WALK-STANDING
           END-EVALUATE.

           PERFORM 137-SET-ONE-TERM-STANDING THRU 137-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT.

       135-EXIT.
           EXIT.

       137-SET-ONE-TERM-STANDING.
           IF TRM-TERM (WS-TERM-SUB) = GPT-TERM (WS-GPA-SUB)
               MOVE WS-WALK-STANDING TO TRM-STANDING (WS-TERM-SUB)
           END-IF.

       137-EXIT.
           EXIT.

       140-PRINT-TRANSCRIPT.
           MOVE ZERO TO WS-PAGE-COUNT.
           MOVE ZERO TO WS-CUM-HOURS.
           MOVE ZERO TO WS-CUM-POINTS.
           MOVE ZERO TO WS-CUM-GPA.

           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           MOVE SPACES TO WS-RCL-RECIPIENT.
           MOVE TRQ-RECIPIENT TO WS-RCL-RECIPIENT.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-RECIPIENT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           PERFORM 150-PRINT-ONE-TERM THRU 150-EXIT
               VARYING WS-TERM-SUB FROM 1 BY 1
               UNTIL WS-TERM-SUB > WS-TERM-COUNT.

           MOVE WS-CUM-GPA TO WS-TTL-CUM-GPA.
           MOVE WS-CUM-HOURS TO WS-TTL-CUM-HOURS.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           MOVE ZERO TO WS-SDT-FOUND.
           PERFORM 074-MATCH-ONE-STANDING THRU 074-EXIT
               VARYING WS-SDT-SUB FROM 1 BY 1
               UNTIL WS-SDT-SUB > WS-SDT-COUNT
                  OR WS-SDT-FOUND > ZERO.
           IF WS-SDT-FOUND > ZERO
               MOVE SDT-STANDING (WS-SDT-FOUND) TO WS-STANDING-CODE
               PERFORM 078-DESCRIBE-STANDING THRU 078-EXIT
               MOVE WS-STANDING-TEXT TO WS-CLL-STANDING
               WRITE TRANSCRIPT-PRINT-RECORD FROM WS-CLOSING-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE SPACES TO TRANSCRIPT-PRINT-RECORD.
           IF TRQ-TYPE = 'O'
               MOVE '*** END OF OFFICIAL TRANSCRIPT ***'
                   TO TRANSCRIPT-PRINT-RECORD
           ELSE
               MOVE '*** END OF UNOFFICIAL TRANSCRIPT ***'
                   TO TRANSCRIPT-PRINT-RECORD
           END-IF.
           WRITE TRANSCRIPT-PRINT-RECORD
               AFTER ADVANCING 2 LINES.

       140-EXIT.
           EXIT.

       150-PRINT-ONE-TERM.
           IF WS-LINE-COUNT > 50
               PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT
           END-IF.

           MOVE TRM-TERM (WS-TERM-SUB) TO WS-THL-TERM.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-TERM-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

           PERFORM 155-PRINT-ONE-COURSE THRU 155-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

           MOVE ZERO TO WS-TERM-GPA.
           IF TRM-GPA-HOURS (WS-TERM-SUB) > ZERO
               DIVIDE TRM-POINTS (WS-TERM-SUB)
                   BY TRM-GPA-HOURS (WS-TERM-SUB)
                   GIVING WS-TERM-GPA ROUNDED
           END-IF.

           ADD TRM-GPA-HOURS (WS-TERM-SUB) TO WS-CUM-HOURS.
           ADD TRM-POINTS (WS-TERM-SUB) TO WS-CUM-POINTS.
           IF WS-CUM-HOURS > ZERO
               DIVIDE WS-CUM-POINTS BY WS-CUM-HOURS
                   GIVING WS-CUM-GPA ROUNDED
           END-IF.

           MOVE WS-TERM-GPA TO WS-TGL-TERM-GPA.
           MOVE TRM-GPA-HOURS (WS-TERM-SUB) TO WS-TGL-TERM-HOURS.
           MOVE WS-CUM-GPA TO WS-TGL-CUM-GPA.
           MOVE WS-CUM-HOURS TO WS-TGL-CUM-HOURS.
           MOVE TRM-STANDING (WS-TERM-SUB) TO WS-STANDING-CODE.
           PERFORM 078-DESCRIBE-STANDING THRU 078-EXIT.
           MOVE WS-STANDING-TEXT TO WS-TGL-STANDING.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-TERM-GPA-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           IF TRM-GPA-HOURS (WS-TERM-SUB) > ZERO
              AND WS-TERM-GPA NOT < WS-DEANS-GPA
              AND TRM-GRADED-COURSES (WS-TERM-SUB)
                  NOT < WS-DEANS-MIN-COURSES
               WRITE TRANSCRIPT-PRINT-RECORD FROM WS-HONORS-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       150-EXIT.
           EXIT.

       155-PRINT-ONE-COURSE.
           IF GHT-STUDENT-ID (WS-GRADE-SUB) NOT = WS-ASK-STUDENT
              OR GHT-TERM (WS-GRADE-SUB) NOT = TRM-TERM (WS-TERM-SUB)
               GO TO 155-EXIT
           END-IF.

           MOVE GHT-COURSE-ID (WS-GRADE-SUB) TO WS-CSL-COURSE.
           MOVE GHT-GRADE (WS-GRADE-SUB) TO WS-CSL-GRADE.
           MOVE GHT-CREDIT-HOURS (WS-GRADE-SUB) TO WS-CSL-HOURS.
           MULTIPLY GHT-CREDIT-HOURS (WS-GRADE-SUB)
               BY GHT-QUALITY-POINTS (WS-GRADE-SUB)
               GIVING WS-COURSE-POINTS.
           MOVE WS-COURSE-POINTS TO WS-CSL-POINTS.
           EVALUATE GHT-GRADE-TYPE (WS-GRADE-SUB)
               WHEN 'I'
                   MOVE 'INCOMPLETE' TO WS-CSL-NOTE
               WHEN 'N'
                   MOVE 'NOT IN GPA' TO WS-CSL-NOTE
               WHEN OTHER
                   MOVE SPACES TO WS-CSL-NOTE
           END-EVALUATE.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-COURSE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       155-EXIT.
           EXIT.

       170-PRINT-REFUSALS.
           MOVE 'TRANSCRIPT REQUESTS REFUSED' TO WS-PGH-TITLE.
           MOVE ZERO TO WS-PAGE-COUNT.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-REFUSED-COLUMNS
               AFTER ADVANCING 2 LINES.

           PERFORM 175-PRINT-ONE-REFUSAL THRU 175-EXIT
               VARYING WS-RFT-SUB FROM 1 BY 1
               UNTIL WS-RFT-SUB > WS-RFT-COUNT.

           MOVE 'TRANSCRIPT REQUESTS READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'TRANSCRIPTS ISSUED' TO WS-CNL-LABEL.
           MOVE WS-ISSUED-COUNT TO WS-CNL-COUNT.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH OFFICIAL' TO WS-CNL-LABEL.
           MOVE WS-OFFICIAL-COUNT TO WS-CNL-COUNT.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS REFUSED' TO WS-CNL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CNL-COUNT.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       175-PRINT-ONE-REFUSAL.
           MOVE RFT-STUDENT-ID (WS-RFT-SUB) TO WS-RFL-STUDENT.
           MOVE RFT-TYPE (WS-RFT-SUB) TO WS-RFL-TYPE.
           MOVE RFT-RECIPIENT (WS-RFT-SUB) TO WS-RFL-RECIPIENT.
           MOVE RFT-REASON (WS-RFT-SUB) TO WS-RFL-REASON.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-REFUSED-LINE
               AFTER ADVANCING 1 LINE.

       175-EXIT.
           EXIT.

      *    EACH TRANSCRIPT STARTS ON A NEW PAGE, AND A LONG ONE
      *    CARRIES ITS STUDENT ONTO EVERY CONTINUATION PAGE.
       180-PRINT-PAGE-HEADING.
           IF TRQ-TYPE = 'O'
               MOVE 'OFFICIAL ACADEMIC TRANSCRIPT' TO WS-PGH-TITLE
           ELSE
               MOVE 'UNOFFICIAL TRANSCRIPT - NOT FOR OFFICIAL USE'
                   TO WS-PGH-TITLE
           END-IF.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

           MOVE STT-STUDENT-ID (WS-STU-FOUND) TO WS-STL-STUDENT.
           MOVE STT-STUDENT-NAME (WS-STU-FOUND) TO WS-STL-NAME.
           MOVE STT-STUDENT-MAJOR (WS-STU-FOUND) TO WS-STL-MAJOR.
           WRITE TRANSCRIPT-PRINT-RECORD FROM WS-STUDENT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 3 TO WS-LINE-COUNT.

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
      *    EACH RUN - REQUESTS READ, TRANSCRIPTS ISSUED, AND THE
      *    REFUSAL COUNT AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'TRANSCR1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ISSUED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-REFUSED-COUNT TO ATR-CONTROL-TOTAL.

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
