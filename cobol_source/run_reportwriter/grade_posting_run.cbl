       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * TERM GRADE POSTING RUN.                                       *
      *                                                               *
      * STUDENT-GPA WAS KEYED BY HAND WITH NOTHING BEHIND IT, YET THE *
      * STANDING RUN AND THE DEAN'S LIST BOTH HANG ON IT.  THIS RUN   *
      * POSTS THE FACULTY GRADE ROSTER (GRADROST - STUDENT, TERM,     *
      * COURSE, LETTER GRADE) ONTO THE COURSE GRADE HISTORY GRADEHST, *
      * PRICING EACH GRADE IN QUALITY POINTS OFF THE GRADESCL GRADE   *
      * SCALE AND TAKING THE CREDIT HOURS FROM THE COURSREG           *
      * REGISTRATION.  A GRADE FOR A COURSE THE STUDENT WAS NOT       *
      * REGISTERED IN, A GRADE NOT ON THE SCALE, OR A STUDENT NOT ON  *
      * THE STUDENT FILE IS REJECTED.  A GRADE POSTED AGAIN FOR THE   *
      * SAME STUDENT, TERM AND COURSE REPLACES THE EARLIER ONE - THAT *
      * IS HOW AN INCOMPLETE FROM AN EARLIER TERM IS RESOLVED, AND    *
      * WHY A RERUN OF THE SAME ROSTER CHANGES NOTHING.               *
      *                                                               *
      * ONLY GRADES THE SCALE MARKS AS GRADED COUNT TOWARD GPA HOURS; *
      * PASS, WITHDRAWAL AND THE LIKE ARE RECORDED BUT NOT COUNTED,   *
      * AND AN INCOMPLETE COUNTS ONLY ONCE IT IS RESOLVED.  EACH      *
      * STUDENT'S TERM GPA (CURRENT-TERM) AND CUMULATIVE GPA ARE      *
      * COMPUTED FROM THE WHOLE HISTORY; THE TERM GPA REPLACES        *
      * STUDENT-GPA, AND BOTH GO TO TERMGPA WITH THE GPA HOURS BEHIND *
      * THEM FOR THE STANDING RUN.  A STUDENT WITH NO GRADED HOURS    *
      * THIS TERM KEEPS THEIR STUDENT-GPA.                            *
      *                                                               *
      * GRADERPT LISTS THE REJECTED ROSTER ROWS, EACH STUDENT'S TERM  *
      * GRADES WITH TERM AND CUMULATIVE GPA, AND EVERY INCOMPLETE     *
      * STILL OUTSTANDING ON THE HISTORY, WHATEVER ITS TERM.          *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT GRADE-ROSTER-FILE
               ASSIGN TO EXTERNAL GRADROST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ROSTER-STATUS.

           SELECT GRADE-SCALE-FILE
               ASSIGN TO EXTERNAL GRADESCL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SCALE-STATUS.

           SELECT COURSE-REG-FILE
               ASSIGN TO EXTERNAL COURSREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COURSREG-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO EXTERNAL STUDENT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STUDENT-STATUS.

           SELECT GRADE-HISTORY-FILE
               ASSIGN TO EXTERNAL GRADEHST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-GRADEHST-STATUS.

           SELECT TERM-GPA-FILE
               ASSIGN TO EXTERNAL TERMGPA
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TERMGPA-STATUS.

           SELECT GRADE-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING GRADERPT
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

      *    ONE GRADE PER STUDENT, TERM AND COURSE AS THE FACULTY
      *    TURNED IT IN.
       FD  GRADE-ROSTER-FILE.

       01  GRADE-ROSTER-RECORD.
           03  GRR-STUDENT-ID          PIC X(05).
           03  FILLER                  PIC X(01).
           03  GRR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  GRR-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  GRR-GRADE               PIC X(02).
           03  FILLER                  PIC X(59).

      *    ONE RECORD PER LETTER GRADE, MAINTAINED BY THE REGISTRAR:
      *    ITS QUALITY POINTS PER CREDIT HOUR AND WHETHER IT IS
      *    GRADED (COUNTS TOWARD GPA), NOT COUNTED, OR INCOMPLETE.
       FD  GRADE-SCALE-FILE.

       01  GRADE-SCALE-RECORD.
           03  GSR-GRADE               PIC X(02).
           03  FILLER                  PIC X(01).
           03  GSR-QUALITY-POINTS      PIC 9V99.
           03  FILLER                  PIC X(01).
           03  GSR-GRADE-TYPE          PIC X(01).
           03  FILLER                  PIC X(72).

       FD  COURSE-REG-FILE.

       01  COURSE-REG-RECORD.
           03  REG-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  REG-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  REG-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  REG-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(59).

       FD  STUDENT-FILE.

       01  STUDENT-RECORD.
           03  STUDENT-ID              PIC 9(05).
           03  STUDENT-NAME            PIC X(20).
           03  STUDENT-MAJOR           PIC X(03).
           03  NUM-COURSES             PIC 9(02).
           03  STUDENT-GPA             PIC 9V99.

      *    EVERY GRADE EVER POSTED, ONE ROW PER STUDENT, TERM AND
      *    COURSE, WITH THE HOURS AND POINTS IT WAS POSTED AT.
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

      *    ONE ROW PER STUDENT GRADED THIS TERM, FOR THE STANDING RUN.
       FD  TERM-GPA-FILE.

       01  TERM-GPA-RECORD.
           03  TGR-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  TGR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  TGR-TERM-GPA            PIC 9V99.
           03  FILLER                  PIC X(01).
           03  TGR-TERM-HOURS          PIC 9(03).
           03  FILLER                  PIC X(01).
           03  TGR-CUM-GPA             PIC 9V99.
           03  FILLER                  PIC X(01).
           03  TGR-CUM-HOURS           PIC 9(04).
           03  FILLER                  PIC X(52).

       FD  GRADE-PRINT-FILE.

       01  GRADE-PRINT-RECORD          PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'GRADEPST'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-ROSTER-STATUS            PIC XX.
           88  WS-ROSTER-OK                        VALUE "00".
       77  WS-SCALE-STATUS             PIC XX.
           88  WS-SCALE-OK                         VALUE "00".
       77  WS-COURSREG-STATUS          PIC XX.
           88  WS-COURSREG-OK                      VALUE "00".
       77  WS-STUDENT-STATUS           PIC XX.
           88  WS-STUDENT-OK                       VALUE "00".
      *    NO GRADE HISTORY YET MEANS THIS IS THE FIRST TERM POSTED.
       77  WS-GRADEHST-STATUS          PIC XX.
           88  WS-GRADEHST-OK                      VALUE "00".
           88  WS-GRADEHST-NOT-FOUND               VALUE "35".
       77  WS-TERMGPA-STATUS           PIC XX.
           88  WS-TERMGPA-OK                       VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  ROSTER-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  ROSTER-EOF                          VALUE 'Y'.
       77  SCALE-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  SCALE-EOF                           VALUE 'Y'.
       77  COURSREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  COURSREG-EOF                        VALUE 'Y'.
       77  STUDENT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  STUDENT-EOF                         VALUE 'Y'.
       77  GRADEHST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  GRADEHST-EOF                        VALUE 'Y'.
       77  WS-TRAN-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-POSTED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-REPLACED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-GPA-UPDATED-COUNT        PIC 9(06)   VALUE 0.
       77  WS-INCOMPLETE-COUNT         PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       77  WS-CURRENT-TERM             PIC X(05)   VALUE SPACES.

      *    THE GRADE SCALE.
       01  GRADE-SCALE-TABLE.
           02  GRADE-SCALE-ENTRY       OCCURS 30 TIMES.
               03  GST-GRADE           PIC X(02).
               03  GST-QUALITY-POINTS  PIC 9V99.
               03  GST-GRADE-TYPE      PIC X(01).
                   88  GST-GRADED                  VALUE 'G'.
                   88  GST-NOT-COUNTED             VALUE 'N'.
                   88  GST-INCOMPLETE              VALUE 'I'.
       77  WS-SCALE-COUNT              PIC 9(02)   VALUE 0.
       77  WS-SCALE-SUB                PIC 9(02)   VALUE 0.
       77  WS-SCALE-FOUND              PIC 9(02)   VALUE 0.

      *    EVERY REGISTRATION ON COURSREG - THE PROOF A STUDENT SAT
      *    THE COURSE AND THE HOURS IT CARRIES.
       01  REGISTRATION-TABLE.
           02  REGISTRATION-ENTRY      OCCURS 3000 TIMES.
               03  RGT-STUDENT-ID      PIC 9(05).
               03  RGT-TERM            PIC X(05).
               03  RGT-COURSE-ID       PIC X(06).
               03  RGT-CREDIT-HOURS    PIC 9(02).
       77  WS-REG-COUNT                PIC 9(04)   VALUE 0.
       77  WS-REG-SUB                  PIC 9(04)   VALUE 0.
       77  WS-REG-FOUND                PIC 9(04)   VALUE 0.

      *    THE STUDENT FILE IS READ WHOLE, STUDENT-GPA SET IN PLACE
      *    AND WRITTEN BACK IN THE ORDER IT CAME, WITH EACH STUDENT'S
      *    HOURS AND POINTS GATHERED OFF THE GRADE HISTORY.
       01  STUDENT-TABLE.
           02  STUDENT-ENTRY           OCCURS 500 TIMES.
               03  STT-STUDENT-ID      PIC 9(05).
               03  STT-IMAGE           PIC X(33).
               03  STT-TERM-COURSES    PIC 9(02).
               03  STT-TERM-HOURS      PIC 9(03).
               03  STT-TERM-POINTS     PIC 9(05)V99.
               03  STT-CUM-HOURS       PIC 9(04).
               03  STT-CUM-POINTS      PIC 9(06)V99.
               03  STT-TERM-GPA        PIC 9V99.
               03  STT-CUM-GPA         PIC 9V99.
       77  WS-STU-COUNT                PIC 9(03)   VALUE 0.
       77  WS-STU-SUB                  PIC 9(03)   VALUE 0.
       77  WS-STU-FOUND                PIC 9(03)   VALUE 0.
       77  WS-STUDENT-OVERFLOW         PIC 9(06)   VALUE 0.

      *    THE GRADE HISTORY, PRIOR FILE PLUS THIS RUN'S POSTINGS.
       01  GRADE-HISTORY-TABLE.
           02  GRADE-HISTORY-ENTRY     OCCURS 5000 TIMES.
               03  GHT-STUDENT-ID      PIC 9(05).
               03  GHT-TERM            PIC X(05).
               03  GHT-COURSE-ID       PIC X(06).
               03  GHT-GRADE           PIC X(02).
               03  GHT-CREDIT-HOURS    PIC 9(02).
               03  GHT-QUALITY-POINTS  PIC 9V99.
               03  GHT-GRADE-TYPE      PIC X(01).
               03  GHT-POSTED-DATE     PIC 9(08).
       77  WS-GRADE-COUNT              PIC 9(04)   VALUE 0.
       77  WS-GRADE-SUB                PIC 9(04)   VALUE 0.
       77  WS-GRADE-FOUND              PIC 9(04)   VALUE 0.

       77  WS-ASK-STUDENT              PIC 9(05)   VALUE 0.
       77  WS-POST-HOURS               PIC 9(02)   VALUE 0.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.
       77  WS-COURSE-POINTS            PIC 9(04)V99 VALUE 0.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(05) VALUE 'TERM '.
           03  WS-PGH-TERM             PIC X(05).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-REJECT-COLUMNS           PIC X(60) VALUE
               'STUDENT TERM  COURSE GRADE  REASON'.

       01  WS-REJECT-LINE.
           03  WS-RJL-STUDENT          PIC X(05).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-RJL-TERM             PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-RJL-COURSE           PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RJL-GRADE            PIC X(02).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-RJL-REASON           PIC X(30).

       01  WS-STUDENT-HEAD-LINE.
           03  FILLER                  PIC X(08) VALUE 'STUDENT '.
           03  WS-SHL-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SHL-NAME             PIC X(20).
           03  FILLER                  PIC X(08) VALUE '  MAJOR '.
           03  WS-SHL-MAJOR            PIC X(03).

       01  WS-COURSE-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-CSL-COURSE           PIC X(06).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-CSL-GRADE            PIC X(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-CSL-HOURS            PIC Z9.
           03  FILLER                  PIC X(04) VALUE ' HRS'.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-CSL-POINTS           PIC ZZ9.99.
           03  FILLER                  PIC X(04) VALUE ' QP '.
           03  WS-CSL-NOTE             PIC X(20).

       01  WS-GPA-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  FILLER                  PIC X(10) VALUE 'TERM GPA  '.
           03  WS-GPL-TERM-GPA         PIC 9.99.
           03  FILLER                  PIC X(04) VALUE ' ON '.
           03  WS-GPL-TERM-HOURS       PIC ZZ9.
           03  FILLER                  PIC X(16) VALUE
                   ' HRS    CUM GPA '.
           03  WS-GPL-CUM-GPA          PIC 9.99.
           03  FILLER                  PIC X(04) VALUE ' ON '.
           03  WS-GPL-CUM-HOURS        PIC ZZZ9.
           03  FILLER                  PIC X(04) VALUE ' HRS'.
           03  WS-GPL-NOTE             PIC X(40).

       01  WS-INCOMPLETE-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'STUDENT NAME'.
           03  FILLER                  PIC X(30) VALUE
                   'TERM  COURSE   HRS  POSTED'.

       01  WS-INCOMPLETE-LINE.
           03  WS-INL-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-INL-NAME             PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-INL-TERM             PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-INL-COURSE           PIC X(06).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-INL-HOURS            PIC Z9.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-INL-POSTED           PIC 9(08).

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

           ACCEPT WS-CURRENT-TERM FROM ENVIRONMENT "CURRENT-TERM".
           IF WS-CURRENT-TERM = SPACES
               DISPLAY "CURRENT-TERM NOT SET - RUN REFUSED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 010-LOAD-GRADE-SCALE THRU 019-EXIT.
           PERFORM 020-LOAD-REGISTRATIONS THRU 029-EXIT.
           PERFORM 030-LOAD-STUDENTS THRU 039-EXIT.
           PERFORM 040-LOAD-GRADE-HISTORY THRU 049-EXIT.

           OPEN INPUT GRADE-ROSTER-FILE.
           IF NOT WS-ROSTER-OK
               MOVE "GRADE-ROSTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ROSTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT GRADE-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "GRADE-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'GRADE ROSTER ROWS REJECTED' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE GRADE-PRINT-RECORD FROM WS-REJECT-COLUMNS
               AFTER ADVANCING 2 LINES.

           READ GRADE-ROSTER-FILE
               AT END
                   MOVE 'Y' TO ROSTER-EOF-SWITCH
           END-READ.

           PERFORM 100-POST-ONE-GRADE THRU 100-EXIT
               UNTIL ROSTER-EOF.

           CLOSE GRADE-ROSTER-FILE.

           PERFORM 130-TOTAL-ONE-GRADE THRU 130-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

           OPEN OUTPUT TERM-GPA-FILE.
           IF NOT WS-TERMGPA-OK
               MOVE "TERM-GPA-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TERMGPA-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'TERM GRADES AND GPA' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           PERFORM 140-CLOSE-ONE-STUDENT THRU 140-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT.

           CLOSE TERM-GPA-FILE.

           MOVE 'INCOMPLETES OUTSTANDING' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE GRADE-PRINT-RECORD FROM WS-INCOMPLETE-COLUMNS
               AFTER ADVANCING 2 LINES.

           PERFORM 160-LIST-ONE-INCOMPLETE THRU 160-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

           PERFORM 170-PRINT-TOTALS THRU 170-EXIT.

           CLOSE GRADE-PRINT-FILE.

           PERFORM 050-SAVE-GRADE-HISTORY THRU 059-EXIT.
           PERFORM 060-SAVE-STUDENTS THRU 069-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-LOAD-GRADE-SCALE.
           OPEN INPUT GRADE-SCALE-FILE.

           IF NOT WS-SCALE-OK
               MOVE "GRADE-SCALE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SCALE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ GRADE-SCALE-FILE
               AT END
                   MOVE 'Y' TO SCALE-EOF-SWITCH
           END-READ.

           PERFORM 015-STORE-ONE-GRADE THRU 015-EXIT
               UNTIL SCALE-EOF.

           CLOSE GRADE-SCALE-FILE.

           IF WS-SCALE-COUNT = ZERO
               DISPLAY "GRADE-SCALE-FILE HOLDS NO GRADES - NOTHING "
                       "TO POST WITH" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       019-EXIT.
           EXIT.

      *    A SCALE ROW WITH NO GRADE, POINTS THAT ARE NOT A NUMBER OR
      *    A TYPE THAT IS NOT G, N OR I IS LEFT OFF THE SCALE - ANY
      *    ROSTER GRADE THAT NEEDED IT IS REJECTED.
       015-STORE-ONE-GRADE.
           IF GSR-GRADE = SPACES
              OR GSR-QUALITY-POINTS IS NOT NUMERIC
              OR (GSR-GRADE-TYPE NOT = 'G'
                  AND GSR-GRADE-TYPE NOT = 'N'
                  AND GSR-GRADE-TYPE NOT = 'I')
               DISPLAY "GRADESCL ROW FOR GRADE '" GSR-GRADE
                       "' IS NOT USABLE - IGNORED" UPON SYSERR
               GO TO 015-READ-NEXT
           END-IF.

           IF WS-SCALE-COUNT NOT < 30
               DISPLAY "GRADESCL HOLDS MORE THAN 30 GRADES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-SCALE-COUNT.
           MOVE GSR-GRADE TO GST-GRADE (WS-SCALE-COUNT).
           MOVE GSR-QUALITY-POINTS
               TO GST-QUALITY-POINTS (WS-SCALE-COUNT).
           MOVE GSR-GRADE-TYPE TO GST-GRADE-TYPE (WS-SCALE-COUNT).

       015-READ-NEXT.
           READ GRADE-SCALE-FILE
               AT END
                   MOVE 'Y' TO SCALE-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       020-LOAD-REGISTRATIONS.
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

           PERFORM 025-STORE-ONE-REGISTRATION THRU 025-EXIT
               UNTIL COURSREG-EOF.

           CLOSE COURSE-REG-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-REGISTRATION.
           IF REG-STUDENT-ID IS NOT NUMERIC
              OR REG-CREDIT-HOURS IS NOT NUMERIC
               GO TO 025-READ-NEXT
           END-IF.

           IF WS-REG-COUNT NOT < 3000
               DISPLAY "COURSREG HOLDS MORE THAN 3000 REGISTRATIONS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-REG-COUNT.
           MOVE REG-STUDENT-ID TO RGT-STUDENT-ID (WS-REG-COUNT).
           MOVE REG-TERM TO RGT-TERM (WS-REG-COUNT).
           MOVE REG-COURSE-ID TO RGT-COURSE-ID (WS-REG-COUNT).
           MOVE REG-CREDIT-HOURS TO RGT-CREDIT-HOURS (WS-REG-COUNT).

       025-READ-NEXT.
           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-STUDENTS.
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

           PERFORM 035-STORE-ONE-STUDENT THRU 035-EXIT
               UNTIL STUDENT-EOF.

           CLOSE STUDENT-FILE.

           IF WS-STUDENT-OVERFLOW > 0
               DISPLAY "STUDENT FILE HAS " WS-STUDENT-OVERFLOW
                       " ROW(S) BEYOND THE STUDENT TABLE - GRADE "
                       "POSTING REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       039-EXIT.
           EXIT.

       035-STORE-ONE-STUDENT.
           IF WS-STU-COUNT < 500
               ADD 1 TO WS-STU-COUNT
               INITIALIZE STUDENT-ENTRY (WS-STU-COUNT)
               MOVE STUDENT-RECORD TO STT-IMAGE (WS-STU-COUNT)
               MOVE STUDENT-ID TO STT-STUDENT-ID (WS-STU-COUNT)
           ELSE
               ADD 1 TO WS-STUDENT-OVERFLOW
           END-IF.

           READ STUDENT-FILE
               AT END
                   MOVE 'Y' TO STUDENT-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       040-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE.

           IF WS-GRADEHST-NOT-FOUND
               GO TO 049-EXIT
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

           PERFORM 045-STORE-ONE-HISTORY THRU 045-EXIT
               UNTIL GRADEHST-EOF.

           CLOSE GRADE-HISTORY-FILE.

       049-EXIT.
           EXIT.

       045-STORE-ONE-HISTORY.
           IF GHR-STUDENT-ID IS NOT NUMERIC
              OR GHR-CREDIT-HOURS IS NOT NUMERIC
              OR GHR-QUALITY-POINTS IS NOT NUMERIC
               GO TO 045-READ-NEXT
           END-IF.

           MOVE GHR-STUDENT-ID TO WS-ASK-STUDENT.
           PERFORM 047-ADD-GRADE-ROW THRU 047-EXIT.
           MOVE GHR-TERM TO GHT-TERM (WS-GRADE-COUNT).
           MOVE GHR-COURSE-ID TO GHT-COURSE-ID (WS-GRADE-COUNT).
           MOVE GHR-GRADE TO GHT-GRADE (WS-GRADE-COUNT).
           MOVE GHR-CREDIT-HOURS
               TO GHT-CREDIT-HOURS (WS-GRADE-COUNT).
           MOVE GHR-QUALITY-POINTS
               TO GHT-QUALITY-POINTS (WS-GRADE-COUNT).
           MOVE GHR-GRADE-TYPE TO GHT-GRADE-TYPE (WS-GRADE-COUNT).
           MOVE GHR-POSTED-DATE TO GHT-POSTED-DATE (WS-GRADE-COUNT).

       045-READ-NEXT.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'Y' TO GRADEHST-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    A NEW, EMPTY ROW ON THE END OF THE GRADE HISTORY FOR
      *    WS-ASK-STUDENT.
       047-ADD-GRADE-ROW.
           IF WS-GRADE-COUNT NOT < 5000
               DISPLAY "GRADEHST HOLDS MORE THAN 5000 GRADES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-GRADE-COUNT.
           INITIALIZE GRADE-HISTORY-ENTRY (WS-GRADE-COUNT).
           MOVE WS-ASK-STUDENT TO GHT-STUDENT-ID (WS-GRADE-COUNT).

       047-EXIT.
           EXIT.

       050-SAVE-GRADE-HISTORY.
           OPEN OUTPUT GRADE-HISTORY-FILE.
           IF NOT WS-GRADEHST-OK
               DISPLAY "CANNOT REWRITE GRADE-HISTORY-FILE, STATUS "
                       WS-GRADEHST-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 055-SAVE-ONE-HISTORY THRU 055-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

           CLOSE GRADE-HISTORY-FILE.

       059-EXIT.
           EXIT.

       055-SAVE-ONE-HISTORY.
           MOVE SPACES TO GRADE-HISTORY-RECORD.
           MOVE GHT-STUDENT-ID (WS-GRADE-SUB) TO GHR-STUDENT-ID.
           MOVE GHT-TERM (WS-GRADE-SUB) TO GHR-TERM.
           MOVE GHT-COURSE-ID (WS-GRADE-SUB) TO GHR-COURSE-ID.
           MOVE GHT-GRADE (WS-GRADE-SUB) TO GHR-GRADE.
           MOVE GHT-CREDIT-HOURS (WS-GRADE-SUB) TO GHR-CREDIT-HOURS.
           MOVE GHT-QUALITY-POINTS (WS-GRADE-SUB)
               TO GHR-QUALITY-POINTS.
           MOVE GHT-GRADE-TYPE (WS-GRADE-SUB) TO GHR-GRADE-TYPE.
           MOVE GHT-POSTED-DATE (WS-GRADE-SUB) TO GHR-POSTED-DATE.
           WRITE GRADE-HISTORY-RECORD.

       055-EXIT.
           EXIT.

      *    THE STUDENT FILE GOES BACK IN THE ORDER IT CAME, EACH ROW
      *    AS READ BUT FOR ITS GPA.
       060-SAVE-STUDENTS.
           IF WS-GPA-UPDATED-COUNT = ZERO
               GO TO 069-EXIT
           END-IF.

           OPEN OUTPUT STUDENT-FILE.
           IF NOT WS-STUDENT-OK
               DISPLAY "CANNOT REWRITE STUDENT-FILE, STATUS "
                       WS-STUDENT-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 065-SAVE-ONE-STUDENT THRU 065-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT.

           CLOSE STUDENT-FILE.

       069-EXIT.
           EXIT.

       065-SAVE-ONE-STUDENT.
           MOVE STT-IMAGE (WS-STU-SUB) TO STUDENT-RECORD.
           WRITE STUDENT-RECORD.

       065-EXIT.
           EXIT.

       070-FIND-STUDENT.
           MOVE ZERO TO WS-STU-FOUND.
           PERFORM 075-MATCH-ONE-STUDENT THRU 075-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
                  OR WS-STU-FOUND > ZERO.

       070-EXIT.
           EXIT.

       075-MATCH-ONE-STUDENT.
           IF STT-STUDENT-ID (WS-STU-SUB) = WS-ASK-STUDENT
               MOVE WS-STU-SUB TO WS-STU-FOUND
           END-IF.

       075-EXIT.
           EXIT.

       080-MATCH-ONE-SCALE.
           IF GST-GRADE (WS-SCALE-SUB) = GRR-GRADE
               MOVE WS-SCALE-SUB TO WS-SCALE-FOUND
           END-IF.

       080-EXIT.
           EXIT.

       082-MATCH-ONE-REGISTRATION.
           IF RGT-STUDENT-ID (WS-REG-SUB) = WS-ASK-STUDENT
              AND RGT-TERM (WS-REG-SUB) = GRR-TERM
              AND RGT-COURSE-ID (WS-REG-SUB) = GRR-COURSE-ID
               MOVE WS-REG-SUB TO WS-REG-FOUND
           END-IF.

       082-EXIT.
           EXIT.

       084-MATCH-ONE-POSTED-GRADE.
           IF GHT-STUDENT-ID (WS-GRADE-SUB) = WS-ASK-STUDENT
              AND GHT-TERM (WS-GRADE-SUB) = GRR-TERM
              AND GHT-COURSE-ID (WS-GRADE-SUB) = GRR-COURSE-ID
               MOVE WS-GRADE-SUB TO WS-GRADE-FOUND
           END-IF.

       084-EXIT.
           EXIT.

       100-POST-ONE-GRADE.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 110-VALIDATE-GRADE THRU 110-EXIT.

           IF TRANSACTION-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE GRR-STUDENT-ID TO WS-RJL-STUDENT
               MOVE GRR-TERM TO WS-RJL-TERM
               MOVE GRR-COURSE-ID TO WS-RJL-COURSE
               MOVE GRR-GRADE TO WS-RJL-GRADE
               MOVE WS-SAVE-REASON TO WS-RJL-REASON
               WRITE GRADE-PRINT-RECORD FROM WS-REJECT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 120-RECORD-GRADE THRU 120-EXIT
           END-IF.

           READ GRADE-ROSTER-FILE
               AT END
                   MOVE 'Y' TO ROSTER-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

      *    A GRADE THAT PASSES LEAVES WS-SCALE-FOUND ON ITS GRADE,
      *    WS-POST-HOURS HOLDING THE COURSE'S CREDIT HOURS, AND
      *    WS-GRADE-FOUND ON AN EARLIER POSTING IT REPLACES.  A GRADE
      *    ALREADY ON THE HISTORY NEEDS NO REGISTRATION THIS TIME -
      *    AN INCOMPLETE RESOLVED A TERM LATER HAS LEFT COURSREG.
       110-VALIDATE-GRADE.
           MOVE 'N' TO WS-TRAN-SWITCH.
           MOVE SPACES TO WS-SAVE-REASON.

           IF GRR-STUDENT-ID IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'STUDENT ID NOT NUMERIC' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF GRR-TERM = SPACES
              OR GRR-COURSE-ID = SPACES
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'TERM OR COURSE MISSING' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE GRR-STUDENT-ID TO WS-ASK-STUDENT.
           PERFORM 070-FIND-STUDENT THRU 070-EXIT.
           IF WS-STU-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'STUDENT NOT ON STUDENT FILE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE ZERO TO WS-SCALE-FOUND.
           PERFORM 080-MATCH-ONE-SCALE THRU 080-EXIT
               VARYING WS-SCALE-SUB FROM 1 BY 1
               UNTIL WS-SCALE-SUB > WS-SCALE-COUNT
                  OR WS-SCALE-FOUND > ZERO.
           IF WS-SCALE-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'GRADE NOT ON GRADE SCALE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE ZERO TO WS-GRADE-FOUND.
           PERFORM 084-MATCH-ONE-POSTED-GRADE THRU 084-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT
                  OR WS-GRADE-FOUND > ZERO.

           MOVE ZERO TO WS-REG-FOUND.
           PERFORM 082-MATCH-ONE-REGISTRATION THRU 082-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                  OR WS-REG-FOUND > ZERO.

           EVALUATE TRUE
               WHEN WS-REG-FOUND > ZERO
                   MOVE RGT-CREDIT-HOURS (WS-REG-FOUND)
                       TO WS-POST-HOURS
               WHEN WS-GRADE-FOUND > ZERO
                   MOVE GHT-CREDIT-HOURS (WS-GRADE-FOUND)
                       TO WS-POST-HOURS
               WHEN OTHER
                   MOVE 'Y' TO WS-TRAN-SWITCH
                   MOVE 'NOT REGISTERED IN THE COURSE'
                       TO WS-SAVE-REASON
           END-EVALUATE.

       110-EXIT.
           EXIT.

       120-RECORD-GRADE.
           IF WS-GRADE-FOUND > ZERO
               ADD 1 TO WS-REPLACED-COUNT
           ELSE
               PERFORM 047-ADD-GRADE-ROW THRU 047-EXIT
               MOVE WS-GRADE-COUNT TO WS-GRADE-FOUND
               MOVE GRR-TERM TO GHT-TERM (WS-GRADE-FOUND)
               MOVE GRR-COURSE-ID TO GHT-COURSE-ID (WS-GRADE-FOUND)
           END-IF.

           ADD 1 TO WS-POSTED-COUNT.
           MOVE GRR-GRADE TO GHT-GRADE (WS-GRADE-FOUND).
           MOVE WS-POST-HOURS TO GHT-CREDIT-HOURS (WS-GRADE-FOUND).
           MOVE GST-QUALITY-POINTS (WS-SCALE-FOUND)
               TO GHT-QUALITY-POINTS (WS-GRADE-FOUND).
           MOVE GST-GRADE-TYPE (WS-SCALE-FOUND)
               TO GHT-GRADE-TYPE (WS-GRADE-FOUND).
           MOVE WS-BUSINESS-DATE TO GHT-POSTED-DATE (WS-GRADE-FOUND).

       120-EXIT.
           EXIT.

      *    EVERY GRADE ON THE HISTORY GOES INTO ITS STUDENT'S
      *    CUMULATIVE HOURS AND POINTS, AND THIS TERM'S INTO THE TERM
      *    FIGURES AS WELL.  ONLY GRADED GRADES CARRY GPA HOURS.
       130-TOTAL-ONE-GRADE.
           MOVE GHT-STUDENT-ID (WS-GRADE-SUB) TO WS-ASK-STUDENT.
           PERFORM 070-FIND-STUDENT THRU 070-EXIT.
           IF WS-STU-FOUND = ZERO
               GO TO 130-EXIT
           END-IF.

           IF GHT-TERM (WS-GRADE-SUB) = WS-CURRENT-TERM
               ADD 1 TO STT-TERM-COURSES (WS-STU-FOUND)
           END-IF.

           IF GHT-GRADE-TYPE (WS-GRADE-SUB) NOT = 'G'
               GO TO 130-EXIT
           END-IF.

           MULTIPLY GHT-CREDIT-HOURS (WS-GRADE-SUB)
               BY GHT-QUALITY-POINTS (WS-GRADE-SUB)
               GIVING WS-COURSE-POINTS.

           ADD GHT-CREDIT-HOURS (WS-GRADE-SUB)
               TO STT-CUM-HOURS (WS-STU-FOUND).
           ADD WS-COURSE-POINTS TO STT-CUM-POINTS (WS-STU-FOUND).

           IF GHT-TERM (WS-GRADE-SUB) = WS-CURRENT-TERM
               ADD GHT-CREDIT-HOURS (WS-GRADE-SUB)
                   TO STT-TERM-HOURS (WS-STU-FOUND)
               ADD WS-COURSE-POINTS TO STT-TERM-POINTS (WS-STU-FOUND)
           END-IF.

       130-EXIT.
           EXIT.

      *    A STUDENT WITH NOTHING POSTED FOR THE TERM IS PASSED OVER.
       140-CLOSE-ONE-STUDENT.
           IF STT-TERM-COURSES (WS-STU-SUB) = ZERO
               GO TO 140-EXIT
           END-IF.

           MOVE STT-IMAGE (WS-STU-SUB) TO STUDENT-RECORD.

           IF STT-CUM-HOURS (WS-STU-SUB) > ZERO
               DIVIDE STT-CUM-POINTS (WS-STU-SUB)
                   BY STT-CUM-HOURS (WS-STU-SUB)
                   GIVING STT-CUM-GPA (WS-STU-SUB) ROUNDED
           END-IF.

           MOVE SPACES TO WS-GPL-NOTE.
           IF STT-TERM-HOURS (WS-STU-SUB) > ZERO
               DIVIDE STT-TERM-POINTS (WS-STU-SUB)
                   BY STT-TERM-HOURS (WS-STU-SUB)
                   GIVING STT-TERM-GPA (WS-STU-SUB) ROUNDED
               MOVE STT-TERM-GPA (WS-STU-SUB) TO STUDENT-GPA
               MOVE STUDENT-RECORD TO STT-IMAGE (WS-STU-SUB)
               ADD 1 TO WS-GPA-UPDATED-COUNT
           ELSE
               MOVE '   NO GRADED HOURS - STUDENT-GPA KEPT'
                   TO WS-GPL-NOTE
           END-IF.

           MOVE STUDENT-ID TO WS-SHL-STUDENT.
           MOVE STUDENT-NAME TO WS-SHL-NAME.
           MOVE STUDENT-MAJOR TO WS-SHL-MAJOR.
           WRITE GRADE-PRINT-RECORD FROM WS-STUDENT-HEAD-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 145-PRINT-ONE-COURSE THRU 145-EXIT
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > WS-GRADE-COUNT.

           MOVE STT-TERM-GPA (WS-STU-SUB) TO WS-GPL-TERM-GPA.
           MOVE STT-TERM-HOURS (WS-STU-SUB) TO WS-GPL-TERM-HOURS.
           MOVE STT-CUM-GPA (WS-STU-SUB) TO WS-GPL-CUM-GPA.
           MOVE STT-CUM-HOURS (WS-STU-SUB) TO WS-GPL-CUM-HOURS.
           WRITE GRADE-PRINT-RECORD FROM WS-GPA-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO TERM-GPA-RECORD.
           MOVE STT-STUDENT-ID (WS-STU-SUB) TO TGR-STUDENT-ID.
           MOVE WS-CURRENT-TERM TO TGR-TERM.
           MOVE STT-TERM-GPA (WS-STU-SUB) TO TGR-TERM-GPA.
           MOVE STT-TERM-HOURS (WS-STU-SUB) TO TGR-TERM-HOURS.
           MOVE STT-CUM-GPA (WS-STU-SUB) TO TGR-CUM-GPA.
           MOVE STT-CUM-HOURS (WS-STU-SUB) TO TGR-CUM-HOURS.
           WRITE TERM-GPA-RECORD.

       140-EXIT.
           EXIT.

       145-PRINT-ONE-COURSE.
           IF GHT-STUDENT-ID (WS-GRADE-SUB)
                  NOT = STT-STUDENT-ID (WS-STU-SUB)
              OR GHT-TERM (WS-GRADE-SUB) NOT = WS-CURRENT-TERM
               GO TO 145-EXIT
           END-IF.

           MOVE SPACES TO WS-CSL-NOTE.
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
           END-EVALUATE.
           WRITE GRADE-PRINT-RECORD FROM WS-COURSE-LINE
               AFTER ADVANCING 1 LINE.

       145-EXIT.
           EXIT.

       160-LIST-ONE-INCOMPLETE.
           IF GHT-GRADE-TYPE (WS-GRADE-SUB) NOT = 'I'
               GO TO 160-EXIT
           END-IF.

           ADD 1 TO WS-INCOMPLETE-COUNT.
           MOVE SPACES TO WS-INL-NAME.
           MOVE GHT-STUDENT-ID (WS-GRADE-SUB) TO WS-INL-STUDENT.
           MOVE GHT-STUDENT-ID (WS-GRADE-SUB) TO WS-ASK-STUDENT.
           PERFORM 070-FIND-STUDENT THRU 070-EXIT.
           IF WS-STU-FOUND > ZERO
               MOVE STT-IMAGE (WS-STU-FOUND) TO STUDENT-RECORD
               MOVE STUDENT-NAME TO WS-INL-NAME
           END-IF.
           MOVE GHT-TERM (WS-GRADE-SUB) TO WS-INL-TERM.
           MOVE GHT-COURSE-ID (WS-GRADE-SUB) TO WS-INL-COURSE.
           MOVE GHT-CREDIT-HOURS (WS-GRADE-SUB) TO WS-INL-HOURS.
           MOVE GHT-POSTED-DATE (WS-GRADE-SUB) TO WS-INL-POSTED.
           WRITE GRADE-PRINT-RECORD FROM WS-INCOMPLETE-LINE
               AFTER ADVANCING 1 LINE.

       160-EXIT.
           EXIT.

       170-PRINT-TOTALS.
           MOVE 'ROSTER GRADES READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE GRADE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'GRADES POSTED' TO WS-CNL-LABEL.
           MOVE WS-POSTED-COUNT TO WS-CNL-COUNT.
           WRITE GRADE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH REPLACED AN EARLIER GRADE' TO WS-CNL-LABEL.
           MOVE WS-REPLACED-COUNT TO WS-CNL-COUNT.
           WRITE GRADE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'GRADES REJECTED' TO WS-CNL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNL-COUNT.
           WRITE GRADE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'STUDENT GPAS UPDATED' TO WS-CNL-LABEL.
           MOVE WS-GPA-UPDATED-COUNT TO WS-CNL-COUNT.
           WRITE GRADE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'INCOMPLETES OUTSTANDING' TO WS-CNL-LABEL.
           MOVE WS-INCOMPLETE-COUNT TO WS-CNL-COUNT.
           WRITE GRADE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-CURRENT-TERM TO WS-PGH-TERM.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE GRADE-PRINT-RECORD FROM WS-PAGE-HEADING
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
      *    EACH RUN - ROSTER GRADES READ, GRADES POSTED, AND THE
      *    REJECT COUNT AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'GRADEPST' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-POSTED-COUNT TO ATR-DETAIL-COUNT.
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
