       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * REGISTRATION EDIT AND SECTION WAITLIST RUN.                   *
      *                                                               *
      * COURSREG USED TO TAKE ANY REGISTRATION FOR ANY COURSE, AND    *
      * ROOMS WERE OVER CAPACITY ON THE FIRST DAY OF CLASS.  THIS RUN *
      * NOW STANDS BETWEEN THE REGISTRATION REQUESTS (REGREQ - ADDS   *
      * AND DROPS IN THE ORDER THEY WERE MADE) AND COURSREG, WHICH    *
      * HOLDS ONLY CONFIRMED SEATS AND IS ALL THE BILLING RUN PRICES. *
      * EACH ADD IS CHECKED AGAINST THE SECTMSTR SECTION MASTER       *
      * (COURSE, TERM, SECTION, SEAT CAPACITY, INSTRUCTOR):           *
      *   - A SEAT FREE - CONFIRMED ONTO COURSREG;                    *
      *   - THE SECTION FULL - ONTO THE REGWAIT WAITLIST BEHIND       *
      *     EVERYONE ALREADY WAITING FOR IT.                          *
      * A DROP TAKES THE SEAT OFF COURSREG AND PROMOTES THE HEAD OF   *
      * THAT SECTION'S WAITLIST ONTO COURSREG AT ONCE, SO THE         *
      * PROMOTED STUDENT BILLS ON THE NEXT BILLING RUN; A DROP OF A   *
      * STUDENT STILL WAITING JUST LEAVES THE WAITLIST.  SEATS ADDED  *
      * TO A SECTION ON THE MASTER ARE FILLED FROM ITS WAITLIST       *
      * BEFORE ANY REQUEST IS TAKEN.                                  *
      *                                                               *
      * COURSREG IS REWRITTEN IN STUDENT SEQUENCE FOR THE BILLING     *
      * BREAK.  SECTFILL LISTS EVERY REQUEST'S OUTCOME, THEN THE      *
      * SECTION FILL BY COURSE - ENROLLMENT, SEATS LEFT AND WAITLIST  *
      * DEPTH, IN SECTION MASTER ORDER.                               *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SECTION-MASTER-FILE
               ASSIGN TO EXTERNAL SECTMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SECTION-STATUS.

           SELECT REG-REQUEST-FILE
               ASSIGN TO EXTERNAL REGREQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REQUEST-STATUS.

           SELECT COURSE-REG-FILE
               ASSIGN TO EXTERNAL COURSREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COURSREG-STATUS.

           SELECT WAITLIST-FILE
               ASSIGN TO EXTERNAL REGWAIT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-WAITLIST-STATUS.

           SELECT FILL-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING SECTFILL
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

      *    ONE RECORD PER SECTION OFFERED, KEPT IN COURSE ORDER BY
      *    THE REGISTRAR.
       FD  SECTION-MASTER-FILE.

       01  SECTION-MASTER-RECORD.
           03  SCM-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  SCM-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  SCM-SECTION             PIC X(03).
           03  FILLER                  PIC X(01).
           03  SCM-CAPACITY            PIC 9(03).
           03  FILLER                  PIC X(01).
           03  SCM-INSTRUCTOR          PIC X(20).
           03  FILLER                  PIC X(39).

      *    A ADD OR D DROP, IN THE ORDER THE STUDENTS ASKED.  A DROP
      *    NEEDS NO SECTION OR HOURS - THE STUDENT HOLDS ONE SEAT OR
      *    ONE WAITLIST PLACE PER COURSE AND TERM.
       FD  REG-REQUEST-FILE.

       01  REG-REQUEST-RECORD.
           03  RRQ-ACTION              PIC X(01).
           03  FILLER                  PIC X(01).
           03  RRQ-STUDENT-ID          PIC X(05).
           03  FILLER                  PIC X(01).
           03  RRQ-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  RRQ-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  RRQ-SECTION             PIC X(03).
           03  FILLER                  PIC X(01).
           03  RRQ-CREDIT-HOURS        PIC X(02).
           03  FILLER                  PIC X(53).

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

      *    STUDENTS WAITING FOR A SEAT, OLDEST REQUEST FIRST.
       FD  WAITLIST-FILE.

       01  WAITLIST-RECORD.
           03  WLR-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  WLR-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  WLR-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  WLR-SECTION             PIC X(03).
           03  FILLER                  PIC X(01).
           03  WLR-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  WLR-REQUEST-DATE        PIC 9(08).
           03  FILLER                  PIC X(46).

       FD  FILL-PRINT-FILE.

       01  FILL-PRINT-RECORD           PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'REGEDIT1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-SECTION-STATUS           PIC XX.
           88  WS-SECTION-OK                       VALUE "00".
       77  WS-REQUEST-STATUS           PIC XX.
           88  WS-REQUEST-OK                       VALUE "00".
      *    NO COURSREG OR REGWAIT YET MEANS A TERM'S FIRST EDIT RUN.
       77  WS-COURSREG-STATUS          PIC XX.
           88  WS-COURSREG-OK                      VALUE "00".
           88  WS-COURSREG-NOT-FOUND               VALUE "35".
       77  WS-WAITLIST-STATUS          PIC XX.
           88  WS-WAITLIST-OK                      VALUE "00".
           88  WS-WAITLIST-NOT-FOUND               VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  SECTION-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  SECTION-EOF                         VALUE 'Y'.
       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  COURSREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  COURSREG-EOF                        VALUE 'Y'.
       77  WAITLIST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  WAITLIST-EOF                        VALUE 'Y'.
       77  WS-TRAN-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-CONFIRMED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-WAITLISTED-COUNT         PIC 9(06)   VALUE 0.
       77  WS-DROPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-PROMOTED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

      *    THE SECTIONS, WITH SEATS TAKEN AND WAITLIST DEPTH KEPT
      *    CURRENT AS THE RUN GOES.
       01  SECTION-TABLE.
           02  SECTION-ENTRY           OCCURS 1000 TIMES.
               03  SCT-COURSE-ID       PIC X(06).
               03  SCT-TERM            PIC X(05).
               03  SCT-SECTION         PIC X(03).
               03  SCT-CAPACITY        PIC 9(03).
               03  SCT-INSTRUCTOR      PIC X(20).
               03  SCT-ENROLLED        PIC 9(04).
               03  SCT-WAITING         PIC 9(04).
       77  WS-SCT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-SCT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-SCT-FOUND                PIC 9(04)   VALUE 0.

      *    CONFIRMED SEATS IN STUDENT SEQUENCE.  A DROPPED SEAT IS
      *    MARKED, NOT REMOVED, AND IS LEFT OFF THE REWRITE.
       01  REGISTRATION-TABLE.
           02  REGISTRATION-ENTRY      OCCURS 3000 TIMES.
               03  RGT-STUDENT-ID      PIC 9(05).
               03  RGT-TERM            PIC X(05).
               03  RGT-COURSE-ID       PIC X(06).
               03  RGT-CREDIT-HOURS    PIC 9(02).
               03  RGT-SECTION         PIC X(03).
               03  RGT-ACTIVE          PIC X(01).
       77  WS-REG-COUNT                PIC 9(04)   VALUE 0.
       77  WS-REG-SUB                  PIC 9(04)   VALUE 0.
       77  WS-REG-FOUND                PIC 9(04)   VALUE 0.
       77  WS-REG-SLOT                 PIC 9(04)   VALUE 0.

      *    THE WAITLIST IN REQUEST ORDER, MARKED OFF THE SAME WAY.
       01  WAITLIST-TABLE.
           02  WAITLIST-ENTRY          OCCURS 1000 TIMES.
               03  WLT-STUDENT-ID      PIC 9(05).
               03  WLT-TERM            PIC X(05).
               03  WLT-COURSE-ID       PIC X(06).
               03  WLT-SECTION         PIC X(03).
               03  WLT-CREDIT-HOURS    PIC 9(02).
               03  WLT-REQUEST-DATE    PIC 9(08).
               03  WLT-ACTIVE          PIC X(01).
       77  WS-WLT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-WLT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-WLT-FOUND                PIC 9(04)   VALUE 0.

       77  WS-ASK-STUDENT              PIC 9(05)   VALUE 0.
       77  WS-ASK-HOURS                PIC 9(02)   VALUE 0.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.
       77  WS-PREV-COURSE              PIC X(06)   VALUE SPACES.
       77  WS-COURSE-CAPACITY          PIC 9(05)   VALUE 0.
       77  WS-COURSE-ENROLLED          PIC 9(05)   VALUE 0.
       77  WS-COURSE-WAITING           PIC 9(05)   VALUE 0.
       77  WS-SEATS-LEFT               PIC 9(05)   VALUE 0.
       77  WS-LINE-CAPACITY            PIC 9(05)   VALUE 0.
       77  WS-LINE-ENROLLED            PIC 9(05)   VALUE 0.
       77  WS-LINE-WAITING             PIC 9(05)   VALUE 0.

      *    THE STUDENT A SEAT IS BEING CONFIRMED FOR, BY REQUEST OR
      *    OFF THE WAITLIST.
       77  WS-PROMOTE-STUDENT          PIC 9(05)   VALUE 0.
       77  WS-SLOT-SWITCH              PIC X(1)    VALUE 'N'.
           88  SLOT-FOUND                          VALUE 'Y'.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-ACTIVITY-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'ACT STUDENT TERM  COURSE SECT '.
           03  FILLER                  PIC X(30) VALUE
                   'HRS  OUTCOME'.

       01  WS-ACTIVITY-LINE.
           03  WS-ACL-ACTION           PIC X(01).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ACL-STUDENT          PIC X(05).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ACL-TERM             PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-ACL-COURSE           PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-ACL-SECTION          PIC X(03).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ACL-HOURS            PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ACL-OUTCOME          PIC X(40).

       01  WS-FILL-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'COURSE TERM  SECT INSTRUCTOR'.
           03  FILLER                  PIC X(30) VALUE
                   '          CAPACITY  ENROLLED  '.
           03  FILLER                  PIC X(30) VALUE
                   'SEATS LEFT  WAITLIST'.

       01  WS-FILL-LINE.
           03  WS-FLL-COURSE           PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-FLL-TERM             PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-FLL-SECTION          PIC X(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FLL-INSTRUCTOR       PIC X(20).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-FLL-CAPACITY         PIC ZZ,ZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-FLL-ENROLLED         PIC ZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-FLL-SEATS-LEFT       PIC ZZ,ZZ9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-FLL-WAITING          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FLL-NOTE             PIC X(20).

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

           PERFORM 010-LOAD-SECTIONS THRU 019-EXIT.
           PERFORM 020-LOAD-REGISTRATIONS THRU 029-EXIT.
           PERFORM 030-LOAD-WAITLIST THRU 039-EXIT.

           OPEN INPUT REG-REQUEST-FILE.
           IF NOT WS-REQUEST-OK
               MOVE "REG-REQUEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REQUEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT FILL-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "FILL-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'REGISTRATION EDIT ACTIVITY' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE FILL-PRINT-RECORD FROM WS-ACTIVITY-COLUMNS
               AFTER ADVANCING 2 LINES.

      *    SEATS THE REGISTRAR ADDED SINCE THE LAST RUN GO TO THE
      *    WAITLIST FIRST.
           PERFORM 140-FILL-ONE-SECTION THRU 140-EXIT
               VARYING WS-SCT-FOUND FROM 1 BY 1
               UNTIL WS-SCT-FOUND > WS-SCT-COUNT.

           READ REG-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

           PERFORM 100-PROCESS-ONE-REQUEST THRU 100-EXIT
               UNTIL REQUEST-EOF.

           CLOSE REG-REQUEST-FILE.

           MOVE 'SECTION FILL BY COURSE' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE FILL-PRINT-RECORD FROM WS-FILL-COLUMNS
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO WS-PREV-COURSE.
           PERFORM 160-REPORT-ONE-SECTION THRU 160-EXIT
               VARYING WS-SCT-SUB FROM 1 BY 1
               UNTIL WS-SCT-SUB > WS-SCT-COUNT.
           IF WS-PREV-COURSE NOT = SPACES
               PERFORM 165-PRINT-COURSE-TOTAL THRU 165-EXIT
           END-IF.

           PERFORM 170-PRINT-TOTALS THRU 170-EXIT.

           CLOSE FILL-PRINT-FILE.

           PERFORM 050-SAVE-REGISTRATIONS THRU 059-EXIT.
           PERFORM 060-SAVE-WAITLIST THRU 069-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE.

           IF NOT WS-SECTION-OK
               MOVE "SECTION-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SECTION-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'Y' TO SECTION-EOF-SWITCH
           END-READ.

           PERFORM 015-STORE-ONE-SECTION THRU 015-EXIT
               UNTIL SECTION-EOF.

           CLOSE SECTION-MASTER-FILE.

       019-EXIT.
           EXIT.

       015-STORE-ONE-SECTION.
           IF SCM-CAPACITY IS NOT NUMERIC
               DISPLAY "SECTMSTR CAPACITY NOT NUMERIC FOR "
                       SCM-COURSE-ID " " SCM-TERM " " SCM-SECTION
                       " - SECTION IGNORED" UPON SYSERR
               GO TO 015-READ-NEXT
           END-IF.

           IF WS-SCT-COUNT NOT < 1000
               DISPLAY "SECTMSTR HOLDS MORE THAN 1000 SECTIONS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-SCT-COUNT.
           MOVE SCM-COURSE-ID TO SCT-COURSE-ID (WS-SCT-COUNT).
           MOVE SCM-TERM TO SCT-TERM (WS-SCT-COUNT).
           MOVE SCM-SECTION TO SCT-SECTION (WS-SCT-COUNT).
           MOVE SCM-CAPACITY TO SCT-CAPACITY (WS-SCT-COUNT).
           MOVE SCM-INSTRUCTOR TO SCT-INSTRUCTOR (WS-SCT-COUNT).
           MOVE ZERO TO SCT-ENROLLED (WS-SCT-COUNT).
           MOVE ZERO TO SCT-WAITING (WS-SCT-COUNT).

       015-READ-NEXT.
           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'Y' TO SECTION-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       020-LOAD-REGISTRATIONS.
           OPEN INPUT COURSE-REG-FILE.

           IF WS-COURSREG-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

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

      *    A SEAT TAKEN BEFORE SECTIONS WERE KEPT HAS NO SECTION AND
      *    COUNTS AGAINST NONE; IT STILL BILLS AND CAN STILL BE
      *    DROPPED.
       025-STORE-ONE-REGISTRATION.
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
           MOVE REG-SECTION TO RGT-SECTION (WS-REG-COUNT).
           MOVE 'Y' TO RGT-ACTIVE (WS-REG-COUNT).

           PERFORM 070-FIND-REG-SECTION THRU 070-EXIT.
           IF WS-SCT-FOUND > ZERO
               ADD 1 TO SCT-ENROLLED (WS-SCT-FOUND)
           END-IF.

           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE.

           IF WS-WAITLIST-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-WAITLIST-OK
               MOVE "WAITLIST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-WAITLIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WAITLIST-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-WAITING THRU 035-EXIT
               UNTIL WAITLIST-EOF.

           CLOSE WAITLIST-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-WAITING.
           IF WS-WLT-COUNT NOT < 1000
               DISPLAY "REGWAIT HOLDS MORE THAN 1000 ENTRIES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-WLT-COUNT.
           MOVE WLR-STUDENT-ID TO WLT-STUDENT-ID (WS-WLT-COUNT).
           MOVE WLR-TERM TO WLT-TERM (WS-WLT-COUNT).
           MOVE WLR-COURSE-ID TO WLT-COURSE-ID (WS-WLT-COUNT).
           MOVE WLR-SECTION TO WLT-SECTION (WS-WLT-COUNT).
           MOVE WLR-CREDIT-HOURS TO WLT-CREDIT-HOURS (WS-WLT-COUNT).
           MOVE WLR-REQUEST-DATE TO WLT-REQUEST-DATE (WS-WLT-COUNT).
           MOVE 'Y' TO WLT-ACTIVE (WS-WLT-COUNT).

           MOVE WLR-TERM TO REG-TERM.
           MOVE WLR-COURSE-ID TO REG-COURSE-ID.
           MOVE WLR-SECTION TO REG-SECTION.
           PERFORM 070-FIND-REG-SECTION THRU 070-EXIT.
           IF WS-SCT-FOUND > ZERO
               ADD 1 TO SCT-WAITING (WS-SCT-FOUND)
           END-IF.

           READ WAITLIST-FILE
               AT END
                   MOVE 'Y' TO WAITLIST-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       050-SAVE-REGISTRATIONS.
           OPEN OUTPUT COURSE-REG-FILE.
           IF NOT WS-COURSREG-OK
               DISPLAY "CANNOT REWRITE COURSE-REG-FILE, STATUS "
                       WS-COURSREG-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 055-SAVE-ONE-REGISTRATION THRU 055-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT.

           CLOSE COURSE-REG-FILE.

       059-EXIT.
           EXIT.

       055-SAVE-ONE-REGISTRATION.
           IF RGT-ACTIVE (WS-REG-SUB) NOT = 'Y'
               GO TO 055-EXIT
           END-IF.

           MOVE SPACES TO COURSE-REG-RECORD.
           MOVE RGT-STUDENT-ID (WS-REG-SUB) TO REG-STUDENT-ID.
           MOVE RGT-TERM (WS-REG-SUB) TO REG-TERM.
           MOVE RGT-COURSE-ID (WS-REG-SUB) TO REG-COURSE-ID.
           MOVE RGT-CREDIT-HOURS (WS-REG-SUB) TO REG-CREDIT-HOURS.
           MOVE RGT-SECTION (WS-REG-SUB) TO REG-SECTION.
           WRITE COURSE-REG-RECORD.

       055-EXIT.
           EXIT.

       060-SAVE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE.
           IF NOT WS-WAITLIST-OK
               DISPLAY "CANNOT REWRITE WAITLIST-FILE, STATUS "
                       WS-WAITLIST-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 065-SAVE-ONE-WAITING THRU 065-EXIT
               VARYING WS-WLT-SUB FROM 1 BY 1
               UNTIL WS-WLT-SUB > WS-WLT-COUNT.

           CLOSE WAITLIST-FILE.

       069-EXIT.
           EXIT.

       065-SAVE-ONE-WAITING.
           IF WLT-ACTIVE (WS-WLT-SUB) NOT = 'Y'
               GO TO 065-EXIT
           END-IF.

           MOVE SPACES TO WAITLIST-RECORD.
           MOVE WLT-STUDENT-ID (WS-WLT-SUB) TO WLR-STUDENT-ID.
           MOVE WLT-TERM (WS-WLT-SUB) TO WLR-TERM.
           MOVE WLT-COURSE-ID (WS-WLT-SUB) TO WLR-COURSE-ID.
           MOVE WLT-SECTION (WS-WLT-SUB) TO WLR-SECTION.
           MOVE WLT-CREDIT-HOURS (WS-WLT-SUB) TO WLR-CREDIT-HOURS.
           MOVE WLT-REQUEST-DATE (WS-WLT-SUB) TO WLR-REQUEST-DATE.
           WRITE WAITLIST-RECORD.

       065-EXIT.
           EXIT.

      *    THE SECTION NAMED BY REG-TERM, REG-COURSE-ID AND
      *    REG-SECTION, OR ZERO.
       070-FIND-REG-SECTION.
           MOVE ZERO TO WS-SCT-FOUND.
           PERFORM 072-MATCH-ONE-SECTION THRU 072-EXIT
               VARYING WS-SCT-SUB FROM 1 BY 1
               UNTIL WS-SCT-SUB > WS-SCT-COUNT
                  OR WS-SCT-FOUND > ZERO.

       070-EXIT.
           EXIT.

       072-MATCH-ONE-SECTION.
           IF SCT-COURSE-ID (WS-SCT-SUB) = REG-COURSE-ID
              AND SCT-TERM (WS-SCT-SUB) = REG-TERM
              AND SCT-SECTION (WS-SCT-SUB) = REG-SECTION
               MOVE WS-SCT-SUB TO WS-SCT-FOUND
           END-IF.

       072-EXIT.
           EXIT.

      *    THE STUDENT'S LIVE SEAT IN THE REQUEST'S COURSE AND TERM,
      *    WHATEVER THE SECTION.
       074-MATCH-ONE-SEAT.
           IF RGT-ACTIVE (WS-REG-SUB) = 'Y'
              AND RGT-STUDENT-ID (WS-REG-SUB) = WS-ASK-STUDENT
              AND RGT-TERM (WS-REG-SUB) = RRQ-TERM
              AND RGT-COURSE-ID (WS-REG-SUB) = RRQ-COURSE-ID
               MOVE WS-REG-SUB TO WS-REG-FOUND
           END-IF.

       074-EXIT.
           EXIT.

      *    THE STUDENT'S LIVE WAITLIST PLACE IN THE REQUEST'S COURSE
      *    AND TERM.
       076-MATCH-ONE-WAITING.
           IF WLT-ACTIVE (WS-WLT-SUB) = 'Y'
              AND WLT-STUDENT-ID (WS-WLT-SUB) = WS-ASK-STUDENT
              AND WLT-TERM (WS-WLT-SUB) = RRQ-TERM
              AND WLT-COURSE-ID (WS-WLT-SUB) = RRQ-COURSE-ID
               MOVE WS-WLT-SUB TO WS-WLT-FOUND
           END-IF.

       076-EXIT.
           EXIT.

      *    THE OLDEST LIVE WAITLIST PLACE FOR SECTION WS-SCT-FOUND.
       078-MATCH-HEAD-OF-LIST.
           IF WLT-ACTIVE (WS-WLT-SUB) = 'Y'
              AND WLT-COURSE-ID (WS-WLT-SUB)
                  = SCT-COURSE-ID (WS-SCT-FOUND)
              AND WLT-TERM (WS-WLT-SUB) = SCT-TERM (WS-SCT-FOUND)
              AND WLT-SECTION (WS-WLT-SUB)
                  = SCT-SECTION (WS-SCT-FOUND)
               MOVE WS-WLT-SUB TO WS-WLT-FOUND
           END-IF.

       078-EXIT.
           EXIT.

       100-PROCESS-ONE-REQUEST.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE SPACES TO WS-ACL-OUTCOME.
           MOVE RRQ-ACTION TO WS-ACL-ACTION.
           MOVE RRQ-STUDENT-ID TO WS-ACL-STUDENT.
           MOVE RRQ-TERM TO WS-ACL-TERM.
           MOVE RRQ-COURSE-ID TO WS-ACL-COURSE.
           MOVE RRQ-SECTION TO WS-ACL-SECTION.
           MOVE RRQ-CREDIT-HOURS TO WS-ACL-HOURS.

           PERFORM 110-VALIDATE-REQUEST THRU 110-EXIT.

           EVALUATE TRUE
               WHEN TRANSACTION-REJECTED
                   ADD 1 TO WS-REJECT-COUNT
                   MOVE 'REJECTED - ' TO WS-ACL-OUTCOME
                   MOVE WS-SAVE-REASON TO WS-ACL-OUTCOME (12:)
                   WRITE FILL-PRINT-RECORD FROM WS-ACTIVITY-LINE
                       AFTER ADVANCING 1 LINE
               WHEN RRQ-ACTION = 'A'
                   PERFORM 120-APPLY-ADD THRU 120-EXIT
               WHEN OTHER
                   PERFORM 130-APPLY-DROP THRU 130-EXIT
           END-EVALUATE.

           READ REG-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

      *    AN ADD MUST NAME A SECTION ON THE MASTER AND CARRY ITS
      *    HOURS, AND THE STUDENT MAY HOLD ONLY ONE SEAT OR WAITLIST
      *    PLACE IN A COURSE IN A TERM.  A DROP MUST FIND ONE.
       110-VALIDATE-REQUEST.
           MOVE 'N' TO WS-TRAN-SWITCH.
           MOVE SPACES TO WS-SAVE-REASON.

           IF RRQ-ACTION NOT = 'A'
              AND RRQ-ACTION NOT = 'D'
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'ACTION MUST BE A OR D' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF RRQ-STUDENT-ID IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'STUDENT ID NOT NUMERIC' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.
           MOVE RRQ-STUDENT-ID TO WS-ASK-STUDENT.

           MOVE ZERO TO WS-REG-FOUND.
           PERFORM 074-MATCH-ONE-SEAT THRU 074-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                  OR WS-REG-FOUND > ZERO.

           MOVE ZERO TO WS-WLT-FOUND.
           PERFORM 076-MATCH-ONE-WAITING THRU 076-EXIT
               VARYING WS-WLT-SUB FROM 1 BY 1
               UNTIL WS-WLT-SUB > WS-WLT-COUNT
                  OR WS-WLT-FOUND > ZERO.

           IF RRQ-ACTION = 'D'
               IF WS-REG-FOUND = ZERO
                  AND WS-WLT-FOUND = ZERO
                   MOVE 'Y' TO WS-TRAN-SWITCH
                   MOVE 'NOT REGISTERED OR WAITING' TO WS-SAVE-REASON
               END-IF
               GO TO 110-EXIT
           END-IF.

           IF WS-REG-FOUND > ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'ALREADY REGISTERED IN COURSE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF WS-WLT-FOUND > ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'ALREADY ON COURSE WAITLIST' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF RRQ-CREDIT-HOURS IS NOT NUMERIC
              OR RRQ-CREDIT-HOURS = '00'
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'CREDIT HOURS MISSING' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.
           MOVE RRQ-CREDIT-HOURS TO WS-ASK-HOURS.

           MOVE RRQ-TERM TO REG-TERM.
           MOVE RRQ-COURSE-ID TO REG-COURSE-ID.
           MOVE RRQ-SECTION TO REG-SECTION.
           PERFORM 070-FIND-REG-SECTION THRU 070-EXIT.
           IF WS-SCT-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'SECTION NOT ON SECTION MASTER' TO WS-SAVE-REASON
           END-IF.

       110-EXIT.
           EXIT.

       120-APPLY-ADD.
           IF SCT-ENROLLED (WS-SCT-FOUND)
                  < SCT-CAPACITY (WS-SCT-FOUND)
               MOVE WS-ASK-STUDENT TO WS-PROMOTE-STUDENT
               PERFORM 150-CONFIRM-SEAT THRU 150-EXIT
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE 'CONFIRMED' TO WS-ACL-OUTCOME
               GO TO 120-PRINT
           END-IF.

           IF WS-WLT-COUNT NOT < 1000
               DISPLAY "REGWAIT WOULD EXCEED 1000 ENTRIES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-WLT-COUNT.
           MOVE WS-ASK-STUDENT TO WLT-STUDENT-ID (WS-WLT-COUNT).
           MOVE RRQ-TERM TO WLT-TERM (WS-WLT-COUNT).
           MOVE RRQ-COURSE-ID TO WLT-COURSE-ID (WS-WLT-COUNT).
           MOVE RRQ-SECTION TO WLT-SECTION (WS-WLT-COUNT).
           MOVE WS-ASK-HOURS TO WLT-CREDIT-HOURS (WS-WLT-COUNT).
           MOVE WS-BUSINESS-DATE TO WLT-REQUEST-DATE (WS-WLT-COUNT).
           MOVE 'Y' TO WLT-ACTIVE (WS-WLT-COUNT).
           ADD 1 TO SCT-WAITING (WS-SCT-FOUND).
           ADD 1 TO WS-WAITLISTED-COUNT.

           MOVE 'SECTION FULL - WAITLISTED' TO WS-ACL-OUTCOME.

       120-PRINT.
           WRITE FILL-PRINT-RECORD FROM WS-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.

       120-EXIT.
           EXIT.

      *    A DROPPED SEAT GOES STRAIGHT TO THE HEAD OF ITS SECTION'S
      *    WAITLIST.  A SEAT WITH NO SECTION ON THE MASTER FREES
      *    NOTHING ANYONE IS WAITING FOR.
       130-APPLY-DROP.
           ADD 1 TO WS-DROPPED-COUNT.

           IF WS-REG-FOUND = ZERO
               MOVE 'N' TO WLT-ACTIVE (WS-WLT-FOUND)
               MOVE WLT-TERM (WS-WLT-FOUND) TO REG-TERM
               MOVE WLT-COURSE-ID (WS-WLT-FOUND) TO REG-COURSE-ID
               MOVE WLT-SECTION (WS-WLT-FOUND) TO REG-SECTION
               MOVE WLT-SECTION (WS-WLT-FOUND) TO WS-ACL-SECTION
               PERFORM 070-FIND-REG-SECTION THRU 070-EXIT
               IF WS-SCT-FOUND > ZERO
                   SUBTRACT 1 FROM SCT-WAITING (WS-SCT-FOUND)
               END-IF
               MOVE 'DROPPED FROM WAITLIST' TO WS-ACL-OUTCOME
               WRITE FILL-PRINT-RECORD FROM WS-ACTIVITY-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 130-EXIT
           END-IF.

           MOVE 'N' TO RGT-ACTIVE (WS-REG-FOUND).
           MOVE RGT-TERM (WS-REG-FOUND) TO REG-TERM.
           MOVE RGT-COURSE-ID (WS-REG-FOUND) TO REG-COURSE-ID.
           MOVE RGT-SECTION (WS-REG-FOUND) TO REG-SECTION.
           MOVE RGT-SECTION (WS-REG-FOUND) TO WS-ACL-SECTION.
           MOVE RGT-CREDIT-HOURS (WS-REG-FOUND) TO WS-ACL-HOURS.
           MOVE 'SEAT DROPPED' TO WS-ACL-OUTCOME.
           WRITE FILL-PRINT-RECORD FROM WS-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.

           PERFORM 070-FIND-REG-SECTION THRU 070-EXIT.
           IF WS-SCT-FOUND = ZERO
               GO TO 130-EXIT
           END-IF.

           SUBTRACT 1 FROM SCT-ENROLLED (WS-SCT-FOUND).
           PERFORM 140-FILL-ONE-SECTION THRU 140-EXIT.

       130-EXIT.
           EXIT.

      *    PROMOTES FROM THE HEAD OF SECTION WS-SCT-FOUND'S WAITLIST
      *    WHILE IT HAS SEATS FREE AND ANYONE WAITING.
       140-FILL-ONE-SECTION.
           PERFORM 145-PROMOTE-HEAD-OF-LIST THRU 145-EXIT
               UNTIL SCT-ENROLLED (WS-SCT-FOUND)
                         NOT < SCT-CAPACITY (WS-SCT-FOUND)
                  OR SCT-WAITING (WS-SCT-FOUND) = ZERO.

       140-EXIT.
           EXIT.

       145-PROMOTE-HEAD-OF-LIST.
           MOVE ZERO TO WS-WLT-FOUND.
           PERFORM 078-MATCH-HEAD-OF-LIST THRU 078-EXIT
               VARYING WS-WLT-SUB FROM 1 BY 1
               UNTIL WS-WLT-SUB > WS-WLT-COUNT
                  OR WS-WLT-FOUND > ZERO.
           IF WS-WLT-FOUND = ZERO
               MOVE ZERO TO SCT-WAITING (WS-SCT-FOUND)
               GO TO 145-EXIT
           END-IF.

           MOVE 'N' TO WLT-ACTIVE (WS-WLT-FOUND).
           SUBTRACT 1 FROM SCT-WAITING (WS-SCT-FOUND).
           MOVE WLT-STUDENT-ID (WS-WLT-FOUND) TO WS-PROMOTE-STUDENT.
           MOVE WLT-CREDIT-HOURS (WS-WLT-FOUND) TO WS-ASK-HOURS.
           PERFORM 150-CONFIRM-SEAT THRU 150-EXIT.
           ADD 1 TO WS-PROMOTED-COUNT.

           MOVE SPACES TO WS-ACTIVITY-LINE.
           MOVE 'P' TO WS-ACL-ACTION.
           MOVE WS-PROMOTE-STUDENT TO WS-ACL-STUDENT.
           MOVE SCT-TERM (WS-SCT-FOUND) TO WS-ACL-TERM.
           MOVE SCT-COURSE-ID (WS-SCT-FOUND) TO WS-ACL-COURSE.
           MOVE SCT-SECTION (WS-SCT-FOUND) TO WS-ACL-SECTION.
           MOVE WS-ASK-HOURS TO WS-ACL-HOURS.
           MOVE 'PROMOTED FROM WAITLIST - TO BILLING'
               TO WS-ACL-OUTCOME.
           WRITE FILL-PRINT-RECORD FROM WS-ACTIVITY-LINE
               AFTER ADVANCING 1 LINE.

       145-EXIT.
           EXIT.

      *    A CONFIRMED SEAT FOR WS-PROMOTE-STUDENT IN SECTION
      *    WS-SCT-FOUND, SLOTTED IN BEHIND THE STUDENT'S OTHER SEATS
      *    SO COURSREG STAYS IN STUDENT SEQUENCE.
       150-CONFIRM-SEAT.
           IF WS-REG-COUNT NOT < 3000
               DISPLAY "COURSREG WOULD EXCEED 3000 REGISTRATIONS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-REG-COUNT TO WS-REG-SLOT.
           ADD 1 TO WS-REG-SLOT.
           MOVE 'N' TO WS-SLOT-SWITCH.
           PERFORM 155-FIND-SLOT THRU 155-EXIT
               VARYING WS-REG-SUB FROM WS-REG-COUNT BY -1
               UNTIL WS-REG-SUB < 1
                  OR SLOT-FOUND.

           ADD 1 TO WS-REG-COUNT.
           INITIALIZE REGISTRATION-ENTRY (WS-REG-SLOT).
           MOVE WS-PROMOTE-STUDENT TO RGT-STUDENT-ID (WS-REG-SLOT).
           MOVE SCT-TERM (WS-SCT-FOUND) TO RGT-TERM (WS-REG-SLOT).
           MOVE SCT-COURSE-ID (WS-SCT-FOUND)
               TO RGT-COURSE-ID (WS-REG-SLOT).
           MOVE WS-ASK-HOURS TO RGT-CREDIT-HOURS (WS-REG-SLOT).
           MOVE SCT-SECTION (WS-SCT-FOUND) TO RGT-SECTION (WS-REG-SLOT).
           MOVE 'Y' TO RGT-ACTIVE (WS-REG-SLOT).
           ADD 1 TO SCT-ENROLLED (WS-SCT-FOUND).

       150-EXIT.
           EXIT.

      *    WALKS BACK FROM THE END, SHIFTING EACH LATER STUDENT'S
      *    SEAT DOWN ONE, UNTIL THE NEW SEAT'S PLACE IS FOUND.
       155-FIND-SLOT.
           IF RGT-STUDENT-ID (WS-REG-SUB) > WS-PROMOTE-STUDENT
               MOVE REGISTRATION-ENTRY (WS-REG-SUB)
                   TO REGISTRATION-ENTRY (WS-REG-SLOT)
               MOVE WS-REG-SUB TO WS-REG-SLOT
           ELSE
               MOVE 'Y' TO WS-SLOT-SWITCH
           END-IF.

       155-EXIT.
           EXIT.

       160-REPORT-ONE-SECTION.
           IF SCT-COURSE-ID (WS-SCT-SUB) NOT = WS-PREV-COURSE
               IF WS-PREV-COURSE NOT = SPACES
                   PERFORM 165-PRINT-COURSE-TOTAL THRU 165-EXIT
               END-IF
               MOVE SCT-COURSE-ID (WS-SCT-SUB) TO WS-PREV-COURSE
               MOVE ZERO TO WS-COURSE-CAPACITY
               MOVE ZERO TO WS-COURSE-ENROLLED
               MOVE ZERO TO WS-COURSE-WAITING
           END-IF.

           ADD SCT-CAPACITY (WS-SCT-SUB) TO WS-COURSE-CAPACITY.
           ADD SCT-ENROLLED (WS-SCT-SUB) TO WS-COURSE-ENROLLED.
           ADD SCT-WAITING (WS-SCT-SUB) TO WS-COURSE-WAITING.

           MOVE SCT-COURSE-ID (WS-SCT-SUB) TO WS-FLL-COURSE.
           MOVE SCT-TERM (WS-SCT-SUB) TO WS-FLL-TERM.
           MOVE SCT-SECTION (WS-SCT-SUB) TO WS-FLL-SECTION.
           MOVE SCT-INSTRUCTOR (WS-SCT-SUB) TO WS-FLL-INSTRUCTOR.
           MOVE SCT-CAPACITY (WS-SCT-SUB) TO WS-LINE-CAPACITY.
           MOVE SCT-ENROLLED (WS-SCT-SUB) TO WS-LINE-ENROLLED.
           MOVE SCT-WAITING (WS-SCT-SUB) TO WS-LINE-WAITING.
           PERFORM 167-EDIT-FILL-LINE THRU 167-EXIT.

           WRITE FILL-PRINT-RECORD FROM WS-FILL-LINE
               AFTER ADVANCING 1 LINE.

       160-EXIT.
           EXIT.

       165-PRINT-COURSE-TOTAL.
           MOVE SPACES TO WS-FLL-COURSE, WS-FLL-TERM, WS-FLL-SECTION.
           MOVE '  COURSE TOTAL' TO WS-FLL-INSTRUCTOR.
           MOVE WS-COURSE-CAPACITY TO WS-LINE-CAPACITY.
           MOVE WS-COURSE-ENROLLED TO WS-LINE-ENROLLED.
           MOVE WS-COURSE-WAITING TO WS-LINE-WAITING.
           PERFORM 167-EDIT-FILL-LINE THRU 167-EXIT.
           WRITE FILL-PRINT-RECORD FROM WS-FILL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO FILL-PRINT-RECORD.
           WRITE FILL-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

       165-EXIT.
           EXIT.

      *    A SECTION CUT BELOW ITS ENROLLMENT ON THE MASTER SHOWS NO
      *    SEATS LEFT AND IS FLAGGED - NOBODY IS DROPPED FOR IT.
       167-EDIT-FILL-LINE.
           MOVE WS-LINE-CAPACITY TO WS-FLL-CAPACITY.
           MOVE WS-LINE-ENROLLED TO WS-FLL-ENROLLED.
           MOVE WS-LINE-WAITING TO WS-FLL-WAITING.
           MOVE SPACES TO WS-FLL-NOTE.

           IF WS-LINE-ENROLLED > WS-LINE-CAPACITY
               MOVE ZERO TO WS-FLL-SEATS-LEFT
               MOVE 'OVER CAPACITY' TO WS-FLL-NOTE
           ELSE
               SUBTRACT WS-LINE-ENROLLED FROM WS-LINE-CAPACITY
                   GIVING WS-SEATS-LEFT
               MOVE WS-SEATS-LEFT TO WS-FLL-SEATS-LEFT
               IF WS-SEATS-LEFT = ZERO
                   MOVE 'FULL' TO WS-FLL-NOTE
               END-IF
           END-IF.

       167-EXIT.
           EXIT.

       170-PRINT-TOTALS.
           MOVE 'REQUESTS READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE FILL-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'SEATS CONFIRMED' TO WS-CNL-LABEL.
           MOVE WS-CONFIRMED-COUNT TO WS-CNL-COUNT.
           WRITE FILL-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WAITLISTED' TO WS-CNL-LABEL.
           MOVE WS-WAITLISTED-COUNT TO WS-CNL-COUNT.
           WRITE FILL-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DROPS' TO WS-CNL-LABEL.
           MOVE WS-DROPPED-COUNT TO WS-CNL-COUNT.
           WRITE FILL-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'PROMOTED FROM WAITLIST' TO WS-CNL-LABEL.
           MOVE WS-PROMOTED-COUNT TO WS-CNL-COUNT.
           WRITE FILL-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REQUESTS REJECTED' TO WS-CNL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNL-COUNT.
           WRITE FILL-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE FILL-PRINT-RECORD FROM WS-PAGE-HEADING
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
      *    EACH RUN - REQUESTS READ, SEATS CONFIRMED OR PROMOTED, AND
      *    THE REJECT COUNT AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'REGEDIT1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           ADD WS-CONFIRMED-COUNT, WS-PROMOTED-COUNT
               GIVING ATR-DETAIL-COUNT.
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
