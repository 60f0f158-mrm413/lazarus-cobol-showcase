      *   3 STRAIGHT    - DISMISSAL                                   *
      *   A CLEAN TERM AFTER PROBATION - CONTINUED PROBATION, AND A   *
      *   SECOND CLEAN TERM CLEARS TO GOOD STANDING.                  *
      * WHEN THE GRADE POSTING RUN HAS LEFT A TERMGPA ROW FOR THE     *
      * STUDENT THIS TERM, ITS COMPUTED GPA AND GRADED HOURS GO TO    *
      * THE HISTORY IN PLACE OF THE KEYED GPA AND COURSE COUNT.       *
      * A STANDING LETTER PRINTS PER CHANGED STUDENT, AND THE         *
      * STANDING-CHANGE REPORT FOR THE DEAN LISTS WORST FIRST.        *
      * ************************************************************* *
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT TERM-GPA-FILE
               ASSIGN TO EXTERNAL TERMGPA
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TERMGPA-STATUS.

           SELECT STANDING-FILE
               ASSIGN TO EXTERNAL GPASTAT
                         ORGANIZATION IS LINE SEQUENTIAL
           03  GPH-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(62).

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

       FD  STANDING-FILE.

       01  STANDING-RECORD.
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
      *    NO TERMGPA MEANS GRADES WERE NOT POSTED THIS TERM AND
      *    THE KEYED GPA STANDS.
       77  WS-TERMGPA-STATUS           PIC XX.
           88  WS-TERMGPA-OK                       VALUE "00".
           88  WS-TERMGPA-NOT-FOUND                VALUE "35".
       77  WS-STANDING-STATUS          PIC XX.
           88  WS-STANDING-OK                      VALUE "00".
           88  WS-STANDING-NOT-FOUND               VALUE "35".
           88  STUDENT-EOF                         VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  TERMGPA-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  TERMGPA-EOF                         VALUE 'Y'.
       77  STANDING-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STANDING-EOF                        VALUE 'Y'.

               03  HST-GPA             PIC 9V99.
               03  HST-CREDIT-HOURS    PIC 9(02).

      *    THIS TERM'S POSTED GPAS OFF TERMGPA.
       77  WS-TGP-COUNT                PIC 9(03)   VALUE 0.
       77  WS-TGP-SUB                  PIC 9(03)   VALUE 0.
       77  WS-TGP-FOUND                PIC 9(03)   VALUE 0.
       77  WS-TERM-GPA                 PIC 9V99    VALUE 0.
       77  WS-TERM-HOURS               PIC 9(02)   VALUE 0.
       01  TERM-GPA-TABLE.
           02  TERM-GPA-ENTRY          OCCURS 500 TIMES.
               03  TGT-STUDENT-ID      PIC 9(05).
               03  TGT-TERM-GPA        PIC 9V99.
               03  TGT-TERM-HOURS      PIC 9(03).

       77  WS-SEVERITY-SUB             PIC 9(01)   VALUE 0.
       77  WS-SEVERITY-CODE            PIC X(02)   VALUE SPACES.

               STOP RUN RETURNING 1
           END-IF.

           PERFORM 010-LOAD-TERM-GPA THRU 019-EXIT.
           PERFORM 020-LOAD-HISTORY THRU 029-EXIT.
           PERFORM 030-LOAD-PRIOR-STANDINGS THRU 039-EXIT.
           PERFORM 040-APPEND-CURRENT-TERM THRU 049-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    ONLY THIS TERM'S ROWS MATTER, AND ONLY THOSE WITH GRADED
      *    HOURS - A STUDENT WHOSE GRADES ARE ALL INCOMPLETE OR
      *    UNCOUNTED KEEPS THE GPA ON THE STUDENT FILE.
       010-LOAD-TERM-GPA.
           OPEN INPUT TERM-GPA-FILE.

           IF WS-TERMGPA-NOT-FOUND
               GO TO 019-EXIT
           END-IF.

           IF NOT WS-TERMGPA-OK
               MOVE "TERM-GPA-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TERMGPA-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ TERM-GPA-FILE
               AT END
                   MOVE 'Y' TO TERMGPA-EOF-SWITCH
           END-READ.

           PERFORM 015-STORE-ONE-TERM-GPA THRU 015-EXIT
               UNTIL TERMGPA-EOF.

           CLOSE TERM-GPA-FILE.

       019-EXIT.
           EXIT.

      *    A TERM GPA THE TABLE CANNOT HOLD WOULD LEAVE THE KEYED GPA
      *    ON THE HISTORY FOR GOOD, SO A FULL TABLE STOPS THE RUN.
       015-STORE-ONE-TERM-GPA.
           IF TGR-TERM = WS-CURRENT-TERM
              AND TGR-STUDENT-ID IS NUMERIC
              AND TGR-TERM-GPA IS NUMERIC
              AND TGR-TERM-HOURS IS NUMERIC
              AND TGR-TERM-HOURS > ZERO
               IF WS-TGP-COUNT NOT < 500
                   MOVE "TERMGPA TABLE" TO WS-MSG-INSERT-1
                   MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
                   MOVE 0004 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-TGP-COUNT
               MOVE TGR-STUDENT-ID TO TGT-STUDENT-ID (WS-TGP-COUNT)
               MOVE TGR-TERM-GPA TO TGT-TERM-GPA (WS-TGP-COUNT)
               MOVE TGR-TERM-HOURS TO TGT-TERM-HOURS (WS-TGP-COUNT)
           END-IF.

           READ TERM-GPA-FILE
               AT END
                   MOVE 'Y' TO TERMGPA-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       017-MATCH-ONE-TERM-GPA.
           IF TGT-STUDENT-ID (WS-TGP-SUB) = STUDENT-ID
               MOVE WS-TGP-SUB TO WS-TGP-FOUND
           END-IF.

       017-EXIT.
           EXIT.

      *    THE HISTORY FILE IS OPTIONAL ON THE FIRST TERM.
       020-LOAD-HISTORY.
           OPEN INPUT GPA-HISTORY-FILE.
       045-APPEND-ONE-STUDENT.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE STUDENT-GPA TO WS-TERM-GPA.
           MOVE NUM-COURSES TO WS-TERM-HOURS.
           MOVE ZERO TO WS-TGP-FOUND.
           PERFORM 017-MATCH-ONE-TERM-GPA THRU 017-EXIT
               VARYING WS-TGP-SUB FROM 1 BY 1
               UNTIL WS-TGP-SUB > WS-TGP-COUNT
                  OR WS-TGP-FOUND > ZERO.
           IF WS-TGP-FOUND > ZERO
               MOVE TGT-TERM-GPA (WS-TGP-FOUND) TO WS-TERM-GPA
               MOVE TGT-TERM-HOURS (WS-TGP-FOUND) TO WS-TERM-HOURS
           END-IF.

           IF WS-HIST-COUNT < 3000
               ADD 1 TO WS-HIST-COUNT
               MOVE STUDENT-ID TO HST-STUDENT-ID (WS-HIST-COUNT)
               MOVE WS-CURRENT-TERM TO HST-TERM (WS-HIST-COUNT)
               MOVE WS-TERM-GPA TO HST-GPA (WS-HIST-COUNT)
               MOVE WS-TERM-HOURS TO HST-CREDIT-HOURS (WS-HIST-COUNT)
           END-IF.

           MOVE STUDENT-ID TO WS-WORK-STUDENT.
           IF WS-STU-FOUND > ZERO
               MOVE STUDENT-NAME
                   TO STA-STUDENT-NAME (WS-STU-FOUND)
               MOVE WS-TERM-GPA TO STA-TERM-GPA (WS-STU-FOUND)
           END-IF.

           READ STUDENT-FILE
