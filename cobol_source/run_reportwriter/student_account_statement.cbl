       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * STUDENT ACCOUNT STATEMENT RUN.                                *
      *                                                               *
      * PRINTS A STATEMENT OF ACCOUNT ACROSS EVERY TERM FROM THE      *
      * STULEDGR ACCOUNT LEDGER THE LEDGER POSTING RUN KEEPS.  EACH   *
      * TERM PRINTS ITS ENTRIES IN THE ORDER THEY POSTED - DATE,      *
      * WHAT KIND OF ENTRY, WHAT IT WAS, THE CHARGE OR THE CREDIT AND *
      * THE BALANCE AFTER IT, RUN DOWN THE STATEMENT IN THE ORDER IT  *
      * PRINTS - THEN THE TERM'S CHARGES, CREDITS AND BALANCE.  THE   *
      * STATEMENT CLOSES WITH THE BALANCE DUE, THE CREDIT BALANCE, OR *
      * PAID IN FULL.                                                 *
      *                                                               *
      * THE STUDENTS ASKED FOR ON STULREQ ARE PRINTED, ONE STUDENT    *
      * NUMBER PER RECORD; WITH NO STULREQ EVERY STUDENT WHOSE        *
      * ACCOUNT DOES NOT STAND AT ZERO IS PRINTED.  A REQUESTED       *
      * STUDENT WITH NO ACCOUNT ON THE LEDGER IS LISTED ON THE LAST   *
      * PAGE.                                                         *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT STATEMENT-REQUEST-FILE
               ASSIGN TO EXTERNAL STULREQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REQUEST-STATUS.

           SELECT STUDENT-FILE
               ASSIGN TO EXTERNAL STUDENT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STUDENT-STATUS.

           SELECT STUDENT-LEDGER-FILE
               ASSIGN TO EXTERNAL STULEDGR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS LGR-KEY
                         FILE STATUS IS WS-LEDGER-STATUS.

           SELECT STATEMENT-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING STULSTMT
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

      *    ONE STUDENT NUMBER PER STATEMENT WANTED.
       FD  STATEMENT-REQUEST-FILE.

       01  STATEMENT-REQUEST-RECORD.
           03  SRQ-STUDENT-ID          PIC X(05).
           03  FILLER                  PIC X(75).

       FD  STUDENT-FILE.

       01  STUDENT-RECORD.
           03  STUDENT-ID              PIC 9(05).
           03  STUDENT-NAME            PIC X(20).
           03  STUDENT-MAJOR           PIC X(03).
           03  NUM-COURSES             PIC 9(02).
           03  STUDENT-GPA             PIC 9V99.

      *    THE STUDENT ACCOUNT LEDGER - STUDENT ROW, THEN FOR EACH
      *    TERM ITS TERM ROW AND DETAIL ROWS, IN KEY ORDER.
       FD  STUDENT-LEDGER-FILE.

       01  STUDENT-LEDGER-RECORD.
           03  LGR-KEY.
               05  LGR-STUDENT-ID      PIC 9(05).
               05  LGR-TERM            PIC X(05).
               05  LGR-SEQUENCE        PIC 9(05).
           03  LGR-ROW-TYPE            PIC X(01).
               88  LGR-STUDENT-ROW                 VALUE 'S'.
               88  LGR-TERM-ROW                    VALUE 'T'.
               88  LGR-DETAIL-ROW                  VALUE 'D'.
           03  LGR-ROW-DATA            PIC X(84).
           03  LGR-DETAIL-DATA         REDEFINES LGR-ROW-DATA.
               05  LGR-TRAN-TYPE       PIC X(02).
               05  LGR-TRAN-DATE       PIC 9(08).
               05  LGR-POSTED-DATE     PIC 9(08).
               05  LGR-AMOUNT          PIC S9(07)V99.
               05  LGR-RUNNING-BALANCE PIC S9(07)V99.
               05  LGR-SOURCE          PIC X(08).
               05  LGR-DESCRIPTION     PIC X(30).
               05  FILLER              PIC X(10).
           03  LGR-TERM-DATA           REDEFINES LGR-ROW-DATA.
               05  LGT-LAST-SEQUENCE   PIC 9(05).
               05  LGT-BILLED          PIC S9(07)V99.
               05  LGT-CREDITED        PIC S9(07)V99.
               05  LGT-TERM-BALANCE    PIC S9(07)V99.
               05  LGT-FIRST-POSTED    PIC 9(08).
               05  LGT-LAST-POSTED     PIC 9(08).
               05  FILLER              PIC X(36).
           03  LGR-STUDENT-DATA        REDEFINES LGR-ROW-DATA.
               05  LGS-BALANCE         PIC S9(07)V99.
               05  LGS-TERM-COUNT      PIC 9(03).
               05  LGS-OPENED-DATE     PIC 9(08).
               05  LGS-LAST-POSTED     PIC 9(08).
               05  FILLER              PIC X(56).

       FD  STATEMENT-PRINT-FILE.

       01  STATEMENT-PRINT-RECORD      PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'STULSTM1'.

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
           88  WS-REQUEST-NOT-FOUND                VALUE "35".
       77  WS-STUDENT-STATUS           PIC XX.
           88  WS-STUDENT-OK                       VALUE "00".
       77  WS-LEDGER-STATUS            PIC XX.
           88  WS-LEDGER-OK                        VALUE "00".
           88  WS-LEDGER-NOT-FOUND                 VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  REQUEST-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  REQUEST-EOF                         VALUE 'Y'.
       77  STUDENT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  STUDENT-EOF                         VALUE 'Y'.
       77  LEDGER-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  LEDGER-EOF                          VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-STATEMENT-COUNT          PIC 9(06)   VALUE 0.
       77  WS-BALANCE-TOTAL            PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE SAME TYPE NAMES THE POSTING PROOF PRINTS.
       01  TRAN-TYPE-VALUES.
           03  FILLER                  PIC X(22) VALUE
                   'BLTERM BILLING        '.
           03  FILLER                  PIC X(22) VALUE
                   'TATUITION CREDIT      '.
           03  FILLER                  PIC X(22) VALUE
                   'HAHOUSING CREDIT      '.
           03  FILLER                  PIC X(22) VALUE
                   'PYPAYMENT             '.
           03  FILLER                  PIC X(22) VALUE
                   'NRRETURNED PAYMENT    '.
           03  FILLER                  PIC X(22) VALUE
                   'CAAGENCY COLLECTION   '.
           03  FILLER                  PIC X(22) VALUE
                   'RFREFUND              '.
           03  FILLER                  PIC X(22) VALUE
                   'ADAID DISBURSEMENT    '.
           03  FILLER                  PIC X(22) VALUE
                   'STSPONSOR TRANSFER    '.
           03  FILLER                  PIC X(22) VALUE
                   'SBSPONSOR BILL-BACK   '.
           03  FILLER                  PIC X(22) VALUE
                   'LFLATE FEE            '.
           03  FILLER                  PIC X(22) VALUE
                   'AJADJUSTMENT          '.
       01  TRAN-TYPE-TABLE             REDEFINES TRAN-TYPE-VALUES.
           03  TRAN-TYPE-ENTRY         OCCURS 12 TIMES.
               05  TTY-CODE            PIC X(02).
               05  TTY-NAME            PIC X(20).
       77  WS-TYPE-COUNT               PIC 9(02)   VALUE 12.
       77  WS-TYPE-SUB                 PIC 9(02)   VALUE 0.
       77  WS-TYPE-FOUND               PIC 9(02)   VALUE 0.

       01  STUDENT-TABLE.
           02  STUDENT-ENTRY           OCCURS 500 TIMES.
               03  STT-STUDENT-ID      PIC 9(05).
               03  STT-STUDENT-NAME    PIC X(20).
               03  STT-STUDENT-MAJOR   PIC X(03).
       77  WS-STU-COUNT                PIC 9(03)   VALUE 0.
       77  WS-STU-SUB                  PIC 9(03)   VALUE 0.
       77  WS-STU-FOUND                PIC 9(03)   VALUE 0.
       77  WS-STU-OVERFLOW             PIC 9(06)   VALUE 0.

       01  REQUEST-TABLE.
           02  REQUEST-ENTRY           OCCURS 500 TIMES.
               03  RQT-STUDENT-ID      PIC 9(05).
               03  RQT-PRINTED         PIC X(01).
       77  WS-REQ-COUNT                PIC 9(03)   VALUE 0.
       77  WS-REQ-SUB                  PIC 9(03)   VALUE 0.
       77  WS-REQ-FOUND                PIC 9(03)   VALUE 0.
       77  WS-REQ-MISSING-COUNT        PIC 9(03)   VALUE 0.
       77  WS-REQ-OVERFLOW             PIC 9(06)   VALUE 0.

      *    WHERE THE SWEEP STANDS - WHETHER THE STUDENT IN HAND IS
      *    BEING PRINTED, AND WHETHER A TERM IS OPEN ON THE PAGE.
       77  WS-PRINT-SWITCH             PIC X(01)   VALUE 'N'.
           88  PRINTING-STUDENT                    VALUE 'Y'.
       77  WS-TERM-OPEN-SWITCH         PIC X(01)   VALUE 'N'.
           88  TERM-IS-OPEN                        VALUE 'Y'.
       77  WS-CUR-STUDENT              PIC 9(05)   VALUE 0.
       77  WS-CUR-BALANCE              PIC S9(07)V99 VALUE 0.
       77  WS-STATEMENT-BALANCE        PIC S9(07)V99 VALUE 0.
       77  WS-CUR-TERM                 PIC X(05)   VALUE SPACES.
       77  WS-TERM-CHARGES             PIC S9(07)V99 VALUE 0.
       77  WS-TERM-CREDITS             PIC S9(07)V99 VALUE 0.
       77  WS-TERM-BALANCE             PIC S9(07)V99 VALUE 0.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 0.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(50) VALUE
                   'STATEMENT OF STUDENT ACCOUNT'.
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

       01  WS-COLUMN-LINE.
           03  FILLER                  PIC X(30) VALUE
                   '  DATE        ENTRY           '.
           03  FILLER                  PIC X(30) VALUE
                   '      DESCRIPTION             '.
           03  FILLER                  PIC X(30) VALUE
                   '         CHARGES         CREDI'.
           03  FILLER                  PIC X(30) VALUE
                   'TS          BALANCE           '.

       01  WS-TERM-HEAD-LINE.
           03  FILLER                  PIC X(05) VALUE 'TERM '.
           03  WS-THL-TERM             PIC X(05).

       01  WS-DETAIL-LINE.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-DATE             PIC X(10).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-ENTRY            PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-DESCRIPTION      PIC X(30).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-CHARGE           PIC $$,$$$,$$9.99
                                       BLANK WHEN ZERO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-CREDIT           PIC $$,$$$,$$9.99
                                       BLANK WHEN ZERO.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-BALANCE          PIC $$,$$$,$$9.99-.

       01  WS-TERM-TOTAL-LINE.
           03  FILLER                  PIC X(36) VALUE SPACES.
           03  FILLER                  PIC X(05) VALUE 'TERM '.
           03  WS-TTL-TERM             PIC X(05).
           03  FILLER                  PIC X(22) VALUE
                   ' TOTALS               '.
           03  WS-TTL-CHARGES          PIC $$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TTL-CREDITS          PIC $$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TTL-BALANCE          PIC $$,$$$,$$9.99-.

       01  WS-CLOSING-LINE.
           03  WS-CLL-TEXT             PIC X(40).
           03  WS-CLL-AMOUNT           PIC $$,$$$,$$9.99.

       01  WS-MISSING-LINE.
           03  FILLER                  PIC X(08) VALUE 'STUDENT '.
           03  WS-MSL-STUDENT          PIC 9(05).
           03  FILLER                  PIC X(35) VALUE
                   '  HAS NO ACCOUNT ON THE LEDGER'.

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

           PERFORM 010-LOAD-STUDENTS THRU 019-EXIT.
           PERFORM 020-LOAD-REQUESTS THRU 029-EXIT.

           OPEN OUTPUT STATEMENT-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "STATEMENT-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    NO LEDGER YET - NOTHING HAS EVER POSTED, SO THERE IS NO
      *    STATEMENT TO PRINT.
           OPEN INPUT STUDENT-LEDGER-FILE.
           IF WS-LEDGER-NOT-FOUND
               MOVE 'Y' TO LEDGER-EOF-SWITCH
           ELSE
               IF NOT WS-LEDGER-OK
                   MOVE "STUDENT-LEDGER-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-LEDGER-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               READ STUDENT-LEDGER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LEDGER-EOF-SWITCH
               END-READ
           END-IF.

           PERFORM 100-TAKE-ONE-ROW THRU 100-EXIT
               UNTIL LEDGER-EOF.

           PERFORM 150-CLOSE-STUDENT THRU 150-EXIT.

           IF NOT WS-LEDGER-NOT-FOUND
               CLOSE STUDENT-LEDGER-FILE
           END-IF.

           PERFORM 170-PRINT-MISSING THRU 170-EXIT.

           CLOSE STATEMENT-PRINT-FILE.

           IF WS-REQ-MISSING-COUNT > ZERO
              OR WS-STU-OVERFLOW > ZERO
              OR WS-REQ-OVERFLOW > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

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

           IF WS-STU-OVERFLOW > ZERO
               MOVE "STUDENT NAME TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

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
               ADD 1 TO WS-STU-OVERFLOW
           END-IF.

           READ STUDENT-FILE
               AT END
                   MOVE 'Y' TO STUDENT-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

      *    NO STULREQ - NO STUDENT ASKED FOR - PRINTS EVERY ACCOUNT
      *    THAT DOES NOT STAND AT ZERO.
       020-LOAD-REQUESTS.
           OPEN INPUT STATEMENT-REQUEST-FILE.

           IF WS-REQUEST-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-REQUEST-OK
               MOVE "STATEMENT-REQUEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REQUEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STATEMENT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-REQUEST THRU 025-EXIT
               UNTIL REQUEST-EOF.

           CLOSE STATEMENT-REQUEST-FILE.

           IF WS-REQ-OVERFLOW > ZERO
               MOVE "STULREQ REQUEST TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       029-EXIT.
           EXIT.

       025-STORE-ONE-REQUEST.
           IF SRQ-STUDENT-ID IS NOT NUMERIC
               DISPLAY "STULREQ STUDENT " SRQ-STUDENT-ID
                       " IS NOT A STUDENT NUMBER - IGNORED" UPON SYSERR
           ELSE
               IF WS-REQ-COUNT < 500
                   ADD 1 TO WS-REQ-COUNT
                   MOVE SRQ-STUDENT-ID
                       TO RQT-STUDENT-ID (WS-REQ-COUNT)
                   MOVE 'N' TO RQT-PRINTED (WS-REQ-COUNT)
               ELSE
                   ADD 1 TO WS-REQ-OVERFLOW
               END-IF
           END-IF.

           READ STATEMENT-REQUEST-FILE
               AT END
                   MOVE 'Y' TO REQUEST-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       070-MATCH-ONE-STUDENT.
           IF STT-STUDENT-ID (WS-STU-SUB) = WS-CUR-STUDENT
               MOVE WS-STU-SUB TO WS-STU-FOUND
           END-IF.

       070-EXIT.
           EXIT.

       072-MATCH-ONE-REQUEST.
           IF RQT-STUDENT-ID (WS-REQ-SUB) = WS-CUR-STUDENT
               MOVE WS-REQ-SUB TO WS-REQ-FOUND
           END-IF.

       072-EXIT.
           EXIT.

       074-MATCH-ONE-TYPE.
           IF TTY-CODE (WS-TYPE-SUB) = LGR-TRAN-TYPE
               MOVE WS-TYPE-SUB TO WS-TYPE-FOUND
           END-IF.

       074-EXIT.
           EXIT.

      *    THE LEDGER IN KEY ORDER - A STUDENT ROW STARTS A STUDENT,
      *    A TERM ROW A TERM, AND THE DETAIL BETWEEN PRINTS WHEN THE
      *    STUDENT IS ONE BEING PRINTED.
       100-TAKE-ONE-ROW.
           ADD 1 TO WS-INPUT-COUNT.

           EVALUATE TRUE
               WHEN LGR-STUDENT-ROW
                   PERFORM 150-CLOSE-STUDENT THRU 150-EXIT
                   PERFORM 110-OPEN-STUDENT THRU 110-EXIT
               WHEN LGR-TERM-ROW
                   IF PRINTING-STUDENT
                       PERFORM 155-CLOSE-TERM THRU 155-EXIT
                       PERFORM 120-OPEN-TERM THRU 120-EXIT
                   END-IF
               WHEN LGR-DETAIL-ROW
                   IF PRINTING-STUDENT
                       PERFORM 130-PRINT-ONE-ENTRY THRU 130-EXIT
                   END-IF
           END-EVALUATE.

           READ STUDENT-LEDGER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO LEDGER-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

       110-OPEN-STUDENT.
           MOVE LGR-STUDENT-ID TO WS-CUR-STUDENT.
           MOVE LGS-BALANCE TO WS-CUR-BALANCE.
           MOVE 'N' TO WS-PRINT-SWITCH.

           IF WS-REQ-COUNT > ZERO
               MOVE ZERO TO WS-REQ-FOUND
               PERFORM 072-MATCH-ONE-REQUEST THRU 072-EXIT
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
                      OR WS-REQ-FOUND > ZERO
               IF WS-REQ-FOUND > ZERO
                   MOVE 'Y' TO WS-PRINT-SWITCH
                   MOVE 'Y' TO RQT-PRINTED (WS-REQ-FOUND)
               END-IF
           ELSE
               IF LGS-BALANCE NOT = ZERO
                   MOVE 'Y' TO WS-PRINT-SWITCH
               END-IF
           END-IF.

           IF NOT PRINTING-STUDENT
               GO TO 110-EXIT
           END-IF.

           MOVE ZERO TO WS-STU-FOUND.
           PERFORM 070-MATCH-ONE-STUDENT THRU 070-EXIT
               VARYING WS-STU-SUB FROM 1 BY 1
               UNTIL WS-STU-SUB > WS-STU-COUNT
                  OR WS-STU-FOUND > ZERO.

           ADD 1 TO WS-STATEMENT-COUNT.
           ADD LGS-BALANCE TO WS-BALANCE-TOTAL.
           MOVE ZERO TO WS-STATEMENT-BALANCE.
           MOVE ZERO TO WS-PAGE-COUNT.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

       110-EXIT.
           EXIT.

       120-OPEN-TERM.
           MOVE LGR-TERM TO WS-CUR-TERM.
           MOVE LGT-TERM-BALANCE TO WS-TERM-BALANCE.
           MOVE ZERO TO WS-TERM-CHARGES.
           MOVE ZERO TO WS-TERM-CREDITS.
           MOVE 'Y' TO WS-TERM-OPEN-SWITCH.

           IF WS-LINE-COUNT > 48
               PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT
           END-IF.

           MOVE WS-CUR-TERM TO WS-THL-TERM.
           WRITE STATEMENT-PRINT-RECORD FROM WS-TERM-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

       120-EXIT.
           EXIT.

       130-PRINT-ONE-ENTRY.
           IF WS-LINE-COUNT > 52
               PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT
               WRITE STATEMENT-PRINT-RECORD FROM WS-TERM-HEAD-LINE
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.

           MOVE SPACES TO WS-DTL-DATE.
           STRING LGR-TRAN-DATE (1:4) '-' LGR-TRAN-DATE (5:2) '-'
                  LGR-TRAN-DATE (7:2)
               DELIMITED BY SIZE INTO WS-DTL-DATE
           END-STRING.

           MOVE ZERO TO WS-TYPE-FOUND.
           PERFORM 074-MATCH-ONE-TYPE THRU 074-EXIT
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
                  OR WS-TYPE-FOUND > ZERO.
           IF WS-TYPE-FOUND > ZERO
               MOVE TTY-NAME (WS-TYPE-FOUND) TO WS-DTL-ENTRY
           ELSE
               MOVE LGR-TRAN-TYPE TO WS-DTL-ENTRY
           END-IF.

           MOVE LGR-DESCRIPTION TO WS-DTL-DESCRIPTION.
           IF LGR-AMOUNT < ZERO
               MOVE ZERO TO WS-DTL-CHARGE
               COMPUTE WS-DTL-CREDIT = ZERO - LGR-AMOUNT
               SUBTRACT LGR-AMOUNT FROM WS-TERM-CREDITS
           ELSE
               MOVE LGR-AMOUNT TO WS-DTL-CHARGE
               MOVE ZERO TO WS-DTL-CREDIT
               ADD LGR-AMOUNT TO WS-TERM-CHARGES
           END-IF.
      *    THE LEDGER'S OWN RUNNING BALANCE FOLLOWS POSTING ORDER
      *    ACROSS TERMS; PRINTED TERM BY TERM IT WOULD JUMP, SO THE
      *    COLUMN IS RUN HERE IN THE ORDER THE LINES PRINT.
           ADD LGR-AMOUNT TO WS-STATEMENT-BALANCE.
           MOVE WS-STATEMENT-BALANCE TO WS-DTL-BALANCE.

           WRITE STATEMENT-PRINT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       130-EXIT.
           EXIT.

      *    THE LAST TERM'S TOTALS, THEN WHAT THE STUDENT OWES OR IS
      *    OWED ACROSS EVERY TERM.
       150-CLOSE-STUDENT.
           IF NOT PRINTING-STUDENT
               GO TO 150-EXIT
           END-IF.

           PERFORM 155-CLOSE-TERM THRU 155-EXIT.

           MOVE SPACES TO WS-CLOSING-LINE.
           EVALUATE TRUE
               WHEN WS-CUR-BALANCE > ZERO
                   MOVE 'BALANCE DUE' TO WS-CLL-TEXT
                   MOVE WS-CUR-BALANCE TO WS-CLL-AMOUNT
               WHEN WS-CUR-BALANCE < ZERO
                   MOVE 'CREDIT BALANCE' TO WS-CLL-TEXT
                   COMPUTE WS-CLL-AMOUNT = ZERO - WS-CUR-BALANCE
               WHEN OTHER
                   MOVE 'ACCOUNT PAID IN FULL' TO WS-CLL-TEXT
                   MOVE ZERO TO WS-CLL-AMOUNT
           END-EVALUATE.
           WRITE STATEMENT-PRINT-RECORD FROM WS-CLOSING-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES TO STATEMENT-PRINT-RECORD.
           MOVE '*** END OF STATEMENT ***' TO STATEMENT-PRINT-RECORD.
           WRITE STATEMENT-PRINT-RECORD
               AFTER ADVANCING 2 LINES.

           MOVE 'N' TO WS-PRINT-SWITCH.

       150-EXIT.
           EXIT.

       155-CLOSE-TERM.
           IF NOT TERM-IS-OPEN
               GO TO 155-EXIT
           END-IF.

           MOVE WS-CUR-TERM TO WS-TTL-TERM.
           MOVE WS-TERM-CHARGES TO WS-TTL-CHARGES.
           MOVE WS-TERM-CREDITS TO WS-TTL-CREDITS.
           MOVE WS-TERM-BALANCE TO WS-TTL-BALANCE.
           WRITE STATEMENT-PRINT-RECORD FROM WS-TERM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           ADD 2 TO WS-LINE-COUNT.

           MOVE 'N' TO WS-TERM-OPEN-SWITCH.

       155-EXIT.
           EXIT.

      *    REQUESTED STUDENTS THE LEDGER HAS NEVER HEARD OF.
       170-PRINT-MISSING.
           PERFORM 175-PRINT-ONE-MISSING THRU 175-EXIT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT.

           MOVE 'STATEMENTS PRINTED' TO WS-CNL-LABEL.
           MOVE WS-STATEMENT-COUNT TO WS-CNL-COUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'REQUESTED STUDENTS WITH NO ACCOUNT' TO WS-CNL-LABEL.
           MOVE WS-REQ-MISSING-COUNT TO WS-CNL-COUNT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       170-EXIT.
           EXIT.

       175-PRINT-ONE-MISSING.
           IF RQT-PRINTED (WS-REQ-SUB) = 'Y'
               GO TO 175-EXIT
           END-IF.

           IF WS-REQ-MISSING-COUNT = ZERO
               MOVE SPACES TO STATEMENT-PRINT-RECORD
               MOVE 'REQUESTED STATEMENTS NOT PRINTED'
                   TO STATEMENT-PRINT-RECORD
               WRITE STATEMENT-PRINT-RECORD
                   AFTER ADVANCING PAGE
           END-IF.

           ADD 1 TO WS-REQ-MISSING-COUNT.
           MOVE RQT-STUDENT-ID (WS-REQ-SUB) TO WS-MSL-STUDENT.
           WRITE STATEMENT-PRINT-RECORD FROM WS-MISSING-LINE
               AFTER ADVANCING 1 LINE.

       175-EXIT.
           EXIT.

      *    EVERY PAGE OF A STATEMENT CARRIES THE STUDENT AND THE
      *    COLUMN HEADINGS.
       180-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE STATEMENT-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

           MOVE WS-CUR-STUDENT TO WS-STL-STUDENT.
           IF WS-STU-FOUND > ZERO
               MOVE STT-STUDENT-NAME (WS-STU-FOUND) TO WS-STL-NAME
               MOVE STT-STUDENT-MAJOR (WS-STU-FOUND) TO WS-STL-MAJOR
           ELSE
               MOVE 'NOT ON STUDENT FILE' TO WS-STL-NAME
               MOVE SPACES TO WS-STL-MAJOR
           END-IF.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STUDENT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE STATEMENT-PRINT-RECORD FROM WS-COLUMN-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 5 TO WS-LINE-COUNT.

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
      *    EACH RUN - LEDGER ROWS READ, STATEMENTS PRINTED, AND THE
      *    BALANCES THEY CLOSED ON.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'STULSTM1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-STATEMENT-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-BALANCE-TOTAL TO ATR-CONTROL-TOTAL.

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
