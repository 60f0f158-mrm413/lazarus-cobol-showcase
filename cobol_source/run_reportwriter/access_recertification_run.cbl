       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * QUARTERLY ACCESS RECERTIFICATION OF THE OPERATOR MASTER.      *
      *                                                               *
      * RUNS IN TWO MODES, CHOSEN BY RECERT-MODE:                     *
      *                                                               *
      * ISSUE (THE DEFAULT, A QE STEP ON THE SUITE CONTROL FILE)      *
      *   PRINTS EACH DEPARTMENT MANAGER A PAGE OF THE OPERATORS      *
      *   WHO REPORT TO THEM ON OPERMSTR - AUTHORITY, DEPARTMENT,     *
      *   LOCK STATE AND THE LAST SIGN-ON DATE OFF THE SECLOG         *
      *   SECURITY LOG - AND KEEPS THE LIST ON RECRTLST AS THE OPEN   *
      *   CYCLE.  OPERATORS WITH NO MANAGER ON FILE COME UNDER THE    *
      *   SECURITY OFFICE.  DISABLED OPERATORS ARE NOT LISTED.  A     *
      *   NEW CYCLE IS REFUSED WHILE THE LAST ONE IS STILL OPEN.      *
      *                                                               *
      * CLOSE (SUBMITTED ONCE THE MANAGERS HAVE ANSWERED)             *
      *   READS THE CONFIRMATIONS KEYED ON RECRTCNF - OPERATOR AND    *
      *   THE MANAGER CONFIRMING.  A CONFIRMATION COUNTS ONLY FROM    *
      *   THE MANAGER THE OPERATOR WAS LISTED UNDER (FROM A SECURITY  *
      *   OPERATOR FOR THE NO-MANAGER LIST), NEVER FROM THE OPERATOR  *
      *   THEMSELVES.  EVERY LISTED OPERATOR LEFT UNCONFIRMED IS      *
      *   DISABLED ON OPERMSTR (LOCK FLAG D - SIGNON REFUSES THEM)    *
      *   AND THE DISABLE IS WRITTEN TO FLDHIST IN THE OPERATOR       *
      *   ADMINISTRATION SCREEN'S MASTER-O SHAPE.  A CONFIRMED        *
      *   OPERATOR'S RECERTIFICATION DATE IS SET.  THE CYCLE FILE IS  *
      *   EMPTIED ONLY ONCE OPERMSTR HAS BEEN SAVED, SO A FAILED RUN  *
      *   LEAVES THE CYCLE OPEN TO CLOSE AGAIN.  RECRTCNF MUST BE ON  *
      *   HAND - AN EMPTY FILE WHEN NOBODY ANSWERED.  ANY DISABLE OR  *
      *   REFUSED CONFIRMATION ENDS THE RUN WITH RETURN CODE 4.       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO EXTERNAL OPERMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-OPERMSTR-STATUS.

           SELECT SECURITY-LOG-FILE
               ASSIGN TO EXTERNAL SECLOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SECLOG-STATUS.

           SELECT RECERT-LIST-FILE
               ASSIGN TO EXTERNAL RECRTLST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LIST-STATUS.

           SELECT CONFIRMATION-FILE
               ASSIGN TO EXTERNAL RECRTCNF
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CONFIRM-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RECERT-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING RECRTRPT
                         FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WRK".

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

       FD  OPERATOR-MASTER-FILE.

       01  OPERATOR-MASTER-RECORD      PIC X(80).

       FD  SECURITY-LOG-FILE.

       01  SECURITY-LOG-RECORD.
           03  SEC-TIMESTAMP.
               05  SEC-YEAR            PIC X(04).
               05  FILLER              PIC X(01).
               05  SEC-MONTH           PIC X(02).
               05  FILLER              PIC X(01).
               05  SEC-DAY             PIC X(02).
               05  FILLER              PIC X(09).
           03  FILLER                  PIC X(01).
           03  SEC-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  SEC-EVENT               PIC X(12).
           03  FILLER                  PIC X(01).
           03  SEC-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(30).

      *    THE OPEN CYCLE - ONE ROW PER OPERATOR LISTED, UNDER THE
      *    MANAGER WHO MUST CONFIRM THEM.
       FD  RECERT-LIST-FILE.

       01  RECERT-LIST-RECORD.
           03  RCL-CYCLE-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RCL-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  RCL-MANAGER-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  RCL-AUTHORITY           PIC 9(01).
           03  FILLER                  PIC X(52).

       FD  CONFIRMATION-FILE.

       01  CONFIRMATION-RECORD.
           03  CNF-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  CNF-CONFIRMED-BY        PIC X(08).
           03  FILLER                  PIC X(63).

       FD  FIELD-HISTORY-FILE.

       01  FIELD-HISTORY-RECORD.
           03  FLH-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  FLH-MASTER-ID           PIC X(01).
           03  FILLER                  PIC X(01).
           03  FLH-RECORD-KEY          PIC X(05).
           03  FILLER                  PIC X(01).
           03  FLH-FIELD-NAME          PIC X(12).
           03  FILLER                  PIC X(01).
           03  FLH-OLD-VALUE.
               05  FLH-OLD-OPERATOR    PIC X(08).
               05  FLH-OLD-WORD        PIC X(08).
           03  FILLER                  PIC X(01).
           03  FLH-NEW-VALUE.
               05  FLH-NEW-WORD        PIC X(08).
               05  FLH-NEW-OPERATOR    PIC X(08).
           03  FILLER                  PIC X(01).
           03  FLH-SOURCE-PROGRAM      PIC X(08).
           03  FILLER                  PIC X(07).

       FD  RECERT-PRINT-FILE.

       01  RECERT-PRINT-RECORD         PIC X(132).

       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           03  SRT-MANAGER-ID          PIC X(08).
           03  SRT-OPERATOR-SUB        PIC 9(03).

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
           03  ATR-RUN-MODES           PIC X(20).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'OPRRECRT'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-OPERMSTR-STATUS          PIC XX.
           88  WS-OPERMSTR-OK                      VALUE "00".
       77  WS-SECLOG-STATUS            PIC XX.
           88  WS-SECLOG-OK                        VALUE "00".
       77  WS-LIST-STATUS              PIC XX.
           88  WS-LIST-OK                          VALUE "00".
           88  WS-LIST-NOT-FOUND                   VALUE "35".
       77  WS-CONFIRM-STATUS           PIC XX.
           88  WS-CONFIRM-OK                       VALUE "00".
           88  WS-CONFIRM-NOT-FOUND                VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-PRINT-STATUS             PIC XX.
           88  WS-PRINT-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  OPERATOR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  OPERATOR-EOF                        VALUE 'Y'.
       77  SECLOG-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  SECLOG-EOF                          VALUE 'Y'.
       77  LIST-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  LIST-EOF                            VALUE 'Y'.
       77  CONFIRM-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  CONFIRM-EOF                         VALUE 'Y'.
       77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       77  WS-MODE-KEYED               PIC X(08)   VALUE SPACES.
       77  WS-RUN-MODE                 PIC X(01)   VALUE 'I'.
           88  MODE-IS-ISSUE                       VALUE 'I'.
           88  MODE-IS-CLOSE                       VALUE 'C'.
       77  WS-SECURITY-AUTHORITY       PIC 9(01)   VALUE 3.
       77  WS-SIGNER-SECURITY          PIC X(01)   VALUE 'N'.
           88  SIGNER-IS-SECURITY                  VALUE 'Y'.

      *    ONE OPERATOR RECORD, LAID OUT AS THE SIGNON SUBPROGRAM
      *    AND THE ADMINISTRATION SCREEN HOLD IT.
       01  WS-OPERATOR-WORK.
           03  OPW-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  OPW-OPERATOR-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  OPW-AUTHORITY           PIC 9(01).
           03  FILLER                  PIC X(01).
           03  OPW-PASS-CODE           PIC X(08).
           03  FILLER                  PIC X(01).
           03  OPW-LOCK-FLAG           PIC X(01).
               88  OPW-LOCKED                      VALUE 'L'.
               88  OPW-DISABLED                    VALUE 'D'.
           03  FILLER                  PIC X(01).
           03  OPW-FAIL-COUNT          PIC 9(01).
           03  FILLER                  PIC X(01).
           03  OPW-DEPARTMENT          PIC X(04).
           03  FILLER                  PIC X(01).
           03  OPW-MANAGER-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  OPW-RECERT-DATE         PIC 9(08).
           03  FILLER                  PIC X(13).

       01  OPERATOR-TABLE.
           02  OPERATOR-ENTRY          OCCURS 100 TIMES.
               03  OPT-IMAGE           PIC X(80).
               03  OPT-LAST-SIGNON     PIC 9(08).
       77  WS-OPERATOR-COUNT           PIC 9(03)   VALUE 0.
       77  WS-OPERATOR-SUB             PIC 9(03)   VALUE 0.
       77  WS-OPERATOR-FOUND           PIC 9(03)   VALUE 0.
       77  WS-OPERATOR-OVERFLOW        PIC 9(05)   VALUE 0.
       77  WS-WANTED-OPERATOR          PIC X(08)   VALUE SPACES.
       77  WS-MASTER-CHANGED           PIC X(01)   VALUE 'N'.
           88  MASTER-WAS-CHANGED                  VALUE 'Y'.
       77  WS-MASTER-SAVED             PIC X(01)   VALUE 'N'.
           88  MASTER-WAS-SAVED                    VALUE 'Y'.
       77  WS-CYCLE-CLOSED             PIC X(01)   VALUE 'N'.
           88  CYCLE-WAS-CLOSED                    VALUE 'Y'.

      *    THE OPEN CYCLE AS LOADED FOR THE CLOSE.
       01  LIST-TABLE.
           02  LIST-ENTRY              OCCURS 100 TIMES.
               03  LST-OPERATOR-ID     PIC X(08).
               03  LST-MANAGER-ID      PIC X(08).
               03  LST-AUTHORITY       PIC 9(01).
               03  LST-CONFIRMED-BY    PIC X(08).
       77  WS-LIST-COUNT               PIC 9(03)   VALUE 0.
       77  WS-LIST-SUB                 PIC 9(03)   VALUE 0.
       77  WS-LIST-FOUND               PIC 9(03)   VALUE 0.
       77  WS-CYCLE-DATE               PIC 9(08)   VALUE 0.

       01  WS-STAMP-DATE               PIC 9(08)   VALUE 0.
       01  WS-STAMP-DATE-PARTS         REDEFINES WS-STAMP-DATE.
           03  WS-STAMP-YEAR           PIC X(04).
           03  WS-STAMP-MONTH          PIC X(02).
           03  WS-STAMP-DAY            PIC X(02).
       77  WS-DAYS-SINCE               PIC 9(05)   VALUE 0.

       77  WS-CURRENT-MANAGER          PIC X(08)   VALUE HIGH-VALUES.
       77  WS-MANAGER-NAME             PIC X(20)   VALUE SPACES.
       77  WS-LOCK-WORD                PIC X(08)   VALUE SPACES.
       77  WS-VERDICT                  PIC X(36)   VALUE SPACES.

       77  WS-LISTED-COUNT             PIC 9(05)   VALUE 0.
       77  WS-MANAGER-COUNT            PIC 9(05)   VALUE 0.
       77  WS-CONFIRMED-COUNT          PIC 9(05)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(05)   VALUE 0.
       77  WS-DISABLED-COUNT           PIC 9(05)   VALUE 0.
       77  WS-GONE-COUNT               PIC 9(05)   VALUE 0.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(33) VALUE
                   'OPERATOR ACCESS RECERTIFICATION'.
           03  WS-PGH-MODE             PIC X(26).
           03  FILLER                  PIC X(06) VALUE 'CYCLE '.
           03  WS-PGH-CYCLE            PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(06) VALUE ' PAGE '.
           03  WS-PGH-PAGE             PIC ZZ9.

       01  WS-MANAGER-HEADING.
           03  FILLER                  PIC X(13) VALUE 'FOR MANAGER  '.
           03  WS-MGH-MANAGER-ID       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-MGH-MANAGER-NAME     PIC X(40).

       01  WS-ISSUE-COLUMNS.
           03  FILLER                  PIC X(40) VALUE
                   'OPERATOR NAME                 DEPT AUTH '.
           03  FILLER                  PIC X(40) VALUE
                   'STATUS   LAST SIGN-ON  DAYS  CONFIRM    '.

       01  WS-ISSUE-LINE.
           03  WS-ISL-OPERATOR-ID      PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ISL-NAME             PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ISL-DEPARTMENT       PIC X(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ISL-AUTHORITY        PIC 9(01).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ISL-STATUS           PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ISL-LAST-SIGNON      PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ISL-DAYS             PIC ZZZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ISL-CONFIRM          PIC X(12) VALUE
                   'Y / N ______'.

       01  WS-CLOSE-LINE.
           03  WS-CLL-OPERATOR-ID      PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CLL-MANAGER-ID       PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CLL-AUTHORITY        PIC 9(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CLL-CONFIRMED-BY     PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CLL-OUTCOME          PIC X(36).

       01  WS-CONFIRM-LINE.
           03  WS-CFL-OPERATOR-ID      PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CFL-CONFIRMED-BY     PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CFL-VERDICT          PIC X(36).

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
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           PERFORM 010-READ-PARAMETERS THRU 010-EXIT.
           PERFORM 020-LOAD-OPERATORS THRU 029-EXIT.
           PERFORM 030-LOAD-OPEN-CYCLE THRU 039-EXIT.

           OPEN OUTPUT RECERT-PRINT-FILE.
           IF NOT WS-PRINT-OK
               MOVE "RECERT-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           IF MODE-IS-ISSUE
               PERFORM 100-ISSUE-CYCLE THRU 199-EXIT
           ELSE
               PERFORM 300-CLOSE-CYCLE THRU 399-EXIT
           END-IF.

       000-TERMINATE.
           IF MASTER-WAS-CHANGED
               PERFORM 500-SAVE-OPERATORS THRU 509-EXIT
           END-IF.

           IF CYCLE-WAS-CLOSED
               IF MASTER-WAS-SAVED OR NOT MASTER-WAS-CHANGED
                   PERFORM 510-EMPTY-CYCLE-LIST THRU 519-EXIT
               ELSE
                   DISPLAY "RECERTIFICATION CYCLE LEFT OPEN ON RECRTLST"
                           UPON SYSERR
               END-IF
           END-IF.

           IF WS-DISABLED-COUNT > ZERO
              OR WS-REFUSED-COUNT > ZERO
              OR WS-OPERATOR-OVERFLOW > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE RECERT-PRINT-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-READ-PARAMETERS.
           ACCEPT WS-MODE-KEYED FROM ENVIRONMENT 'RECERT-MODE'.
           EVALUATE WS-MODE-KEYED
               WHEN SPACES
               WHEN 'ISSUE'
                   MOVE 'I' TO WS-RUN-MODE
               WHEN 'CLOSE'
                   MOVE 'C' TO WS-RUN-MODE
               WHEN OTHER
                   DISPLAY "RECERT-MODE " WS-MODE-KEYED
                           " IS NOT ISSUE OR CLOSE - RUN ABORTED"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-EVALUATE.

       010-EXIT.
           EXIT.

      *    THE WHOLE MASTER IS HELD - THE CLOSE WRITES IT BACK WITH
      *    THE DISABLES AND RECERTIFICATION DATES IN PLACE.
       020-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE.

           IF NOT WS-OPERMSTR-OK
               MOVE "OPERATOR-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-OPERMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-OPERATOR THRU 025-EXIT
               UNTIL OPERATOR-EOF.

           CLOSE OPERATOR-MASTER-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-OPERATOR.
           ADD 1 TO WS-INPUT-COUNT.
           IF WS-OPERATOR-COUNT < 100
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPERATOR-MASTER-RECORD
                   TO OPT-IMAGE (WS-OPERATOR-COUNT)
               MOVE ZERO TO OPT-LAST-SIGNON (WS-OPERATOR-COUNT)
           ELSE
               ADD 1 TO WS-OPERATOR-OVERFLOW
           END-IF.

           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    AN OPEN CYCLE IS ONE ISSUED AND NOT YET CLOSED.
       030-LOAD-OPEN-CYCLE.
           OPEN INPUT RECERT-LIST-FILE.

           IF WS-LIST-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-LIST-OK
               MOVE "RECERT-LIST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ RECERT-LIST-FILE
               AT END
                   MOVE 'Y' TO LIST-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-LISTED THRU 035-EXIT
               UNTIL LIST-EOF.

           CLOSE RECERT-LIST-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-LISTED.
           IF WS-LIST-COUNT < 100
               ADD 1 TO WS-LIST-COUNT
               MOVE RCL-CYCLE-DATE TO WS-CYCLE-DATE
               MOVE RCL-OPERATOR-ID TO LST-OPERATOR-ID (WS-LIST-COUNT)
               MOVE RCL-MANAGER-ID TO LST-MANAGER-ID (WS-LIST-COUNT)
               MOVE RCL-AUTHORITY TO LST-AUTHORITY (WS-LIST-COUNT)
               MOVE SPACES TO LST-CONFIRMED-BY (WS-LIST-COUNT)
           END-IF.

           READ RECERT-LIST-FILE
               AT END
                   MOVE 'Y' TO LIST-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    FINDS WS-WANTED-OPERATOR ON THE MASTER TABLE, LEAVING ITS
      *    SLOT IN WS-OPERATOR-FOUND, OR ZERO.
       080-FIND-OPERATOR.
           MOVE ZERO TO WS-OPERATOR-FOUND.
           PERFORM 081-MATCH-ONE-OPERATOR THRU 081-EXIT
               VARYING WS-OPERATOR-SUB FROM 1 BY 1
               UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
                  OR WS-OPERATOR-FOUND > ZERO.

       080-EXIT.
           EXIT.

       081-MATCH-ONE-OPERATOR.
           IF OPT-IMAGE (WS-OPERATOR-SUB) (1:8) = WS-WANTED-OPERATOR
               MOVE WS-OPERATOR-SUB TO WS-OPERATOR-FOUND
           END-IF.

       081-EXIT.
           EXIT.

       085-SET-LOCK-WORD.
           EVALUATE TRUE
               WHEN OPW-LOCKED
                   MOVE 'LOCKED' TO WS-LOCK-WORD
               WHEN OPW-DISABLED
                   MOVE 'DISABLED' TO WS-LOCK-WORD
               WHEN OTHER
                   MOVE 'ACTIVE' TO WS-LOCK-WORD
           END-EVALUATE.

       085-EXIT.
           EXIT.

      *    A CYCLE STILL OPEN IS NEVER OVERWRITTEN - ITS ANSWERS
      *    WOULD BE LOST.
       100-ISSUE-CYCLE.
           MOVE 'ISSUE - FOR CONFIRMATION' TO WS-PGH-MODE.
           MOVE WS-RUN-DATE TO WS-PGH-CYCLE.

           IF WS-LIST-COUNT > ZERO
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
               MOVE SPACES TO RECERT-PRINT-RECORD
               STRING 'THE CYCLE ISSUED ' WS-CYCLE-DATE
                       ' IS STILL OPEN - CLOSE IT BEFORE ISSUING'
                       DELIMITED BY SIZE INTO RECERT-PRINT-RECORD
               END-STRING
               WRITE RECERT-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               DISPLAY "RECERTIFICATION CYCLE " WS-CYCLE-DATE
                       " STILL OPEN - NOTHING ISSUED" UPON SYSERR
               MOVE 8 TO WS-FINAL-RETURN-CODE
               CLOSE RECERT-PRINT-FILE
               PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT
               STOP RUN RETURNING WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 110-SCAN-SECURITY-LOG THRU 119-EXIT.

           OPEN OUTPUT RECERT-LIST-FILE.
           IF NOT WS-LIST-OK
               MOVE "RECERT-LIST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-MANAGER-ID SRT-OPERATOR-SUB
               INPUT PROCEDURE IS 200-RELEASE-OPERATORS
                   THRU 209-EXIT
               OUTPUT PROCEDURE IS 220-PRINT-MANAGER-LISTS
                   THRU 229-EXIT.

           CLOSE RECERT-LIST-FILE.

           PERFORM 460-PRINT-COUNTS THRU 469-EXIT.

       199-EXIT.
           EXIT.

      *    THE NEWEST SUCCESSFUL SIGN-ON FOR EACH OPERATOR.  NO LOG
      *    LEAVES EVERY LAST SIGN-ON AS NEVER.
       110-SCAN-SECURITY-LOG.
           OPEN INPUT SECURITY-LOG-FILE.

           IF NOT WS-SECLOG-OK
               GO TO 119-EXIT
           END-IF.

           READ SECURITY-LOG-FILE
               AT END
                   MOVE 'Y' TO SECLOG-EOF-SWITCH
           END-READ.

           PERFORM 115-TAKE-ONE-SIGNON THRU 115-EXIT
               UNTIL SECLOG-EOF.

           CLOSE SECURITY-LOG-FILE.

       119-EXIT.
           EXIT.

       115-TAKE-ONE-SIGNON.
           IF SEC-EVENT = 'SIGN-ON'
              AND SEC-YEAR IS NUMERIC
              AND SEC-MONTH IS NUMERIC
              AND SEC-DAY IS NUMERIC
               MOVE SEC-OPERATOR-ID TO WS-WANTED-OPERATOR
               PERFORM 080-FIND-OPERATOR THRU 080-EXIT
               IF WS-OPERATOR-FOUND > ZERO
                   MOVE SEC-YEAR TO WS-STAMP-YEAR
                   MOVE SEC-MONTH TO WS-STAMP-MONTH
                   MOVE SEC-DAY TO WS-STAMP-DAY
                   IF WS-STAMP-DATE >
                           OPT-LAST-SIGNON (WS-OPERATOR-FOUND)
                       MOVE WS-STAMP-DATE
                           TO OPT-LAST-SIGNON (WS-OPERATOR-FOUND)
                   END-IF
               END-IF
           END-IF.

           READ SECURITY-LOG-FILE
               AT END
                   MOVE 'Y' TO SECLOG-EOF-SWITCH
           END-READ.

       115-EXIT.
           EXIT.

      *    EVERY OPERATOR NOT ALREADY DISABLED, UNDER THEIR MANAGER -
      *    A BLANK MANAGER SORTS FIRST, AS THE SECURITY OFFICE'S.
       200-RELEASE-OPERATORS.
           PERFORM 205-RELEASE-ONE-OPERATOR THRU 205-EXIT
               VARYING WS-OPERATOR-SUB FROM 1 BY 1
               UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT.

       209-EXIT.
           EXIT.

       205-RELEASE-ONE-OPERATOR.
           MOVE OPT-IMAGE (WS-OPERATOR-SUB) TO WS-OPERATOR-WORK.
           IF OPW-DISABLED OR OPW-OPERATOR-ID = SPACES
               GO TO 205-EXIT
           END-IF.

           MOVE OPW-MANAGER-ID TO SRT-MANAGER-ID.
           MOVE WS-OPERATOR-SUB TO SRT-OPERATOR-SUB.
           RELEASE SORT-WORK-RECORD.

       205-EXIT.
           EXIT.

      *    A FRESH PAGE FOR EACH MANAGER, AND EACH LINE PRINTED IS
      *    ALSO A ROW ON THE OPEN CYCLE.
       220-PRINT-MANAGER-LISTS.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

           PERFORM 225-LIST-ONE-OPERATOR THRU 225-EXIT
               UNTIL SORT-EOF.

       229-EXIT.
           EXIT.

       225-LIST-ONE-OPERATOR.
           MOVE OPT-IMAGE (SRT-OPERATOR-SUB) TO WS-OPERATOR-WORK.

           IF SRT-MANAGER-ID NOT = WS-CURRENT-MANAGER
              OR WS-LINE-COUNT > 55
               IF SRT-MANAGER-ID NOT = WS-CURRENT-MANAGER
                   ADD 1 TO WS-MANAGER-COUNT
               END-IF
               MOVE SRT-MANAGER-ID TO WS-CURRENT-MANAGER
               PERFORM 230-PRINT-MANAGER-HEADING THRU 230-EXIT
           END-IF.

           MOVE OPW-OPERATOR-ID TO WS-ISL-OPERATOR-ID.
           MOVE OPW-OPERATOR-NAME TO WS-ISL-NAME.
           MOVE OPW-DEPARTMENT TO WS-ISL-DEPARTMENT.
           MOVE OPW-AUTHORITY TO WS-ISL-AUTHORITY.
           PERFORM 085-SET-LOCK-WORD THRU 085-EXIT.
           MOVE WS-LOCK-WORD TO WS-ISL-STATUS.
           IF OPT-LAST-SIGNON (SRT-OPERATOR-SUB) = ZERO
               MOVE 'NEVER' TO WS-ISL-LAST-SIGNON
               MOVE ZERO TO WS-ISL-DAYS
           ELSE
               MOVE OPT-LAST-SIGNON (SRT-OPERATOR-SUB)
                   TO WS-ISL-LAST-SIGNON
               COMPUTE WS-DAYS-SINCE =
                   FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
                 - FUNCTION INTEGER-OF-DATE
                       (OPT-LAST-SIGNON (SRT-OPERATOR-SUB))
               MOVE WS-DAYS-SINCE TO WS-ISL-DAYS
           END-IF.
           WRITE RECERT-PRINT-RECORD FROM WS-ISSUE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           MOVE SPACES TO RECERT-LIST-RECORD.
           MOVE WS-RUN-DATE TO RCL-CYCLE-DATE.
           MOVE OPW-OPERATOR-ID TO RCL-OPERATOR-ID.
           MOVE OPW-MANAGER-ID TO RCL-MANAGER-ID.
           MOVE OPW-AUTHORITY TO RCL-AUTHORITY.
           WRITE RECERT-LIST-RECORD.
           ADD 1 TO WS-LISTED-COUNT.

           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

       225-EXIT.
           EXIT.

       230-PRINT-MANAGER-HEADING.
           PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT.
           MOVE SPACES TO WS-MGH-MANAGER-NAME.
           IF WS-CURRENT-MANAGER = SPACES
               MOVE 'NONE' TO WS-MGH-MANAGER-ID
               MOVE 'NO MANAGER ON FILE - SECURITY OFFICE'
                   TO WS-MGH-MANAGER-NAME
           ELSE
               MOVE WS-CURRENT-MANAGER TO WS-MGH-MANAGER-ID
               MOVE WS-CURRENT-MANAGER TO WS-WANTED-OPERATOR
               PERFORM 080-FIND-OPERATOR THRU 080-EXIT
               IF WS-OPERATOR-FOUND > ZERO
                   MOVE OPT-IMAGE (WS-OPERATOR-FOUND) (10:20)
                       TO WS-MGH-MANAGER-NAME
               ELSE
                   MOVE 'NOT ON THE OPERATOR MASTER'
                       TO WS-MGH-MANAGER-NAME
               END-IF
           END-IF.
           WRITE RECERT-PRINT-RECORD FROM WS-MANAGER-HEADING
               AFTER ADVANCING 1 LINE.
           WRITE RECERT-PRINT-RECORD FROM WS-ISSUE-COLUMNS
               AFTER ADVANCING 2 LINES.
           ADD 3 TO WS-LINE-COUNT.

       230-EXIT.
           EXIT.

      *    CONFIRMATIONS FIRST, THEN EVERY LISTED OPERATOR'S OUTCOME.
       300-CLOSE-CYCLE.
           MOVE 'CLOSE - OUTCOMES' TO WS-PGH-MODE.
           MOVE WS-CYCLE-DATE TO WS-PGH-CYCLE.
           PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT.

           IF WS-LIST-COUNT = ZERO
               MOVE 'NO RECERTIFICATION CYCLE IS OPEN - NOTHING CLOSED'
                   TO RECERT-PRINT-RECORD
               WRITE RECERT-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               MOVE 4 TO WS-FINAL-RETURN-CODE
               GO TO 399-EXIT
           END-IF.

           MOVE 'CONFIRMATIONS RECEIVED' TO RECERT-PRINT-RECORD.
           WRITE RECERT-PRINT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           PERFORM 310-APPLY-CONFIRMATIONS THRU 319-EXIT.

           MOVE 'OPERATOR  MANAGER   AUTH CONFIRMED BY OUTCOME'
               TO RECERT-PRINT-RECORD.
           WRITE RECERT-PRINT-RECORD
               AFTER ADVANCING 3 LINES.
           ADD 3 TO WS-LINE-COUNT.
           PERFORM 330-CLOSE-ONE-LISTED THRU 339-EXIT
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT.

           MOVE 'Y' TO WS-CYCLE-CLOSED.

           PERFORM 460-PRINT-COUNTS THRU 469-EXIT.

       399-EXIT.
           EXIT.

      *    AN EMPTY CONFIRMATION FILE MEANS NOBODY ANSWERED - EVERY
      *    LISTED OPERATOR IS THEN DISABLED.  NO FILE AT ALL IS A
      *    CLOSE SUBMITTED TOO SOON, AND IS REFUSED BEFORE ANYONE
      *    IS TOUCHED.
       310-APPLY-CONFIRMATIONS.
           OPEN INPUT CONFIRMATION-FILE.

           IF NOT WS-CONFIRM-OK
               MOVE "CONFIRMATION-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CONFIRM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CONFIRMATION-FILE
               AT END
                   MOVE 'Y' TO CONFIRM-EOF-SWITCH
                   MOVE '  NONE' TO RECERT-PRINT-RECORD
                   WRITE RECERT-PRINT-RECORD
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-LINE-COUNT
           END-READ.

           PERFORM 315-APPLY-ONE-CONFIRMATION THRU 315-EXIT
               UNTIL CONFIRM-EOF.

           CLOSE CONFIRMATION-FILE.

       319-EXIT.
           EXIT.

      *    THE NO-MANAGER LIST IS CONFIRMED BY ANY SECURITY OPERATOR
      *    STILL ACTIVE ON THE MASTER.
       315-APPLY-ONE-CONFIRMATION.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE ZERO TO WS-LIST-FOUND.
           PERFORM 316-MATCH-ONE-LISTED THRU 316-EXIT
               VARYING WS-LIST-SUB FROM 1 BY 1
               UNTIL WS-LIST-SUB > WS-LIST-COUNT
                  OR WS-LIST-FOUND > ZERO.

           MOVE 'N' TO WS-SIGNER-SECURITY.
           IF WS-LIST-FOUND > ZERO
              AND LST-MANAGER-ID (WS-LIST-FOUND) = SPACES
               MOVE CNF-CONFIRMED-BY TO WS-WANTED-OPERATOR
               PERFORM 080-FIND-OPERATOR THRU 080-EXIT
               IF WS-OPERATOR-FOUND > ZERO
                   MOVE OPT-IMAGE (WS-OPERATOR-FOUND)
                       TO WS-OPERATOR-WORK
                   IF OPW-AUTHORITY NOT < WS-SECURITY-AUTHORITY
                      AND NOT OPW-DISABLED
                       MOVE 'Y' TO WS-SIGNER-SECURITY
                   END-IF
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN CNF-CONFIRMED-BY = SPACES
                   MOVE 'NO MANAGER NAMED - REFUSED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-LIST-FOUND = ZERO
                   MOVE 'NOT ON THIS CYCLE - REFUSED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN CNF-CONFIRMED-BY = CNF-OPERATOR-ID
                   MOVE 'SELF-CONFIRMATION - REFUSED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN LST-MANAGER-ID (WS-LIST-FOUND) = SPACES
                AND NOT SIGNER-IS-SECURITY
                   MOVE 'NOT A SECURITY OPERATOR - REFUSED'
                       TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN LST-MANAGER-ID (WS-LIST-FOUND) NOT = SPACES
                AND CNF-CONFIRMED-BY
                       NOT = LST-MANAGER-ID (WS-LIST-FOUND)
                   MOVE 'NOT THE LISTED MANAGER - REFUSED'
                       TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   MOVE CNF-CONFIRMED-BY
                       TO LST-CONFIRMED-BY (WS-LIST-FOUND)
                   MOVE 'CONFIRMED' TO WS-VERDICT
           END-EVALUATE.

           IF WS-LINE-COUNT > 55
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
           END-IF.
           MOVE CNF-OPERATOR-ID TO WS-CFL-OPERATOR-ID.
           MOVE CNF-CONFIRMED-BY TO WS-CFL-CONFIRMED-BY.
           MOVE WS-VERDICT TO WS-CFL-VERDICT.
           WRITE RECERT-PRINT-RECORD FROM WS-CONFIRM-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

           READ CONFIRMATION-FILE
               AT END
                   MOVE 'Y' TO CONFIRM-EOF-SWITCH
           END-READ.

       315-EXIT.
           EXIT.

       316-MATCH-ONE-LISTED.
           IF LST-OPERATOR-ID (WS-LIST-SUB) = CNF-OPERATOR-ID
               MOVE WS-LIST-SUB TO WS-LIST-FOUND
           END-IF.

       316-EXIT.
           EXIT.

      *    CONFIRMED STAMPS THE RECERTIFICATION DATE; UNCONFIRMED
      *    DISABLES.  AN OPERATOR DISABLED OR REMOVED SINCE THE ISSUE
      *    NEEDS NOTHING MORE.
       330-CLOSE-ONE-LISTED.
           MOVE LST-OPERATOR-ID (WS-LIST-SUB) TO WS-WANTED-OPERATOR.
           PERFORM 080-FIND-OPERATOR THRU 080-EXIT.

           IF WS-OPERATOR-FOUND = ZERO
               MOVE 'NO LONGER ON THE OPERATOR MASTER'
                   TO WS-CLL-OUTCOME
               ADD 1 TO WS-GONE-COUNT
               GO TO 335-PRINT
           END-IF.

           MOVE OPT-IMAGE (WS-OPERATOR-FOUND) TO WS-OPERATOR-WORK.

           IF LST-CONFIRMED-BY (WS-LIST-SUB) NOT = SPACES
               MOVE WS-RUN-DATE TO OPW-RECERT-DATE
               MOVE WS-OPERATOR-WORK TO OPT-IMAGE (WS-OPERATOR-FOUND)
               MOVE 'Y' TO WS-MASTER-CHANGED
               MOVE 'CONFIRMED - ACCESS KEPT' TO WS-CLL-OUTCOME
               ADD 1 TO WS-CONFIRMED-COUNT
               GO TO 335-PRINT
           END-IF.

           IF OPW-DISABLED
               MOVE 'NOT CONFIRMED - ALREADY DISABLED'
                   TO WS-CLL-OUTCOME
               GO TO 335-PRINT
           END-IF.

           PERFORM 085-SET-LOCK-WORD THRU 085-EXIT.
           MOVE 'D' TO OPW-LOCK-FLAG.
           MOVE WS-OPERATOR-WORK TO OPT-IMAGE (WS-OPERATOR-FOUND).
           MOVE 'Y' TO WS-MASTER-CHANGED.
           PERFORM 340-WRITE-DISABLE-HISTORY THRU 340-EXIT.
           MOVE 'NOT CONFIRMED - DISABLED' TO WS-CLL-OUTCOME.
           ADD 1 TO WS-DISABLED-COUNT.

       335-PRINT.
           IF WS-LINE-COUNT > 55
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
           END-IF.
           MOVE LST-OPERATOR-ID (WS-LIST-SUB) TO WS-CLL-OPERATOR-ID.
           MOVE LST-MANAGER-ID (WS-LIST-SUB) TO WS-CLL-MANAGER-ID.
           MOVE LST-AUTHORITY (WS-LIST-SUB) TO WS-CLL-AUTHORITY.
           MOVE LST-CONFIRMED-BY (WS-LIST-SUB) TO WS-CLL-CONFIRMED-BY.
           WRITE RECERT-PRINT-RECORD FROM WS-CLOSE-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       339-EXIT.
           EXIT.

      *    THE ADMINISTRATION SCREEN'S MASTER-O ROW: THE OPERATOR AND
      *    THE OLD STATE, THE NEW STATE AND THIS RUN AS THE ACTOR.
       340-WRITE-DISABLE-HISTORY.
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

           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'O' TO FLH-MASTER-ID.
           MOVE 'LOCKFLAG' TO FLH-FIELD-NAME.
           MOVE OPW-OPERATOR-ID TO FLH-OLD-OPERATOR.
           MOVE WS-LOCK-WORD TO FLH-OLD-WORD.
           MOVE 'DISABLED' TO FLH-NEW-WORD.
           MOVE 'OPRRECRT' TO FLH-NEW-OPERATOR.
           MOVE 'OPRRECRT' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.
           CLOSE FIELD-HISTORY-FILE.

       340-EXIT.
           EXIT.

       460-PRINT-COUNTS.
           PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT.

           MOVE 'OPERATORS ON THE MASTER' TO WS-CNL-LABEL.
           MOVE WS-OPERATOR-COUNT TO WS-CNL-COUNT.
           WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF MODE-IS-ISSUE
               MOVE 'MANAGERS LISTED' TO WS-CNL-LABEL
               MOVE WS-MANAGER-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'OPERATORS LISTED FOR CONFIRMATION'
                   TO WS-CNL-LABEL
               MOVE WS-LISTED-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               MOVE 'OPERATORS ON THE CYCLE' TO WS-CNL-LABEL
               MOVE WS-LIST-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'CONFIRMED' TO WS-CNL-LABEL
               MOVE WS-CONFIRMED-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'DISABLED FOR WANT OF CONFIRMATION'
                   TO WS-CNL-LABEL
               MOVE WS-DISABLED-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'NO LONGER ON THE MASTER' TO WS-CNL-LABEL
               MOVE WS-GONE-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
               MOVE 'CONFIRMATIONS REFUSED' TO WS-CNL-LABEL
               MOVE WS-REFUSED-COUNT TO WS-CNL-COUNT
               WRITE RECERT-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF WS-OPERATOR-OVERFLOW > ZERO
               MOVE 'OPERATOR MASTER OVER 100 - NOT ALL WERE REVIEWED'
                   TO RECERT-PRINT-RECORD
               WRITE RECERT-PRINT-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF.

       469-EXIT.
           EXIT.

       490-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE RECERT-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO RECERT-PRINT-RECORD.
           WRITE RECERT-PRINT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-COUNT.

       490-EXIT.
           EXIT.

      *    THE MASTER GOES BACK WHOLE, AS SIGNON AND THE
      *    ADMINISTRATION SCREEN WRITE IT.  AN OVERFLOWED MASTER IS
      *    NEVER WRITTEN BACK - IT WOULD LOSE OPERATORS.
       500-SAVE-OPERATORS.
           IF WS-OPERATOR-OVERFLOW > ZERO
               DISPLAY "OPERATOR MASTER OVER 100 - CHANGES NOT SAVED"
                       UPON SYSERR
               MOVE 8 TO WS-FINAL-RETURN-CODE
               GO TO 509-EXIT
           END-IF.

           OPEN OUTPUT OPERATOR-MASTER-FILE.
           IF NOT WS-OPERMSTR-OK
               MOVE "OPERATOR-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-OPERMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 505-SAVE-ONE-OPERATOR THRU 505-EXIT
               VARYING WS-OPERATOR-SUB FROM 1 BY 1
               UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT.

           CLOSE OPERATOR-MASTER-FILE.
           MOVE 'Y' TO WS-MASTER-SAVED.

       509-EXIT.
           EXIT.

       505-SAVE-ONE-OPERATOR.
           MOVE OPT-IMAGE (WS-OPERATOR-SUB) TO OPERATOR-MASTER-RECORD.
           WRITE OPERATOR-MASTER-RECORD.

       505-EXIT.
           EXIT.

      *    THE CLOSED CYCLE COMES OFF RECRTLST ONCE ITS OUTCOMES ARE
      *    SAFELY ON OPERMSTR.
       510-EMPTY-CYCLE-LIST.
           OPEN OUTPUT RECERT-LIST-FILE.
           IF NOT WS-LIST-OK
               MOVE "RECERT-LIST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           CLOSE RECERT-LIST-FILE.

       519-EXIT.
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
      *    EACH RUN - OPERATORS READ, AND THE OPERATORS LISTED ON AN
      *    ISSUE OR DISABLED ON A CLOSE, WITH THE MODE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'OPRRECRT' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           IF MODE-IS-ISSUE
               MOVE WS-LISTED-COUNT TO ATR-DETAIL-COUNT
               MOVE 'ISSUE' TO ATR-RUN-MODES
           ELSE
               MOVE WS-DISABLED-COUNT TO ATR-DETAIL-COUNT
               MOVE 'CLOSE' TO ATR-RUN-MODES
           END-IF.
           MOVE ZERO TO ATR-CONTROL-TOTAL.

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
