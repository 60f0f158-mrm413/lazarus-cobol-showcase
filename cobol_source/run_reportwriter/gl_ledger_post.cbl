       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * GENERAL LEDGER POSTING AND TRIAL BALANCE.                     *
      *                                                               *
      * HALF THE SUITE NOW FEEDS THE LEDGER IN THE GLJRNL LAYOUT -    *
      * ARGLJRNL (CHARGE RUN), GLJRNL (PAYROLL REGISTER), WAGEJRNL    *
      * (WAGE ACCRUAL), WOFJRNL (WRITE-OFFS), LOYJRNL (LOYALTY        *
      * POINTS), PTSJRNL (POINTS REDEMPTIONS), STUBJRNL (STUDENT      *
      * BILLING), STUPJRNL (STUDENT RECEIPTS), EMPTJRNL (EMPLOYER     *
      * PAYROLL TAX), OFFCJRNL (OFF-CYCLE PAY) AND RETJRNL (401(K)    *
      * MATCH) - AND THEIR TOTALS WERE BEING KEYED INTO THE LEDGER BY *
      * HAND.  THIS JOB TAKES EACH FEED AS ONE BATCH.  A FIRST PASS   *
      * PROVES IT: DEBITS MUST EQUAL CREDITS, EVERY ACCOUNT MUST BE   *
      * ON CHARTACC, EVERY ENTRY MUST BE A 'D' OR A 'C' WITH A        *
      * NUMERIC AMOUNT.  A BATCH THAT FAILS ANY OF IT IS REJECTED     *
      * WHOLE AND LEFT IN PLACE FOR CORRECTION; A BATCH THAT PROVES   *
      * IS POSTED BY A SECOND PASS TO THE INDEXED GLBALMST BALANCE    *
      * MASTER, ONE ROW PER FISCAL PERIOD AND ACCOUNT, AND THE FEED   *
      * IS THEN EMPTIED SO A RERUN CAN NEVER POST IT TWICE.           *
      *                                                               *
      * THE FEEDS CARRY NO DATE, SO EVERYTHING POSTS TO THE ONE       *
      * FISCAL PERIOD THE JOB IS RUN FOR (GL-FISCAL-PERIOD=YYYYMM,    *
      * DEFAULT THE RUN MONTH).  GLPERIOD HOLDS THE PERIOD-CLOSE      *
      * FLAGS: A PERIOD MARKED CLOSED TAKES NO POSTINGS, AND EVERY    *
      * BATCH OFFERED TO IT IS REJECTED.  GL-CLOSE-PERIOD=Y CLOSES    *
      * THE PERIOD AT THE END OF THE RUN, AFTER ITS TRIAL BALANCE.    *
      *                                                               *
      * GLPREG LISTS EVERY ENTRY OFFERED AND EACH BATCH'S VERDICT;    *
      * GLTRIAL IS THE PERIOD'S TRIAL BALANCE OFF THE MASTER AND      *
      * PROVES TOTAL DEBITS EQUAL TOTAL CREDITS.  A REJECTED BATCH OR *
      * AN OUT-OF-BALANCE TRIAL BALANCE RETURNS 4.                    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    EACH FEED IN TURN - ITS PATH COMES OFF THE SAME
      *    ENVIRONMENT NAME THE PRODUCING JOB WRITES IT UNDER.
           SELECT JOURNAL-FEED-FILE
               ASSIGN TO DYNAMIC WS-FEED-PATH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FEED-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

           SELECT GL-PERIOD-FILE
               ASSIGN TO EXTERNAL GLPERIOD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PERIOD-STATUS.

           SELECT GL-BALANCE-FILE
               ASSIGN TO EXTERNAL GLBALMST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS GLB-BALANCE-KEY
                         FILE STATUS IS WS-BALANCE-STATUS.

           SELECT POSTING-REGISTER-FILE
               ASSIGN TO EXTERNAL GLPREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT TRIAL-BALANCE-FILE
               ASSIGN TO EXTERNAL GLTRIAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TRIAL-STATUS.

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

       FD  JOURNAL-FEED-FILE.

      *    THE GLJRNL RECORD EVERY FEEDING JOB WRITES.  ONLY THE
      *    PAYROLL FEEDS FILL THE COMPANY CODE.
       01  GL-JOURNAL-RECORD.
           03  GLJ-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  GLJ-DEBIT-CREDIT        PIC X(01).
               88  GLJ-IS-DEBIT                    VALUE 'D'.
               88  GLJ-IS-CREDIT                   VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  GLJ-AMOUNT              PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  GLJ-DESCRIPTION         PIC X(30).
           03  GLJ-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(27).

       FD  CHART-OF-ACCOUNTS-FILE.

       01  CHART-OF-ACCOUNTS-RECORD.
           03  CAC-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CAC-ACCOUNT-TYPE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  CAC-DEPARTMENT          PIC X(02).
           03  FILLER                  PIC X(01).
           03  CAC-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(38).

       FD  GL-PERIOD-FILE.

      *    ONE ROW PER FISCAL PERIOD ACCOUNTING HAS TOUCHED.  A
      *    PERIOD WITH NO ROW HAS NEVER BEEN CLOSED AND IS OPEN.
       01  GL-PERIOD-RECORD.
           03  GLP-FISCAL-PERIOD       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  GLP-PERIOD-STATUS       PIC X(01).
               88  GLP-PERIOD-CLOSED               VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  GLP-CLOSED-DATE         PIC 9(08).
           03  FILLER                  PIC X(63).

       FD  GL-BALANCE-FILE.

      *    PERIOD ACTIVITY BY ACCOUNT.  THE PERIOD LEADS THE KEY SO
      *    A TRIAL BALANCE IS ONE START AND A STRAIGHT READ.
       01  GL-BALANCE-RECORD.
           03  GLB-BALANCE-KEY.
               05  GLB-FISCAL-PERIOD   PIC 9(06).
               05  GLB-ACCOUNT-NUMBER  PIC 9(06).
           03  GLB-DEBIT-TOTAL         PIC S9(11)V99.
           03  GLB-CREDIT-TOTAL        PIC S9(11)V99.
           03  GLB-ENTRY-COUNT         PIC 9(07).
           03  GLB-LAST-POSTED-DATE    PIC 9(08).
           03  FILLER                  PIC X(27).

       FD  POSTING-REGISTER-FILE.

       01  POSTING-REGISTER-RECORD     PIC X(100).

       FD  TRIAL-BALANCE-FILE.

       01  TRIAL-BALANCE-RECORD        PIC X(100).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'GLPOST01'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-FEED-STATUS              PIC XX.
           88  WS-FEED-OK                          VALUE "00".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
       77  WS-PERIOD-STATUS            PIC XX.
           88  WS-PERIOD-OK                        VALUE "00".
           88  WS-PERIOD-NOT-FOUND                 VALUE "35".
       77  WS-BALANCE-STATUS           PIC XX.
           88  WS-BALANCE-OK                       VALUE "00".
           88  WS-BALANCE-NOT-FOUND                VALUE "35".
           88  WS-BALANCE-NO-RECORD                VALUE "23".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-TRIAL-STATUS             PIC XX.
           88  WS-TRIAL-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  FEED-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  FEED-EOF                            VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
       77  PERIOD-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  PERIOD-EOF                          VALUE 'Y'.
       77  BALANCE-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  BALANCE-EOF                         VALUE 'Y'.
       77  WS-PERIOD-CLOSED-SWITCH     PIC X(1)    VALUE 'N'.
           88  POSTING-PERIOD-CLOSED               VALUE 'Y'.
       77  WS-CLOSE-REQUEST            PIC X(01)   VALUE SPACE.
           88  CLOSE-REQUESTED                     VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-POSTED-ENTRY-COUNT       PIC 9(06)   VALUE 0.
       77  WS-POSTED-BATCH-COUNT       PIC 9(03)   VALUE 0.
       77  WS-REJECTED-BATCH-COUNT     PIC 9(03)   VALUE 0.
       77  WS-POSTED-DEBIT-TOTAL       PIC S9(11)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       77  WS-PERIOD-KEYED             PIC X(06)   VALUE SPACES.
       01  WS-POSTING-PERIOD           PIC 9(06)   VALUE 0.
       01  FILLER                      REDEFINES WS-POSTING-PERIOD.
           03  WS-POST-YEAR            PIC 9(04).
           03  WS-POST-MONTH           PIC 9(02).

      *    THE FEEDS, ONE ROW EACH, IN THE ORDER THEY POST.
       77  WS-FEED-SUB                 PIC 9(02)   VALUE 0.
       77  WS-FEED-PATH                PIC X(64)   VALUE SPACES.
       01  JOURNAL-FEED-TABLE.
           02  JOURNAL-FEED-ENTRY      OCCURS 11 TIMES.
               03  JFT-FILE-CLASS      PIC X(08).
               03  JFT-TITLE           PIC X(20).

      *    ONE BATCH'S PROOF - FIRST PASS COUNTS AND FOOTS IT AND
      *    NOTES THE FIRST THING WRONG WITH IT.
       77  WS-BATCH-ENTRIES            PIC 9(06)   VALUE 0.
       77  WS-BATCH-DEBITS             PIC S9(11)V99 VALUE 0.
       77  WS-BATCH-CREDITS            PIC S9(11)V99 VALUE 0.
       77  WS-BATCH-BAD-ENTRIES        PIC 9(06)   VALUE 0.
       77  WS-BATCH-VERDICT            PIC X(30)   VALUE SPACES.
       77  WS-ENTRY-NOTE               PIC X(20)   VALUE SPACES.

       01  CHART-TABLE.
           02  CHART-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY CHART-IX.
               03  CHT-ACCOUNT-NUMBER  PIC 9(06).
               03  CHT-DESCRIPTION     PIC X(30).
       77  WS-CHART-COUNT              PIC 9(03)   VALUE 0.
       77  WS-LOOKUP-ACCOUNT           PIC 9(06)   VALUE 0.
       77  WS-FOUND-DESC               PIC X(30)   VALUE SPACES.
       77  WS-ACCOUNT-FOUND-SWITCH     PIC X(1)    VALUE 'N'.
           88  ACCOUNT-ON-CHART                    VALUE 'Y'.

      *    GLPERIOD IS HELD WHOLE SO A CLOSE CAN WRITE IT BACK.
       01  PERIOD-TABLE.
           02  PERIOD-ENTRY            OCCURS 240 TIMES.
               03  PDT-FISCAL-PERIOD   PIC 9(06).
               03  PDT-PERIOD-STATUS   PIC X(01).
               03  PDT-CLOSED-DATE     PIC 9(08).
       77  WS-PERIOD-COUNT             PIC 9(03)   VALUE 0.
       77  WS-PERIOD-SUB               PIC 9(03)   VALUE 0.
       77  WS-POSTING-PERIOD-SUB       PIC 9(03)   VALUE 0.

      *    THE TRIAL BALANCE - EACH ACCOUNT'S NET ACTIVITY IN
      *    WHICHEVER COLUMN IT FALLS.
       77  WS-ACCOUNT-NET              PIC S9(11)V99 VALUE 0.
       77  WS-TRIAL-ACCOUNTS           PIC 9(05)   VALUE 0.
       77  WS-TRIAL-DEBITS             PIC S9(11)V99 VALUE 0.
       77  WS-TRIAL-CREDITS            PIC S9(11)V99 VALUE 0.
       77  WS-TRIAL-DIFFERENCE         PIC S9(11)V99 VALUE 0.

       01  WS-REGISTER-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'GENERAL LEDGER POSTING REGISTER - PERIOD'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGH-PERIOD           PIC 9(06).
           03  FILLER                  PIC X(12) VALUE
                   '   RUN DATE '.
           03  WS-RGH-DATE             PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RGH-CLOSED           PIC X(31) VALUE SPACES.

       01  WS-REGISTER-COLUMNS.
           03  FILLER                  PIC X(40) VALUE
                   'FEED      ACCOUNT D DESCRIPTION         '.
           03  FILLER                  PIC X(40) VALUE
                   '                   DEBIT          CREDIT'.
           03  FILLER                  PIC X(20) VALUE
                   ' NOTE               '.

       01  WS-ENTRY-LINE.
           03  WS-ENT-FEED             PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ENT-ACCOUNT          PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ENT-DEBIT-CREDIT     PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ENT-DESCRIPTION      PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ENT-DEBIT            PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ENT-CREDIT           PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ENT-NOTE             PIC X(20).

       01  WS-BATCH-LINE.
           03  FILLER                  PIC X(06) VALUE 'BATCH '.
           03  WS-BAT-FEED             PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-BAT-ENTRIES          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(09) VALUE ' ENTRIES '.
           03  WS-BAT-DEBITS           PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-BAT-CREDITS          PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-BAT-VERDICT          PIC X(30).
           03  FILLER                  PIC X(09) VALUE SPACES.

       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                  PIC X(16) VALUE
                   'BATCHES POSTED: '.
           03  WS-RGT-POSTED           PIC ZZ9.
           03  FILLER                  PIC X(13) VALUE
                   '   REJECTED: '.
           03  WS-RGT-REJECTED         PIC ZZ9.
           03  FILLER                  PIC X(19) VALUE
                   '   ENTRIES POSTED: '.
           03  WS-RGT-ENTRIES          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(39) VALUE SPACES.

       01  WS-TRIAL-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'TRIAL BALANCE - FISCAL PERIOD           '.
           03  WS-TBH-PERIOD           PIC 9(06).
           03  FILLER                  PIC X(12) VALUE
                   '   RUN DATE '.
           03  WS-TBH-DATE             PIC 9(08).
           03  FILLER                  PIC X(34) VALUE SPACES.

       01  WS-TRIAL-COLUMNS.
           03  FILLER                  PIC X(40) VALUE
                   'ACCOUNT DESCRIPTION                     '.
           03  FILLER                  PIC X(40) VALUE
                   '        DEBIT BALANCE   CREDIT BALANCE  '.
           03  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-TRIAL-LINE.
           03  WS-TBL-ACCOUNT          PIC 9(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TBL-DESCRIPTION      PIC X(30).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-TBL-DEBIT            PIC $$$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TBL-CREDIT           PIC $$$$,$$$,$$9.99.
           03  FILLER                  PIC X(26) VALUE SPACES.

       01  WS-TRIAL-TOTAL-LINE.
           03  FILLER                  PIC X(20) VALUE
                   'TRIAL BALANCE TOTALS'.
           03  FILLER                  PIC X(22) VALUE SPACES.
           03  WS-TBT-DEBITS           PIC $$$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TBT-CREDITS          PIC $$$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TBT-VERDICT          PIC X(14).
           03  FILLER                  PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           PERFORM 005-LOAD-FEED-TABLE THRU 005-EXIT.
           PERFORM 010-RESOLVE-POSTING-PERIOD THRU 019-EXIT.
           PERFORM 020-LOAD-CHART-ACCOUNTS THRU 029-EXIT.

      *    THE FIRST POSTING EVER BUILDS THE BALANCE MASTER.
           OPEN I-O GL-BALANCE-FILE.
           IF WS-BALANCE-NOT-FOUND
               OPEN OUTPUT GL-BALANCE-FILE
               IF WS-BALANCE-OK
                   CLOSE GL-BALANCE-FILE
                   OPEN I-O GL-BALANCE-FILE
               END-IF
           END-IF.
           IF NOT WS-BALANCE-OK
               MOVE "GL-BALANCE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BALANCE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT POSTING-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               MOVE "POSTING-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-POSTING-PERIOD TO WS-RGH-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-RGH-DATE.
           IF POSTING-PERIOD-CLOSED
               MOVE '** PERIOD CLOSED - NO POSTING'
                   TO WS-RGH-CLOSED
           END-IF.
           MOVE WS-REGISTER-HEADING TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.
           MOVE WS-REGISTER-COLUMNS TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.

           PERFORM 100-POST-ONE-FEED THRU 199-EXIT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 11.

           MOVE WS-POSTED-BATCH-COUNT TO WS-RGT-POSTED.
           MOVE WS-REJECTED-BATCH-COUNT TO WS-RGT-REJECTED.
           MOVE WS-POSTED-ENTRY-COUNT TO WS-RGT-ENTRIES.
           MOVE SPACES TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.
           MOVE WS-REGISTER-TOTAL-LINE TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.

           CLOSE POSTING-REGISTER-FILE.

           PERFORM 200-PRINT-TRIAL-BALANCE THRU 299-EXIT.

           CLOSE GL-BALANCE-FILE.

           IF CLOSE-REQUESTED
               PERFORM 300-CLOSE-POSTING-PERIOD THRU 309-EXIT
           END-IF.

       000-TERMINATE.
           IF WS-REJECTED-BATCH-COUNT > 0
              OR WS-TRIAL-DIFFERENCE NOT = 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       005-LOAD-FEED-TABLE.
           MOVE 'ARGLJRNL' TO JFT-FILE-CLASS (1).
           MOVE 'AR CHARGE RUN' TO JFT-TITLE (1).
           MOVE 'GLJRNL' TO JFT-FILE-CLASS (2).
           MOVE 'PAYROLL REGISTER' TO JFT-TITLE (2).
           MOVE 'WAGEJRNL' TO JFT-FILE-CLASS (3).
           MOVE 'WAGE ACCRUAL' TO JFT-TITLE (3).
           MOVE 'WOFJRNL' TO JFT-FILE-CLASS (4).
           MOVE 'WRITE-OFFS' TO JFT-TITLE (4).
           MOVE 'LOYJRNL' TO JFT-FILE-CLASS (5).
           MOVE 'LOYALTY POINTS' TO JFT-TITLE (5).
           MOVE 'PTSJRNL' TO JFT-FILE-CLASS (6).
           MOVE 'POINTS REDEMPTIONS' TO JFT-TITLE (6).
           MOVE 'STUBJRNL' TO JFT-FILE-CLASS (7).
           MOVE 'STUDENT BILLING' TO JFT-TITLE (7).
           MOVE 'STUPJRNL' TO JFT-FILE-CLASS (8).
           MOVE 'STUDENT RECEIPTS' TO JFT-TITLE (8).
           MOVE 'EMPTJRNL' TO JFT-FILE-CLASS (9).
           MOVE 'EMPLOYER PAYROLL TAX' TO JFT-TITLE (9).
           MOVE 'OFFCJRNL' TO JFT-FILE-CLASS (10).
           MOVE 'OFF-CYCLE PAY' TO JFT-TITLE (10).
           MOVE 'RETJRNL' TO JFT-FILE-CLASS (11).
           MOVE '401(K) MATCH' TO JFT-TITLE (11).

       005-EXIT.
           EXIT.

      *    THE PERIOD COMES FROM THE SCHEDULER (GL-FISCAL-PERIOD=
      *    YYYYMM) AND DEFAULTS TO THE RUN MONTH.  GLPERIOD IS
      *    OPTIONAL UNTIL THE FIRST CLOSE WRITES IT.
       010-RESOLVE-POSTING-PERIOD.
           MOVE WS-BUSINESS-DATE (1:6) TO WS-POSTING-PERIOD.
           ACCEPT WS-PERIOD-KEYED FROM ENVIRONMENT 'GL-FISCAL-PERIOD'.
           IF WS-PERIOD-KEYED NOT = SPACES
               IF WS-PERIOD-KEYED IS NUMERIC
                   MOVE WS-PERIOD-KEYED TO WS-POSTING-PERIOD
               ELSE
                   DISPLAY "GL-FISCAL-PERIOD " WS-PERIOD-KEYED
                           " IS NOT YYYYMM" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           END-IF.
           IF WS-POST-MONTH < 1 OR WS-POST-MONTH > 12
               DISPLAY "GL-FISCAL-PERIOD " WS-POSTING-PERIOD
                       " HAS NO SUCH MONTH" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ACCEPT WS-CLOSE-REQUEST FROM ENVIRONMENT 'GL-CLOSE-PERIOD'.

           OPEN INPUT GL-PERIOD-FILE.
           IF WS-PERIOD-NOT-FOUND
               GO TO 019-EXIT
           END-IF.
           IF NOT WS-PERIOD-OK
               MOVE "GL-PERIOD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PERIOD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ GL-PERIOD-FILE
               AT END
                   MOVE 'Y' TO PERIOD-EOF-SWITCH
           END-READ.

           PERFORM 015-NOTE-ONE-PERIOD THRU 015-EXIT
               UNTIL PERIOD-EOF.

           CLOSE GL-PERIOD-FILE.

       019-EXIT.
           EXIT.

       015-NOTE-ONE-PERIOD.
           IF WS-PERIOD-COUNT < 240
               ADD 1 TO WS-PERIOD-COUNT
               MOVE GLP-FISCAL-PERIOD
                   TO PDT-FISCAL-PERIOD (WS-PERIOD-COUNT)
               MOVE GLP-PERIOD-STATUS
                   TO PDT-PERIOD-STATUS (WS-PERIOD-COUNT)
               MOVE GLP-CLOSED-DATE
                   TO PDT-CLOSED-DATE (WS-PERIOD-COUNT)
               IF GLP-FISCAL-PERIOD = WS-POSTING-PERIOD
                   MOVE WS-PERIOD-COUNT TO WS-POSTING-PERIOD-SUB
                   IF GLP-PERIOD-CLOSED
                       MOVE 'Y' TO WS-PERIOD-CLOSED-SWITCH
                   END-IF
               END-IF
           END-IF.

           READ GL-PERIOD-FILE
               AT END
                   MOVE 'Y' TO PERIOD-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       020-LOAD-CHART-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.

           IF NOT WS-CHART-OK
               MOVE "CHART-OF-ACCOUNTS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHART-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-ACCOUNT THRU 025-EXIT
               UNTIL CHART-EOF.

           CLOSE CHART-OF-ACCOUNTS-FILE.

       029-EXIT.
           EXIT.

      *    AN ACCOUNT THE TABLE CANNOT HOLD COULD NOT BE RESOLVED,
      *    SO A FULL TABLE STOPS THE RUN.
       025-STORE-ONE-ACCOUNT.
           IF WS-CHART-COUNT NOT < 500
               MOVE "CHART OF ACCOUNTS TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CHART-COUNT.
           SET CHART-IX TO WS-CHART-COUNT.
           MOVE CAC-ACCOUNT-NUMBER
               TO CHT-ACCOUNT-NUMBER (CHART-IX).
           MOVE CAC-DESCRIPTION TO CHT-DESCRIPTION (CHART-IX).

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    ONE FEED, ONE BATCH.  A FEED THAT IS NOT THERE OR IS
      *    EMPTY HAS NOTHING WAITING - ITS JOB HAS NOT RUN SINCE THE
      *    LAST POSTING - AND IS SIMPLY NOTED.
       100-POST-ONE-FEED.
           MOVE JFT-FILE-CLASS (WS-FEED-SUB) TO WS-BAT-FEED.
           MOVE ZERO TO WS-BATCH-ENTRIES.
           MOVE ZERO TO WS-BATCH-DEBITS.
           MOVE ZERO TO WS-BATCH-CREDITS.
           MOVE ZERO TO WS-BATCH-BAD-ENTRIES.
           MOVE SPACES TO WS-BATCH-VERDICT.

           MOVE SPACES TO WS-FEED-PATH.
           ACCEPT WS-FEED-PATH FROM ENVIRONMENT
               JFT-FILE-CLASS (WS-FEED-SUB).
           IF WS-FEED-PATH = SPACES
               MOVE 'NOT PRESENT' TO WS-BATCH-VERDICT
               PERFORM 160-WRITE-BATCH-LINE THRU 160-EXIT
               GO TO 199-EXIT
           END-IF.

           OPEN INPUT JOURNAL-FEED-FILE.
           IF NOT WS-FEED-OK
               MOVE 'NOT PRESENT' TO WS-BATCH-VERDICT
               PERFORM 160-WRITE-BATCH-LINE THRU 160-EXIT
               GO TO 199-EXIT
           END-IF.

           MOVE SPACES TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.

      *    FIRST PASS - PROVE THE BATCH, LISTING EVERY ENTRY.
           MOVE 'N' TO FEED-EOF-SWITCH.
           READ JOURNAL-FEED-FILE
               AT END
                   MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ.

           PERFORM 110-PROVE-ONE-ENTRY THRU 110-EXIT
               UNTIL FEED-EOF.

           CLOSE JOURNAL-FEED-FILE.

           EVALUATE TRUE
               WHEN WS-BATCH-ENTRIES = ZERO
                   MOVE 'EMPTY - NOTHING TO POST' TO WS-BATCH-VERDICT
               WHEN WS-BATCH-BAD-ENTRIES > ZERO
                   MOVE 'REJECTED - BAD ENTRIES' TO WS-BATCH-VERDICT
               WHEN WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
                   MOVE 'REJECTED - OUT OF BALANCE'
                       TO WS-BATCH-VERDICT
               WHEN POSTING-PERIOD-CLOSED
                   MOVE 'REJECTED - PERIOD CLOSED' TO WS-BATCH-VERDICT
               WHEN OTHER
                   MOVE 'POSTED' TO WS-BATCH-VERDICT
           END-EVALUATE.

           IF WS-BATCH-VERDICT (1:8) = 'REJECTED'
               ADD 1 TO WS-REJECTED-BATCH-COUNT
           END-IF.

           IF WS-BATCH-VERDICT NOT = 'POSTED'
               PERFORM 160-WRITE-BATCH-LINE THRU 160-EXIT
               GO TO 199-EXIT
           END-IF.

      *    SECOND PASS - THE BATCH PROVED, SO EVERY ENTRY POSTS.
           OPEN INPUT JOURNAL-FEED-FILE.
           IF NOT WS-FEED-OK
               MOVE "JOURNAL-FEED-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FEED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO FEED-EOF-SWITCH.
           READ JOURNAL-FEED-FILE
               AT END
                   MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ.

           PERFORM 130-POST-ONE-ENTRY THRU 130-EXIT
               UNTIL FEED-EOF.

           CLOSE JOURNAL-FEED-FILE.

           ADD 1 TO WS-POSTED-BATCH-COUNT.
           ADD WS-BATCH-DEBITS TO WS-POSTED-DEBIT-TOTAL.
           PERFORM 160-WRITE-BATCH-LINE THRU 160-EXIT.
           PERFORM 150-RETIRE-FEED THRU 150-EXIT.

       199-EXIT.
           EXIT.

       110-PROVE-ONE-ENTRY.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO WS-BATCH-ENTRIES.
           MOVE SPACES TO WS-ENTRY-NOTE.
           MOVE SPACES TO WS-FOUND-DESC.

           EVALUATE TRUE
               WHEN GLJ-ACCOUNT-NUMBER NOT NUMERIC
                   MOVE 'BAD ACCOUNT NUMBER' TO WS-ENTRY-NOTE
               WHEN GLJ-AMOUNT NOT NUMERIC
                   MOVE 'BAD AMOUNT' TO WS-ENTRY-NOTE
               WHEN NOT GLJ-IS-DEBIT AND NOT GLJ-IS-CREDIT
                   MOVE 'NOT DEBIT OR CREDIT' TO WS-ENTRY-NOTE
               WHEN OTHER
                   MOVE GLJ-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT
                   PERFORM 120-FIND-ACCOUNT THRU 120-EXIT
                   IF NOT ACCOUNT-ON-CHART
                       MOVE 'NOT ON CHARTACC' TO WS-ENTRY-NOTE
                   END-IF
           END-EVALUATE.

           MOVE WS-ENTRY-NOTE TO WS-ENT-NOTE.
           IF WS-ENTRY-NOTE NOT = SPACES
               ADD 1 TO WS-BATCH-BAD-ENTRIES
           END-IF.

           MOVE JFT-FILE-CLASS (WS-FEED-SUB) TO WS-ENT-FEED.
           MOVE GLJ-DEBIT-CREDIT TO WS-ENT-DEBIT-CREDIT.
           MOVE GLJ-DESCRIPTION TO WS-ENT-DESCRIPTION.
           MOVE ZERO TO WS-ENT-DEBIT.
           MOVE ZERO TO WS-ENT-CREDIT.
           IF GLJ-ACCOUNT-NUMBER IS NUMERIC
               MOVE GLJ-ACCOUNT-NUMBER TO WS-ENT-ACCOUNT
           ELSE
               MOVE ZERO TO WS-ENT-ACCOUNT
           END-IF.
           IF GLJ-AMOUNT IS NUMERIC
               IF GLJ-IS-DEBIT
                   ADD GLJ-AMOUNT TO WS-BATCH-DEBITS
                   MOVE GLJ-AMOUNT TO WS-ENT-DEBIT
               END-IF
               IF GLJ-IS-CREDIT
                   ADD GLJ-AMOUNT TO WS-BATCH-CREDITS
                   MOVE GLJ-AMOUNT TO WS-ENT-CREDIT
               END-IF
           END-IF.
           MOVE WS-ENTRY-LINE TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.

           READ JOURNAL-FEED-FILE
               AT END
                   MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ.

       110-EXIT.
           EXIT.

       120-FIND-ACCOUNT.
           MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.
           MOVE SPACES TO WS-FOUND-DESC.
           SET CHART-IX TO 1.
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHART-IX > WS-CHART-COUNT
                   CONTINUE
               WHEN CHT-ACCOUNT-NUMBER (CHART-IX) = WS-LOOKUP-ACCOUNT
                   MOVE 'Y' TO WS-ACCOUNT-FOUND-SWITCH
                   MOVE CHT-DESCRIPTION (CHART-IX) TO WS-FOUND-DESC
           END-SEARCH.

       120-EXIT.
           EXIT.

      *    ONE ENTRY INTO ITS PERIOD/ACCOUNT ROW - THE FIRST ENTRY
      *    TO AN ACCOUNT IN A PERIOD OPENS THE ROW.
       130-POST-ONE-ENTRY.
           MOVE WS-POSTING-PERIOD TO GLB-FISCAL-PERIOD.
           MOVE GLJ-ACCOUNT-NUMBER TO GLB-ACCOUNT-NUMBER.

           READ GL-BALANCE-FILE
               INVALID KEY
                   MOVE SPACES TO GL-BALANCE-RECORD
                   MOVE WS-POSTING-PERIOD TO GLB-FISCAL-PERIOD
                   MOVE GLJ-ACCOUNT-NUMBER TO GLB-ACCOUNT-NUMBER
                   MOVE ZERO TO GLB-DEBIT-TOTAL
                   MOVE ZERO TO GLB-CREDIT-TOTAL
                   MOVE ZERO TO GLB-ENTRY-COUNT
           END-READ.

           IF GLJ-IS-DEBIT
               ADD GLJ-AMOUNT TO GLB-DEBIT-TOTAL
           ELSE
               ADD GLJ-AMOUNT TO GLB-CREDIT-TOTAL
           END-IF.
           ADD 1 TO GLB-ENTRY-COUNT.
           MOVE WS-BUSINESS-DATE TO GLB-LAST-POSTED-DATE.

           IF WS-BALANCE-NO-RECORD
               WRITE GL-BALANCE-RECORD
           ELSE
               REWRITE GL-BALANCE-RECORD
           END-IF.
           IF NOT WS-BALANCE-OK
               MOVE "GL-BALANCE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BALANCE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-POSTED-ENTRY-COUNT.

           READ JOURNAL-FEED-FILE
               AT END
                   MOVE 'Y' TO FEED-EOF-SWITCH
           END-READ.

       130-EXIT.
           EXIT.

      *    A POSTED FEED IS EMPTIED, THE WAY THE DAY-END CERTIFICATE
      *    RETIRES THE HANDSHAKE LOG, SO THE NEXT POSTING RUN FINDS
      *    ONLY WHAT ITS JOB HAS WRITTEN SINCE.
       150-RETIRE-FEED.
           OPEN OUTPUT JOURNAL-FEED-FILE.
           IF WS-FEED-OK
               CLOSE JOURNAL-FEED-FILE
           ELSE
               DISPLAY "CANNOT RETIRE " JFT-FILE-CLASS (WS-FEED-SUB)
                       " AFTER POSTING, STATUS " WS-FEED-STATUS
                       " - EMPTY IT BEFORE THE NEXT RUN" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       150-EXIT.
           EXIT.

       160-WRITE-BATCH-LINE.
           MOVE WS-BATCH-ENTRIES TO WS-BAT-ENTRIES.
           MOVE WS-BATCH-DEBITS TO WS-BAT-DEBITS.
           MOVE WS-BATCH-CREDITS TO WS-BAT-CREDITS.
           MOVE WS-BATCH-VERDICT TO WS-BAT-VERDICT.
           MOVE WS-BATCH-LINE TO POSTING-REGISTER-RECORD.
           WRITE POSTING-REGISTER-RECORD.

       160-EXIT.
           EXIT.

      *    THE PERIOD'S TRIAL BALANCE, STRAIGHT OFF THE MASTER -
      *    WHAT WAS POSTED BEFORE TONIGHT INCLUDED.
       200-PRINT-TRIAL-BALANCE.
           OPEN OUTPUT TRIAL-BALANCE-FILE.
           IF NOT WS-TRIAL-OK
               MOVE "TRIAL-BALANCE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TRIAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-POSTING-PERIOD TO WS-TBH-PERIOD.
           MOVE WS-BUSINESS-DATE TO WS-TBH-DATE.
           MOVE WS-TRIAL-HEADING TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE WS-TRIAL-COLUMNS TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           MOVE 'N' TO BALANCE-EOF-SWITCH.
           MOVE WS-POSTING-PERIOD TO GLB-FISCAL-PERIOD.
           MOVE ZERO TO GLB-ACCOUNT-NUMBER.
           START GL-BALANCE-FILE KEY IS NOT LESS THAN GLB-BALANCE-KEY
               INVALID KEY
                   MOVE 'Y' TO BALANCE-EOF-SWITCH
           END-START.

           IF NOT BALANCE-EOF
               PERFORM 205-READ-NEXT-BALANCE THRU 205-EXIT
           END-IF.

           PERFORM 210-LIST-ONE-ACCOUNT THRU 210-EXIT
               UNTIL BALANCE-EOF.

           COMPUTE WS-TRIAL-DIFFERENCE =
               WS-TRIAL-DEBITS - WS-TRIAL-CREDITS.

           MOVE SPACES TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.
           MOVE WS-TRIAL-DEBITS TO WS-TBT-DEBITS.
           MOVE WS-TRIAL-CREDITS TO WS-TBT-CREDITS.
           IF WS-TRIAL-DIFFERENCE = ZERO
               MOVE 'IN BALANCE' TO WS-TBT-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-TBT-VERDICT
           END-IF.
           MOVE WS-TRIAL-TOTAL-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           IF CLOSE-REQUESTED
               MOVE SPACES TO TRIAL-BALANCE-RECORD
               STRING 'PERIOD ' WS-POSTING-PERIOD
                      ' CLOSED AT THE END OF THIS RUN'
                   DELIMITED BY SIZE INTO TRIAL-BALANCE-RECORD
               END-STRING
               WRITE TRIAL-BALANCE-RECORD
           END-IF.

           CLOSE TRIAL-BALANCE-FILE.

       299-EXIT.
           EXIT.

       205-READ-NEXT-BALANCE.
           READ GL-BALANCE-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO BALANCE-EOF-SWITCH
           END-READ.

           IF NOT BALANCE-EOF
              AND GLB-FISCAL-PERIOD NOT = WS-POSTING-PERIOD
               MOVE 'Y' TO BALANCE-EOF-SWITCH
           END-IF.

       205-EXIT.
           EXIT.

       210-LIST-ONE-ACCOUNT.
           ADD 1 TO WS-TRIAL-ACCOUNTS.
           MOVE GLB-ACCOUNT-NUMBER TO WS-LOOKUP-ACCOUNT.
           PERFORM 120-FIND-ACCOUNT THRU 120-EXIT.

           MOVE SPACES TO WS-TRIAL-LINE.
           MOVE GLB-ACCOUNT-NUMBER TO WS-TBL-ACCOUNT.
           IF ACCOUNT-ON-CHART
               MOVE WS-FOUND-DESC TO WS-TBL-DESCRIPTION
           ELSE
               MOVE '** NO LONGER ON CHARTACC' TO WS-TBL-DESCRIPTION
           END-IF.

           COMPUTE WS-ACCOUNT-NET = GLB-DEBIT-TOTAL - GLB-CREDIT-TOTAL.
           IF WS-ACCOUNT-NET < ZERO
               COMPUTE WS-ACCOUNT-NET = ZERO - WS-ACCOUNT-NET
               ADD WS-ACCOUNT-NET TO WS-TRIAL-CREDITS
               MOVE ZERO TO WS-TBL-DEBIT
               MOVE WS-ACCOUNT-NET TO WS-TBL-CREDIT
           ELSE
               ADD WS-ACCOUNT-NET TO WS-TRIAL-DEBITS
               MOVE WS-ACCOUNT-NET TO WS-TBL-DEBIT
               MOVE ZERO TO WS-TBL-CREDIT
           END-IF.
           MOVE WS-TRIAL-LINE TO TRIAL-BALANCE-RECORD.
           WRITE TRIAL-BALANCE-RECORD.

           PERFORM 205-READ-NEXT-BALANCE THRU 205-EXIT.

       210-EXIT.
           EXIT.

      *    THE CLOSE FLAG GOES ON THE POSTING PERIOD'S ROW - ADDING
      *    THE ROW IF THE PERIOD HAS NONE - AND GLPERIOD IS WRITTEN
      *    BACK WHOLE.
       300-CLOSE-POSTING-PERIOD.
           IF WS-POSTING-PERIOD-SUB = ZERO
               IF WS-PERIOD-COUNT NOT < 240
                   DISPLAY "GLPERIOD IS FULL - PERIOD "
                           WS-POSTING-PERIOD " NOT CLOSED" UPON SYSERR
                   MOVE 4 TO WS-FINAL-RETURN-CODE
                   GO TO 309-EXIT
               END-IF
               ADD 1 TO WS-PERIOD-COUNT
               MOVE WS-PERIOD-COUNT TO WS-POSTING-PERIOD-SUB
               MOVE WS-POSTING-PERIOD
                   TO PDT-FISCAL-PERIOD (WS-POSTING-PERIOD-SUB)
           END-IF.

           IF PDT-PERIOD-STATUS (WS-POSTING-PERIOD-SUB) NOT = 'C'
               MOVE 'C' TO PDT-PERIOD-STATUS (WS-POSTING-PERIOD-SUB)
               MOVE WS-BUSINESS-DATE
                   TO PDT-CLOSED-DATE (WS-POSTING-PERIOD-SUB)
           END-IF.

           OPEN OUTPUT GL-PERIOD-FILE.
           IF NOT WS-PERIOD-OK
               MOVE "GL-PERIOD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PERIOD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 310-WRITE-ONE-PERIOD THRU 310-EXIT
               VARYING WS-PERIOD-SUB FROM 1 BY 1
               UNTIL WS-PERIOD-SUB > WS-PERIOD-COUNT.

           CLOSE GL-PERIOD-FILE.

       309-EXIT.
           EXIT.

       310-WRITE-ONE-PERIOD.
           MOVE SPACES TO GL-PERIOD-RECORD.
           MOVE PDT-FISCAL-PERIOD (WS-PERIOD-SUB) TO GLP-FISCAL-PERIOD.
           MOVE PDT-PERIOD-STATUS (WS-PERIOD-SUB) TO GLP-PERIOD-STATUS.
           MOVE PDT-CLOSED-DATE (WS-PERIOD-SUB) TO GLP-CLOSED-DATE.
           WRITE GL-PERIOD-RECORD.

       310-EXIT.
           EXIT.

       097-WRITE-AUDIT-TRAIL.
      *    ONE AUDIT RECORD IS APPENDED TO THE SHARED AUDITTRL FILE
      *    EACH RUN - JOURNAL ENTRIES READ, ENTRIES POSTED, AND THE
      *    DEBITS POSTED TO THE LEDGER.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'GLPOST01' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-POSTED-ENTRY-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-POSTED-DEBIT-TOTAL TO ATR-CONTROL-TOTAL.

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
