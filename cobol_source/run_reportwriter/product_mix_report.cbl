       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * PRODUCT MIX REPORT.                                           *
      *                                                               *
      * THE DISTRICT SALES REPORT SAYS HOW MUCH A DISTRICT SOLD BUT   *
      * NOT WHAT, SO A DISTRICT SHORT ON VOLUME CANNOT BE TOLD FROM   *
      * ONE SELLING LOW-MARGIN LINES.  THIS RUN READS THE CLEAN,      *
      * SORTED SALES FEED THE EDIT/SORT FRONT END WRITES (SALESSRT)   *
      * AND PRICES EVERY SALE'S PRODUCT LINE AT THE MARGIN PERCENT ON *
      * THE PRODLINE MASTER.  THE FIRST SECTION SHOWS SALES AND       *
      * ESTIMATED MARGIN BY PRODUCT LINE WITHIN DISTRICT, THE SECOND  *
      * BY SALESMAN WITH A BLENDED MARGIN PERCENT, EACH AGAINST LAST  *
      * PERIOD OFF PRIORTOT ('P' RECORDS FOR THE LINES, 'D' AND 'S'   *
      * FOR THE DISTRICT AND SALESMAN TOTALS).                        *
      *                                                               *
      * THE DISTRICT SALES REPORT REPLACES PRIORTOT WITH THIS         *
      * PERIOD'S FIGURES AT ITS TERMINATION, SO THIS RUN MUST COME    *
      * AHEAD OF IT IN THE SCHEDULE.  A SALE WHOSE LINE IS NOT ON     *
      * PRODLINE - POSSIBLE ONLY WHEN THE EDIT RAN WITHOUT THE        *
      * MASTER - IS SHOWN AS SUCH WITH NO MARGIN, AND THE RUN ENDS    *
      * WITH RETURN CODE 4.                                           *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT SALES-DATA
               ASSIGN TO EXTERNAL SALESSRT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SALES-STATUS.

           SELECT PRODUCT-LINE-FILE
               ASSIGN TO EXTERNAL PRODLINE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PRODLINE-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMMSTR-STATUS.

           SELECT PRIOR-TOTALS-FILE
               ASSIGN TO EXTERNAL PRIORTOT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PRIOR-STATUS.

           SELECT MIX-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING PRODMIX
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

       FD  SALES-DATA.

       01  SALES-RECORD.
           03  SR-SALESMAN-NUMBER      PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SR-DISTRICT-CODE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  SR-SALE-AMOUNT          PIC S9(04)V99.
           03  FILLER                  PIC X(01).
           03  SR-PRODUCT-LINE         PIC X(03).
           03  FILLER                  PIC X(01).
           03  SR-CUSTOMER-NUMBER      PIC 9(04).
           03  FILLER                  PIC X(60).

       FD  PRODUCT-LINE-FILE.

       01  PRODUCT-LINE-RECORD.
           03  PLR-PRODUCT-LINE        PIC X(03).
           03  FILLER                  PIC X(01).
           03  PLR-DESCRIPTION         PIC X(20).
           03  FILLER                  PIC X(01).
           03  PLR-MARGIN-PCT          PIC 9(02)V9.
           03  FILLER                  PIC X(52).

       FD  SALESMAN-MASTER-FILE.

       01  SALESMAN-MASTER-RECORD.
           03  SMR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SMR-SALESMAN-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(135).

       FD  PRIOR-TOTALS-FILE.

       01  PRIOR-TOTALS-RECORD.
           03  PTR-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTR-KEY                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  PTR-AMOUNT              PIC S9(08)V99.
           03  FILLER                  PIC X(01).
           03  PTR-PRODUCT-LINE        PIC X(03).
           03  FILLER                  PIC X(60).

       FD  MIX-PRINT-FILE.

       01  MIX-PRINT-RECORD            PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'PRODMIX1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-SALES-STATUS             PIC XX.
           88  WS-SALES-OK                         VALUE "00".
       77  WS-PRODLINE-STATUS          PIC XX.
           88  WS-PRODLINE-OK                      VALUE "00".
       77  WS-SLSMMSTR-STATUS          PIC XX.
           88  WS-SLSMMSTR-OK                      VALUE "00".
           88  WS-SLSMMSTR-NOT-FOUND               VALUE "35".
       77  WS-PRIOR-STATUS             PIC XX.
           88  WS-PRIOR-OK                         VALUE "00".
           88  WS-PRIOR-NOT-FOUND                  VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  SALES-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  SALES-EOF                           VALUE 'Y'.
       77  PRODLINE-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PRODLINE-EOF                        VALUE 'Y'.
       77  SLSMMSTR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMMSTR-EOF                        VALUE 'Y'.
       77  PRIOR-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  PRIOR-EOF                           VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-LINES-PRINTED            PIC 9(06)   VALUE 0.
       77  WS-UNKNOWN-LINE-COUNT       PIC 9(06)   VALUE 0.
       77  WS-UNKNOWN-DIST-COUNT       PIC 9(06)   VALUE 0.
       77  WS-SALES-TOTAL              PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE PRODUCT LINES OFF PRODLINE, IN FILE ORDER - THE ORDER
      *    THEY PRINT IN.  ONE SLOT PAST THE LAST LOADED LINE HOLDS
      *    WHATEVER WAS SOLD UNDER A LINE THE MASTER DOES NOT CARRY.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 0.
       77  WS-LINE-SUB                 PIC 9(03)   VALUE 0.
       77  WS-LINE-FOUND               PIC 9(03)   VALUE 0.
       77  WS-UNKNOWN-SLOT             PIC 9(03)   VALUE 0.
       77  WS-WORK-LINE                PIC X(03)   VALUE SPACES.
       01  PRODUCT-LINE-TABLE.
           02  PRODUCT-LINE-ENTRY      OCCURS 200 TIMES.
               03  PLT-PRODUCT-LINE    PIC X(03).
               03  PLT-DESCRIPTION     PIC X(20).
               03  PLT-MARGIN-PCT      PIC 9(02)V9.

      *    ONE SLOT PER DISTRICT LETTER, EACH WITH ONE SLOT PER
      *    PRODUCT LINE PLUS THE NOT-ON-PRODLINE SLOT.
       77  WS-DISTRICT-LETTERS         PIC X(26)   VALUE
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-DIST-SUB                 PIC 9(02)   VALUE 0.
       77  WS-DIST-FOUND               PIC 9(02)   VALUE 0.
       77  WS-WORK-DISTRICT            PIC X(01)   VALUE SPACE.
       01  MIX-TABLE.
           02  MIX-DISTRICT-ENTRY      OCCURS 26 TIMES.
               03  MXD-PRIOR           PIC S9(09)V99.
               03  MXD-LINE-ENTRY      OCCURS 201 TIMES.
                   05  MXL-SALES       PIC S9(09)V99.
                   05  MXL-PRIOR       PIC S9(09)V99.

      *    ONE SLOT PER SALESMAN NUMBER.
       77  WS-SLSM-SUB                 PIC 9(03)   VALUE 0.
       01  SALESMAN-TABLE.
           02  SALESMAN-ENTRY          OCCURS 99 TIMES.
               03  SLT-NAME            PIC X(20).
               03  SLT-SALES           PIC S9(09)V99.
               03  SLT-MARGIN          PIC S9(09)V99.
               03  SLT-PRIOR           PIC S9(09)V99.

       77  WS-EST-MARGIN               PIC S9(09)V99 VALUE 0.
       77  WS-CHANGE-PCT               PIC S9(04)V9 VALUE 0.
       77  WS-BLENDED-PCT              PIC S9(03)V9 VALUE 0.
       77  WS-CHANGE-CURRENT           PIC S9(09)V99 VALUE 0.
       77  WS-CHANGE-PRIOR             PIC S9(09)V99 VALUE 0.
       01  WS-DISTRICT-TOTALS.
           03  WS-DT-SALES             PIC S9(09)V99 VALUE 0.
           03  WS-DT-MARGIN            PIC S9(09)V99 VALUE 0.
           03  WS-DT-PRIOR-LINES       PIC S9(09)V99 VALUE 0.
       01  WS-COMPANY-TOTALS.
           03  WS-CO-SALES             PIC S9(10)V99 VALUE 0.
           03  WS-CO-MARGIN            PIC S9(10)V99 VALUE 0.
           03  WS-CO-PRIOR             PIC S9(10)V99 VALUE 0.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(06) VALUE ' RUN  '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-MIX-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'DIST LINE DESCRIPTION               '.
           03  FILLER                  PIC X(36) VALUE
                   '     SALES  MARGIN%      EST MARGIN '.
           03  FILLER                  PIC X(26) VALUE
                   '    PRIOR SALES  CHANGE%  '.

       01  WS-MIX-LINE.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-MXP-DISTRICT         PIC X(01).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-MXP-PRODUCT-LINE     PIC X(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MXP-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-MXP-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MXP-MARGIN-PCT       PIC ZZ9.9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MXP-EST-MARGIN       PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-MXP-PRIOR            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MXP-CHANGE           PIC ZZZ9.9-.
           03  WS-MXP-CHANGE-X         REDEFINES WS-MXP-CHANGE
                                       PIC X(07).

       01  WS-SALESMAN-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'SLSM NAME                           '.
           03  FILLER                  PIC X(36) VALUE
                   '     SALES  MARGIN%      EST MARGIN '.
           03  FILLER                  PIC X(26) VALUE
                   '    PRIOR SALES  CHANGE%  '.

       01  WS-SALESMAN-LINE.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SLP-SALESMAN         PIC 9(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SLP-NAME             PIC X(20).
           03  FILLER                  PIC X(06) VALUE SPACES.
           03  WS-SLP-SALES            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SLP-BLENDED-PCT      PIC ZZ9.9-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-SLP-EST-MARGIN       PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-SLP-PRIOR            PIC ZZZ,ZZZ,ZZ9.99-.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SLP-CHANGE           PIC ZZZ9.9-.
           03  WS-SLP-CHANGE-X         REDEFINES WS-SLP-CHANGE
                                       PIC X(07).

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

           INITIALIZE MIX-TABLE, SALESMAN-TABLE.

           PERFORM 020-LOAD-PRODUCT-LINES THRU 029-EXIT.
           PERFORM 030-LOAD-SALESMAN-NAMES THRU 039-EXIT.
           PERFORM 040-LOAD-PRIOR-TOTALS THRU 049-EXIT.

           OPEN INPUT SALES-DATA.
           IF NOT WS-SALES-OK
               MOVE "SALES-DATA" TO WS-MSG-INSERT-1
               MOVE WS-SALES-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SALES-DATA
               AT END
                   MOVE 'Y' TO SALES-EOF-SWITCH
           END-READ.

           PERFORM 100-GATHER-ONE-SALE THRU 199-EXIT
               UNTIL SALES-EOF.

           CLOSE SALES-DATA.

           OPEN OUTPUT MIX-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "MIX-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 300-PRINT-DISTRICTS THRU 399-EXIT.
           PERFORM 400-PRINT-SALESMEN THRU 499-EXIT.

           CLOSE MIX-PRINT-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-UNKNOWN-LINE-COUNT > 0
              OR WS-UNKNOWN-DIST-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE MARGIN PERCENTS COME FROM PRODLINE, SO THE REPORT HAS
      *    NOTHING TO SAY WITHOUT IT.
       020-LOAD-PRODUCT-LINES.
           OPEN INPUT PRODUCT-LINE-FILE.

           IF NOT WS-PRODLINE-OK
               MOVE "PRODUCT-LINE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRODLINE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PRODUCT-LINE-FILE
               AT END
                   MOVE 'Y' TO PRODLINE-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-PRODUCT-LINE THRU 025-EXIT
               UNTIL PRODLINE-EOF.

           CLOSE PRODUCT-LINE-FILE.

           COMPUTE WS-UNKNOWN-SLOT = WS-LINE-COUNT + 1.

       029-EXIT.
           EXIT.

       025-STORE-ONE-PRODUCT-LINE.
           IF PLR-PRODUCT-LINE = SPACES
               GO TO 025-READ-NEXT
           END-IF.

           IF WS-LINE-COUNT NOT < 200
               DISPLAY "PRODUCT LINE TABLE FULL AT 200 - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-LINE-COUNT.
           MOVE PLR-PRODUCT-LINE TO PLT-PRODUCT-LINE (WS-LINE-COUNT).
           MOVE PLR-DESCRIPTION TO PLT-DESCRIPTION (WS-LINE-COUNT).
           MOVE ZERO TO PLT-MARGIN-PCT (WS-LINE-COUNT).
           IF PLR-MARGIN-PCT IS NUMERIC
               MOVE PLR-MARGIN-PCT TO PLT-MARGIN-PCT (WS-LINE-COUNT)
           END-IF.

       025-READ-NEXT.
           READ PRODUCT-LINE-FILE
               AT END
                   MOVE 'Y' TO PRODLINE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    NAMES ONLY - WITHOUT SLSMMSTR THE SALESMEN PRINT BY
      *    NUMBER ALONE.
       030-LOAD-SALESMAN-NAMES.
           OPEN INPUT SALESMAN-MASTER-FILE.

           IF WS-SLSMMSTR-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

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

           PERFORM 035-STORE-ONE-SALESMAN THRU 035-EXIT
               UNTIL SLSMMSTR-EOF.

           CLOSE SALESMAN-MASTER-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-SALESMAN.
           IF SMR-SALESMAN-NUMBER IS NUMERIC
              AND SMR-SALESMAN-NUMBER > ZERO
               MOVE SMR-SALESMAN-NAME
                   TO SLT-NAME (SMR-SALESMAN-NUMBER)
           END-IF.

           READ SALESMAN-MASTER-FILE
               AT END
                   MOVE 'Y' TO SLSMMSTR-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    LAST PERIOD'S FILE IS OPTIONAL - THE FIRST PERIOD RUNS
      *    WITH NOTHING TO COMPARE AGAINST.
       040-LOAD-PRIOR-TOTALS.
           OPEN INPUT PRIOR-TOTALS-FILE.

           IF WS-PRIOR-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-PRIOR-OK
               MOVE "PRIOR-TOTALS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRIOR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PRIOR-TOTALS-FILE
               AT END
                   MOVE 'Y' TO PRIOR-EOF-SWITCH
           END-READ.

           PERFORM 045-STORE-ONE-PRIOR-TOTAL THRU 045-EXIT
               UNTIL PRIOR-EOF.

           CLOSE PRIOR-TOTALS-FILE.

       049-EXIT.
           EXIT.

       045-STORE-ONE-PRIOR-TOTAL.
           IF PTR-AMOUNT IS NOT NUMERIC
               GO TO 045-READ-NEXT
           END-IF.

           EVALUATE PTR-RECORD-TYPE
               WHEN 'P'
                   MOVE PTR-KEY (1:1) TO WS-WORK-DISTRICT
                   MOVE PTR-PRODUCT-LINE TO WS-WORK-LINE
                   PERFORM 115-FIND-DISTRICT THRU 115-EXIT
                   PERFORM 117-FIND-PRODUCT-LINE THRU 117-EXIT
                   IF WS-DIST-FOUND > ZERO
                       ADD PTR-AMOUNT TO
                           MXL-PRIOR (WS-DIST-FOUND, WS-LINE-FOUND)
                   END-IF
               WHEN 'D'
                   MOVE PTR-KEY (1:1) TO WS-WORK-DISTRICT
                   PERFORM 115-FIND-DISTRICT THRU 115-EXIT
                   IF WS-DIST-FOUND > ZERO
                       ADD PTR-AMOUNT TO MXD-PRIOR (WS-DIST-FOUND)
                   END-IF
               WHEN 'S'
                   IF PTR-KEY IS NUMERIC
                      AND PTR-KEY NOT = '00'
                       MOVE PTR-KEY TO WS-SLSM-SUB
                       ADD PTR-AMOUNT TO SLT-PRIOR (WS-SLSM-SUB)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       045-READ-NEXT.
           READ PRIOR-TOTALS-FILE
               AT END
                   MOVE 'Y' TO PRIOR-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    EACH SALE LANDS IN ITS DISTRICT'S PRODUCT LINE SLOT AND
      *    ITS SALESMAN'S SLOT.  THE SALESMAN'S MARGIN IS PRICED SALE
      *    BY SALE, SINCE ONE SALESMAN SELLS ACROSS MANY LINES.
       100-GATHER-ONE-SALE.
           ADD 1 TO WS-INPUT-COUNT.

           IF SR-SALESMAN-NUMBER IS NOT NUMERIC
              OR SR-SALESMAN-NUMBER = ZERO
               GO TO 190-READ-NEXT
           END-IF.

           ADD SR-SALE-AMOUNT TO WS-SALES-TOTAL.

           MOVE SR-PRODUCT-LINE TO WS-WORK-LINE.
           PERFORM 117-FIND-PRODUCT-LINE THRU 117-EXIT.
           IF WS-LINE-FOUND = WS-UNKNOWN-SLOT
               ADD 1 TO WS-UNKNOWN-LINE-COUNT
               MOVE ZERO TO WS-EST-MARGIN
           ELSE
               COMPUTE WS-EST-MARGIN ROUNDED =
                   SR-SALE-AMOUNT * PLT-MARGIN-PCT (WS-LINE-FOUND)
                   / 100
           END-IF.

           MOVE SR-SALESMAN-NUMBER TO WS-SLSM-SUB.
           ADD SR-SALE-AMOUNT TO SLT-SALES (WS-SLSM-SUB).
           ADD WS-EST-MARGIN TO SLT-MARGIN (WS-SLSM-SUB).

           MOVE SR-DISTRICT-CODE TO WS-WORK-DISTRICT.
           PERFORM 115-FIND-DISTRICT THRU 115-EXIT.
           IF WS-DIST-FOUND = ZERO
               ADD 1 TO WS-UNKNOWN-DIST-COUNT
           ELSE
               ADD SR-SALE-AMOUNT TO
                   MXL-SALES (WS-DIST-FOUND, WS-LINE-FOUND)
           END-IF.

       190-READ-NEXT.
           READ SALES-DATA
               AT END
                   MOVE 'Y' TO SALES-EOF-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

       115-FIND-DISTRICT.
           MOVE ZERO TO WS-DIST-FOUND.
           PERFORM 116-MATCH-ONE-DISTRICT THRU 116-EXIT
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > 26
                  OR WS-DIST-FOUND > ZERO.

       115-EXIT.
           EXIT.

       116-MATCH-ONE-DISTRICT.
           IF WS-DISTRICT-LETTERS (WS-DIST-SUB:1) = WS-WORK-DISTRICT
               MOVE WS-DIST-SUB TO WS-DIST-FOUND
           END-IF.

       116-EXIT.
           EXIT.

      *    A LINE NOT ON PRODLINE COMES BACK AS THE UNKNOWN SLOT.
       117-FIND-PRODUCT-LINE.
           MOVE ZERO TO WS-LINE-FOUND.
           PERFORM 118-MATCH-ONE-PRODUCT-LINE THRU 118-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-LINE-COUNT
                  OR WS-LINE-FOUND > ZERO.

           IF WS-LINE-FOUND = ZERO
               MOVE WS-UNKNOWN-SLOT TO WS-LINE-FOUND
           END-IF.

       117-EXIT.
           EXIT.

       118-MATCH-ONE-PRODUCT-LINE.
           IF PLT-PRODUCT-LINE (WS-LINE-SUB) = WS-WORK-LINE
               MOVE WS-LINE-SUB TO WS-LINE-FOUND
           END-IF.

       118-EXIT.
           EXIT.

      *    DISTRICTS IN LETTER ORDER, LINES IN PRODLINE ORDER.  A LINE
      *    PRINTS WHEN IT SOLD THIS PERIOD OR LAST, A DISTRICT WHEN
      *    ANY OF ITS LINES DID OR IT HAD A TOTAL LAST PERIOD.
       300-PRINT-DISTRICTS.
           MOVE 'PRODUCT MIX BY DISTRICT' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE MIX-PRINT-RECORD FROM WS-MIX-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO MIX-PRINT-RECORD.
           WRITE MIX-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 310-PRINT-ONE-DISTRICT THRU 310-EXIT
               VARYING WS-DIST-SUB FROM 1 BY 1
               UNTIL WS-DIST-SUB > 26.

           MOVE SPACES TO WS-MIX-LINE.
           MOVE 'COMPANY TOTAL' TO WS-MXP-DESCRIPTION.
           MOVE WS-CO-SALES TO WS-MXP-SALES.
           MOVE WS-CO-MARGIN TO WS-MXP-EST-MARGIN.
           MOVE WS-CO-PRIOR TO WS-MXP-PRIOR.
           MOVE WS-CO-SALES TO WS-CHANGE-CURRENT.
           MOVE WS-CO-PRIOR TO WS-CHANGE-PRIOR.
           PERFORM 350-COMPUTE-CHANGE THRU 350-EXIT.
           IF WS-CHANGE-PRIOR = ZERO
               MOVE '    NEW' TO WS-MXP-CHANGE-X
           ELSE
               MOVE WS-CHANGE-PCT TO WS-MXP-CHANGE
           END-IF.
           WRITE MIX-PRINT-RECORD FROM WS-MIX-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-UNKNOWN-LINE-COUNT > ZERO
               MOVE 'SALES ON LINES NOT ON PRODLINE'
                   TO WS-CNL-LABEL
               MOVE WS-UNKNOWN-LINE-COUNT TO WS-CNL-COUNT
               WRITE MIX-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.
           IF WS-UNKNOWN-DIST-COUNT > ZERO
               MOVE 'SALES WITH NO DISTRICT LETTER'
                   TO WS-CNL-LABEL
               MOVE WS-UNKNOWN-DIST-COUNT TO WS-CNL-COUNT
               WRITE MIX-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       399-EXIT.
           EXIT.

       310-PRINT-ONE-DISTRICT.
           INITIALIZE WS-DISTRICT-TOTALS.

           PERFORM 320-PRINT-ONE-MIX-LINE THRU 320-EXIT
               VARYING WS-LINE-SUB FROM 1 BY 1
               UNTIL WS-LINE-SUB > WS-UNKNOWN-SLOT.

           IF WS-DT-SALES = ZERO
              AND WS-DT-PRIOR-LINES = ZERO
              AND MXD-PRIOR (WS-DIST-SUB) = ZERO
               GO TO 310-EXIT
           END-IF.

      *    THE SUBTOTAL'S PRIOR IS THE DISTRICT'S OWN 'D' TOTAL, SO
      *    A PERIOD SAVED BEFORE THE LINES WERE KEPT STILL COMPARES.
           MOVE SPACES TO WS-MIX-LINE.
           MOVE WS-DISTRICT-LETTERS (WS-DIST-SUB:1) TO WS-MXP-DISTRICT.
           MOVE 'DISTRICT TOTAL' TO WS-MXP-DESCRIPTION.
           MOVE WS-DT-SALES TO WS-MXP-SALES.
           MOVE WS-DT-MARGIN TO WS-MXP-EST-MARGIN.
           MOVE MXD-PRIOR (WS-DIST-SUB) TO WS-MXP-PRIOR.
           MOVE WS-DT-SALES TO WS-CHANGE-CURRENT.
           MOVE MXD-PRIOR (WS-DIST-SUB) TO WS-CHANGE-PRIOR.
           PERFORM 350-COMPUTE-CHANGE THRU 350-EXIT.
           IF WS-CHANGE-PRIOR = ZERO
               MOVE '    NEW' TO WS-MXP-CHANGE-X
           ELSE
               MOVE WS-CHANGE-PCT TO WS-MXP-CHANGE
           END-IF.
           WRITE MIX-PRINT-RECORD FROM WS-MIX-LINE
               AFTER ADVANCING 1 LINE.
           MOVE SPACES TO MIX-PRINT-RECORD.
           WRITE MIX-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           ADD WS-DT-SALES TO WS-CO-SALES.
           ADD WS-DT-MARGIN TO WS-CO-MARGIN.
           ADD MXD-PRIOR (WS-DIST-SUB) TO WS-CO-PRIOR.

       310-EXIT.
           EXIT.

       320-PRINT-ONE-MIX-LINE.
           IF MXL-SALES (WS-DIST-SUB, WS-LINE-SUB) = ZERO
              AND MXL-PRIOR (WS-DIST-SUB, WS-LINE-SUB) = ZERO
               GO TO 320-EXIT
           END-IF.

           MOVE SPACES TO WS-MIX-LINE.
           MOVE WS-DISTRICT-LETTERS (WS-DIST-SUB:1) TO WS-MXP-DISTRICT.

           IF WS-LINE-SUB = WS-UNKNOWN-SLOT
               MOVE 'NOT ON PRODLINE' TO WS-MXP-DESCRIPTION
               MOVE ZERO TO WS-EST-MARGIN
           ELSE
               MOVE PLT-PRODUCT-LINE (WS-LINE-SUB)
                   TO WS-MXP-PRODUCT-LINE
               MOVE PLT-DESCRIPTION (WS-LINE-SUB)
                   TO WS-MXP-DESCRIPTION
               MOVE PLT-MARGIN-PCT (WS-LINE-SUB) TO WS-MXP-MARGIN-PCT
               COMPUTE WS-EST-MARGIN ROUNDED =
                   MXL-SALES (WS-DIST-SUB, WS-LINE-SUB)
                   * PLT-MARGIN-PCT (WS-LINE-SUB) / 100
           END-IF.

           MOVE MXL-SALES (WS-DIST-SUB, WS-LINE-SUB) TO WS-MXP-SALES.
           MOVE WS-EST-MARGIN TO WS-MXP-EST-MARGIN.
           MOVE MXL-PRIOR (WS-DIST-SUB, WS-LINE-SUB) TO WS-MXP-PRIOR.
           MOVE MXL-SALES (WS-DIST-SUB, WS-LINE-SUB)
               TO WS-CHANGE-CURRENT.
           MOVE MXL-PRIOR (WS-DIST-SUB, WS-LINE-SUB)
               TO WS-CHANGE-PRIOR.
           PERFORM 350-COMPUTE-CHANGE THRU 350-EXIT.
           IF WS-CHANGE-PRIOR = ZERO
               MOVE '    NEW' TO WS-MXP-CHANGE-X
           ELSE
               MOVE WS-CHANGE-PCT TO WS-MXP-CHANGE
           END-IF.
           WRITE MIX-PRINT-RECORD FROM WS-MIX-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-PRINTED.

           ADD MXL-SALES (WS-DIST-SUB, WS-LINE-SUB) TO WS-DT-SALES.
           ADD WS-EST-MARGIN TO WS-DT-MARGIN.
           ADD MXL-PRIOR (WS-DIST-SUB, WS-LINE-SUB)
               TO WS-DT-PRIOR-LINES.

       320-EXIT.
           EXIT.

      *    PERCENT CHANGE ON LAST PERIOD, HELD AT 9999.9 EITHER WAY
      *    WHEN LAST PERIOD WAS TOO SMALL TO MEAN ANYTHING.  NO PRIOR
      *    AT ALL IS LEFT TO THE CALLER TO SHOW AS NEW.
       350-COMPUTE-CHANGE.
           MOVE ZERO TO WS-CHANGE-PCT.
           IF WS-CHANGE-PRIOR = ZERO
               GO TO 350-EXIT
           END-IF.

           COMPUTE WS-CHANGE-PCT ROUNDED =
               (WS-CHANGE-CURRENT - WS-CHANGE-PRIOR) * 100
               / WS-CHANGE-PRIOR
               ON SIZE ERROR
                   IF WS-CHANGE-CURRENT < WS-CHANGE-PRIOR
                       MOVE -9999.9 TO WS-CHANGE-PCT
                   ELSE
                       MOVE 9999.9 TO WS-CHANGE-PCT
                   END-IF
           END-COMPUTE.

       350-EXIT.
           EXIT.

      *    ONE LINE PER SALESMAN WHO SOLD THIS PERIOD OR LAST.  THE
      *    BLENDED PERCENT IS THE SALESMAN'S ESTIMATED MARGIN OVER
      *    THEIR SALES - LOW WHEN THE VOLUME IS IN THIN LINES.
       400-PRINT-SALESMEN.
           MOVE 'PRODUCT MIX BY SALESMAN' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE MIX-PRINT-RECORD FROM WS-SALESMAN-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO MIX-PRINT-RECORD.
           WRITE MIX-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 410-PRINT-ONE-SALESMAN THRU 410-EXIT
               VARYING WS-SLSM-SUB FROM 1 BY 1
               UNTIL WS-SLSM-SUB > 99.

       499-EXIT.
           EXIT.

       410-PRINT-ONE-SALESMAN.
           IF SLT-SALES (WS-SLSM-SUB) = ZERO
              AND SLT-PRIOR (WS-SLSM-SUB) = ZERO
               GO TO 410-EXIT
           END-IF.

           MOVE SPACES TO WS-SALESMAN-LINE.
           MOVE WS-SLSM-SUB TO WS-SLP-SALESMAN.
           MOVE SLT-NAME (WS-SLSM-SUB) TO WS-SLP-NAME.
           MOVE SLT-SALES (WS-SLSM-SUB) TO WS-SLP-SALES.
           MOVE SLT-MARGIN (WS-SLSM-SUB) TO WS-SLP-EST-MARGIN.
           MOVE SLT-PRIOR (WS-SLSM-SUB) TO WS-SLP-PRIOR.

           MOVE ZERO TO WS-BLENDED-PCT.
           IF SLT-SALES (WS-SLSM-SUB) NOT = ZERO
               COMPUTE WS-BLENDED-PCT ROUNDED =
                   SLT-MARGIN (WS-SLSM-SUB) * 100
                   / SLT-SALES (WS-SLSM-SUB)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-BLENDED-PCT
               END-COMPUTE
           END-IF.
           MOVE WS-BLENDED-PCT TO WS-SLP-BLENDED-PCT.

           MOVE SLT-SALES (WS-SLSM-SUB) TO WS-CHANGE-CURRENT.
           MOVE SLT-PRIOR (WS-SLSM-SUB) TO WS-CHANGE-PRIOR.
           PERFORM 350-COMPUTE-CHANGE THRU 350-EXIT.
           IF WS-CHANGE-PRIOR = ZERO
               MOVE '    NEW' TO WS-SLP-CHANGE-X
           ELSE
               MOVE WS-CHANGE-PCT TO WS-SLP-CHANGE
           END-IF.
           WRITE MIX-PRINT-RECORD FROM WS-SALESMAN-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINES-PRINTED.

       410-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE MIX-PRINT-RECORD FROM WS-PAGE-HEADING
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
      *    EACH RUN - SALES READ, REPORT LINES PRINTED, AND THE SALES
      *    TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'PRODMIX1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-LINES-PRINTED TO ATR-DETAIL-COUNT.
           MOVE WS-SALES-TOTAL TO ATR-CONTROL-TOTAL.

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
