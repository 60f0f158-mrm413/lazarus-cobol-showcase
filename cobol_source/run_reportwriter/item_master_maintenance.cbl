       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * ITEM MASTER MAINTENANCE RUN.                                  *
      *                                                               *
      * READS MERCHANDISING'S ITEMCHG FILE AND APPLIES NEW ITEMS      *
      * ('A'), DESCRIPTION/DEPARTMENT CHANGES ('C'), DISCONTINUANCES  *
      * ('D') AND RETAIL PRICE CHANGES ('P') AGAINST THE INDEXED      *
      * ITEMMSTR UNDER FULL FIELD-LEVEL VALIDATION.  APPLIED CHANGES  *
      * GO ON THE ITEMREG REGISTER; RECORDS THAT FAIL THE EDITS GO    *
      * ON THE ITEMERR LISTING.  EVERY FIELD A CHANGE ALTERS IS ALSO  *
      * WRITTEN TO THE SHARED FLDHIST CHANGE-HISTORY FILE UNDER       *
      * MASTER 'I', THE SAME WAY HRISIN01 RECORDS EMPLOYEE CHANGES.   *
      *                                                               *
      * A PRICE CHANGE CARRIES THE DATE IT TAKES EFFECT.  ONE DATED   *
      * TODAY OR EARLIER REPLACES THE CURRENT PRICE AT ONCE, AND THE  *
      * PRICE IT REPLACES IS KEPT AS THE PRIOR PRICE WITH THE DATE    *
      * THE NEW ONE STARTED.  ONE DATED LATER WAITS IN THE ITEM'S     *
      * FUTURE-PRICE SLOT; EACH RUN FIRST SWEEPS THE MASTER AND       *
      * PROMOTES EVERY FUTURE PRICE WHOSE DATE HAS ARRIVED.  THE      *
      * CHARGE RUN READS ALL THREE PRICES, SO A VISIT KEYED FOR THE   *
      * DAY BEFORE A CHANGE IS CHECKED AGAINST THE PRICE THAT WAS IN  *
      * EFFECT THAT DAY.                                              *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ITEM-CHANGE-FILE
               ASSIGN TO EXTERNAL ITEMCHG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHANGE-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO EXTERNAL ITEMMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS IMR-ITEM-NUMBER
                         FILE STATUS IS WS-ITEMMSTR-STATUS.

           SELECT APPLIED-REGISTER-FILE
               ASSIGN TO EXTERNAL ITEMREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-APPLIED-STATUS.

           SELECT ERROR-LISTING-FILE
               ASSIGN TO EXTERNAL ITEMERR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ERROR-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

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

       FD  ITEM-CHANGE-FILE.

      *    A BLANK DESCRIPTION OR ZERO DEPARTMENT ON A CHANGE LEAVES
      *    THAT FIELD AS IT IS.  THE EFFECTIVE DATE IS REQUIRED ON A
      *    PRICE CHANGE; ON AN ADD OR A DISCONTINUANCE A ZERO DATE
      *    MEANS TODAY.
       01  ITEM-CHANGE-RECORD.
           03  ICR-ACTION              PIC X(01).
               88  ITEM-ACTION-ADD                 VALUE 'A'.
               88  ITEM-ACTION-CHANGE              VALUE 'C'.
               88  ITEM-ACTION-DISCONTINUE         VALUE 'D'.
               88  ITEM-ACTION-PRICE               VALUE 'P'.
           03  FILLER                  PIC X(01).
           03  ICR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  REDEFINES ICR-ITEM-NUMBER.
               05  ICR-ITEM-DEPT-PREFIX PIC 9(02).
               05  FILLER              PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ICR-ITEM-DESCRIPTION    PIC X(20).
           03  FILLER                  PIC X(01).
           03  ICR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  ICR-RETAIL-PRICE        PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  ICR-EFFECTIVE-DATE      PIC 9(08).
           03  FILLER                  PIC X(34).

       FD  ITEM-MASTER-FILE.

      *    THE PRICE IN EFFECT IS IMR-RETAIL-PRICE FROM
      *    IMR-PRICE-EFFECTIVE-DATE ON; BEFORE THAT DATE IT WAS
      *    IMR-PRIOR-PRICE.  A NON-ZERO IMR-FUTURE-EFFECTIVE-DATE
      *    HOLDS A SCHEDULED CHANGE NOT YET PROMOTED.
       01  ITEM-MASTER-RECORD.
           03  IMR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-DESCRIPTION    PIC X(20).
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IMR-RETAIL-PRICE        PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-STATUS         PIC X(01).
               88  ITEM-IS-DISCONTINUED            VALUE 'D'.
           03  FILLER                  PIC X(01).
           03  IMR-PRICE-EFFECTIVE-DATE PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IMR-PRIOR-PRICE         PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  IMR-FUTURE-EFFECTIVE-DATE PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IMR-FUTURE-PRICE        PIC 9(03)V99.
           03  FILLER                  PIC X(01).
           03  IMR-DISCONTINUED-DATE   PIC 9(08).
           03  FILLER                  PIC X(04).

       FD  APPLIED-REGISTER-FILE.

       01  APPLIED-REGISTER-RECORD     PIC X(80).

       FD  ERROR-LISTING-FILE.

       01  ERROR-LISTING-RECORD        PIC X(80).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'ITEMMNT1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-CHANGE-STATUS            PIC XX.
           88  WS-CHANGE-OK                        VALUE "00".
       77  WS-ITEMMSTR-STATUS          PIC XX.
           88  WS-ITEMMSTR-OK                      VALUE "00".
           88  WS-ITEMMSTR-NOT-FOUND               VALUE "35".
       77  WS-APPLIED-STATUS           PIC XX.
           88  WS-APPLIED-OK                       VALUE "00".
       77  WS-ERROR-STATUS             PIC XX.
           88  WS-ERROR-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  SWEEP-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  SWEEP-EOF                           VALUE 'Y'.
       77  WS-EDIT-SWITCH              PIC X(1)    VALUE 'N'.
           88  CHANGE-REJECTED                     VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ADD-COUNT                PIC 9(06)   VALUE 0.
       77  WS-CHANGE-COUNT             PIC 9(06)   VALUE 0.
       77  WS-DISC-COUNT               PIC 9(06)   VALUE 0.
       77  WS-PRICE-COUNT              PIC 9(06)   VALUE 0.
       77  WS-SCHEDULED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-PROMOTED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-ERROR-COUNT              PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       77  WS-EFFECTIVE-DATE           PIC 9(08)   VALUE 0.
       77  WS-NEW-PRICE                PIC 9(03)V99 VALUE 0.

       77  WS-SAVE-REG-NOTE            PIC X(20)   VALUE SPACES.
       77  WS-SAVE-REG-ACTION          PIC X(01)   VALUE SPACE.

      *    ONE FLDHIST ROW PER FIELD ALTERED - THE CALLER LOADS THE
      *    NAME AND BOTH VALUES, PRICES AND DATES EDITED FIRST SO THE
      *    ROW READS THE WAY MERCHANDISING KEYED IT.
       77  WS-HIS-FIELD-NAME           PIC X(12)   VALUE SPACES.
       77  WS-HIS-OLD-VALUE            PIC X(16)   VALUE SPACES.
       77  WS-HIS-NEW-VALUE            PIC X(16)   VALUE SPACES.
       77  WS-HIS-PRICE-EDIT           PIC ZZ9.99.
       01  WS-BEFORE-IMAGE.
           03  WS-BFR-DESCRIPTION      PIC X(20).
           03  WS-BFR-DEPARTMENT       PIC 9(02).

       01  WS-REGISTER-LINE.
           03  WS-REG-ACTION           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-ITEM-NUMBER      PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-PRICE            PIC ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-EFFECTIVE-DATE   PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-REG-NOTE             PIC X(20).

       01  WS-ERROR-LINE.
           03  WS-ERR-ACTION           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ERR-ITEM-NUMBER      PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ERR-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-ERR-REASON           PIC X(30).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME (1:4) TO WS-RUN-DATE (1:4).
           MOVE WS-RUN-DATE-TIME (6:2) TO WS-RUN-DATE (5:2).
           MOVE WS-RUN-DATE-TIME (9:2) TO WS-RUN-DATE (7:2).

           OPEN INPUT ITEM-CHANGE-FILE.

           IF NOT WS-CHANGE-OK
               MOVE "ITEM-CHANGE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHANGE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    A SHOP LOADING ITS FIRST CATALOGUE HAS NO MASTER YET -
      *    BUILD AN EMPTY ONE SO THE DAY-ONE ADDS CAN LAND.
           OPEN I-O ITEM-MASTER-FILE.

           IF WS-ITEMMSTR-NOT-FOUND
               OPEN OUTPUT ITEM-MASTER-FILE
               IF NOT WS-ITEMMSTR-OK
                   DISPLAY "CANNOT CREATE ITEM-MASTER-FILE, "
                           "STATUS " WS-ITEMMSTR-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               CLOSE ITEM-MASTER-FILE
               OPEN I-O ITEM-MASTER-FILE
           END-IF.

           IF NOT WS-ITEMMSTR-OK
               MOVE "ITEM-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ITEMMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT APPLIED-REGISTER-FILE,
                OUTPUT ERROR-LISTING-FILE.

           IF NOT WS-APPLIED-OK
               MOVE "APPLIED-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-APPLIED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-ERROR-OK
               MOVE "ERROR-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ERROR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE HISTORY FILE ONLY EVER GROWS - EVERY WRITER APPENDS.
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

           PERFORM 050-PROMOTE-DUE-PRICES THRU 050-EXIT.

           READ ITEM-CHANGE-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-APPLY-ONE-CHANGE THRU 199-EXIT
               UNTIL END-OF-FILE.

       000-TERMINATE.
           CLOSE ITEM-CHANGE-FILE,
                 ITEM-MASTER-FILE,
                 APPLIED-REGISTER-FILE,
                 ERROR-LISTING-FILE,
                 FIELD-HISTORY-FILE.

           DISPLAY "ITEM CHANGES READ      : " WS-INPUT-COUNT.
           DISPLAY "ITEMS ADDED            : " WS-ADD-COUNT.
           DISPLAY "ITEMS CHANGED          : " WS-CHANGE-COUNT.
           DISPLAY "ITEMS DISCONTINUED     : " WS-DISC-COUNT.
           DISPLAY "PRICES CHANGED         : " WS-PRICE-COUNT.
           DISPLAY "PRICES SCHEDULED       : " WS-SCHEDULED-COUNT.
           DISPLAY "SCHEDULED PRICES MADE  : " WS-PROMOTED-COUNT.
           DISPLAY "CHANGES REJECTED       : " WS-ERROR-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE SWEEP RUNS BEFORE THE DAY'S CHANGES SO A PRICE CHANGE
      *    KEYED TODAY ALWAYS LANDS ON TOP OF ANY SCHEDULED ONE THAT
      *    HAS ALREADY COME DUE.
       050-PROMOTE-DUE-PRICES.
           MOVE ZERO TO IMR-ITEM-NUMBER.
           START ITEM-MASTER-FILE
               KEY IS GREATER THAN OR EQUAL TO IMR-ITEM-NUMBER
               INVALID KEY
                   GO TO 050-EXIT
           END-START.

           MOVE 'N' TO SWEEP-EOF-SWITCH.
           PERFORM 055-PROMOTE-ONE-ITEM THRU 055-EXIT
               UNTIL SWEEP-EOF.

       050-EXIT.
           EXIT.

       055-PROMOTE-ONE-ITEM.
           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO SWEEP-EOF-SWITCH
                   GO TO 055-EXIT
           END-READ.

           IF IMR-FUTURE-EFFECTIVE-DATE IS NOT NUMERIC
              OR IMR-FUTURE-EFFECTIVE-DATE = ZERO
              OR IMR-FUTURE-EFFECTIVE-DATE > WS-RUN-DATE
               GO TO 055-EXIT
           END-IF.

           MOVE IMR-FUTURE-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
           MOVE IMR-FUTURE-PRICE TO WS-NEW-PRICE.
           PERFORM 160-MAKE-PRICE-CURRENT THRU 160-EXIT.
           MOVE ZERO TO IMR-FUTURE-EFFECTIVE-DATE.
           MOVE ZERO TO IMR-FUTURE-PRICE.
           REWRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-PROMOTED-COUNT.

           MOVE 'S' TO WS-REG-ACTION.
           MOVE 'SCHEDULED PRICE MADE' TO WS-REG-NOTE.
           PERFORM 145-WRITE-MASTER-REGISTER THRU 145-EXIT.

       055-EXIT.
           EXIT.

       100-APPLY-ONE-CHANGE.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 090-EDIT-CHANGE-FIELDS THRU 090-EXIT.

           IF CHANGE-REJECTED
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
           ELSE
               EVALUATE TRUE
                   WHEN ITEM-ACTION-ADD
                       PERFORM 110-APPLY-ADD THRU 110-EXIT
                   WHEN ITEM-ACTION-CHANGE
                       PERFORM 120-APPLY-CHANGE THRU 120-EXIT
                   WHEN ITEM-ACTION-DISCONTINUE
                       PERFORM 130-APPLY-DISCONTINUE THRU 130-EXIT
                   WHEN ITEM-ACTION-PRICE
                       PERFORM 150-APPLY-PRICE-CHANGE THRU 150-EXIT
               END-EVALUATE
           END-IF.

           READ ITEM-CHANGE-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

      *    FIELD-LEVEL EDITS SHARED BY EVERY ACTION.  THE CHARGE RUN
      *    TAKES THE DEPARTMENT FROM THE FIRST TWO DIGITS OF THE ITEM
      *    NUMBER AND REJECTS AN ITEM FILED UNDER ANY OTHER, SO THE
      *    TWO MUST AGREE HERE OR EVERY SALE OF THE ITEM WOULD FAIL.
       090-EDIT-CHANGE-FIELDS.
           MOVE 'N' TO WS-EDIT-SWITCH.
           MOVE SPACES TO WS-ERR-REASON.

           MOVE ZERO TO WS-EFFECTIVE-DATE.
           IF ICR-EFFECTIVE-DATE IS NUMERIC
               MOVE ICR-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE = ZERO
              AND NOT ITEM-ACTION-PRICE
               MOVE WS-RUN-DATE TO WS-EFFECTIVE-DATE
           END-IF.

           EVALUATE TRUE
               WHEN NOT ITEM-ACTION-ADD
                AND NOT ITEM-ACTION-CHANGE
                AND NOT ITEM-ACTION-DISCONTINUE
                AND NOT ITEM-ACTION-PRICE
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'UNKNOWN ACTION CODE' TO WS-ERR-REASON
               WHEN ICR-ITEM-NUMBER IS NOT NUMERIC
                 OR ICR-ITEM-NUMBER = ZERO
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD ITEM NUMBER' TO WS-ERR-REASON
               WHEN WS-EFFECTIVE-DATE = ZERO
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'EFFECTIVE DATE REQUIRED' TO WS-ERR-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-EFFECTIVE-DATE)
                   NOT = 0
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD EFFECTIVE DATE' TO WS-ERR-REASON
               WHEN ITEM-ACTION-ADD
                AND ICR-ITEM-DESCRIPTION = SPACES
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BLANK ITEM DESCRIPTION' TO WS-ERR-REASON
               WHEN (ITEM-ACTION-ADD OR ITEM-ACTION-CHANGE)
                AND ICR-ITEM-DEPARTMENT IS NOT NUMERIC
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD DEPARTMENT' TO WS-ERR-REASON
               WHEN ITEM-ACTION-ADD
                AND ICR-ITEM-DEPARTMENT = ZERO
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD DEPARTMENT' TO WS-ERR-REASON
               WHEN (ITEM-ACTION-ADD OR ITEM-ACTION-CHANGE)
                AND ICR-ITEM-DEPARTMENT NOT = ZERO
                AND ICR-ITEM-DEPARTMENT NOT = ICR-ITEM-DEPT-PREFIX
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'DEPARTMENT NOT ITEM PREFIX' TO WS-ERR-REASON
               WHEN (ITEM-ACTION-ADD OR ITEM-ACTION-PRICE)
                AND (ICR-RETAIL-PRICE IS NOT NUMERIC
                  OR ICR-RETAIL-PRICE = ZERO)
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD RETAIL PRICE' TO WS-ERR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       090-EXIT.
           EXIT.

      *    A NEW ITEM'S PRICE IS IN EFFECT FROM THE EFFECTIVE DATE;
      *    THERE IS NO PRIOR PRICE TO FALL BACK ON.
       110-APPLY-ADD.
           MOVE SPACES TO ITEM-MASTER-RECORD.
           MOVE ICR-ITEM-NUMBER TO IMR-ITEM-NUMBER.
           MOVE ICR-ITEM-DESCRIPTION TO IMR-ITEM-DESCRIPTION.
           MOVE ICR-ITEM-DEPARTMENT TO IMR-ITEM-DEPARTMENT.
           MOVE ICR-RETAIL-PRICE TO IMR-RETAIL-PRICE.
           MOVE 'A' TO IMR-ITEM-STATUS.
           MOVE WS-EFFECTIVE-DATE TO IMR-PRICE-EFFECTIVE-DATE.
           MOVE ZERO TO IMR-PRIOR-PRICE.
           MOVE ZERO TO IMR-FUTURE-EFFECTIVE-DATE.
           MOVE ZERO TO IMR-FUTURE-PRICE.
           MOVE ZERO TO IMR-DISCONTINUED-DATE.

           WRITE ITEM-MASTER-RECORD
               INVALID KEY
                   MOVE 'ITEM ALREADY ON FILE' TO WS-ERR-REASON
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   PERFORM 095-WRITE-ERROR THRU 095-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'ADDED' TO WS-REG-NOTE
                   PERFORM 140-WRITE-REGISTER THRU 140-EXIT
                   MOVE 'RECORD' TO WS-HIS-FIELD-NAME
                   MOVE SPACES TO WS-HIS-OLD-VALUE
                   MOVE 'ADDED' TO WS-HIS-NEW-VALUE
                   PERFORM 170-WRITE-FIELD-HISTORY THRU 170-EXIT
           END-WRITE.

       110-EXIT.
           EXIT.

       120-APPLY-CHANGE.
           PERFORM 115-READ-ITEM-MASTER THRU 115-EXIT.
           IF CHANGE-REJECTED
               GO TO 120-EXIT
           END-IF.

           MOVE IMR-ITEM-DESCRIPTION TO WS-BFR-DESCRIPTION.
           MOVE IMR-ITEM-DEPARTMENT TO WS-BFR-DEPARTMENT.
           IF ICR-ITEM-DESCRIPTION NOT = SPACES
               MOVE ICR-ITEM-DESCRIPTION TO IMR-ITEM-DESCRIPTION
           END-IF.
           IF ICR-ITEM-DEPARTMENT NOT = ZERO
               MOVE ICR-ITEM-DEPARTMENT TO IMR-ITEM-DEPARTMENT
           END-IF.
           REWRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'CHANGED' TO WS-REG-NOTE.
           PERFORM 140-WRITE-REGISTER THRU 140-EXIT.

           IF IMR-ITEM-DESCRIPTION NOT = WS-BFR-DESCRIPTION
               MOVE 'DESCRIPTION' TO WS-HIS-FIELD-NAME
               MOVE WS-BFR-DESCRIPTION TO WS-HIS-OLD-VALUE
               MOVE IMR-ITEM-DESCRIPTION TO WS-HIS-NEW-VALUE
               PERFORM 170-WRITE-FIELD-HISTORY THRU 170-EXIT
           END-IF.
           IF IMR-ITEM-DEPARTMENT NOT = WS-BFR-DEPARTMENT
               MOVE 'DEPARTMENT' TO WS-HIS-FIELD-NAME
               MOVE WS-BFR-DEPARTMENT TO WS-HIS-OLD-VALUE
               MOVE IMR-ITEM-DEPARTMENT TO WS-HIS-NEW-VALUE
               PERFORM 170-WRITE-FIELD-HISTORY THRU 170-EXIT
           END-IF.

       120-EXIT.
           EXIT.

       115-READ-ITEM-MASTER.
           MOVE ICR-ITEM-NUMBER TO IMR-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 'ITEM NOT ON FILE' TO WS-ERR-REASON
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   PERFORM 095-WRITE-ERROR THRU 095-EXIT
           END-READ.

       115-EXIT.
           EXIT.

      *    A DISCONTINUED ITEM KEEPS ITS RECORD - RETURNS OF IT STILL
      *    PRICE AGAINST IT, AND CHRGHIST STILL NAMES IT.  THE CHARGE
      *    RUN REFUSES NEW SALES OF IT FROM THE DISCONTINUANCE DATE.
       130-APPLY-DISCONTINUE.
           PERFORM 115-READ-ITEM-MASTER THRU 115-EXIT.
           IF CHANGE-REJECTED
               GO TO 130-EXIT
           END-IF.

           IF ITEM-IS-DISCONTINUED
               MOVE 'ITEM ALREADY DISCONTINUED' TO WS-ERR-REASON
               MOVE 'Y' TO WS-EDIT-SWITCH
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
               GO TO 130-EXIT
           END-IF.

           MOVE IMR-ITEM-STATUS TO WS-HIS-OLD-VALUE.
           MOVE 'D' TO IMR-ITEM-STATUS.
           MOVE WS-EFFECTIVE-DATE TO IMR-DISCONTINUED-DATE.
           REWRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-DISC-COUNT.
           MOVE 'DISCONTINUED' TO WS-REG-NOTE.
           PERFORM 140-WRITE-REGISTER THRU 140-EXIT.
           MOVE 'STATUS' TO WS-HIS-FIELD-NAME.
           MOVE 'D' TO WS-HIS-NEW-VALUE.
           PERFORM 170-WRITE-FIELD-HISTORY THRU 170-EXIT.

       130-EXIT.
           EXIT.

      *    THE CALLER HAS ALREADY MOVED THE NOTE INTO WS-REG-NOTE BY
      *    THE TIME THIS RUNS, SO IT IS SAVED OFF AND MOVED BACK IN
      *    AFTER THE MOVE SPACES CLEARS THE WHOLE LINE - THE SAME
      *    SAVE/RESTORE THE CHARGE RUN'S EXCEPTION WRITER USES.
       140-WRITE-REGISTER.
           MOVE ICR-ACTION TO WS-REG-ACTION.
           PERFORM 145-WRITE-MASTER-REGISTER THRU 145-EXIT.

       140-EXIT.
           EXIT.

      *    THE REGISTER LINE SHOWS THE MASTER AS IT NOW STANDS, SO
      *    THE SWEEP'S PROMOTIONS (ACTION 'S') LIST THE SAME WAY AS
      *    THE KEYED CHANGES.
       145-WRITE-MASTER-REGISTER.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-REG-NOTE TO WS-SAVE-REG-NOTE.
           MOVE WS-REG-ACTION TO WS-SAVE-REG-ACTION.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE WS-SAVE-REG-ACTION TO WS-REG-ACTION.
           MOVE IMR-ITEM-NUMBER TO WS-REG-ITEM-NUMBER.
           MOVE IMR-ITEM-DESCRIPTION TO WS-REG-DESCRIPTION.
           IF WS-SAVE-REG-NOTE = 'PRICE SCHEDULED'
               MOVE IMR-FUTURE-PRICE TO WS-REG-PRICE
               MOVE IMR-FUTURE-EFFECTIVE-DATE TO WS-REG-EFFECTIVE-DATE
           ELSE
               MOVE IMR-RETAIL-PRICE TO WS-REG-PRICE
               MOVE IMR-PRICE-EFFECTIVE-DATE TO WS-REG-EFFECTIVE-DATE
           END-IF.
           MOVE WS-SAVE-REG-NOTE TO WS-REG-NOTE.
           MOVE WS-REGISTER-LINE TO APPLIED-REGISTER-RECORD.
           WRITE APPLIED-REGISTER-RECORD.

       145-EXIT.
           EXIT.

      *    A PRICE DATED TODAY OR EARLIER TAKES OVER NOW; ONE DATED
      *    LATER IS HELD FOR THE SWEEP.  A NEW SCHEDULED PRICE
      *    REPLACES ANY EARLIER SCHEDULED ONE - MERCHANDISING SENDS
      *    THE CORRECTION, NOT A CANCEL AND A RE-ADD.  A PRICE CANNOT
      *    BE BACK-DATED BEHIND THE ONE ALREADY CURRENT, SINCE ONLY
      *    ONE PRIOR PRICE IS KEPT.
       150-APPLY-PRICE-CHANGE.
           PERFORM 115-READ-ITEM-MASTER THRU 115-EXIT.
           IF CHANGE-REJECTED
               GO TO 150-EXIT
           END-IF.

           IF WS-EFFECTIVE-DATE > WS-RUN-DATE
               GO TO 150-SCHEDULE
           END-IF.

           IF IMR-PRICE-EFFECTIVE-DATE IS NUMERIC
              AND WS-EFFECTIVE-DATE < IMR-PRICE-EFFECTIVE-DATE
               MOVE 'DATED BEFORE CURRENT PRICE' TO WS-ERR-REASON
               MOVE 'Y' TO WS-EDIT-SWITCH
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
               GO TO 150-EXIT
           END-IF.

           MOVE ICR-RETAIL-PRICE TO WS-NEW-PRICE.
           PERFORM 160-MAKE-PRICE-CURRENT THRU 160-EXIT.
           REWRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-PRICE-COUNT.
           MOVE 'PRICE CHANGED' TO WS-REG-NOTE.
           PERFORM 140-WRITE-REGISTER THRU 140-EXIT.
           GO TO 150-EXIT.

       150-SCHEDULE.
           MOVE 'FUTURE-PRICE' TO WS-HIS-FIELD-NAME.
           MOVE SPACES TO WS-HIS-OLD-VALUE.
           IF IMR-FUTURE-EFFECTIVE-DATE IS NUMERIC
              AND IMR-FUTURE-EFFECTIVE-DATE NOT = ZERO
               MOVE IMR-FUTURE-PRICE TO WS-HIS-PRICE-EDIT
               STRING WS-HIS-PRICE-EDIT ' '
                      IMR-FUTURE-EFFECTIVE-DATE
                   DELIMITED BY SIZE INTO WS-HIS-OLD-VALUE
               END-STRING
           END-IF.
           MOVE ICR-RETAIL-PRICE TO IMR-FUTURE-PRICE.
           MOVE WS-EFFECTIVE-DATE TO IMR-FUTURE-EFFECTIVE-DATE.
           REWRITE ITEM-MASTER-RECORD.
           ADD 1 TO WS-SCHEDULED-COUNT.
           MOVE 'PRICE SCHEDULED' TO WS-REG-NOTE.
           PERFORM 140-WRITE-REGISTER THRU 140-EXIT.
           MOVE SPACES TO WS-HIS-NEW-VALUE.
           MOVE IMR-FUTURE-PRICE TO WS-HIS-PRICE-EDIT.
           STRING WS-HIS-PRICE-EDIT ' ' IMR-FUTURE-EFFECTIVE-DATE
               DELIMITED BY SIZE INTO WS-HIS-NEW-VALUE
           END-STRING.
           PERFORM 170-WRITE-FIELD-HISTORY THRU 170-EXIT.

       150-EXIT.
           EXIT.

      *    THE NEW PRICE (IN WS-NEW-PRICE) BECOMES CURRENT FROM
      *    WS-EFFECTIVE-DATE, AND THE ONE IT REPLACES BECOMES THE
      *    PRIOR PRICE - SHARED BY THE KEYED CHANGE AND THE SWEEP.
       160-MAKE-PRICE-CURRENT.
           MOVE 'RETAIL-PRICE' TO WS-HIS-FIELD-NAME.
           MOVE IMR-RETAIL-PRICE TO WS-HIS-PRICE-EDIT.
           MOVE WS-HIS-PRICE-EDIT TO WS-HIS-OLD-VALUE.
           MOVE WS-NEW-PRICE TO WS-HIS-PRICE-EDIT.
           MOVE WS-HIS-PRICE-EDIT TO WS-HIS-NEW-VALUE.

           MOVE IMR-RETAIL-PRICE TO IMR-PRIOR-PRICE.
           MOVE WS-NEW-PRICE TO IMR-RETAIL-PRICE.
           MOVE WS-EFFECTIVE-DATE TO IMR-PRICE-EFFECTIVE-DATE.

           PERFORM 170-WRITE-FIELD-HISTORY THRU 170-EXIT.

       160-EXIT.
           EXIT.

       170-WRITE-FIELD-HISTORY.
           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'I' TO FLH-MASTER-ID.
           MOVE IMR-ITEM-NUMBER TO FLH-RECORD-KEY.
           MOVE WS-HIS-FIELD-NAME TO FLH-FIELD-NAME.
           MOVE WS-HIS-OLD-VALUE TO FLH-OLD-VALUE.
           MOVE WS-HIS-NEW-VALUE TO FLH-NEW-VALUE.
           MOVE 'ITEMMNT1' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       170-EXIT.
           EXIT.

       095-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE ICR-ACTION TO WS-ERR-ACTION.
           MOVE ICR-ITEM-NUMBER TO WS-ERR-ITEM-NUMBER.
           MOVE ICR-ITEM-DESCRIPTION TO WS-ERR-DESCRIPTION.
           MOVE WS-ERROR-LINE TO ERROR-LISTING-RECORD.
           WRITE ERROR-LISTING-RECORD.

       095-EXIT.
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
      *    EACH RUN - CHANGES READ, CHANGES APPLIED (SCHEDULED PRICES
      *    MADE CURRENT INCLUDED), AND THE ERROR COUNT AS THE CONTROL
      *    FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'ITEMMNT1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-APPLIED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-ERROR-COUNT TO ATR-CONTROL-TOTAL.

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
