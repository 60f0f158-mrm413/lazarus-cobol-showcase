       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * INVENTORY RECEIVING AND PHYSICAL-COUNT APPLY RUN.             *
      *                                                               *
      * READS THE STORES' INVTRAN FILE AND APPLIES IT TO THE INDEXED  *
      * INVONHND ON-HAND FILE THE NIGHTLY RELIEF RUN COUNTS SALES     *
      * OFF.  THREE TRANSACTIONS:                                     *
      *                                                               *
      *   'R' RECEIPT   - A DELIVERY CHECKED IN; THE QUANTITY IS      *
      *                   ADDED TO ON-HAND.                           *
      *   'C' COUNT     - A PHYSICAL COUNT; THE COUNTED QUANTITY      *
      *                   REPLACES THE BOOK FIGURE AND THE DIFFERENCE *
      *                   GOES ON THE INVVAR VARIANCE LISTING.        *
      *   'P' PARAMETER - A NEW REORDER POINT AND REORDER QUANTITY    *
      *                   FOR THE ITEM AT THAT STORE.                 *
      *                                                               *
      * THE ITEM MUST BE ON ITEMMSTR.  A RECEIPT OR COUNT FOR A       *
      * STORE/ITEM PAIR WITH NO ON-HAND ROW OPENS ONE; A PARAMETER    *
      * CHANGE DOES TOO, AT ZERO ON HAND, SO A STORE CAN SET UP A NEW *
      * LINE BEFORE THE FIRST DELIVERY.  APPLIED TRANSACTIONS GO ON   *
      * THE INVTREG REGISTER; ONES THAT FAIL THE EDITS GO ON INVTERR. *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INVENTORY-TRAN-FILE
               ASSIGN TO EXTERNAL INVTRAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TRAN-STATUS.

           SELECT ON-HAND-FILE
               ASSIGN TO EXTERNAL INVONHND
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS IOH-RECORD-KEY
                         FILE STATUS IS WS-ONHAND-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO EXTERNAL ITEMMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS IMR-ITEM-NUMBER
                         FILE STATUS IS WS-ITEMMSTR-STATUS.

           SELECT APPLIED-REGISTER-FILE
               ASSIGN TO EXTERNAL INVTREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-APPLIED-STATUS.

           SELECT ERROR-LISTING-FILE
               ASSIGN TO EXTERNAL INVTERR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ERROR-STATUS.

           SELECT VARIANCE-LISTING-FILE
               ASSIGN TO EXTERNAL INVVAR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-VARIANCE-STATUS.

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

       FD  INVENTORY-TRAN-FILE.

      *    THE QUANTITY IS THE UNITS RECEIVED ON A RECEIPT AND THE
      *    UNITS COUNTED ON A COUNT; THE REORDER FIELDS ARE READ ONLY
      *    ON A PARAMETER CHANGE.  A ZERO DATE MEANS TODAY.
       01  INVENTORY-TRAN-RECORD.
           03  ITR-TRAN-TYPE           PIC X(01).
               88  TRAN-IS-RECEIPT                 VALUE 'R'.
               88  TRAN-IS-COUNT                   VALUE 'C'.
               88  TRAN-IS-PARAMETER               VALUE 'P'.
           03  FILLER                  PIC X(01).
           03  ITR-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(01).
           03  ITR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITR-QUANTITY            PIC 9(07).
           03  FILLER                  PIC X(01).
           03  ITR-REORDER-POINT       PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITR-REORDER-QTY         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  ITR-TRAN-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ITR-REFERENCE           PIC X(10).
           03  FILLER                  PIC X(29).

       FD  ON-HAND-FILE.

      *    ONE ROW PER ITEM PER STORE.  THE ITEM NUMBER LEADS WITH ITS
      *    DEPARTMENT, SO KEY ORDER IS STORE, THEN DEPARTMENT, THEN
      *    ITEM - THE ORDER THE REORDER REPORT PRINTS IN.
       01  ON-HAND-RECORD.
           03  IOH-RECORD-KEY.
               05  IOH-STORE-NUMBER    PIC 9(03).
               05  IOH-ITEM-NUMBER     PIC 9(05).
           03  FILLER                  PIC X(01).
           03  IOH-ON-HAND-QTY         PIC S9(07).
           03  FILLER                  PIC X(01).
           03  IOH-REORDER-POINT       PIC 9(05).
           03  FILLER                  PIC X(01).
           03  IOH-REORDER-QTY         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  IOH-LAST-RECEIPT-DATE   PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IOH-LAST-COUNT-DATE     PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IOH-LAST-SALE-DATE      PIC 9(08).
           03  FILLER                  PIC X(25).

       FD  ITEM-MASTER-FILE.

       01  ITEM-MASTER-RECORD.
           03  IMR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-DESCRIPTION    PIC X(20).
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IMR-RETAIL-PRICE        PIC 9(03)V99.
           03  FILLER                  PIC X(45).

       FD  APPLIED-REGISTER-FILE.

       01  APPLIED-REGISTER-RECORD     PIC X(80).

       FD  ERROR-LISTING-FILE.

       01  ERROR-LISTING-RECORD        PIC X(80).

       FD  VARIANCE-LISTING-FILE.

       01  VARIANCE-LISTING-RECORD     PIC X(80).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'INVTRN01'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-TRAN-STATUS              PIC XX.
           88  WS-TRAN-OK                          VALUE "00".
       77  WS-ONHAND-STATUS            PIC XX.
           88  WS-ONHAND-OK                        VALUE "00".
           88  WS-ONHAND-NOT-FOUND                 VALUE "35".
       77  WS-ITEMMSTR-STATUS          PIC XX.
           88  WS-ITEMMSTR-OK                      VALUE "00".
       77  WS-APPLIED-STATUS           PIC XX.
           88  WS-APPLIED-OK                       VALUE "00".
       77  WS-ERROR-STATUS             PIC XX.
           88  WS-ERROR-OK                         VALUE "00".
       77  WS-VARIANCE-STATUS          PIC XX.
           88  WS-VARIANCE-OK                      VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  WS-EDIT-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRAN-REJECTED                       VALUE 'Y'.
       77  WS-ROW-SWITCH               PIC X(1)    VALUE 'N'.
           88  ROW-IS-NEW                          VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-RECEIPT-COUNT            PIC 9(06)   VALUE 0.
       77  WS-COUNT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-PARAMETER-COUNT          PIC 9(06)   VALUE 0.
       77  WS-NEW-ROW-COUNT            PIC 9(06)   VALUE 0.
       77  WS-VARIANCE-COUNT           PIC 9(06)   VALUE 0.
       77  WS-ERROR-COUNT              PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-UNITS-RECEIVED           PIC S9(09)  VALUE 0.
       77  WS-NET-VARIANCE             PIC S9(09)  VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       77  WS-TRAN-DATE                PIC 9(08)   VALUE 0.
       77  WS-BOOK-QTY                 PIC S9(07)  VALUE 0.
       77  WS-ITEM-VARIANCE            PIC S9(07)  VALUE 0.

       77  WS-SAVE-REG-NOTE            PIC X(30)   VALUE SPACES.

       01  WS-REGISTER-LINE.
           03  WS-REG-TRAN-TYPE        PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-STORE-NUMBER     PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-ITEM-NUMBER      PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-ON-HAND          PIC -(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-TRAN-DATE        PIC 9(08).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-REG-NOTE             PIC X(20).

       01  WS-ERROR-LINE.
           03  WS-ERR-TRAN-TYPE        PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ERR-STORE-NUMBER     PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ERR-ITEM-NUMBER      PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ERR-REFERENCE        PIC X(10).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-ERR-REASON           PIC X(30).

      *    THE VARIANCE LISTING - ONE LINE PER COUNT THAT DISAGREED
      *    WITH THE BOOK, COUNTED LESS BOOK, SO SHRINK PRINTS
      *    NEGATIVE.
       01  WS-VARIANCE-HEADING.
           03  FILLER                  PIC X(31)
               VALUE 'STR ITEM  DESCRIPTION'.
           03  FILLER                  PIC X(16)
               VALUE '   BOOK COUNTED '.
           03  FILLER                  PIC X(17)
               VALUE 'VARIANCE COUNTED '.

       01  WS-VARIANCE-LINE.
           03  WS-VAR-STORE-NUMBER     PIC 9(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-VAR-ITEM-NUMBER      PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-VAR-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-VAR-BOOK-QTY         PIC -(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-VAR-COUNTED-QTY      PIC Z(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-VAR-VARIANCE         PIC -(7)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-VAR-COUNT-DATE       PIC 9(08).

       01  WS-VARIANCE-TOTAL-LINE.
           03  FILLER                  PIC X(20)
               VALUE 'COUNTS WITH VARIANCE'.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-VTL-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(04) VALUE SPACE.
           03  FILLER                  PIC X(14)
               VALUE 'NET VARIANCE  '.
           03  WS-VTL-NET-VARIANCE     PIC -(8)9.

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

           OPEN INPUT INVENTORY-TRAN-FILE.

           IF NOT WS-TRAN-OK
               MOVE "INVENTORY-TRAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TRAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN INPUT ITEM-MASTER-FILE.

           IF NOT WS-ITEMMSTR-OK
               MOVE "ITEM-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ITEMMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    A STORE TAKING ITS OPENING COUNT BEFORE ANY SALE HAS BEEN
      *    RELIEVED HAS NO ON-HAND FILE YET - BUILD AN EMPTY ONE.
           OPEN I-O ON-HAND-FILE.

           IF WS-ONHAND-NOT-FOUND
               OPEN OUTPUT ON-HAND-FILE
               IF NOT WS-ONHAND-OK
                   DISPLAY "CANNOT CREATE ON-HAND-FILE, STATUS "
                           WS-ONHAND-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               CLOSE ON-HAND-FILE
               OPEN I-O ON-HAND-FILE
           END-IF.

           IF NOT WS-ONHAND-OK
               MOVE "ON-HAND-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ONHAND-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT APPLIED-REGISTER-FILE,
                OUTPUT ERROR-LISTING-FILE,
                OUTPUT VARIANCE-LISTING-FILE.

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
           IF NOT WS-VARIANCE-OK
               MOVE "VARIANCE-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-VARIANCE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-VARIANCE-HEADING TO VARIANCE-LISTING-RECORD.
           WRITE VARIANCE-LISTING-RECORD.

           READ INVENTORY-TRAN-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-APPLY-ONE-TRAN THRU 199-EXIT
               UNTIL END-OF-FILE.

       000-TERMINATE.
           MOVE WS-VARIANCE-COUNT TO WS-VTL-COUNT.
           MOVE WS-NET-VARIANCE TO WS-VTL-NET-VARIANCE.
           MOVE WS-VARIANCE-TOTAL-LINE TO VARIANCE-LISTING-RECORD.
           WRITE VARIANCE-LISTING-RECORD.

           CLOSE INVENTORY-TRAN-FILE,
                 ITEM-MASTER-FILE,
                 ON-HAND-FILE,
                 APPLIED-REGISTER-FILE,
                 ERROR-LISTING-FILE,
                 VARIANCE-LISTING-FILE.

           DISPLAY "INVENTORY TRANS READ   : " WS-INPUT-COUNT.
           DISPLAY "RECEIPTS APPLIED       : " WS-RECEIPT-COUNT.
           DISPLAY "COUNTS APPLIED         : " WS-COUNT-COUNT.
           DISPLAY "REORDER CHANGES        : " WS-PARAMETER-COUNT.
           DISPLAY "NEW ON-HAND ROWS       : " WS-NEW-ROW-COUNT.
           DISPLAY "COUNTS WITH VARIANCE   : " WS-VARIANCE-COUNT.
           DISPLAY "TRANS REJECTED         : " WS-ERROR-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-ERROR-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       100-APPLY-ONE-TRAN.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 090-EDIT-TRAN-FIELDS THRU 090-EXIT.

           IF TRAN-REJECTED
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
               GO TO 190-READ-NEXT
           END-IF.

           PERFORM 110-READ-ON-HAND-ROW THRU 110-EXIT.

           EVALUATE TRUE
               WHEN TRAN-IS-RECEIPT
                   PERFORM 120-APPLY-RECEIPT THRU 120-EXIT
               WHEN TRAN-IS-COUNT
                   PERFORM 130-APPLY-COUNT THRU 130-EXIT
               WHEN TRAN-IS-PARAMETER
                   PERFORM 140-APPLY-PARAMETERS THRU 140-EXIT
           END-EVALUATE.

           IF ROW-IS-NEW
               WRITE ON-HAND-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT WRITE ON-HAND ROW "
                               IOH-RECORD-KEY ", STATUS "
                               WS-ONHAND-STATUS UPON SYSERR
                       STOP RUN RETURNING 1
               END-WRITE
               ADD 1 TO WS-NEW-ROW-COUNT
           ELSE
               REWRITE ON-HAND-RECORD
                   INVALID KEY
                       DISPLAY "CANNOT REWRITE ON-HAND ROW "
                               IOH-RECORD-KEY ", STATUS "
                               WS-ONHAND-STATUS UPON SYSERR
                       STOP RUN RETURNING 1
               END-REWRITE
           END-IF.

           PERFORM 150-WRITE-REGISTER THRU 150-EXIT.

       190-READ-NEXT.
           READ INVENTORY-TRAN-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

      *    FIELD-LEVEL EDITS, THEN THE ITEM MUST BE ON THE ITEM MASTER
      *    - A RECEIPT AGAINST A MISKEYED ITEM WOULD OTHERWISE OPEN AN
      *    ON-HAND ROW NOTHING WILL EVER SELL.  A DISCONTINUED ITEM
      *    CAN STILL BE COUNTED AND RECEIVED; STOCK IN THE BACK ROOM
      *    IS STILL STOCK.
       090-EDIT-TRAN-FIELDS.
           MOVE 'N' TO WS-EDIT-SWITCH.
           MOVE SPACES TO WS-ERR-REASON.

           MOVE ZERO TO WS-TRAN-DATE.
           IF ITR-TRAN-DATE IS NUMERIC
               MOVE ITR-TRAN-DATE TO WS-TRAN-DATE
           END-IF.
           IF WS-TRAN-DATE = ZERO
               MOVE WS-RUN-DATE TO WS-TRAN-DATE
           END-IF.

           EVALUATE TRUE
               WHEN NOT TRAN-IS-RECEIPT
                AND NOT TRAN-IS-COUNT
                AND NOT TRAN-IS-PARAMETER
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'UNKNOWN TRANSACTION TYPE' TO WS-ERR-REASON
               WHEN ITR-STORE-NUMBER IS NOT NUMERIC
                 OR ITR-STORE-NUMBER = ZERO
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD STORE NUMBER' TO WS-ERR-REASON
               WHEN ITR-ITEM-NUMBER IS NOT NUMERIC
                 OR ITR-ITEM-NUMBER = ZERO
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD ITEM NUMBER' TO WS-ERR-REASON
               WHEN FUNCTION TEST-DATE-YYYYMMDD (WS-TRAN-DATE)
                   NOT = 0
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD TRANSACTION DATE' TO WS-ERR-REASON
               WHEN WS-TRAN-DATE > WS-RUN-DATE
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'TRANSACTION DATED AHEAD' TO WS-ERR-REASON
               WHEN TRAN-IS-RECEIPT
                AND (ITR-QUANTITY IS NOT NUMERIC
                  OR ITR-QUANTITY = ZERO)
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD RECEIPT QUANTITY' TO WS-ERR-REASON
               WHEN TRAN-IS-COUNT
                AND ITR-QUANTITY IS NOT NUMERIC
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD COUNTED QUANTITY' TO WS-ERR-REASON
               WHEN TRAN-IS-PARAMETER
                AND (ITR-REORDER-POINT IS NOT NUMERIC
                  OR ITR-REORDER-QTY IS NOT NUMERIC)
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'BAD REORDER FIELDS' TO WS-ERR-REASON
               WHEN TRAN-IS-PARAMETER
                AND ITR-REORDER-POINT > ZERO
                AND ITR-REORDER-QTY = ZERO
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'REORDER QTY REQUIRED' TO WS-ERR-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF TRAN-REJECTED
               GO TO 090-EXIT
           END-IF.

           MOVE ITR-ITEM-NUMBER TO IMR-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'ITEM NOT ON ITEM MASTER' TO WS-ERR-REASON
           END-READ.

       090-EXIT.
           EXIT.

       095-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE WS-ERR-REASON TO WS-SAVE-REG-NOTE.
           MOVE SPACES TO WS-ERROR-LINE.
           MOVE ITR-TRAN-TYPE TO WS-ERR-TRAN-TYPE.
           MOVE INVENTORY-TRAN-RECORD (3:3) TO WS-ERR-STORE-NUMBER.
           MOVE INVENTORY-TRAN-RECORD (7:5) TO WS-ERR-ITEM-NUMBER.
           MOVE ITR-REFERENCE TO WS-ERR-REFERENCE.
           MOVE WS-SAVE-REG-NOTE TO WS-ERR-REASON.
           MOVE WS-ERROR-LINE TO ERROR-LISTING-RECORD.
           WRITE ERROR-LISTING-RECORD.

       095-EXIT.
           EXIT.

      *    A PAIR WITH NO ROW YET STARTS AT ZERO ON HAND WITH NO
      *    REORDER POINT - THE TRANSACTION FILLS IN THE REST.
       110-READ-ON-HAND-ROW.
           MOVE 'N' TO WS-ROW-SWITCH.
           MOVE ITR-STORE-NUMBER TO IOH-STORE-NUMBER.
           MOVE ITR-ITEM-NUMBER TO IOH-ITEM-NUMBER.
           READ ON-HAND-FILE
               INVALID KEY
                   MOVE 'Y' TO WS-ROW-SWITCH
           END-READ.

           IF ROW-IS-NEW
               MOVE SPACES TO ON-HAND-RECORD
               MOVE ITR-STORE-NUMBER TO IOH-STORE-NUMBER
               MOVE ITR-ITEM-NUMBER TO IOH-ITEM-NUMBER
               MOVE ZERO TO IOH-ON-HAND-QTY
               MOVE ZERO TO IOH-REORDER-POINT
               MOVE ZERO TO IOH-REORDER-QTY
               MOVE ZERO TO IOH-LAST-RECEIPT-DATE
               MOVE ZERO TO IOH-LAST-COUNT-DATE
               MOVE ZERO TO IOH-LAST-SALE-DATE
           END-IF.

           IF IOH-ON-HAND-QTY IS NOT NUMERIC
               MOVE ZERO TO IOH-ON-HAND-QTY
           END-IF.

       110-EXIT.
           EXIT.

       120-APPLY-RECEIPT.
           ADD ITR-QUANTITY TO IOH-ON-HAND-QTY.
           IF IOH-LAST-RECEIPT-DATE IS NOT NUMERIC
              OR WS-TRAN-DATE > IOH-LAST-RECEIPT-DATE
               MOVE WS-TRAN-DATE TO IOH-LAST-RECEIPT-DATE
           END-IF.
           ADD ITR-QUANTITY TO WS-UNITS-RECEIVED.
           ADD 1 TO WS-RECEIPT-COUNT.
           MOVE 'RECEIVED' TO WS-REG-NOTE.

       120-EXIT.
           EXIT.

      *    THE COUNT IS THE TRUTH - THE BOOK FIGURE IS REPLACED, NOT
      *    ADJUSTED, AND ONLY A DIFFERENCE IS LISTED.  SALES RELIEVED
      *    AFTER THE COUNT WAS TAKEN BUT BEFORE IT WAS KEYED SHOW AS
      *    VARIANCE; THE STORES KEY COUNTS THE SAME EVENING.
       130-APPLY-COUNT.
           MOVE IOH-ON-HAND-QTY TO WS-BOOK-QTY.
           MOVE ITR-QUANTITY TO IOH-ON-HAND-QTY.
           MOVE WS-TRAN-DATE TO IOH-LAST-COUNT-DATE.
           ADD 1 TO WS-COUNT-COUNT.
           MOVE 'COUNTED' TO WS-REG-NOTE.

           COMPUTE WS-ITEM-VARIANCE = ITR-QUANTITY - WS-BOOK-QTY.
           IF WS-ITEM-VARIANCE = ZERO
               GO TO 130-EXIT
           END-IF.

           ADD 1 TO WS-VARIANCE-COUNT.
           ADD WS-ITEM-VARIANCE TO WS-NET-VARIANCE.
           MOVE 'COUNTED - VARIANCE' TO WS-REG-NOTE.

           MOVE SPACES TO WS-VARIANCE-LINE.
           MOVE IOH-STORE-NUMBER TO WS-VAR-STORE-NUMBER.
           MOVE IOH-ITEM-NUMBER TO WS-VAR-ITEM-NUMBER.
           MOVE IMR-ITEM-DESCRIPTION TO WS-VAR-DESCRIPTION.
           MOVE WS-BOOK-QTY TO WS-VAR-BOOK-QTY.
           MOVE ITR-QUANTITY TO WS-VAR-COUNTED-QTY.
           MOVE WS-ITEM-VARIANCE TO WS-VAR-VARIANCE.
           MOVE WS-TRAN-DATE TO WS-VAR-COUNT-DATE.
           MOVE WS-VARIANCE-LINE TO VARIANCE-LISTING-RECORD.
           WRITE VARIANCE-LISTING-RECORD.

       130-EXIT.
           EXIT.

      *    A ZERO REORDER POINT TAKES THE ITEM OFF THE REORDER REPORT
      *    AT THAT STORE.
       140-APPLY-PARAMETERS.
           MOVE ITR-REORDER-POINT TO IOH-REORDER-POINT.
           MOVE ITR-REORDER-QTY TO IOH-REORDER-QTY.
           ADD 1 TO WS-PARAMETER-COUNT.
           MOVE 'REORDER CHANGED' TO WS-REG-NOTE.

       140-EXIT.
           EXIT.

      *    THE CALLER HAS ALREADY MOVED THE NOTE INTO WS-REG-NOTE BY
      *    THE TIME THIS RUNS, SO IT IS SAVED OFF AND MOVED BACK IN
      *    AFTER THE MOVE SPACES CLEARS THE WHOLE LINE.
       150-WRITE-REGISTER.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE WS-REG-NOTE TO WS-SAVE-REG-NOTE.
           MOVE SPACES TO WS-REGISTER-LINE.
           MOVE ITR-TRAN-TYPE TO WS-REG-TRAN-TYPE.
           MOVE IOH-STORE-NUMBER TO WS-REG-STORE-NUMBER.
           MOVE IOH-ITEM-NUMBER TO WS-REG-ITEM-NUMBER.
           MOVE IMR-ITEM-DESCRIPTION TO WS-REG-DESCRIPTION.
           MOVE IOH-ON-HAND-QTY TO WS-REG-ON-HAND.
           MOVE WS-TRAN-DATE TO WS-REG-TRAN-DATE.
           MOVE WS-SAVE-REG-NOTE TO WS-REG-NOTE.
           MOVE WS-REGISTER-LINE TO APPLIED-REGISTER-RECORD.
           WRITE APPLIED-REGISTER-RECORD.

       150-EXIT.
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
      *    EACH RUN - TRANSACTIONS READ, TRANSACTIONS APPLIED, AND
      *    THE UNITS RECEIVED PLUS THE NET COUNT VARIANCE AS THE
      *    CONTROL FIGURE, THE NET UNITS THE RUN PUT ON THE BOOKS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'INVTRN01' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-APPLIED-COUNT TO ATR-DETAIL-COUNT.
           COMPUTE ATR-CONTROL-TOTAL =
               WS-UNITS-RECEIVED + WS-NET-VARIANCE.

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
