       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * NIGHTLY PERPETUAL-INVENTORY RELIEF.                           *
      *                                                               *
      * READS THE CHRGPOST FILE THE CHARGE RUN JUST CLOSED AND COUNTS *
      * EVERY POSTED LINE ITEM OFF THE SELLING STORE'S ON-HAND FOR    *
      * THAT ITEM IN THE INDEXED INVONHND FILE - ONE LINE ITEM IS ONE *
      * UNIT.  A RETURN CREDIT (A NEGATIVE POSTING) PUTS ITS UNIT     *
      * BACK.  RECEIVING AND PHYSICAL COUNTS REACH THE SAME FILE      *
      * THROUGH INVTRN01, AND INVRORD1 LISTS WHAT HAS FALLEN TO ITS   *
      * REORDER POINT.                                                *
      *                                                               *
      * THE HANDOFF IS PROVED AGAINST THE CTLTOTAL REGISTRY FIRST,    *
      * THE SAME WAY CHRGHCON PROVES IT, SO A SHORT OR DOUBLED FILE   *
      * NEVER MOVES A QUANTITY.  A STORE/ITEM PAIR WITH NO ON-HAND    *
      * ROW YET IS OPENED AT ZERO (AND GOES NEGATIVE) RATHER THAN     *
      * LOST - THE STORE HAS STOCK THE FILE DOES NOT KNOW ABOUT, AND  *
      * THE NEXT PHYSICAL COUNT SETS IT RIGHT.  THE FINANCE-CHARGE    *
      * ITEM IS NOT MERCHANDISE AND IS PASSED OVER.                   *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARGE-POST-FILE
               ASSIGN TO EXTERNAL CHRGPOST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHRGPOST-STATUS.

           SELECT ON-HAND-FILE
               ASSIGN TO EXTERNAL INVONHND
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS IOH-RECORD-KEY
                         FILE STATUS IS WS-ONHAND-STATUS.

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

       FD  CHARGE-POST-FILE.

       01  CHARGE-POST-RECORD.
           03  CPR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CPR-CHARGE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CPR-CHARGE-AMOUNT       PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  CPR-DESCRIPTION         PIC X(20).
           03  FILLER                  PIC X(01).
           03  CPR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CPR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  CPR-RETURN-SALE-DATE    PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CPR-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(14).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'INVPOST1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

      *    THE CROSS-JOB CONTROL-TOTAL HANDSHAKE FIELDS - COUNT AND
      *    ADDITIVE BYTE HASH HANDED TO THE CTLTOTAL REGISTRY.
       77  WS-CTL-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-CTL-FILE                 PIC X(08)   VALUE SPACES.
       77  WS-CTL-COUNT                PIC 9(06)   VALUE 0.
       77  WS-CTL-HASH                 PIC 9(12)   VALUE 0.
       77  WS-CTL-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-HASH-SUB                 PIC 9(03)   VALUE 0.
       77  WS-CHRGPOST-STATUS          PIC XX.
           88  WS-CHRGPOST-OK                      VALUE "00".
       77  WS-ONHAND-STATUS            PIC XX.
           88  WS-ONHAND-OK                        VALUE "00".
           88  WS-ONHAND-NOT-FOUND                 VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-RELIEVED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-RESTOCKED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-NEW-ROW-COUNT            PIC 9(06)   VALUE 0.
       77  WS-SKIPPED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-NET-UNITS                PIC S9(09)  VALUE 0.
       77  WS-UNIT-CHANGE              PIC S9(01)  VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

      *    ITEM 99999 IS THE FINANCE-CHARGE ASSESSMENT ITEM - A
      *    CHARGE, NOT A UNIT OF STOCK.
       77  WS-FINCHG-ITEM-NUMBER       PIC 9(05)   VALUE 99999.

       01  WS-RUN-DATE-TIME            PIC X(19).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

      *    NOTHING MOVES UNTIL THE HANDOFF IS PROVED - THE FILE IS
      *    COUNTED AND HASHED IN A PRE-PASS AND HELD AGAINST THE
      *    ENTRY THE CHARGE RUN CLOSED WITH.
           PERFORM 015-VERIFY-HANDSHAKE THRU 015-EXIT.

           OPEN INPUT CHARGE-POST-FILE.

           IF NOT WS-CHRGPOST-OK
               MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHRGPOST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE FIRST NIGHT AT A NEW SHOP HAS NO ON-HAND FILE YET -
      *    BUILD AN EMPTY ONE RATHER THAN ABORT THE NIGHT.
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

           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-RELIEVE-ONE-ITEM THRU 199-EXIT
               UNTIL END-OF-FILE.

       000-TERMINATE.
           CLOSE CHARGE-POST-FILE,
                 ON-HAND-FILE.

           DISPLAY "POSTED ITEMS READ      : " WS-INPUT-COUNT.
           DISPLAY "UNITS RELIEVED         : " WS-RELIEVED-COUNT.
           DISPLAY "UNITS RETURNED TO STOCK: " WS-RESTOCKED-COUNT.
           DISPLAY "NEW ON-HAND ROWS       : " WS-NEW-ROW-COUNT.
           DISPLAY "ITEMS PASSED OVER      : " WS-SKIPPED-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

      *    A NEW ROW HAS NO REORDER POINT AND A SUSPECT QUANTITY -
      *    WORTH A LOOK FROM THE STORE, NOT A FAILED NIGHT.
           IF WS-NEW-ROW-COUNT > 0
               DISPLAY WS-NEW-ROW-COUNT
                       " ITEM(S) SOLD WITH NO ON-HAND ROW - OPENED "
                       "AT ZERO" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE PRE-PASS READS CHRGPOST ONCE, COUNTING RECORDS AND
      *    SUMMING EVERY BYTE'S ORDINAL VALUE - THE SAME FIGURES THE
      *    CHARGE RUN REGISTERED AS IT CLOSED THE FILE.  A MISMATCH
      *    ENDS THE STEP BEFORE A SINGLE UNIT MOVES; A FEED WITH NO
      *    ENTRY IS NOTED AND ALLOWED THROUGH.
       015-VERIFY-HANDSHAKE.
           OPEN INPUT CHARGE-POST-FILE.

           IF NOT WS-CHRGPOST-OK
               MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHRGPOST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE ZERO TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-HASH.

           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 016-HASH-ONE-RECORD THRU 016-EXIT
               UNTIL END-OF-FILE.

           CLOSE CHARGE-POST-FILE.
           MOVE 'N' TO END-OF-FILE-SWITCH.

           MOVE 'V' TO WS-CTL-ACTION.
           MOVE 'CHRGPOST' TO WS-CTL-FILE.
           CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

           IF WS-CTL-RESULT = 'N'
               DISPLAY "CHRGPOST DOES NOT MATCH THE PRODUCER'S "
                       "CONTROL TOTALS - NOTHING RELIEVED" UPON SYSERR
               STOP RUN RETURNING 2
           END-IF.

           IF WS-CTL-RESULT = 'M'
               DISPLAY "NO CONTROL-TOTAL ENTRY FOR CHRGPOST - "
                       "HANDOFF NOT PROVED" UPON SYSERR
           END-IF.

       015-EXIT.
           EXIT.

       016-HASH-ONE-RECORD.
           ADD 1 TO WS-CTL-COUNT.
           PERFORM 017-HASH-ONE-BYTE THRU 017-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 80.

           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       016-EXIT.
           EXIT.

       017-HASH-ONE-BYTE.
           ADD FUNCTION ORD (CHARGE-POST-RECORD (WS-HASH-SUB:1))
               TO WS-CTL-HASH.

       017-EXIT.
           EXIT.

      *    A CHRGPOST WRITTEN BEFORE THE STORE NUMBER WAS CARRIED HAS
      *    SPACES THERE - THERE IS NO SHELF TO COUNT IT OFF, SO IT IS
      *    PASSED OVER WITH THE FINANCE-CHARGE ITEM.
       100-RELIEVE-ONE-ITEM.
           ADD 1 TO WS-INPUT-COUNT.

           IF CPR-ITEM-NUMBER = WS-FINCHG-ITEM-NUMBER
              OR CPR-STORE-NUMBER IS NOT NUMERIC
              OR CPR-STORE-NUMBER = ZERO
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 190-READ-NEXT
           END-IF.

           IF CPR-CHARGE-AMOUNT < ZERO
               MOVE 1 TO WS-UNIT-CHANGE
               ADD 1 TO WS-RESTOCKED-COUNT
           ELSE
               MOVE -1 TO WS-UNIT-CHANGE
               ADD 1 TO WS-RELIEVED-COUNT
           END-IF.
           ADD WS-UNIT-CHANGE TO WS-NET-UNITS.

           MOVE CPR-STORE-NUMBER TO IOH-STORE-NUMBER.
           MOVE CPR-ITEM-NUMBER TO IOH-ITEM-NUMBER.
           READ ON-HAND-FILE
               INVALID KEY
                   PERFORM 110-OPEN-ON-HAND-ROW THRU 110-EXIT
               NOT INVALID KEY
                   PERFORM 120-UPDATE-ON-HAND-ROW THRU 120-EXIT
           END-READ.

       190-READ-NEXT.
           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

       110-OPEN-ON-HAND-ROW.
           MOVE SPACES TO ON-HAND-RECORD.
           MOVE CPR-STORE-NUMBER TO IOH-STORE-NUMBER.
           MOVE CPR-ITEM-NUMBER TO IOH-ITEM-NUMBER.
           MOVE WS-UNIT-CHANGE TO IOH-ON-HAND-QTY.
           MOVE ZERO TO IOH-REORDER-POINT.
           MOVE ZERO TO IOH-REORDER-QTY.
           MOVE ZERO TO IOH-LAST-RECEIPT-DATE.
           MOVE ZERO TO IOH-LAST-COUNT-DATE.
           MOVE ZERO TO IOH-LAST-SALE-DATE.
           IF WS-UNIT-CHANGE < ZERO
               MOVE CPR-CHARGE-DATE TO IOH-LAST-SALE-DATE
           END-IF.

           WRITE ON-HAND-RECORD
               INVALID KEY
                   DISPLAY "CANNOT WRITE ON-HAND ROW "
                           IOH-RECORD-KEY ", STATUS "
                           WS-ONHAND-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-WRITE.
           ADD 1 TO WS-NEW-ROW-COUNT.

       110-EXIT.
           EXIT.

       120-UPDATE-ON-HAND-ROW.
           IF IOH-ON-HAND-QTY IS NOT NUMERIC
               MOVE ZERO TO IOH-ON-HAND-QTY
           END-IF.
           ADD WS-UNIT-CHANGE TO IOH-ON-HAND-QTY.
           IF WS-UNIT-CHANGE < ZERO
               MOVE CPR-CHARGE-DATE TO IOH-LAST-SALE-DATE
           END-IF.

           REWRITE ON-HAND-RECORD
               INVALID KEY
                   DISPLAY "CANNOT REWRITE ON-HAND ROW "
                           IOH-RECORD-KEY ", STATUS "
                           WS-ONHAND-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
           END-REWRITE.

       120-EXIT.
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
      *    EACH RUN - POSTED ITEMS READ, UNITS MOVED, AND THE NET
      *    UNIT CHANGE (NEGATIVE ON A NORMAL SELLING DAY) AS THE
      *    CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'INVPOST1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           COMPUTE ATR-DETAIL-COUNT =
               WS-RELIEVED-COUNT + WS-RESTOCKED-COUNT.
           MOVE WS-NET-UNITS TO ATR-CONTROL-TOTAL.

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
