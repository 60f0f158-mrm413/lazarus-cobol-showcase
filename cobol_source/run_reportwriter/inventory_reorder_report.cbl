       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * INVENTORY REORDER REPORT.                                     *
      *                                                               *
      * RUNS AFTER THE NIGHTLY RELIEF HAS COUNTED THE DAY'S SALES OFF *
      * INVONHND.  EVERY STORE/ITEM ROW AT OR BELOW ITS REORDER POINT *
      * IS LISTED ON INVREORD WITH A SUGGESTED ORDER QUANTITY - THE   *
      * SHORTFALL BACK UP TO THE REORDER POINT PLUS THE ITEM'S        *
      * STANDING REORDER QUANTITY, SO THE DELIVERY LANDS THE SHELF    *
      * THE SAME DISTANCE ABOVE THE POINT WHATEVER SOLD OVERNIGHT.    *
      *                                                               *
      * THE FILE IS READ IN KEY ORDER - STORE, THEN ITEM, WHOSE FIRST *
      * TWO DIGITS ARE THE DEPARTMENT - SO THE LISTING BREAKS BY      *
      * STORE AND BY DEPARTMENT WITHIN STORE WITHOUT A SORT.  A ROW   *
      * WITH NO REORDER POINT SET IS NEVER LISTED; THE STORE HAS NOT  *
      * ASKED FOR THAT ITEM TO BE WATCHED.                            *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ON-HAND-FILE
               ASSIGN TO EXTERNAL INVONHND
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS IOH-RECORD-KEY
                         FILE STATUS IS WS-ONHAND-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO EXTERNAL ITEMMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS IMR-ITEM-NUMBER
                         FILE STATUS IS WS-ITEMMSTR-STATUS.

           SELECT REORDER-REPORT-FILE
               ASSIGN TO EXTERNAL INVREORD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REORDER-STATUS.

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

       FD  ON-HAND-FILE.

      *    ONE ROW PER ITEM PER STORE.  THE ITEM NUMBER LEADS WITH ITS
      *    DEPARTMENT, SO KEY ORDER IS STORE, THEN DEPARTMENT, THEN
      *    ITEM - THE ORDER THE REORDER REPORT PRINTS IN.
       01  ON-HAND-RECORD.
           03  IOH-RECORD-KEY.
               05  IOH-STORE-NUMBER    PIC 9(03).
               05  IOH-ITEM-NUMBER     PIC 9(05).
               05  FILLER              REDEFINES IOH-ITEM-NUMBER.
                   07  IOH-ITEM-DEPT-PREFIX PIC 9(02).
                   07  FILLER          PIC 9(03).
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
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-STATUS         PIC X(01).
               88  ITEM-IS-DISCONTINUED            VALUE 'D'.
           03  FILLER                  PIC X(43).

       FD  REORDER-REPORT-FILE.

       01  REORDER-REPORT-RECORD       PIC X(80).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'INVRORD1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-ONHAND-STATUS            PIC XX.
           88  WS-ONHAND-OK                        VALUE "00".
       77  WS-ITEMMSTR-STATUS          PIC XX.
           88  WS-ITEMMSTR-OK                      VALUE "00".
       77  WS-REORDER-STATUS           PIC XX.
           88  WS-REORDER-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-REORDER-COUNT            PIC 9(06)   VALUE 0.
       77  WS-STORE-ITEM-COUNT         PIC 9(06)   VALUE 0.
       77  WS-DEPT-ITEM-COUNT          PIC 9(06)   VALUE 0.
       77  WS-TOTAL-SUGGESTED          PIC 9(09)   VALUE 0.
       77  WS-STORE-SUGGESTED          PIC 9(09)   VALUE 0.
       77  WS-DEPT-SUGGESTED           PIC 9(09)   VALUE 0.
       77  WS-SUGGESTED-QTY            PIC 9(07)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

      *    THE STORE AND DEPARTMENT OF THE LAST LISTED ITEM - THE
      *    BREAKS FIRE ONLY ON GROUPS THAT PRINTED SOMETHING, SO A
      *    DEPARTMENT WITH NOTHING TO ORDER LEAVES NO EMPTY HEADING.
       77  WS-PREV-STORE               PIC 9(03)   VALUE 0.
       77  WS-PREV-DEPT                PIC 9(02)   VALUE 0.
       77  WS-GROUP-SWITCH             PIC X(1)    VALUE 'N'.
           88  GROUP-IS-OPEN                       VALUE 'Y'.

       01  WS-RUN-DATE-TIME            PIC X(19).

       01  WS-STORE-HEADING.
           03  FILLER                  PIC X(07) VALUE 'STORE: '.
           03  WS-SHD-STORE-NUMBER     PIC 9(03).
           03  FILLER                  PIC X(20) VALUE
                   '  REORDER REPORT AS '.
           03  FILLER                  PIC X(03) VALUE 'OF '.
           03  WS-SHD-RUN-DATE         PIC X(10).

       01  WS-DEPT-HEADING.
           03  FILLER                  PIC X(14) VALUE
                   '  DEPARTMENT: '.
           03  WS-DHD-DEPARTMENT       PIC 9(02).

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(28) VALUE
                   '    ITEM  DESCRIPTION       '.
           03  FILLER                  PIC X(28) VALUE
                   '    ON HAND POINT ORDER QTY '.
           03  FILLER                  PIC X(13) VALUE
                   ' SUGGEST NOTE'.

       01  WS-REORDER-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-RRL-ITEM-NUMBER      PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RRL-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RRL-ON-HAND          PIC -(7)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RRL-REORDER-POINT    PIC ZZZZ9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RRL-REORDER-QTY      PIC Z(8)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RRL-SUGGESTED        PIC Z(7)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RRL-NOTE             PIC X(13).

       01  WS-GROUP-TOTAL-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-GTL-LABEL            PIC X(18).
           03  WS-GTL-ITEMS            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(08) VALUE ' ITEMS, '.
           03  WS-GTL-UNITS            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(16) VALUE
                   ' UNITS SUGGESTED'.

       01  WS-TOTALS-LINE.
           03  FILLER                  PIC X(17) VALUE
                   'ITEMS TO ORDER:  '.
           03  WS-TOT-ITEMS            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
                   '  UNITS SUGGESTED:  '.
           03  WS-TOT-UNITS            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE WS-RUN-DATE-TIME (1:10) TO WS-SHD-RUN-DATE.

           OPEN INPUT ON-HAND-FILE,
                      ITEM-MASTER-FILE,
                OUTPUT REORDER-REPORT-FILE.

           IF NOT WS-ONHAND-OK
               MOVE "ON-HAND-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ONHAND-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-ITEMMSTR-OK
               MOVE "ITEM-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ITEMMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-REORDER-OK
               MOVE "REORDER-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REORDER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ON-HAND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-CHECK-ONE-ROW THRU 199-EXIT
               UNTIL END-OF-FILE.

           IF GROUP-IS-OPEN
               PERFORM 130-DEPT-FOOTING THRU 130-EXIT
               PERFORM 140-STORE-FOOTING THRU 140-EXIT
           END-IF.

           MOVE WS-REORDER-COUNT TO WS-TOT-ITEMS.
           MOVE WS-TOTAL-SUGGESTED TO WS-TOT-UNITS.
           MOVE WS-TOTALS-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

       000-TERMINATE.
           CLOSE ON-HAND-FILE,
                 ITEM-MASTER-FILE,
                 REORDER-REPORT-FILE.

           DISPLAY "ON-HAND ROWS READ      : " WS-INPUT-COUNT.
           DISPLAY "ITEMS TO REORDER       : " WS-REORDER-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       100-CHECK-ONE-ROW.
           ADD 1 TO WS-INPUT-COUNT.

           IF IOH-REORDER-POINT IS NOT NUMERIC
              OR IOH-REORDER-POINT = ZERO
              OR IOH-ON-HAND-QTY IS NOT NUMERIC
              OR IOH-ON-HAND-QTY > IOH-REORDER-POINT
               GO TO 190-READ-NEXT
           END-IF.

           IF GROUP-IS-OPEN
              AND IOH-STORE-NUMBER NOT = WS-PREV-STORE
               PERFORM 130-DEPT-FOOTING THRU 130-EXIT
               PERFORM 140-STORE-FOOTING THRU 140-EXIT
               MOVE 'N' TO WS-GROUP-SWITCH
           END-IF.

           IF GROUP-IS-OPEN
              AND IOH-ITEM-DEPT-PREFIX NOT = WS-PREV-DEPT
               PERFORM 130-DEPT-FOOTING THRU 130-EXIT
               PERFORM 125-DEPT-HEADING THRU 125-EXIT
           END-IF.

           IF NOT GROUP-IS-OPEN
               PERFORM 120-STORE-HEADING THRU 120-EXIT
               PERFORM 125-DEPT-HEADING THRU 125-EXIT
               MOVE 'Y' TO WS-GROUP-SWITCH
           END-IF.

           PERFORM 110-WRITE-REORDER-LINE THRU 110-EXIT.

       190-READ-NEXT.
           READ ON-HAND-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

      *    A BOOK FIGURE BELOW ZERO MEANS SALES WERE RELIEVED AGAINST
      *    STOCK NEVER RECEIVED OR COUNTED - THE SUGGESTION STILL
      *    COVERS IT, BUT THE LINE IS FLAGGED FOR A COUNT.  AN ITEM
      *    MERCHANDISING HAS DISCONTINUED IS LISTED BUT NOT SUGGESTED.
       110-WRITE-REORDER-LINE.
           COMPUTE WS-SUGGESTED-QTY =
               IOH-REORDER-POINT - IOH-ON-HAND-QTY + IOH-REORDER-QTY.

           MOVE SPACES TO WS-REORDER-LINE.
           MOVE IOH-ITEM-NUMBER TO WS-RRL-ITEM-NUMBER.
           MOVE IOH-ON-HAND-QTY TO WS-RRL-ON-HAND.
           MOVE IOH-REORDER-POINT TO WS-RRL-REORDER-POINT.
           MOVE IOH-REORDER-QTY TO WS-RRL-REORDER-QTY.

           MOVE IOH-ITEM-NUMBER TO IMR-ITEM-NUMBER.
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO ITEM-MASTER-RECORD
                   MOVE '** NOT ON ITEMMSTR' TO IMR-ITEM-DESCRIPTION
           END-READ.
           MOVE IMR-ITEM-DESCRIPTION TO WS-RRL-DESCRIPTION.

           IF ITEM-IS-DISCONTINUED
               MOVE ZERO TO WS-SUGGESTED-QTY
               MOVE 'DISCONTINUED' TO WS-RRL-NOTE
           ELSE
               IF IOH-ON-HAND-QTY < ZERO
                   MOVE 'COUNT NEEDED' TO WS-RRL-NOTE
               END-IF
           END-IF.
           MOVE WS-SUGGESTED-QTY TO WS-RRL-SUGGESTED.

           ADD 1 TO WS-REORDER-COUNT.
           ADD 1 TO WS-DEPT-ITEM-COUNT.
           ADD 1 TO WS-STORE-ITEM-COUNT.
           ADD WS-SUGGESTED-QTY TO WS-DEPT-SUGGESTED.
           ADD WS-SUGGESTED-QTY TO WS-STORE-SUGGESTED.
           ADD WS-SUGGESTED-QTY TO WS-TOTAL-SUGGESTED.

           MOVE WS-REORDER-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

       110-EXIT.
           EXIT.

       120-STORE-HEADING.
           MOVE IOH-STORE-NUMBER TO WS-PREV-STORE.
           MOVE IOH-STORE-NUMBER TO WS-SHD-STORE-NUMBER.
           MOVE ZERO TO WS-STORE-ITEM-COUNT.
           MOVE ZERO TO WS-STORE-SUGGESTED.
           MOVE WS-STORE-HEADING TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

       120-EXIT.
           EXIT.

       125-DEPT-HEADING.
           MOVE IOH-ITEM-DEPT-PREFIX TO WS-PREV-DEPT.
           MOVE IOH-ITEM-DEPT-PREFIX TO WS-DHD-DEPARTMENT.
           MOVE ZERO TO WS-DEPT-ITEM-COUNT.
           MOVE ZERO TO WS-DEPT-SUGGESTED.
           MOVE WS-DEPT-HEADING TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

       125-EXIT.
           EXIT.

       130-DEPT-FOOTING.
           MOVE 'DEPARTMENT TOTAL: ' TO WS-GTL-LABEL.
           MOVE WS-DEPT-ITEM-COUNT TO WS-GTL-ITEMS.
           MOVE WS-DEPT-SUGGESTED TO WS-GTL-UNITS.
           MOVE WS-GROUP-TOTAL-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

       130-EXIT.
           EXIT.

       140-STORE-FOOTING.
           MOVE 'STORE TOTAL:      ' TO WS-GTL-LABEL.
           MOVE WS-STORE-ITEM-COUNT TO WS-GTL-ITEMS.
           MOVE WS-STORE-SUGGESTED TO WS-GTL-UNITS.
           MOVE WS-GROUP-TOTAL-LINE TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.
           MOVE SPACES TO REORDER-REPORT-RECORD.
           WRITE REORDER-REPORT-RECORD.

       140-EXIT.
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
      *    EACH RUN - ROWS READ, ITEMS LISTED, AND THE TOTAL UNITS
      *    SUGGESTED AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'INVRORD1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-REORDER-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-TOTAL-SUGGESTED TO ATR-CONTROL-TOTAL.

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
