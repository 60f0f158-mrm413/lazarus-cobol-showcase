       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * MONTHLY ITEM MOVEMENT AND DEPARTMENT SALES-MIX REPORT.        *
      *                                                               *
      * CHRGSUMM ONLY EVER TOLD THE BUYERS WHAT A DEPARTMENT TOOK IN; *
      * THIS RUN TELLS THEM WHICH ITEMS MOVED.  EVERY MERCHANDISE     *
      * LINE ON CHRGHIST UP TO THE END OF THE REPORT MONTH IS SORTED  *
      * BY STORE, DEPARTMENT AND ITEM, AND ITEMMOVE LISTS EACH ITEM'S *
      * UNITS AND DOLLARS FOR THE MONTH, THE PRIOR MONTH AND THE YEAR *
      * TO DATE, WITH ITS LAST SALE DATE IN THAT STORE.  A SALE COUNTS*
      * ONE UNIT AND A RETURN TAKES ONE BACK; DOLLARS ARE THE CHARGED *
      * AMOUNT AS POSTED, RETURNS NEGATIVE.                           *
      *                                                               *
      * WITHIN EACH DEPARTMENT:                                       *
      *   - ITEMS ON ITEMMSTR THAT NEVER SOLD IN THE STORE ARE LISTED *
      *     TOO, AND ANY ITEM WITH NO SALE IN THE 90 DAYS TO MONTH    *
      *     END IS FLAGGED (DISCONTINUED ITEMS ARE LEFT OUT);         *
      *   - THE TOP AND BOTTOM FIVE SELLERS FOR THE MONTH, BY UNITS,  *
      *     ARE RANKED UNDER THE DEPARTMENT TOTAL.                    *
      * EACH STORE CLOSES WITH ITS DEPARTMENT SALES MIX - EVERY       *
      * DEPARTMENT'S DOLLARS AND SHARE OF THE STORE, MONTH AND YTD.   *
      *                                                               *
      * ITEMCSV CARRIES THE SAME ITEM ROWS, COMMA-SEPARATED, FOR THE  *
      * BUYERS' SPREADSHEETS.  THE REPORT MONTH DEFAULTS TO THE RUN'S *
      * OWN MONTH AND CAN BE SET WITH MOVE-MONTH=YYYYMM.  HISTORY     *
      * WRITTEN BEFORE THE STORE WAS RECORDED REPORTS UNDER STORE 000.*
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO EXTERNAL ITEMMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS IMR-ITEM-NUMBER
                         FILE STATUS IS WS-ITEMMSTR-STATUS.

           SELECT MOVEMENT-REPORT-FILE
               ASSIGN TO EXTERNAL ITEMMOVE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REPORT-STATUS.

           SELECT MOVEMENT-CSV-FILE
               ASSIGN TO EXTERNAL ITEMCSV
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CSV-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WRK".

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY BATCH PROGRAM STAMPS ITS START AND END, WITH RECORD
      *    COUNTS, ONTO THE SHARED TIMING LOG.
           SELECT TIMING-LOG-FILE
               ASSIGN TO EXTERNAL TIMELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TIMELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  CHARGE-HISTORY-FILE.

       01  CHARGE-HISTORY-RECORD.
           03  HIS-RECORD-KEY.
               05  HIS-CUSTOMER-NUMBER PIC 9(04).
               05  HIS-CHARGE-DATE     PIC 9(08).
               05  HIS-SEQUENCE        PIC 9(04).
           03  HIS-CHARGE-AMOUNT       PIC S9(07)V99.
           03  HIS-DESCRIPTION         PIC X(20).
           03  HIS-ITEM-DEPARTMENT     PIC 9(02).
           03  HIS-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(17).
           03  HIS-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(08).

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

       FD  MOVEMENT-REPORT-FILE.

       01  MOVEMENT-REPORT-RECORD      PIC X(132).

       FD  MOVEMENT-CSV-FILE.

       01  MOVEMENT-CSV-RECORD         PIC X(200).

       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           03  SRT-STORE-NUMBER        PIC 9(03).
           03  SRT-DEPARTMENT          PIC 9(02).
           03  SRT-ITEM-NUMBER         PIC 9(05).
           03  SRT-CHARGE-DATE         PIC 9(08).
           03  SRT-AMOUNT              PIC S9(07)V99.
           03  SRT-UNITS               PIC S9(01).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'ITMMOV01'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
       77  WS-ITEMMSTR-STATUS          PIC XX.
           88  WS-ITEMMSTR-OK                      VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-CSV-STATUS               PIC XX.
           88  WS-CSV-OK                           VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  ITEM-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  ITEM-EOF                            VALUE 'Y'.
       77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(07)   VALUE 0.
       77  WS-RELEASED-COUNT           PIC 9(07)   VALUE 0.
       77  WS-ITEM-LINE-COUNT          PIC 9(06)   VALUE 0.
       77  WS-SLOW-COUNT               PIC 9(06)   VALUE 0.
       77  WS-NEVER-SOLD-COUNT         PIC 9(06)   VALUE 0.
       77  WS-COMPANY-MONTH-DOLLARS    PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

      *    THE REPORT WINDOWS - THE MONTH, THE MONTH BEFORE IT, THE
      *    YEAR TO MONTH END - AND THE 90-DAY SLOW-MOVER CUTOFF, ALL
      *    WORKED OUT ONCE FROM THE REPORT MONTH.
       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-MONTH-KEYED              PIC X(06)   VALUE SPACES.
       01  WS-REPORT-MONTH             PIC 9(06)   VALUE 0.
       01  FILLER                      REDEFINES WS-REPORT-MONTH.
           03  WS-RPT-YEAR             PIC 9(04).
           03  WS-RPT-MM               PIC 9(02).
       01  WS-PRIOR-MONTH              PIC 9(06)   VALUE 0.
       01  FILLER                      REDEFINES WS-PRIOR-MONTH.
           03  WS-PRI-YEAR             PIC 9(04).
           03  WS-PRI-MM               PIC 9(02).
       01  WS-NEXT-MONTH-START         PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-NEXT-MONTH-START.
           03  WS-NXT-YEAR             PIC 9(04).
           03  WS-NXT-MM               PIC 9(02).
           03  WS-NXT-DD               PIC 9(02).
       77  WS-MONTH-END-DATE           PIC 9(08)   VALUE 0.
       77  WS-CUTOFF-DATE              PIC 9(08)   VALUE 0.
       77  WS-DATE-INTEGER             PIC S9(07)  VALUE 0.
       77  WS-SLOW-DAYS                PIC 9(03)   VALUE 90.

      *    THE ITEM MASTER, HELD IN ITEM ORDER FOR THE DESCRIPTION
      *    LOOKUP.  IT-SEEN-STORE REMEMBERS THE LAST STORE THE ITEM
      *    SOLD IN, SO EACH DEPARTMENT CAN PICK UP ITS ITEMS THAT
      *    NEVER SOLD IN THE STORE BEING LISTED.
       77  WS-ITEM-COUNT               PIC 9(05)   VALUE 0.
       77  WS-IT-SUB                   PIC 9(05)   VALUE 0.
       01  WS-ITEM-TABLE.
           02  WS-ITEM-ENTRY           OCCURS 1 TO 5000 TIMES
                                       DEPENDING ON WS-ITEM-COUNT
                                       ASCENDING KEY IS IT-ITEM-NUMBER
                                       INDEXED BY IT-IX.
               03  IT-ITEM-NUMBER      PIC 9(05).
               03  IT-DESCRIPTION      PIC X(20).
               03  IT-DEPARTMENT       PIC 9(02).
               03  IT-STATUS           PIC X(01).
                   88  IT-DISCONTINUED             VALUE 'D'.
               03  IT-SEEN-STORE       PIC X(03).

      *    ONE DEPARTMENT'S ITEMS WITHIN ONE STORE, HELD UNTIL THE
      *    DEPARTMENT BREAK SO THEY CAN BE RANKED AND TOTALLED.
       77  WS-DEPT-COUNT               PIC 9(04)   VALUE 0.
       77  WS-DB-SUB                   PIC 9(04)   VALUE 0.
       77  WS-PICK-SUB                 PIC 9(04)   VALUE 0.
       77  WS-RANK                     PIC 9(01)   VALUE 0.
       77  WS-DEPT-OVERFLOW-COUNT      PIC 9(06)   VALUE 0.
       01  WS-DEPT-BUFFER.
           02  WS-DEPT-ENTRY           OCCURS 500 TIMES.
               03  DB-ITEM-NUMBER      PIC 9(05).
               03  DB-DESCRIPTION      PIC X(20).
               03  DB-MONTH-UNITS      PIC S9(07).
               03  DB-MONTH-DOLLARS    PIC S9(09)V99.
               03  DB-PRIOR-UNITS      PIC S9(07).
               03  DB-PRIOR-DOLLARS    PIC S9(09)V99.
               03  DB-YTD-UNITS        PIC S9(07).
               03  DB-YTD-DOLLARS      PIC S9(09)V99.
               03  DB-LAST-SALE-DATE   PIC 9(08).
               03  DB-RANKED           PIC X(01).
                   88  DB-RANKED-TOP               VALUE 'T'.
                   88  DB-RANKED-BOTTOM            VALUE 'B'.

      *    THE STORE'S DEPARTMENT TOTALS FOR THE CLOSING SALES MIX.
       01  WS-MIX-TABLE.
           02  WS-MIX-ENTRY            OCCURS 99 TIMES.
               03  MIX-MONTH-DOLLARS   PIC S9(09)V99.
               03  MIX-YTD-DOLLARS     PIC S9(09)V99.
               03  MIX-ACTIVE          PIC X(01).
                   88  MIX-DEPT-ACTIVE             VALUE 'Y'.
       77  WS-MIX-SUB                  PIC 9(02)   VALUE 0.

       77  WS-CUR-STORE                PIC 9(03)   VALUE 0.
       77  WS-CUR-DEPT                 PIC 9(02)   VALUE 0.
       77  WS-CUR-ITEM                 PIC 9(05)   VALUE 0.
       77  WS-STORE-MONTH-DOLLARS      PIC S9(09)V99 VALUE 0.
       77  WS-STORE-YTD-DOLLARS        PIC S9(09)V99 VALUE 0.
       77  WS-DEPT-MONTH-UNITS         PIC S9(07)  VALUE 0.
       77  WS-DEPT-MONTH-DOLLARS       PIC S9(09)V99 VALUE 0.
       77  WS-DEPT-PRIOR-UNITS         PIC S9(07)  VALUE 0.
       77  WS-DEPT-PRIOR-DOLLARS       PIC S9(09)V99 VALUE 0.
       77  WS-DEPT-YTD-UNITS           PIC S9(07)  VALUE 0.
       77  WS-DEPT-YTD-DOLLARS         PIC S9(09)V99 VALUE 0.
       77  WS-SHARE-PCT                PIC S9(03)V9 VALUE 0.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(40) VALUE
                   'ITEM MOVEMENT AND SALES MIX - MONTH '.
           03  WS-TTL-MONTH            PIC 9(06).
           03  FILLER                  PIC X(14) VALUE
                   '   PRIOR MONTH'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TTL-PRIOR            PIC 9(06).
           03  FILLER                  PIC X(16) VALUE
                   '   SLOW IF NONE '.
           03  FILLER                  PIC X(06) VALUE 'SINCE '.
           03  WS-TTL-CUTOFF           PIC 9(08).

       01  WS-STORE-LINE.
           03  FILLER                  PIC X(06) VALUE 'STORE '.
           03  WS-STL-STORE            PIC 9(03).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  FILLER                  PIC X(11) VALUE 'DEPARTMENT '.
           03  WS-STL-DEPT             PIC 9(02).

       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(40) VALUE
                   'ITEM  DESCRIPTION           MONTH UNITS'.
           03  FILLER                  PIC X(40) VALUE
                   '   MONTH DOLLARS PRIOR UNITS   PRIOR DOL'.
           03  FILLER                  PIC X(40) VALUE
                   'LARS   YTD UNITS     YTD DOLLARS LAST SA'.
           03  FILLER                  PIC X(12) VALUE
                   'LE  FLAG    '.

       01  WS-DETAIL-LINE.
           03  WS-DTL-ITEM             PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-MONTH-UNITS      PIC -(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-MONTH-DOLLARS    PIC -,---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-PRIOR-UNITS      PIC -(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-PRIOR-DOLLARS    PIC -,---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-YTD-UNITS        PIC -(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-YTD-DOLLARS      PIC -,---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-LAST-SALE        PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-FLAG             PIC X(16).

       01  WS-RANK-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-RKL-LABEL            PIC X(07).
           03  WS-RKL-RANK             PIC 9(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RKL-ITEM             PIC 9(05).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RKL-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RKL-UNITS            PIC -(6)9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RKL-DOLLARS          PIC -,---,---,--9.99.

       01  WS-MIX-HEADING-LINE.
           03  FILLER                  PIC X(40) VALUE
                   'STORE     DEPT SALES MIX   MONTH DOLLARS'.
           03  FILLER                  PIC X(40) VALUE
                   '  SHARE     YTD DOLLARS  SHARE          '.

       01  WS-MIX-LINE.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WS-MXL-DEPT             PIC 9(02).
           03  FILLER                  PIC X(12) VALUE SPACES.
           03  WS-MXL-MONTH-DOLLARS    PIC -,---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-MXL-MONTH-SHARE      PIC ---9.9.
           03  FILLER                  PIC X(01) VALUE '%'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-MXL-YTD-DOLLARS      PIC -,---,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-MXL-YTD-SHARE        PIC ---9.9.
           03  FILLER                  PIC X(01) VALUE '%'.

      *    CSV WORK FIELDS - EDITED SO A SPREADSHEET READS THE SIGN
      *    AND THE DECIMAL POINT.
       01  WS-CSV-EDITED.
           03  WS-CSV-MONTH-UNITS      PIC -(6)9.
           03  WS-CSV-MONTH-DOLLARS    PIC -(9)9.99.
           03  WS-CSV-PRIOR-UNITS      PIC -(6)9.
           03  WS-CSV-PRIOR-DOLLARS    PIC -(9)9.99.
           03  WS-CSV-YTD-UNITS        PIC -(6)9.
           03  WS-CSV-YTD-DOLLARS      PIC -(9)9.99.
       01  WS-CSV-FLAG                 PIC X(16)   VALUE SPACES.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           PERFORM 010-SET-REPORT-WINDOWS THRU 010-EXIT.
           PERFORM 020-LOAD-ITEM-MASTER THRU 029-EXIT.

           OPEN OUTPUT MOVEMENT-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "MOVEMENT-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT MOVEMENT-CSV-FILE.
           IF NOT WS-CSV-OK
               MOVE "MOVEMENT-CSV-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CSV-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-REPORT-MONTH TO WS-TTL-MONTH.
           MOVE WS-PRIOR-MONTH TO WS-TTL-PRIOR.
           MOVE WS-CUTOFF-DATE TO WS-TTL-CUTOFF.
           MOVE WS-TITLE-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

           MOVE SPACES TO MOVEMENT-CSV-RECORD.
           STRING 'STORE,DEPT,ITEM,DESCRIPTION,MONTH UNITS,'
                                              DELIMITED BY SIZE
                  'MONTH DOLLARS,PRIOR UNITS,PRIOR DOLLARS,'
                                              DELIMITED BY SIZE
                  'YTD UNITS,YTD DOLLARS,LAST SALE,FLAG'
                                              DELIMITED BY SIZE
               INTO MOVEMENT-CSV-RECORD
           END-STRING.
           WRITE MOVEMENT-CSV-RECORD.

      *    THE SORT OWNS BOTH ENDS: THE INPUT PROCEDURE PICKS THE
      *    MERCHANDISE LINES OFF THE HISTORY, THE OUTPUT PROCEDURE
      *    BREAKS THEM BY STORE, DEPARTMENT AND ITEM.
           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-STORE-NUMBER
                             SRT-DEPARTMENT
                             SRT-ITEM-NUMBER
                             SRT-CHARGE-DATE
               INPUT PROCEDURE IS 100-SELECT-AND-RELEASE
                   THRU 199-EXIT
               OUTPUT PROCEDURE IS 200-REPORT-MOVEMENT
                   THRU 299-EXIT.

           CLOSE MOVEMENT-REPORT-FILE
                 MOVEMENT-CSV-FILE.

       000-TERMINATE.
           DISPLAY "HISTORY RECORDS READ   : " WS-INPUT-COUNT.
           DISPLAY "MERCHANDISE LINES      : " WS-RELEASED-COUNT.
           DISPLAY "ITEM LINES REPORTED    : " WS-ITEM-LINE-COUNT.
           DISPLAY "SLOW MOVERS FLAGGED    : " WS-SLOW-COUNT.
           DISPLAY "NEVER SOLD IN STORE    : " WS-NEVER-SOLD-COUNT.

           IF WS-DEPT-OVERFLOW-COUNT > 0
               DISPLAY WS-DEPT-OVERFLOW-COUNT
                       " ITEM(S) OVER THE DEPARTMENT LIMIT NOT LISTED"
                       UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE MONTH END IS THE DAY BEFORE THE FIRST OF THE NEXT
      *    MONTH; THE SLOW-MOVER CUTOFF IS 90 DAYS BEFORE IT.
       010-SET-REPORT-WINDOWS.
           MOVE FUNCTION CURRENT-DATE (1:6) TO WS-REPORT-MONTH.
           ACCEPT WS-MONTH-KEYED FROM ENVIRONMENT 'MOVE-MONTH'.
           IF WS-MONTH-KEYED IS NUMERIC
              AND WS-MONTH-KEYED (5:2) >= '01'
              AND WS-MONTH-KEYED (5:2) <= '12'
               MOVE WS-MONTH-KEYED TO WS-REPORT-MONTH
           END-IF.

           MOVE WS-REPORT-MONTH TO WS-PRIOR-MONTH.
           IF WS-RPT-MM = 1
               SUBTRACT 1 FROM WS-PRI-YEAR
               MOVE 12 TO WS-PRI-MM
           ELSE
               SUBTRACT 1 FROM WS-PRI-MM
           END-IF.

           MOVE WS-RPT-YEAR TO WS-NXT-YEAR.
           MOVE WS-RPT-MM TO WS-NXT-MM.
           MOVE 1 TO WS-NXT-DD.
           IF WS-NXT-MM = 12
               ADD 1 TO WS-NXT-YEAR
               MOVE 1 TO WS-NXT-MM
           ELSE
               ADD 1 TO WS-NXT-MM
           END-IF.

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START) - 1.
           COMPUTE WS-MONTH-END-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INTEGER).
           COMPUTE WS-CUTOFF-DATE =
               FUNCTION DATE-OF-INTEGER
                   (WS-DATE-INTEGER - WS-SLOW-DAYS).

       010-EXIT.
           EXIT.

       020-LOAD-ITEM-MASTER.
           OPEN INPUT ITEM-MASTER-FILE.
           IF NOT WS-ITEMMSTR-OK
               MOVE "ITEM-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ITEMMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ITEM-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-ITEM THRU 025-EXIT
               UNTIL ITEM-EOF.

           CLOSE ITEM-MASTER-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-ITEM.
           IF WS-ITEM-COUNT < 5000
               ADD 1 TO WS-ITEM-COUNT
               MOVE IMR-ITEM-NUMBER TO IT-ITEM-NUMBER (WS-ITEM-COUNT)
               MOVE IMR-ITEM-DESCRIPTION
                   TO IT-DESCRIPTION (WS-ITEM-COUNT)
               MOVE IMR-ITEM-DEPARTMENT
                   TO IT-DEPARTMENT (WS-ITEM-COUNT)
               MOVE IMR-ITEM-STATUS TO IT-STATUS (WS-ITEM-COUNT)
               MOVE SPACES TO IT-SEEN-STORE (WS-ITEM-COUNT)
           ELSE
               DISPLAY "ITEM TABLE FULL - ITEM " IMR-ITEM-NUMBER
                       " NOT DESCRIBED" UPON SYSERR
           END-IF.

           READ ITEM-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO ITEM-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    ONLY MERCHANDISE IS RELEASED - PAYMENTS, ADJUSTMENTS AND
      *    THE FINANCE CHARGE (ITEM 99999) CARRY NO REAL ITEM - AND
      *    NOTHING DATED AFTER THE MONTH END.
       100-SELECT-AND-RELEASE.
           OPEN INPUT CHARGE-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 110-RELEASE-ONE-LINE THRU 110-EXIT
               UNTIL HISTORY-EOF.

           CLOSE CHARGE-HISTORY-FILE.

       199-EXIT.
           EXIT.

       110-RELEASE-ONE-LINE.
           ADD 1 TO WS-INPUT-COUNT.

           IF HIS-ITEM-NUMBER IS NOT NUMERIC
              OR HIS-ITEM-DEPARTMENT IS NOT NUMERIC
              OR HIS-ITEM-NUMBER = ZERO
              OR HIS-ITEM-NUMBER = 99999
              OR HIS-ITEM-DEPARTMENT = ZERO
              OR HIS-CHARGE-DATE > WS-MONTH-END-DATE
               GO TO 110-READ-NEXT
           END-IF.

           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE ZERO TO SRT-STORE-NUMBER.
           IF HIS-STORE-NUMBER IS NUMERIC
               MOVE HIS-STORE-NUMBER TO SRT-STORE-NUMBER
           END-IF.
           MOVE HIS-ITEM-DEPARTMENT TO SRT-DEPARTMENT.
           MOVE HIS-ITEM-NUMBER TO SRT-ITEM-NUMBER.
           MOVE HIS-CHARGE-DATE TO SRT-CHARGE-DATE.
           MOVE HIS-CHARGE-AMOUNT TO SRT-AMOUNT.
           IF HIS-CHARGE-AMOUNT < ZERO
               MOVE -1 TO SRT-UNITS
           ELSE
               MOVE 1 TO SRT-UNITS
           END-IF.
           RELEASE SORT-WORK-RECORD.
           ADD 1 TO WS-RELEASED-COUNT.

       110-READ-NEXT.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       110-EXIT.
           EXIT.

       200-REPORT-MOVEMENT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

           PERFORM 210-REPORT-ONE-STORE THRU 210-EXIT
               UNTIL SORT-EOF.

       299-EXIT.
           EXIT.

       210-REPORT-ONE-STORE.
           MOVE SRT-STORE-NUMBER TO WS-CUR-STORE.
           MOVE ZERO TO WS-STORE-MONTH-DOLLARS.
           MOVE ZERO TO WS-STORE-YTD-DOLLARS.
           PERFORM 215-CLEAR-ONE-MIX THRU 215-EXIT
               VARYING WS-MIX-SUB FROM 1 BY 1
               UNTIL WS-MIX-SUB > 98.
           MOVE ZERO TO MIX-MONTH-DOLLARS (99).
           MOVE ZERO TO MIX-YTD-DOLLARS (99).
           MOVE 'N' TO MIX-ACTIVE (99).

           PERFORM 220-REPORT-ONE-DEPARTMENT THRU 220-EXIT
               UNTIL SORT-EOF
                  OR SRT-STORE-NUMBER NOT = WS-CUR-STORE.

           PERFORM 260-WRITE-STORE-MIX THRU 260-EXIT.

       210-EXIT.
           EXIT.

       215-CLEAR-ONE-MIX.
           MOVE ZERO TO MIX-MONTH-DOLLARS (WS-MIX-SUB).
           MOVE ZERO TO MIX-YTD-DOLLARS (WS-MIX-SUB).
           MOVE 'N' TO MIX-ACTIVE (WS-MIX-SUB).

       215-EXIT.
           EXIT.

       220-REPORT-ONE-DEPARTMENT.
           MOVE SRT-DEPARTMENT TO WS-CUR-DEPT.
           MOVE ZERO TO WS-DEPT-COUNT.

           PERFORM 230-GATHER-ONE-ITEM THRU 230-EXIT
               UNTIL SORT-EOF
                  OR SRT-STORE-NUMBER NOT = WS-CUR-STORE
                  OR SRT-DEPARTMENT NOT = WS-CUR-DEPT.

           PERFORM 240-ADD-UNSOLD-ITEM THRU 240-EXIT
               VARYING WS-IT-SUB FROM 1 BY 1
               UNTIL WS-IT-SUB > WS-ITEM-COUNT.

           PERFORM 245-WRITE-DEPARTMENT THRU 245-EXIT.

       220-EXIT.
           EXIT.

      *    EVERY HISTORY LINE FOR ONE ITEM IN ONE STORE, OLDEST FIRST,
      *    FOLDS INTO ONE BUFFER ENTRY.
       230-GATHER-ONE-ITEM.
           MOVE SRT-ITEM-NUMBER TO WS-CUR-ITEM.

           IF WS-DEPT-COUNT >= 500
               ADD 1 TO WS-DEPT-OVERFLOW-COUNT
               PERFORM 235-SKIP-ONE-LINE THRU 235-EXIT
                   UNTIL SORT-EOF
                      OR SRT-STORE-NUMBER NOT = WS-CUR-STORE
                      OR SRT-DEPARTMENT NOT = WS-CUR-DEPT
                      OR SRT-ITEM-NUMBER NOT = WS-CUR-ITEM
               GO TO 230-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DB-SUB.
           PERFORM 250-CLEAR-BUFFER-ENTRY THRU 250-EXIT.
           MOVE WS-CUR-ITEM TO DB-ITEM-NUMBER (WS-DB-SUB).
           MOVE 'NOT ON ITEM MASTER' TO DB-DESCRIPTION (WS-DB-SUB).

           SEARCH ALL WS-ITEM-ENTRY
               AT END
                   CONTINUE
               WHEN IT-ITEM-NUMBER (IT-IX) = WS-CUR-ITEM
                   MOVE IT-DESCRIPTION (IT-IX)
                       TO DB-DESCRIPTION (WS-DB-SUB)
                   MOVE WS-CUR-STORE TO IT-SEEN-STORE (IT-IX)
           END-SEARCH.

           PERFORM 232-ACCUMULATE-ONE-LINE THRU 232-EXIT
               UNTIL SORT-EOF
                  OR SRT-STORE-NUMBER NOT = WS-CUR-STORE
                  OR SRT-DEPARTMENT NOT = WS-CUR-DEPT
                  OR SRT-ITEM-NUMBER NOT = WS-CUR-ITEM.

       230-EXIT.
           EXIT.

       232-ACCUMULATE-ONE-LINE.
           IF SRT-CHARGE-DATE (1:6) = WS-REPORT-MONTH
               ADD SRT-UNITS TO DB-MONTH-UNITS (WS-DB-SUB)
               ADD SRT-AMOUNT TO DB-MONTH-DOLLARS (WS-DB-SUB)
           END-IF.
           IF SRT-CHARGE-DATE (1:6) = WS-PRIOR-MONTH
               ADD SRT-UNITS TO DB-PRIOR-UNITS (WS-DB-SUB)
               ADD SRT-AMOUNT TO DB-PRIOR-DOLLARS (WS-DB-SUB)
           END-IF.
           IF SRT-CHARGE-DATE (1:4) = WS-RPT-YEAR
               ADD SRT-UNITS TO DB-YTD-UNITS (WS-DB-SUB)
               ADD SRT-AMOUNT TO DB-YTD-DOLLARS (WS-DB-SUB)
           END-IF.
           IF SRT-UNITS > ZERO
               MOVE SRT-CHARGE-DATE TO DB-LAST-SALE-DATE (WS-DB-SUB)
           END-IF.

           PERFORM 235-SKIP-ONE-LINE THRU 235-EXIT.

       232-EXIT.
           EXIT.

       235-SKIP-ONE-LINE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

       235-EXIT.
           EXIT.

      *    A LIVE ITEM OF THIS DEPARTMENT THAT HAS NEVER SOLD IN THIS
      *    STORE GOES ON THE LISTING WITH NOTHING AGAINST IT.
       240-ADD-UNSOLD-ITEM.
           IF IT-DEPARTMENT (WS-IT-SUB) NOT = WS-CUR-DEPT
              OR IT-DISCONTINUED (WS-IT-SUB)
              OR IT-SEEN-STORE (WS-IT-SUB) = WS-CUR-STORE
               GO TO 240-EXIT
           END-IF.

           IF WS-DEPT-COUNT >= 500
               ADD 1 TO WS-DEPT-OVERFLOW-COUNT
               GO TO 240-EXIT
           END-IF.

           ADD 1 TO WS-DEPT-COUNT.
           MOVE WS-DEPT-COUNT TO WS-DB-SUB.
           PERFORM 250-CLEAR-BUFFER-ENTRY THRU 250-EXIT.
           MOVE IT-ITEM-NUMBER (WS-IT-SUB)
               TO DB-ITEM-NUMBER (WS-DB-SUB).
           MOVE IT-DESCRIPTION (WS-IT-SUB)
               TO DB-DESCRIPTION (WS-DB-SUB).

       240-EXIT.
           EXIT.

       245-WRITE-DEPARTMENT.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE WS-CUR-STORE TO WS-STL-STORE.
           MOVE WS-CUR-DEPT TO WS-STL-DEPT.
           MOVE WS-STORE-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE WS-HEADING-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

           MOVE ZERO TO WS-DEPT-MONTH-UNITS WS-DEPT-MONTH-DOLLARS
                        WS-DEPT-PRIOR-UNITS WS-DEPT-PRIOR-DOLLARS
                        WS-DEPT-YTD-UNITS WS-DEPT-YTD-DOLLARS.

           PERFORM 246-WRITE-ONE-ITEM THRU 246-EXIT
               VARYING WS-DB-SUB FROM 1 BY 1
               UNTIL WS-DB-SUB > WS-DEPT-COUNT.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE 'DEPARTMENT TOTAL' TO WS-DTL-DESCRIPTION.
           MOVE WS-DEPT-MONTH-UNITS TO WS-DTL-MONTH-UNITS.
           MOVE WS-DEPT-MONTH-DOLLARS TO WS-DTL-MONTH-DOLLARS.
           MOVE WS-DEPT-PRIOR-UNITS TO WS-DTL-PRIOR-UNITS.
           MOVE WS-DEPT-PRIOR-DOLLARS TO WS-DTL-PRIOR-DOLLARS.
           MOVE WS-DEPT-YTD-UNITS TO WS-DTL-YTD-UNITS.
           MOVE WS-DEPT-YTD-DOLLARS TO WS-DTL-YTD-DOLLARS.
           MOVE WS-DETAIL-LINE TO MOVEMENT-REPORT-RECORD.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD (1:5).
           WRITE MOVEMENT-REPORT-RECORD.

           ADD WS-DEPT-MONTH-DOLLARS TO WS-STORE-MONTH-DOLLARS.
           ADD WS-DEPT-YTD-DOLLARS TO WS-STORE-YTD-DOLLARS.
           ADD WS-DEPT-MONTH-DOLLARS TO WS-COMPANY-MONTH-DOLLARS.
           ADD WS-DEPT-MONTH-DOLLARS
               TO MIX-MONTH-DOLLARS (WS-CUR-DEPT).
           ADD WS-DEPT-YTD-DOLLARS TO MIX-YTD-DOLLARS (WS-CUR-DEPT).
           MOVE 'Y' TO MIX-ACTIVE (WS-CUR-DEPT).

           PERFORM 255-RANK-DEPARTMENT THRU 255-EXIT.

       245-EXIT.
           EXIT.

       246-WRITE-ONE-ITEM.
           ADD 1 TO WS-ITEM-LINE-COUNT.
           ADD DB-MONTH-UNITS (WS-DB-SUB) TO WS-DEPT-MONTH-UNITS.
           ADD DB-MONTH-DOLLARS (WS-DB-SUB) TO WS-DEPT-MONTH-DOLLARS.
           ADD DB-PRIOR-UNITS (WS-DB-SUB) TO WS-DEPT-PRIOR-UNITS.
           ADD DB-PRIOR-DOLLARS (WS-DB-SUB) TO WS-DEPT-PRIOR-DOLLARS.
           ADD DB-YTD-UNITS (WS-DB-SUB) TO WS-DEPT-YTD-UNITS.
           ADD DB-YTD-DOLLARS (WS-DB-SUB) TO WS-DEPT-YTD-DOLLARS.

           MOVE SPACES TO WS-CSV-FLAG.
           EVALUATE TRUE
               WHEN DB-LAST-SALE-DATE (WS-DB-SUB) = ZERO
                   MOVE 'NO SALES ON FILE' TO WS-CSV-FLAG
                   ADD 1 TO WS-NEVER-SOLD-COUNT
               WHEN DB-LAST-SALE-DATE (WS-DB-SUB) < WS-CUTOFF-DATE
                   MOVE 'NONE IN 90 DAYS' TO WS-CSV-FLAG
                   ADD 1 TO WS-SLOW-COUNT
           END-EVALUATE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE DB-ITEM-NUMBER (WS-DB-SUB) TO WS-DTL-ITEM.
           MOVE DB-DESCRIPTION (WS-DB-SUB) TO WS-DTL-DESCRIPTION.
           MOVE DB-MONTH-UNITS (WS-DB-SUB) TO WS-DTL-MONTH-UNITS.
           MOVE DB-MONTH-DOLLARS (WS-DB-SUB) TO WS-DTL-MONTH-DOLLARS.
           MOVE DB-PRIOR-UNITS (WS-DB-SUB) TO WS-DTL-PRIOR-UNITS.
           MOVE DB-PRIOR-DOLLARS (WS-DB-SUB) TO WS-DTL-PRIOR-DOLLARS.
           MOVE DB-YTD-UNITS (WS-DB-SUB) TO WS-DTL-YTD-UNITS.
           MOVE DB-YTD-DOLLARS (WS-DB-SUB) TO WS-DTL-YTD-DOLLARS.
           IF DB-LAST-SALE-DATE (WS-DB-SUB) > ZERO
               MOVE DB-LAST-SALE-DATE (WS-DB-SUB) TO WS-DTL-LAST-SALE
           END-IF.
           MOVE WS-CSV-FLAG TO WS-DTL-FLAG.
           MOVE WS-DETAIL-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

           MOVE DB-MONTH-UNITS (WS-DB-SUB) TO WS-CSV-MONTH-UNITS.
           MOVE DB-MONTH-DOLLARS (WS-DB-SUB) TO WS-CSV-MONTH-DOLLARS.
           MOVE DB-PRIOR-UNITS (WS-DB-SUB) TO WS-CSV-PRIOR-UNITS.
           MOVE DB-PRIOR-DOLLARS (WS-DB-SUB) TO WS-CSV-PRIOR-DOLLARS.
           MOVE DB-YTD-UNITS (WS-DB-SUB) TO WS-CSV-YTD-UNITS.
           MOVE DB-YTD-DOLLARS (WS-DB-SUB) TO WS-CSV-YTD-DOLLARS.
           MOVE SPACES TO MOVEMENT-CSV-RECORD.
           STRING
               WS-CUR-STORE                   DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CUR-DEPT                    DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               DB-ITEM-NUMBER (WS-DB-SUB)     DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               DB-DESCRIPTION (WS-DB-SUB)     DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-MONTH-UNITS             DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-MONTH-DOLLARS           DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-PRIOR-UNITS             DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-PRIOR-DOLLARS           DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-YTD-UNITS               DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-YTD-DOLLARS             DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               DB-LAST-SALE-DATE (WS-DB-SUB)  DELIMITED BY SIZE
               ','                            DELIMITED BY SIZE
               WS-CSV-FLAG                    DELIMITED BY SIZE
               INTO MOVEMENT-CSV-RECORD
           END-STRING.
           WRITE MOVEMENT-CSV-RECORD.

       246-EXIT.
           EXIT.

       250-CLEAR-BUFFER-ENTRY.
           MOVE ZERO TO DB-MONTH-UNITS (WS-DB-SUB)
                        DB-MONTH-DOLLARS (WS-DB-SUB)
                        DB-PRIOR-UNITS (WS-DB-SUB)
                        DB-PRIOR-DOLLARS (WS-DB-SUB)
                        DB-YTD-UNITS (WS-DB-SUB)
                        DB-YTD-DOLLARS (WS-DB-SUB)
                        DB-LAST-SALE-DATE (WS-DB-SUB).
           MOVE SPACE TO DB-RANKED (WS-DB-SUB).

       250-EXIT.
           EXIT.

      *    THE TOP FIVE ARE THE BEST MONTH UNITS ABOVE ZERO; THE
      *    BOTTOM FIVE ARE THE WORST OF WHAT IS LEFT, UNSOLD ITEMS
      *    INCLUDED - A DEPARTMENT OF SIX ITEMS SHOWS ONE AT THE FOOT.
       255-RANK-DEPARTMENT.
           PERFORM 256-PICK-TOP-SELLER THRU 256-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 5.
           PERFORM 257-PICK-BOTTOM-SELLER THRU 257-EXIT
               VARYING WS-RANK FROM 1 BY 1
               UNTIL WS-RANK > 5.

       255-EXIT.
           EXIT.

       256-PICK-TOP-SELLER.
           MOVE ZERO TO WS-PICK-SUB.
           PERFORM 258-TEST-TOP-CANDIDATE THRU 258-EXIT
               VARYING WS-DB-SUB FROM 1 BY 1
               UNTIL WS-DB-SUB > WS-DEPT-COUNT.
           IF WS-PICK-SUB = ZERO
               GO TO 256-EXIT
           END-IF.

           MOVE 'T' TO DB-RANKED (WS-PICK-SUB).
           MOVE 'TOP    ' TO WS-RKL-LABEL.
           PERFORM 259-WRITE-RANK-LINE THRU 259-EXIT.

       256-EXIT.
           EXIT.

       257-PICK-BOTTOM-SELLER.
           MOVE ZERO TO WS-PICK-SUB.
           PERFORM 258B-TEST-BOTTOM-CANDIDATE THRU 258B-EXIT
               VARYING WS-DB-SUB FROM 1 BY 1
               UNTIL WS-DB-SUB > WS-DEPT-COUNT.
           IF WS-PICK-SUB = ZERO
               GO TO 257-EXIT
           END-IF.

           MOVE 'B' TO DB-RANKED (WS-PICK-SUB).
           MOVE 'BOTTOM ' TO WS-RKL-LABEL.
           PERFORM 259-WRITE-RANK-LINE THRU 259-EXIT.

       257-EXIT.
           EXIT.

       258-TEST-TOP-CANDIDATE.
           IF DB-RANKED (WS-DB-SUB) NOT = SPACE
              OR DB-MONTH-UNITS (WS-DB-SUB) NOT > ZERO
               GO TO 258-EXIT
           END-IF.
           IF WS-PICK-SUB = ZERO
               MOVE WS-DB-SUB TO WS-PICK-SUB
               GO TO 258-EXIT
           END-IF.
           IF DB-MONTH-UNITS (WS-DB-SUB) > DB-MONTH-UNITS (WS-PICK-SUB)
              OR (DB-MONTH-UNITS (WS-DB-SUB) =
                      DB-MONTH-UNITS (WS-PICK-SUB)
                  AND DB-MONTH-DOLLARS (WS-DB-SUB) >
                      DB-MONTH-DOLLARS (WS-PICK-SUB))
               MOVE WS-DB-SUB TO WS-PICK-SUB
           END-IF.

       258-EXIT.
           EXIT.

       258B-TEST-BOTTOM-CANDIDATE.
           IF DB-RANKED (WS-DB-SUB) NOT = SPACE
               GO TO 258B-EXIT
           END-IF.
           IF WS-PICK-SUB = ZERO
               MOVE WS-DB-SUB TO WS-PICK-SUB
               GO TO 258B-EXIT
           END-IF.
           IF DB-MONTH-UNITS (WS-DB-SUB) < DB-MONTH-UNITS (WS-PICK-SUB)
              OR (DB-MONTH-UNITS (WS-DB-SUB) =
                      DB-MONTH-UNITS (WS-PICK-SUB)
                  AND DB-MONTH-DOLLARS (WS-DB-SUB) <
                      DB-MONTH-DOLLARS (WS-PICK-SUB))
               MOVE WS-DB-SUB TO WS-PICK-SUB
           END-IF.

       258B-EXIT.
           EXIT.

       259-WRITE-RANK-LINE.
           MOVE WS-RANK TO WS-RKL-RANK.
           MOVE DB-ITEM-NUMBER (WS-PICK-SUB) TO WS-RKL-ITEM.
           MOVE DB-DESCRIPTION (WS-PICK-SUB) TO WS-RKL-DESCRIPTION.
           MOVE DB-MONTH-UNITS (WS-PICK-SUB) TO WS-RKL-UNITS.
           MOVE DB-MONTH-DOLLARS (WS-PICK-SUB) TO WS-RKL-DOLLARS.
           MOVE WS-RANK-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

       259-EXIT.
           EXIT.

      *    EACH DEPARTMENT'S SHARE OF WHAT THE STORE TOOK IN, FOR THE
      *    MONTH AND THE YEAR TO DATE.
       260-WRITE-STORE-MIX.
           MOVE SPACES TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.
           MOVE WS-MIX-HEADING-LINE TO MOVEMENT-REPORT-RECORD.
           MOVE WS-CUR-STORE TO MOVEMENT-REPORT-RECORD (7:3).
           WRITE MOVEMENT-REPORT-RECORD.

           PERFORM 265-WRITE-ONE-MIX-LINE THRU 265-EXIT
               VARYING WS-MIX-SUB FROM 1 BY 1
               UNTIL WS-MIX-SUB > 98.
           MOVE 99 TO WS-MIX-SUB.
           PERFORM 265-WRITE-ONE-MIX-LINE THRU 265-EXIT.

           MOVE SPACES TO WS-MIX-LINE.
           MOVE WS-STORE-MONTH-DOLLARS TO WS-MXL-MONTH-DOLLARS.
           MOVE WS-STORE-YTD-DOLLARS TO WS-MXL-YTD-DOLLARS.
           MOVE WS-MIX-LINE TO MOVEMENT-REPORT-RECORD.
           MOVE 'STORE TOTAL' TO MOVEMENT-REPORT-RECORD (1:11).
           WRITE MOVEMENT-REPORT-RECORD.

       260-EXIT.
           EXIT.

       265-WRITE-ONE-MIX-LINE.
           IF NOT MIX-DEPT-ACTIVE (WS-MIX-SUB)
               GO TO 265-EXIT
           END-IF.

           MOVE SPACES TO WS-MIX-LINE.
           MOVE WS-MIX-SUB TO WS-MXL-DEPT.
           MOVE MIX-MONTH-DOLLARS (WS-MIX-SUB) TO WS-MXL-MONTH-DOLLARS.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-STORE-MONTH-DOLLARS NOT = ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   MIX-MONTH-DOLLARS (WS-MIX-SUB) * 100
                       / WS-STORE-MONTH-DOLLARS
           END-IF.
           MOVE WS-SHARE-PCT TO WS-MXL-MONTH-SHARE.
           MOVE MIX-YTD-DOLLARS (WS-MIX-SUB) TO WS-MXL-YTD-DOLLARS.
           MOVE ZERO TO WS-SHARE-PCT.
           IF WS-STORE-YTD-DOLLARS NOT = ZERO
               COMPUTE WS-SHARE-PCT ROUNDED =
                   MIX-YTD-DOLLARS (WS-MIX-SUB) * 100
                       / WS-STORE-YTD-DOLLARS
           END-IF.
           MOVE WS-SHARE-PCT TO WS-MXL-YTD-SHARE.
           MOVE WS-MIX-LINE TO MOVEMENT-REPORT-RECORD.
           WRITE MOVEMENT-REPORT-RECORD.

       265-EXIT.
           EXIT.

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
      *    ONE AUDIT RECORD PER RUN - HISTORY READ, ITEM LINES LISTED,
      *    AND THE MONTH'S MERCHANDISE DOLLARS AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'ITMMOV01' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ITEM-LINE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-COMPANY-MONTH-DOLLARS TO ATR-CONTROL-TOTAL.

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
