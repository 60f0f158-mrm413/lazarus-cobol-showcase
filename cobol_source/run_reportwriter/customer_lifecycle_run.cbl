       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * MONTHLY DORMANT-ACCOUNT LIFECYCLE RUN.                        *
      *                                                               *
      * THE ZERO-ACTIVITY LIST TELLS US WHO HAS GONE QUIET; THIS RUN  *
      * ACTS ON IT.  THE LAST CHARGE OR PAYMENT DATE FOR EVERY        *
      * CUSTOMER IS TAKEN OFF CHRGHIST, AND EACH CUSTOMER ON CUSTMSTR *
      * IS WALKED THROUGH THE ACCOUNT STATUS BYTE:                    *
      *   - AN OPEN ACCOUNT WITH A ZERO BALANCE AND NO ACTIVITY FOR   *
      *     DORMANT-MONTHS (DEFAULT 12) GOES DORMANT - THE CHARGE RUN *
      *     THEN SENDS ANY VISIT ON IT TO THE CREDIT DESK;            *
      *   - A DORMANT ACCOUNT, STILL AT ZERO, WITH NO ACTIVITY FOR A  *
      *     FURTHER CLOSE-MONTHS (DEFAULT 6) IS CLOSED - THE CHARGE   *
      *     RUN REFUSES IT AND IT DROPS OFF STATEMENTS AND DUNNING;   *
      *   - A DORMANT ACCOUNT THAT HAS SEEN ACTIVITY INSIDE THE       *
      *     DORMANT WINDOW (A VISIT THE CREDIT DESK LET THROUGH) IS   *
      *     OPEN AGAIN.                                               *
      * A CLOSED ACCOUNT STAYS CLOSED - THE CUSTOMER REAPPLIES.  A     *
      * CUSTOMER WITH NOTHING ON CHRGHIST COUNTS AS QUIET FOR EVER,   *
      * BUT STILL SPENDS ONE RUN DORMANT BEFORE IT CAN CLOSE, SO      *
      * NOBODY GOES STRAIGHT FROM OPEN TO CLOSED.  MERGED-AWAY        *
      * NUMBERS ARE LEFT ALONE.                                       *
      *                                                               *
      * EVERY STATUS CHANGE IS WRITTEN TO FLDHIST AND LISTED ON       *
      * CUSTLIFE.  RETURN CODE 4 FLAGS A RUN THAT CLOSED ANYTHING.    *
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

      *    WALKED TOP TO BOTTOM AND REWRITTEN IN PLACE WHERE THE
      *    STATUS CHANGES.
           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT LIFECYCLE-REPORT-FILE
               ASSIGN TO EXTERNAL CUSTLIFE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REPORT-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FLDHIST-STATUS.

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
           03  FILLER                  PIC X(64).

       FD  CUSTOMER-MASTER-FILE.

      *    THE BYTE BETWEEN THE FINANCE-CHARGE EXEMPTION FLAG AND THE
      *    PRIVACY FLAG CARRIES THE ACCOUNT STATUS - SPACE (AS EVERY
      *    RECORD WRITTEN BEFORE IT EXISTED READS) IS AN OPEN ACCOUNT.
       01  CUSTOMER-MASTER-RECORD.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CMR-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01).
           03  CMR-OPEN-BALANCE        PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  CMR-CREDIT-LIMIT        PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CMR-TAX-JURISDICTION    PIC X(02).
           03  CMR-MERGE-FLAG          PIC X(01).
               88  CUSTOMER-WAS-MERGED             VALUE 'M'.
           03  FILLER                  PIC X(01).
           03  CMR-ACCOUNT-STATUS      PIC X(01).
               88  ACCOUNT-IS-DORMANT              VALUE 'D'.
               88  ACCOUNT-IS-CLOSED               VALUE 'C'.
           03  FILLER                  PIC X(33).

       FD  LIFECYCLE-REPORT-FILE.

       01  LIFECYCLE-REPORT-RECORD     PIC X(100).

       FD  FIELD-HISTORY-FILE.

      *    THE SHARED FIELD-LEVEL CHANGE-HISTORY RECORD - ONE ROW
      *    PER STATUS CHANGE, NEXT TO THE SCREEN AND DUAL-CONTROL
      *    POSTINGS FOR THE SAME CUSTOMER.
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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'CUSTLIFE'.

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
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-FLDHIST-STATUS           PIC XX.
           88  WS-FLDHIST-OK                       VALUE "00".
           88  WS-FLDHIST-NOT-FOUND                VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  CUSTOMER-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  CUSTOMER-EOF                        VALUE 'Y'.

       77  WS-HISTORY-COUNT            PIC 9(07)   VALUE 0.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-DORMANT-COUNT            PIC 9(06)   VALUE 0.
       77  WS-CLOSED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-REOPENED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-CHANGE-COUNT             PIC 9(06)   VALUE 0.
       77  WS-FAILED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-BUSINESS-DATE.
           03  WS-BUS-YEAR             PIC 9(04).
           03  WS-BUS-MONTH            PIC 9(02).
           03  FILLER                  PIC 9(02).
       01  WS-LAST-DATE                PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-LAST-DATE.
           03  WS-LAST-YEAR            PIC 9(04).
           03  WS-LAST-MONTH           PIC 9(02).
           03  FILLER                  PIC 9(02).
       77  WS-MONTHS-KEYED             PIC X(02)   VALUE SPACES.
       77  WS-DORMANT-MONTHS           PIC 9(02)   VALUE 12.
       77  WS-CLOSE-MONTHS             PIC 9(02)   VALUE 6.
       77  WS-CLOSE-AFTER-MONTHS       PIC 9(03)   VALUE 0.
       77  WS-RUN-MONTH-NUMBER         PIC 9(06)   VALUE 0.
       77  WS-LAST-MONTH-NUMBER        PIC 9(06)   VALUE 0.
       77  WS-MONTHS-QUIET             PIC 9(04)   VALUE 0.
       77  WS-OLD-STATUS-NAME          PIC X(08)   VALUE SPACES.
       77  WS-NEW-STATUS               PIC X(01)   VALUE SPACE.
       77  WS-NEW-STATUS-NAME          PIC X(08)   VALUE SPACES.

      *    LAST ACTIVITY DATE BY CUSTOMER NUMBER, SUBSCRIPTED BY THE
      *    NUMBER ITSELF.  CHRGHIST COMES IN CUSTOMER/DATE ORDER, SO
      *    THE LAST RECORD SEEN FOR A CUSTOMER IS THE LATEST.
       01  WS-LAST-ACTIVITY-TABLE.
           02  LAT-LAST-DATE           PIC 9(08)   OCCURS 9999 TIMES.

       01  WS-REPORT-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'CUSTOMER ACCOUNT LIFECYCLE - RUN DATE '.
           03  WS-RH-DATE              PIC 9(08).
           03  FILLER                  PIC X(16) VALUE
                   '   DORMANT AFTER'.
           03  WS-RH-DORMANT           PIC Z9.
           03  FILLER                  PIC X(15) VALUE
                   ' MOS, CLOSE AT '.
           03  WS-RH-CLOSE             PIC ZZ9.
           03  FILLER                  PIC X(04) VALUE ' MOS'.

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'CUST NAME              OPEN BALANCE LAST'.
           03  FILLER                  PIC X(40) VALUE
                   ' ACTIVITY MONTHS WAS      NOW           '.

       01  WS-DETAIL-LINE.
           03  WS-DTL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NAME             PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-BALANCE          PIC -,---,--9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-LAST-DATE        PIC X(13).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-MONTHS           PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-OLD-STATUS       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NEW-STATUS       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NOTE             PIC X(20).

       01  WS-MONTHS-EDIT              PIC ZZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           COMPUTE WS-RUN-MONTH-NUMBER =
               WS-BUS-YEAR * 12 + WS-BUS-MONTH.

           ACCEPT WS-MONTHS-KEYED FROM ENVIRONMENT 'DORMANT-MONTHS'.
           IF WS-MONTHS-KEYED NOT = SPACES
              AND WS-MONTHS-KEYED IS NUMERIC
              AND WS-MONTHS-KEYED NOT = '00'
               MOVE WS-MONTHS-KEYED TO WS-DORMANT-MONTHS
           END-IF.
           MOVE SPACES TO WS-MONTHS-KEYED.
           ACCEPT WS-MONTHS-KEYED FROM ENVIRONMENT 'CLOSE-MONTHS'.
           IF WS-MONTHS-KEYED NOT = SPACES
              AND WS-MONTHS-KEYED IS NUMERIC
              AND WS-MONTHS-KEYED NOT = '00'
               MOVE WS-MONTHS-KEYED TO WS-CLOSE-MONTHS
           END-IF.
           COMPUTE WS-CLOSE-AFTER-MONTHS =
               WS-DORMANT-MONTHS + WS-CLOSE-MONTHS.

           PERFORM 020-LOAD-LAST-ACTIVITY THRU 029-EXIT.

           OPEN I-O CUSTOMER-MASTER-FILE.
           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT LIFECYCLE-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "LIFECYCLE-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE HISTORY FILE ONLY EVER GROWS - EVERY WRITER APPENDS.
           OPEN EXTEND FIELD-HISTORY-FILE.
           IF WS-FLDHIST-NOT-FOUND
               OPEN OUTPUT FIELD-HISTORY-FILE
           END-IF.
           IF NOT WS-FLDHIST-OK
               MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-FLDHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-RH-DATE.
           MOVE WS-DORMANT-MONTHS TO WS-RH-DORMANT.
           MOVE WS-CLOSE-AFTER-MONTHS TO WS-RH-CLOSE.
           MOVE WS-REPORT-HEADING TO LIFECYCLE-REPORT-RECORD.
           WRITE LIFECYCLE-REPORT-RECORD.
           MOVE WS-COLUMN-HEADING TO LIFECYCLE-REPORT-RECORD.
           WRITE LIFECYCLE-REPORT-RECORD.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CUSTOMER-EOF-SWITCH
           END-READ.

           PERFORM 100-REVIEW-ONE-CUSTOMER THRU 100-EXIT
               UNTIL CUSTOMER-EOF.

           CLOSE CUSTOMER-MASTER-FILE
                 LIFECYCLE-REPORT-FILE
                 FIELD-HISTORY-FILE.

       000-TERMINATE.
           DISPLAY "HISTORY RECORDS READ   : " WS-HISTORY-COUNT.
           DISPLAY "CUSTOMERS REVIEWED     : " WS-INPUT-COUNT.
           DISPLAY "MADE DORMANT           : " WS-DORMANT-COUNT.
           DISPLAY "CLOSED                 : " WS-CLOSED-COUNT.
           DISPLAY "REOPENED               : " WS-REOPENED-COUNT.
           IF WS-FAILED-COUNT > 0
               DISPLAY "REWRITES FAILED        : " WS-FAILED-COUNT
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-CLOSED-COUNT > 0 OR WS-FAILED-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       020-LOAD-LAST-ACTIVITY.
           MOVE ZEROS TO WS-LAST-ACTIVITY-TABLE.

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

           PERFORM 025-NOTE-ONE-HISTORY THRU 025-EXIT
               UNTIL HISTORY-EOF.

           CLOSE CHARGE-HISTORY-FILE.

       029-EXIT.
           EXIT.

       025-NOTE-ONE-HISTORY.
           ADD 1 TO WS-HISTORY-COUNT.

           IF HIS-CUSTOMER-NUMBER IS NUMERIC
              AND HIS-CUSTOMER-NUMBER > ZERO
              AND HIS-CHARGE-DATE IS NUMERIC
              AND HIS-CHARGE-DATE > LAT-LAST-DATE (HIS-CUSTOMER-NUMBER)
               MOVE HIS-CHARGE-DATE
                   TO LAT-LAST-DATE (HIS-CUSTOMER-NUMBER)
           END-IF.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    ONE CUSTOMER THROUGH THE LIFECYCLE.  MONTHS QUIET IS
      *    COUNTED IN CALENDAR MONTHS FROM THE LAST ACTIVITY TO THE
      *    RUN MONTH; NO ACTIVITY AT ALL COUNTS AS 9999.
       100-REVIEW-ONE-CUSTOMER.
           ADD 1 TO WS-INPUT-COUNT.

           IF CUSTOMER-WAS-MERGED
              OR ACCOUNT-IS-CLOSED
              OR CMR-CUSTOMER-NUMBER = ZERO
               GO TO 100-READ-NEXT
           END-IF.

           MOVE LAT-LAST-DATE (CMR-CUSTOMER-NUMBER) TO WS-LAST-DATE.
           IF WS-LAST-DATE = ZERO
               MOVE 9999 TO WS-MONTHS-QUIET
           ELSE
               COMPUTE WS-LAST-MONTH-NUMBER =
                   WS-LAST-YEAR * 12 + WS-LAST-MONTH
               IF WS-LAST-MONTH-NUMBER >= WS-RUN-MONTH-NUMBER
                   MOVE ZERO TO WS-MONTHS-QUIET
               ELSE
                   COMPUTE WS-MONTHS-QUIET =
                       WS-RUN-MONTH-NUMBER - WS-LAST-MONTH-NUMBER
               END-IF
           END-IF.

           MOVE SPACE TO WS-NEW-STATUS.
           IF ACCOUNT-IS-DORMANT
               MOVE 'DORMANT' TO WS-OLD-STATUS-NAME
               MOVE 'D' TO WS-NEW-STATUS
               IF WS-MONTHS-QUIET < WS-DORMANT-MONTHS
                   MOVE SPACE TO WS-NEW-STATUS
               ELSE
                   IF WS-MONTHS-QUIET >= WS-CLOSE-AFTER-MONTHS
                      AND CMR-OPEN-BALANCE IS NUMERIC
                      AND CMR-OPEN-BALANCE = ZERO
                       MOVE 'C' TO WS-NEW-STATUS
                   END-IF
               END-IF
           ELSE
               MOVE 'OPEN' TO WS-OLD-STATUS-NAME
               IF WS-MONTHS-QUIET >= WS-DORMANT-MONTHS
                  AND CMR-OPEN-BALANCE IS NUMERIC
                  AND CMR-OPEN-BALANCE = ZERO
                   MOVE 'D' TO WS-NEW-STATUS
               END-IF
           END-IF.

           IF WS-NEW-STATUS = CMR-ACCOUNT-STATUS
              OR (WS-NEW-STATUS = SPACE
                  AND NOT ACCOUNT-IS-DORMANT)
               GO TO 100-READ-NEXT
           END-IF.

           PERFORM 110-CHANGE-STATUS THRU 110-EXIT.

       100-READ-NEXT.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CUSTOMER-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

       110-CHANGE-STATUS.
           EVALUATE WS-NEW-STATUS
               WHEN 'D'
                   MOVE 'DORMANT' TO WS-NEW-STATUS-NAME
               WHEN 'C'
                   MOVE 'CLOSED' TO WS-NEW-STATUS-NAME
               WHEN OTHER
                   MOVE 'OPEN' TO WS-NEW-STATUS-NAME
           END-EVALUATE.

           MOVE WS-NEW-STATUS TO CMR-ACCOUNT-STATUS.
           REWRITE CUSTOMER-MASTER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           IF NOT WS-CUSTMSTR-OK
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'REWRITE FAILED' TO WS-DTL-NOTE
               PERFORM 120-WRITE-REPORT-LINE THRU 120-EXIT
               GO TO 110-EXIT
           END-IF.

           EVALUATE WS-NEW-STATUS
               WHEN 'D'
                   ADD 1 TO WS-DORMANT-COUNT
               WHEN 'C'
                   ADD 1 TO WS-CLOSED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-REOPENED-COUNT
           END-EVALUATE.
           ADD 1 TO WS-CHANGE-COUNT.

           MOVE SPACES TO WS-DTL-NOTE.
           PERFORM 120-WRITE-REPORT-LINE THRU 120-EXIT.
           PERFORM 130-WRITE-FIELD-HISTORY THRU 130-EXIT.

       110-EXIT.
           EXIT.

       120-WRITE-REPORT-LINE.
           MOVE CMR-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER.
           MOVE CMR-CUSTOMER-NAME TO WS-DTL-NAME.
           IF CMR-OPEN-BALANCE IS NUMERIC
               MOVE CMR-OPEN-BALANCE TO WS-DTL-BALANCE
           ELSE
               MOVE ZERO TO WS-DTL-BALANCE
           END-IF.
           IF LAT-LAST-DATE (CMR-CUSTOMER-NUMBER) = ZERO
               MOVE 'NONE ON FILE' TO WS-DTL-LAST-DATE
               MOVE SPACES TO WS-DTL-MONTHS
           ELSE
               MOVE LAT-LAST-DATE (CMR-CUSTOMER-NUMBER)
                   TO WS-DTL-LAST-DATE
               MOVE WS-MONTHS-QUIET TO WS-MONTHS-EDIT
               MOVE WS-MONTHS-EDIT TO WS-DTL-MONTHS
           END-IF.
           MOVE WS-OLD-STATUS-NAME TO WS-DTL-OLD-STATUS.
           MOVE WS-NEW-STATUS-NAME TO WS-DTL-NEW-STATUS.
           MOVE WS-DETAIL-LINE TO LIFECYCLE-REPORT-RECORD.
           WRITE LIFECYCLE-REPORT-RECORD.

       120-EXIT.
           EXIT.

       130-WRITE-FIELD-HISTORY.
           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'C' TO FLH-MASTER-ID.
           MOVE CMR-CUSTOMER-NUMBER TO FLH-RECORD-KEY.
           MOVE 'STATUS' TO FLH-FIELD-NAME.
           MOVE WS-OLD-STATUS-NAME TO FLH-OLD-VALUE.
           MOVE WS-NEW-STATUS-NAME TO FLH-NEW-VALUE.
           MOVE 'CUSTLIFE' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       130-EXIT.
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
      *    ONE AUDIT RECORD PER RUN - CUSTOMERS REVIEWED, STATUS
      *    CHANGES MADE, AND THE CLOSED COUNT AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'CUSTLIFE' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-CHANGE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-CLOSED-COUNT TO ATR-CONTROL-TOTAL.

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
