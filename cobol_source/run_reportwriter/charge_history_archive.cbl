       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * CHARGE-HISTORY ARCHIVE RUN.                                   *
      *                                                               *
      * CHRGHIST ONLY EVER GROWS, AND THE MONTH-END ROLL AND THE      *
      * INQUIRY SCREEN SLOW DOWN WITH IT.  THIS RUN MOVES PAID-OFF    *
      * HISTORY OLDER THAN ARCHIVE-MONTHS (DEFAULT 24) ONTO THE       *
      * INDEXED CHRGARCH FILE - SAME KEY, SAME RECORD - AND DELETES   *
      * IT FROM THE LIVE FILE.                                        *
      *                                                               *
      * HISTORY CARRIES NO PAID MARK ITEM BY ITEM, SO "FULLY PAID" IS *
      * TAKEN A CUSTOMER AT A TIME: WALKING THE CUSTOMER'S ITEMS      *
      * OLDEST FIRST, THE LONGEST RUN THAT NETS TO EXACTLY ZERO IS    *
      * PAID OFF.  THE RUN STOPS AT THE FIRST ITEM INSIDE THE ARCHIVE *
      * AGE, THE FIRST DISPUTED ITEM AND THE FIRST WRITE-OFF, SO OPEN *
      * ITEMS, DISPUTES AND ANYTHING A WRITE-OFF COVERED STAY LIVE.   *
      * WHAT MOVES NETS TO ZERO, SO EVERY BALANCE BUILT FROM THE LIVE *
      * FILE - THE MONTH-END BALANCE FORWARD INCLUDED - IS UNCHANGED. *
      *                                                               *
      * BOTH FILES ARE COUNTED BEFORE AND AFTER AND THE RUN PROVES    *
      * LIVE BEFORE = LIVE AFTER + MOVED AND ARCHIVE AFTER = ARCHIVE  *
      * BEFORE + MOVED, IN RECORDS, NET DOLLARS AND DEBIT DOLLARS.    *
      * THE PROOF AND THE CUSTOMERS ARCHIVED ARE LISTED ON ARCHLIST;  *
      * RETURN CODE 4 FLAGS AN OUT-OF-BALANCE PROOF OR A FAILED MOVE. *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    WALKED IN KEY ORDER, REPOSITIONED PER CUSTOMER FOR THE
      *    MOVE, AND DELETED FROM AS EACH ITEM LANDS IN THE ARCHIVE.
           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ARCHIVE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGARCH
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS ARC-RECORD-KEY
                         FILE STATUS IS WS-ARCHIVE-STATUS.

           SELECT ARCHIVE-LISTING-FILE
               ASSIGN TO EXTERNAL ARCHLIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-LISTING-STATUS.

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
           03  HIS-DISPUTE-FLAG        PIC X(01).
               88  HISTORY-ITEM-DISPUTED           VALUE 'Y'.
           03  HIS-DISPUTE-DATE        PIC 9(08).
           03  FILLER                  PIC X(19).

       FD  ARCHIVE-HISTORY-FILE.

      *    THE CHARGE-HISTORY RECORD BYTE FOR BYTE, UNDER THE SAME
      *    CUSTOMER / DATE / SEQUENCE KEY.
       01  ARCHIVE-HISTORY-RECORD.
           03  ARC-RECORD-KEY.
               05  ARC-CUSTOMER-NUMBER PIC 9(04).
               05  ARC-CHARGE-DATE     PIC 9(08).
               05  ARC-SEQUENCE        PIC 9(04).
           03  ARC-CHARGE-AMOUNT       PIC S9(07)V99.
           03  FILLER                  PIC X(55).

       FD  ARCHIVE-LISTING-FILE.

       01  ARCHIVE-LISTING-RECORD      PIC X(100).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'CHRGARC1'.

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
       77  WS-ARCHIVE-STATUS           PIC XX.
           88  WS-ARCHIVE-OK                       VALUE "00".
           88  WS-ARCHIVE-NOT-FOUND                VALUE "35".
           88  WS-ARCHIVE-DUP-KEY                  VALUE "22".
       77  WS-LISTING-STATUS           PIC XX.
           88  WS-LISTING-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  COUNT-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  COUNT-EOF                           VALUE 'Y'.
       77  WS-RESUME-EOF-SWITCH        PIC X(1)    VALUE 'N'.
           88  RESUME-AT-EOF                       VALUE 'Y'.
       77  WS-SCAN-STOP-SWITCH         PIC X(1)    VALUE 'N'.
           88  SCAN-STOPPED                        VALUE 'Y'.
       77  WS-MOVE-FAILED-SWITCH       PIC X(1)    VALUE 'N'.
           88  MOVE-FAILED                         VALUE 'Y'.

       77  WS-CUSTOMER-COUNT           PIC 9(06)   VALUE 0.
       77  WS-ARCHIVED-CUSTOMERS       PIC 9(06)   VALUE 0.
       77  WS-HELD-DISPUTE-COUNT       PIC 9(06)   VALUE 0.
       77  WS-HELD-WRITEOFF-COUNT      PIC 9(06)   VALUE 0.
       77  WS-FAILED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

      *    ONE CUSTOMER'S SCAN - ITEMS LOOKED AT SO FAR IN THE
      *    ELIGIBLE RUN, THE RUNNING NET, AND THE LONGEST PREFIX
      *    FOUND SO FAR THAT NETS TO ZERO.
       77  WS-CURRENT-CUSTOMER         PIC 9(04)   VALUE 0.
       77  WS-SCAN-COUNT               PIC 9(05)   VALUE 0.
       77  WS-RUNNING-NET              PIC S9(09)V99 VALUE 0.
       77  WS-MOVE-COUNT               PIC 9(05)   VALUE 0.
       77  WS-MOVED-THIS-CUSTOMER      PIC 9(05)   VALUE 0.
       77  WS-MOVE-THROUGH-DATE        PIC 9(08)   VALUE 0.
       77  WS-LEFT-LIVE-COUNT          PIC 9(05)   VALUE 0.
       01  WS-RESUME-KEY               PIC X(16)   VALUE SPACES.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-BUSINESS-DATE.
           03  WS-BUS-YEAR             PIC 9(04).
           03  WS-BUS-MONTH            PIC 9(02).
           03  FILLER                  PIC 9(02).
      *    ITEMS DATED BEFORE THE FIRST OF THE CUTOFF MONTH ARE OLD
      *    ENOUGH TO ARCHIVE.
       01  WS-CUTOFF-DATE              PIC 9(08)   VALUE 0.
       01  FILLER                      REDEFINES WS-CUTOFF-DATE.
           03  WS-CUT-YEAR             PIC 9(04).
           03  WS-CUT-MONTH            PIC 9(02).
           03  WS-CUT-DAY              PIC 9(02).
       77  WS-MONTHS-KEYED             PIC X(02)   VALUE SPACES.
       77  WS-ARCHIVE-MONTHS           PIC 9(02)   VALUE 24.
       77  WS-CUTOFF-MONTH-NUMBER      PIC 9(06)   VALUE 0.

      *    THE COUNT PASS FILLS THE WS-CNT FIELDS; EACH PASS IS THEN
      *    COPIED TO ITS OWN BEFORE/AFTER SLOT FOR THE PROOF.
       01  WS-FILE-COUNTS.
           03  WS-CNT-RECORDS          PIC 9(08)   VALUE 0.
           03  WS-CNT-NET              PIC S9(11)V99 VALUE 0.
           03  WS-CNT-DEBITS           PIC S9(11)V99 VALUE 0.
       01  WS-LIVE-BEFORE              PIC X(34).
       01  WS-LIVE-AFTER               PIC X(34).
       01  WS-ARCH-BEFORE              PIC X(34).
       01  WS-ARCH-AFTER               PIC X(34).
       01  WS-MOVED-COUNTS.
           03  WS-MOVED-RECORDS        PIC 9(08)   VALUE 0.
           03  WS-MOVED-NET            PIC S9(11)V99 VALUE 0.
           03  WS-MOVED-DEBITS         PIC S9(11)V99 VALUE 0.
      *    THE SAME SHAPE LAID OVER A SAVED SLOT, SO THE PROOF CAN
      *    DO ITS ARITHMETIC ON ANY OF THEM.
       01  WS-PROOF-A.
           03  WS-PA-RECORDS           PIC 9(08).
           03  WS-PA-NET               PIC S9(11)V99.
           03  WS-PA-DEBITS            PIC S9(11)V99.
       01  WS-PROOF-B.
           03  WS-PB-RECORDS           PIC 9(08).
           03  WS-PB-NET               PIC S9(11)V99.
           03  WS-PB-DEBITS            PIC S9(11)V99.
       77  WS-PROOF-SWITCH             PIC X(1)    VALUE 'Y'.
           88  PROOF-IN-BALANCE                    VALUE 'Y'.

       01  WS-REPORT-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'CHARGE HISTORY ARCHIVE - RUN DATE       '.
           03  WS-RH-DATE              PIC 9(08).
           03  FILLER                  PIC X(25) VALUE
                   '   ARCHIVING ITEMS BEFORE'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RH-CUTOFF            PIC 9(08).
           03  FILLER                  PIC X(02) VALUE ' ('.
           03  WS-RH-MONTHS            PIC Z9.
           03  FILLER                  PIC X(05) VALUE ' MOS)'.

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'CUST  ITEMS MOVED  MOVED THROUGH  ITEMS '.
           03  FILLER                  PIC X(40) VALUE
                   'LEFT LIVE                               '.

       01  WS-DETAIL-LINE.
           03  WS-DTL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-MOVED            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  WS-DTL-THROUGH          PIC 9(08).
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  WS-DTL-LEFT             PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-DTL-NOTE             PIC X(30) VALUE SPACES.

       01  WS-PROOF-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'FILE PROOF                    RECORDS   '.
           03  FILLER                  PIC X(40) VALUE
                   '        NET AMOUNT     DEBIT AMOUNT     '.

       01  WS-PROOF-LINE.
           03  WS-PRF-LABEL            PIC X(24).
           03  WS-PRF-RECORDS          PIC ZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PRF-NET              PIC -ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-PRF-DEBITS           PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           ACCEPT WS-MONTHS-KEYED FROM ENVIRONMENT 'ARCHIVE-MONTHS'.
           IF WS-MONTHS-KEYED NOT = SPACES
              AND WS-MONTHS-KEYED IS NUMERIC
              AND WS-MONTHS-KEYED NOT = '00'
               MOVE WS-MONTHS-KEYED TO WS-ARCHIVE-MONTHS
           END-IF.

      *    THE CUTOFF IS THE FIRST OF THE MONTH ARCHIVE-MONTHS BACK
      *    FROM THE RUN MONTH, WORKED IN MONTH NUMBERS SO THE YEAR
      *    ROLLS BY ITSELF.
           COMPUTE WS-CUTOFF-MONTH-NUMBER =
               WS-BUS-YEAR * 12 + WS-BUS-MONTH - 1
               - WS-ARCHIVE-MONTHS.
           DIVIDE WS-CUTOFF-MONTH-NUMBER BY 12
               GIVING WS-CUT-YEAR REMAINDER WS-CUT-MONTH.
           ADD 1 TO WS-CUT-MONTH.
           MOVE 01 TO WS-CUT-DAY.

           OPEN I-O CHARGE-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    THE FIRST ARCHIVE RUN BUILDS THE FILE.
           OPEN I-O ARCHIVE-HISTORY-FILE.
           IF WS-ARCHIVE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-HISTORY-FILE
               IF WS-ARCHIVE-OK
                   CLOSE ARCHIVE-HISTORY-FILE
                   OPEN I-O ARCHIVE-HISTORY-FILE
               END-IF
           END-IF.
           IF NOT WS-ARCHIVE-OK
               MOVE "ARCHIVE-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ARCHIVE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT ARCHIVE-LISTING-FILE.
           IF NOT WS-LISTING-OK
               MOVE "ARCHIVE-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-LISTING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-RH-DATE.
           MOVE WS-CUTOFF-DATE TO WS-RH-CUTOFF.
           MOVE WS-ARCHIVE-MONTHS TO WS-RH-MONTHS.
           MOVE WS-REPORT-HEADING TO ARCHIVE-LISTING-RECORD.
           WRITE ARCHIVE-LISTING-RECORD.
           MOVE WS-COLUMN-HEADING TO ARCHIVE-LISTING-RECORD.
           WRITE ARCHIVE-LISTING-RECORD.

           PERFORM 030-COUNT-LIVE-FILE THRU 030-EXIT.
           MOVE WS-FILE-COUNTS TO WS-LIVE-BEFORE.
           PERFORM 040-COUNT-ARCHIVE-FILE THRU 040-EXIT.
           MOVE WS-FILE-COUNTS TO WS-ARCH-BEFORE.

           MOVE LOW-VALUES TO HIS-RECORD-KEY.
           START CHARGE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-START.
           IF NOT HISTORY-EOF
               READ CHARGE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-SWITCH
               END-READ
           END-IF.

           PERFORM 100-ARCHIVE-ONE-CUSTOMER THRU 100-EXIT
               UNTIL HISTORY-EOF.

           PERFORM 030-COUNT-LIVE-FILE THRU 030-EXIT.
           MOVE WS-FILE-COUNTS TO WS-LIVE-AFTER.
           PERFORM 040-COUNT-ARCHIVE-FILE THRU 040-EXIT.
           MOVE WS-FILE-COUNTS TO WS-ARCH-AFTER.

           PERFORM 200-PROVE-FILES THRU 200-EXIT.

           CLOSE CHARGE-HISTORY-FILE
                 ARCHIVE-HISTORY-FILE
                 ARCHIVE-LISTING-FILE.

       000-TERMINATE.
           DISPLAY "CUSTOMERS ON HISTORY   : " WS-CUSTOMER-COUNT.
           DISPLAY "CUSTOMERS ARCHIVED     : " WS-ARCHIVED-CUSTOMERS.
           DISPLAY "ITEMS MOVED TO ARCHIVE : " WS-MOVED-RECORDS.
           DISPLAY "HELD AT A DISPUTE      : " WS-HELD-DISPUTE-COUNT.
           DISPLAY "HELD AT A WRITE-OFF    : " WS-HELD-WRITEOFF-COUNT.
           IF WS-FAILED-COUNT > 0
               DISPLAY "MOVES FAILED           : " WS-FAILED-COUNT
           END-IF.
           IF PROOF-IN-BALANCE
               DISPLAY "ARCHIVE PROOF IN BALANCE"
           ELSE
               DISPLAY "ARCHIVE PROOF OUT OF BALANCE - SEE ARCHLIST"
                       UPON SYSERR
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-FAILED-COUNT > 0 OR NOT PROOF-IN-BALANCE
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    A FULL PASS OF THE LIVE FILE - RECORDS, NET DOLLARS, AND
      *    DEBIT DOLLARS (THE NET OF A PAID-OFF RUN IS ZERO, SO THE
      *    DEBITS ARE WHAT SHOW MONEY MOVED).
       030-COUNT-LIVE-FILE.
           MOVE ZEROS TO WS-FILE-COUNTS.
           MOVE 'N' TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO HIS-RECORD-KEY.
           START CHARGE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
               INVALID KEY
                   GO TO 030-EXIT
           END-START.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO COUNT-EOF-SWITCH
           END-READ.
           PERFORM 035-COUNT-ONE-LIVE THRU 035-EXIT
               UNTIL COUNT-EOF.

       030-EXIT.
           EXIT.

       035-COUNT-ONE-LIVE.
           ADD 1 TO WS-CNT-RECORDS.
           ADD HIS-CHARGE-AMOUNT TO WS-CNT-NET.
           IF HIS-CHARGE-AMOUNT > ZERO
               ADD HIS-CHARGE-AMOUNT TO WS-CNT-DEBITS
           END-IF.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO COUNT-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       040-COUNT-ARCHIVE-FILE.
           MOVE ZEROS TO WS-FILE-COUNTS.
           MOVE 'N' TO COUNT-EOF-SWITCH.
           MOVE LOW-VALUES TO ARC-RECORD-KEY.
           START ARCHIVE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO ARC-RECORD-KEY
               INVALID KEY
                   GO TO 040-EXIT
           END-START.

           READ ARCHIVE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO COUNT-EOF-SWITCH
           END-READ.
           PERFORM 045-COUNT-ONE-ARCHIVED THRU 045-EXIT
               UNTIL COUNT-EOF.

       040-EXIT.
           EXIT.

       045-COUNT-ONE-ARCHIVED.
           ADD 1 TO WS-CNT-RECORDS.
           ADD ARC-CHARGE-AMOUNT TO WS-CNT-NET.
           IF ARC-CHARGE-AMOUNT > ZERO
               ADD ARC-CHARGE-AMOUNT TO WS-CNT-DEBITS
           END-IF.

           READ ARCHIVE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO COUNT-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    ONE CUSTOMER.  THE SCAN READS THROUGH ALL OF THE
      *    CUSTOMER'S ITEMS TO FIND HOW MANY OF THE OLDEST NET TO
      *    ZERO; IF ANY DO, THE FILE IS REPOSITIONED AT THE
      *    CUSTOMER'S FIRST ITEM TO MOVE THEM, THEN PUT BACK ON THE
      *    NEXT CUSTOMER'S FIRST ITEM WHERE THE SCAN LEFT IT.
       100-ARCHIVE-ONE-CUSTOMER.
           ADD 1 TO WS-CUSTOMER-COUNT.
           MOVE HIS-CUSTOMER-NUMBER TO WS-CURRENT-CUSTOMER.
           MOVE ZERO TO WS-SCAN-COUNT.
           MOVE ZERO TO WS-RUNNING-NET.
           MOVE ZERO TO WS-MOVE-COUNT.
           MOVE ZERO TO WS-MOVE-THROUGH-DATE.
           MOVE ZERO TO WS-LEFT-LIVE-COUNT.
           MOVE 'N' TO WS-SCAN-STOP-SWITCH.

           PERFORM 110-SCAN-ONE-ITEM THRU 110-EXIT
               UNTIL HISTORY-EOF
                  OR HIS-CUSTOMER-NUMBER NOT = WS-CURRENT-CUSTOMER.

           IF WS-MOVE-COUNT = ZERO
               GO TO 100-EXIT
           END-IF.

           MOVE HISTORY-EOF-SWITCH TO WS-RESUME-EOF-SWITCH.
           MOVE HIS-RECORD-KEY TO WS-RESUME-KEY.
           SUBTRACT WS-MOVE-COUNT FROM WS-LEFT-LIVE-COUNT.

           MOVE WS-CURRENT-CUSTOMER TO HIS-CUSTOMER-NUMBER.
           MOVE ZERO TO HIS-CHARGE-DATE.
           MOVE ZERO TO HIS-SEQUENCE.
           MOVE 'N' TO WS-MOVE-FAILED-SWITCH.
           MOVE ZERO TO WS-MOVED-THIS-CUSTOMER.
           START CHARGE-HISTORY-FILE
               KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-MOVE-FAILED-SWITCH
           END-START.
           IF NOT MOVE-FAILED
               READ CHARGE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOVE-FAILED-SWITCH
               END-READ
           END-IF.

           PERFORM 120-MOVE-ONE-ITEM THRU 120-EXIT
               UNTIL MOVE-FAILED
                  OR WS-MOVED-THIS-CUSTOMER = WS-MOVE-COUNT.

           ADD 1 TO WS-ARCHIVED-CUSTOMERS.
           MOVE SPACES TO WS-DTL-NOTE.
           IF MOVE-FAILED
               ADD 1 TO WS-FAILED-COUNT
               MOVE 'MOVE STOPPED SHORT - SEE LOG' TO WS-DTL-NOTE
           END-IF.
           MOVE WS-CURRENT-CUSTOMER TO WS-DTL-CUSTOMER.
           MOVE WS-MOVED-THIS-CUSTOMER TO WS-DTL-MOVED.
           MOVE WS-MOVE-THROUGH-DATE TO WS-DTL-THROUGH.
           MOVE WS-LEFT-LIVE-COUNT TO WS-DTL-LEFT.
           MOVE WS-DETAIL-LINE TO ARCHIVE-LISTING-RECORD.
           WRITE ARCHIVE-LISTING-RECORD.

      *    BACK TO WHERE THE SCAN STOPPED.
           MOVE WS-RESUME-EOF-SWITCH TO HISTORY-EOF-SWITCH.
           IF NOT HISTORY-EOF
               MOVE WS-RESUME-KEY TO HIS-RECORD-KEY
               START CHARGE-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO HISTORY-EOF-SWITCH
               END-START
           END-IF.
           IF NOT HISTORY-EOF
               READ CHARGE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO HISTORY-EOF-SWITCH
               END-READ
           END-IF.

       100-EXIT.
           EXIT.

      *    AN ITEM EXTENDS THE ELIGIBLE RUN ONLY WHILE NOTHING HAS
      *    STOPPED IT; EVERY TIME THE RUN NETS TO ZERO IT IS A
      *    PAID-OFF PREFIX AND THE LONGEST ONE WINS.
       110-SCAN-ONE-ITEM.
           ADD 1 TO WS-LEFT-LIVE-COUNT.

           IF NOT SCAN-STOPPED
               EVALUATE TRUE
                   WHEN HIS-CHARGE-DATE NOT < WS-CUTOFF-DATE
                       MOVE 'Y' TO WS-SCAN-STOP-SWITCH
                   WHEN HISTORY-ITEM-DISPUTED
                       MOVE 'Y' TO WS-SCAN-STOP-SWITCH
                       ADD 1 TO WS-HELD-DISPUTE-COUNT
                   WHEN HIS-DESCRIPTION (1:9) = 'WRITE-OFF'
                       MOVE 'Y' TO WS-SCAN-STOP-SWITCH
                       ADD 1 TO WS-HELD-WRITEOFF-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-SCAN-COUNT
                       ADD HIS-CHARGE-AMOUNT TO WS-RUNNING-NET
                       IF WS-RUNNING-NET = ZERO
                           MOVE WS-SCAN-COUNT TO WS-MOVE-COUNT
                           MOVE HIS-CHARGE-DATE
                               TO WS-MOVE-THROUGH-DATE
                       END-IF
               END-EVALUATE
           END-IF.

           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       110-EXIT.
           EXIT.

      *    ARCHIVE FIRST, THEN DELETE - A FAILURE BETWEEN THE TWO
      *    LEAVES THE ITEM ON BOTH FILES, WHICH THE PROOF CATCHES,
      *    RATHER THAN ON NEITHER.
       120-MOVE-ONE-ITEM.
           MOVE CHARGE-HISTORY-RECORD TO ARCHIVE-HISTORY-RECORD.
           WRITE ARCHIVE-HISTORY-RECORD.
           IF NOT WS-ARCHIVE-OK
               DISPLAY "CANNOT ARCHIVE " HIS-RECORD-KEY ", STATUS "
                       WS-ARCHIVE-STATUS UPON SYSERR
               MOVE 'Y' TO WS-MOVE-FAILED-SWITCH
               GO TO 120-EXIT
           END-IF.

           DELETE CHARGE-HISTORY-FILE RECORD.
           IF NOT WS-HISTORY-OK
               DISPLAY "CANNOT DELETE " HIS-RECORD-KEY ", STATUS "
                       WS-HISTORY-STATUS UPON SYSERR
               MOVE 'Y' TO WS-MOVE-FAILED-SWITCH
               GO TO 120-EXIT
           END-IF.

           ADD 1 TO WS-MOVED-THIS-CUSTOMER.
           ADD 1 TO WS-MOVED-RECORDS.
           ADD HIS-CHARGE-AMOUNT TO WS-MOVED-NET.
           IF HIS-CHARGE-AMOUNT > ZERO
               ADD HIS-CHARGE-AMOUNT TO WS-MOVED-DEBITS
           END-IF.

           IF WS-MOVED-THIS-CUSTOMER < WS-MOVE-COUNT
               READ CHARGE-HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO WS-MOVE-FAILED-SWITCH
               END-READ
           END-IF.

       120-EXIT.
           EXIT.

      *    THE FILE PROOF - FIVE LINES ON THE LISTING AND A VERDICT.
       200-PROVE-FILES.
           MOVE SPACES TO ARCHIVE-LISTING-RECORD.
           WRITE ARCHIVE-LISTING-RECORD.
           MOVE WS-PROOF-HEADING TO ARCHIVE-LISTING-RECORD.
           WRITE ARCHIVE-LISTING-RECORD.

           MOVE 'LIVE FILE BEFORE' TO WS-PRF-LABEL.
           MOVE WS-LIVE-BEFORE TO WS-PROOF-A.
           PERFORM 210-PRINT-PROOF-LINE THRU 210-EXIT.
           MOVE 'MOVED TO ARCHIVE' TO WS-PRF-LABEL.
           MOVE WS-MOVED-COUNTS TO WS-PROOF-A.
           PERFORM 210-PRINT-PROOF-LINE THRU 210-EXIT.
           MOVE 'LIVE FILE AFTER' TO WS-PRF-LABEL.
           MOVE WS-LIVE-AFTER TO WS-PROOF-A.
           PERFORM 210-PRINT-PROOF-LINE THRU 210-EXIT.
           MOVE 'ARCHIVE BEFORE' TO WS-PRF-LABEL.
           MOVE WS-ARCH-BEFORE TO WS-PROOF-A.
           PERFORM 210-PRINT-PROOF-LINE THRU 210-EXIT.
           MOVE 'ARCHIVE AFTER' TO WS-PRF-LABEL.
           MOVE WS-ARCH-AFTER TO WS-PROOF-A.
           PERFORM 210-PRINT-PROOF-LINE THRU 210-EXIT.

      *    LIVE BEFORE LESS MOVED MUST BE LIVE AFTER ...
           MOVE WS-LIVE-BEFORE TO WS-PROOF-A.
           MOVE WS-LIVE-AFTER TO WS-PROOF-B.
           IF WS-PA-RECORDS NOT = WS-PB-RECORDS + WS-MOVED-RECORDS
              OR WS-PA-NET NOT = WS-PB-NET + WS-MOVED-NET
              OR WS-PA-DEBITS NOT = WS-PB-DEBITS + WS-MOVED-DEBITS
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.
      *    ... AND ARCHIVE BEFORE PLUS MOVED MUST BE ARCHIVE AFTER.
           MOVE WS-ARCH-AFTER TO WS-PROOF-A.
           MOVE WS-ARCH-BEFORE TO WS-PROOF-B.
           IF WS-PA-RECORDS NOT = WS-PB-RECORDS + WS-MOVED-RECORDS
              OR WS-PA-NET NOT = WS-PB-NET + WS-MOVED-NET
              OR WS-PA-DEBITS NOT = WS-PB-DEBITS + WS-MOVED-DEBITS
               MOVE 'N' TO WS-PROOF-SWITCH
           END-IF.

           MOVE SPACES TO ARCHIVE-LISTING-RECORD.
           IF PROOF-IN-BALANCE
               MOVE 'PROOF: LIVE PLUS ARCHIVE BALANCE TO ORIGINAL'
                   TO ARCHIVE-LISTING-RECORD
           ELSE
               MOVE 'PROOF: *** OUT OF BALANCE ***'
                   TO ARCHIVE-LISTING-RECORD
           END-IF.
           WRITE ARCHIVE-LISTING-RECORD.

       200-EXIT.
           EXIT.

       210-PRINT-PROOF-LINE.
           MOVE WS-PA-RECORDS TO WS-PRF-RECORDS.
           MOVE WS-PA-NET TO WS-PRF-NET.
           MOVE WS-PA-DEBITS TO WS-PRF-DEBITS.
           MOVE WS-PROOF-LINE TO ARCHIVE-LISTING-RECORD.
           WRITE ARCHIVE-LISTING-RECORD.

       210-EXIT.
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
      *    ONE AUDIT RECORD PER RUN - LIVE RECORDS FOUND, ITEMS
      *    MOVED, AND THE DEBIT DOLLARS MOVED AS THE CONTROL TOTAL.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'CHRGARC1' TO ATR-PROGRAM-ID.
           MOVE WS-LIVE-BEFORE TO WS-PROOF-A.
           MOVE WS-PA-RECORDS TO ATR-INPUT-COUNT.
           MOVE WS-MOVED-RECORDS TO ATR-DETAIL-COUNT.
           MOVE WS-MOVED-DEBITS TO ATR-CONTROL-TOTAL.

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
           MOVE WS-MOVED-RECORDS TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
