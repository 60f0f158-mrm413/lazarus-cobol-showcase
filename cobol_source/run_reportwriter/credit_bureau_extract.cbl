       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * MONTHLY CREDIT BUREAU REPORTING EXTRACT.                      *
      *                                                               *
      * RUNS AT MONTH END BEHIND THE CHARGE-HISTORY ROLL.  EVERY      *
      * CHARGE ACCOUNT ON CUSTMSTR IS MATCHED AGAINST ITS OPEN ITEMS  *
      * ON THE CHRGACT ACTIVITY EXTRACT (BOTH IN CUSTOMER ORDER) AND  *
      * ONE METRO 2 STYLE BASE RECORD IS WRITTEN TO BUREAUX: CURRENT  *
      * BALANCE, CREDIT LIMIT, AMOUNT PAST DUE, THE WORST PAST-DUE    *
      * BUCKET AS THE ACCOUNT STATUS CODE, AND INDICATORS FOR A       *
      * WRITE-OFF, AN OPEN DISPUTE AND AN NSF RETURNED PAYMENT.  A    *
      * HEADER LEADS THE FILE AND A TRAILER CLOSES IT WITH THE RECORD *
      * COUNTS THE BUREAU PROVES THE FILE AGAINST; THE BURCTL CONTROL *
      * LISTING CARRIES THE SAME COUNTS BY STATUS FOR THE CREDIT DESK.*
      *                                                               *
      * AGING WORKS THE WAY THE CUSTOMER'S MONEY DOES: CHARGES ARE    *
      * BUCKETED BY AGE, THEN EVERY PAYMENT AND CREDIT ON FILE IS     *
      * APPLIED OLDEST BUCKET FIRST, AND WHAT IS LEFT OVER 30 DAYS IS *
      * PAST DUE.  A CHARGE UNDER DISPUTE ON THE DISPUTE SCREEN IS    *
      * KEPT OUT OF THE AGING ALTOGETHER - THE ACCOUNT CARRIES THE    *
      * 'XB' COMPLIANCE CONDITION CODE INSTEAD, SO A DISPUTED CHARGE  *
      * IS NEVER REPORTED AS A LATE PAYMENT WHILE IT IS WORKED.       *
      *                                                               *
      * A CUSTOMER MERGED INTO ANOTHER NUMBER IS NOT REPORTED - THE   *
      * SURVIVING ACCOUNT CARRIES ITS BALANCE.  OPEN ITEMS FOR A      *
      * CUSTOMER NOT ON THE MASTER ARE LISTED ON BURCTL AND END THE   *
      * RUN WITH RETURN CODE 4.                                       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT CHARGE-ACTIVITY-FILE
               ASSIGN TO EXTERNAL CHRGACT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ACTIVITY-STATUS.

           SELECT BUREAU-EXTRACT-FILE
               ASSIGN TO EXTERNAL BUREAUX
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-BUREAU-STATUS.

           SELECT CONTROL-LISTING-FILE
               ASSIGN TO EXTERNAL BURCTL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CONTROL-STATUS.

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

       FD  CUSTOMER-MASTER-FILE.

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
           03  FILLER                  PIC X(03).
           03  CMR-NSF-FLAG            PIC X(01).
               88  CUSTOMER-HAS-NSF                VALUE 'Y'.
           03  FILLER                  PIC X(31).

       FD  CHARGE-ACTIVITY-FILE.

       01  CHARGE-ACTIVITY-RECORD.
           03  ACT-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ACT-CHARGE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ACT-CHARGE-AMOUNT       PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  ACT-DESCRIPTION         PIC X(20).
           03  FILLER                  REDEFINES ACT-DESCRIPTION.
               05  ACT-DESC-PREFIX     PIC X(09).
                   88  ACTIVITY-IS-WRITE-OFF       VALUE 'WRITE-OFF'.
               05  FILLER              PIC X(11).
           03  ACT-DISPUTE-FLAG        PIC X(01).
               88  ACTIVITY-IS-DISPUTED            VALUE 'Y'.
           03  FILLER                  PIC X(35).

       FD  BUREAU-EXTRACT-FILE.

      *    THE BUREAU'S FIXED LAYOUT: ONE 'H' HEADER, ONE 'B' BASE
      *    SEGMENT PER ACCOUNT, ONE 'T' TRAILER.  AMOUNTS GO IN WHOLE
      *    DOLLARS, CENTS DROPPED, AS THE FORMAT REQUIRES; A CREDIT
      *    BALANCE REPORTS AS ZERO.
       01  BUREAU-BASE-RECORD.
           03  BUR-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  BUR-ACCOUNT-NUMBER      PIC 9(04).
           03  FILLER                  PIC X(01).
           03  BUR-CONSUMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01).
           03  BUR-ACCOUNT-STATUS      PIC X(02).
           03  FILLER                  PIC X(01).
           03  BUR-CURRENT-BALANCE     PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BUR-CREDIT-LIMIT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BUR-AMOUNT-PAST-DUE     PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BUR-COMPLIANCE-CODE     PIC X(02).
           03  FILLER                  PIC X(01).
           03  BUR-WRITE-OFF-IND       PIC X(01).
           03  BUR-DISPUTE-IND         PIC X(01).
           03  BUR-NSF-IND             PIC X(01).
           03  FILLER                  PIC X(01).
           03  BUR-DISPUTED-AMOUNT     PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BUR-ACTIVITY-DATE       PIC 9(08).
           03  FILLER                  PIC X(26).
       01  BUREAU-HEADER-RECORD REDEFINES BUREAU-BASE-RECORD.
           03  FILLER                  PIC X(02).
           03  BHD-REPORTER-NAME       PIC X(26).
           03  FILLER                  PIC X(01).
           03  BHD-ACTIVITY-DATE       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  BHD-CREATED-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  BHD-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(45).
       01  BUREAU-TRAILER-RECORD REDEFINES BUREAU-BASE-RECORD.
           03  FILLER                  PIC X(02).
           03  BTR-BASE-COUNT          PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-TOTAL-RECORDS       PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-CURRENT-COUNT       PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-DELINQUENT-COUNT    PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-CHARGED-OFF-COUNT   PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-DISPUTED-COUNT      PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-NSF-COUNT           PIC 9(07).
           03  FILLER                  PIC X(01).
           03  BTR-BALANCE-TOTAL       PIC 9(11).
           03  FILLER                  PIC X(26).

       FD  CONTROL-LISTING-FILE.

       01  CONTROL-LISTING-RECORD      PIC X(80).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'BUREAU01'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-ACTIVITY-STATUS          PIC XX.
           88  WS-ACTIVITY-OK                      VALUE "00".
       77  WS-BUREAU-STATUS            PIC XX.
           88  WS-BUREAU-OK                        VALUE "00".
       77  WS-CONTROL-STATUS           PIC XX.
           88  WS-CONTROL-OK                       VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  ACTIVITY-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  ACTIVITY-EOF                        VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ACTIVITY-COUNT           PIC 9(06)   VALUE 0.
       77  WS-BASE-COUNT               PIC 9(07)   VALUE 0.
       77  WS-MERGED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-ORPHAN-COUNT             PIC 9(06)   VALUE 0.
       77  WS-CURRENT-COUNT            PIC 9(07)   VALUE 0.
       77  WS-DELINQUENT-COUNT         PIC 9(07)   VALUE 0.
       77  WS-CHARGED-OFF-COUNT        PIC 9(07)   VALUE 0.
       77  WS-DISPUTED-COUNT           PIC 9(07)   VALUE 0.
       77  WS-NSF-COUNT                PIC 9(07)   VALUE 0.
       77  WS-BALANCE-TOTAL            PIC 9(11)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).
       77  WS-BUSINESS-DAY-INT         PIC S9(07)  VALUE 0.
       77  WS-CHARGE-DAY-INT           PIC S9(07)  VALUE 0.
       77  WS-CHARGE-AGE-DAYS          PIC S9(05)  VALUE 0.

      *    THE ACTIVITY KEY IS CARRIED ONE DIGIT WIDER THAN THE
      *    CUSTOMER NUMBER SO END OF FILE CAN SIT ABOVE EVERY REAL
      *    CUSTOMER AND THE MATCH NEEDS NO SEPARATE EOF TEST.
       77  WS-ACTIVITY-KEY             PIC 9(05)   VALUE 0.

      *    ONE ACCOUNT'S OPEN ITEMS, BUCKETED BY AGE AS THEY ARE READ:
      *    1 CURRENT (30 DAYS OR LESS), 2 31-60, 3 61-90, 4 91-120,
      *    5 121-150, 6 151-180, 7 OVER 180.  CREDITS POOL SEPARATELY
      *    AND ARE APPLIED OLDEST BUCKET FIRST AT SETTLEMENT.
       77  WS-BUCKET-SUB               PIC 9(01)   VALUE 0.
       77  WS-WORST-BUCKET             PIC 9(01)   VALUE 0.
       01  WS-AGING-BUCKETS.
           02  WS-BUCKET-AMOUNT        PIC S9(09)V99 OCCURS 7 TIMES.
       77  WS-CREDIT-POOL              PIC S9(09)V99 VALUE 0.
       77  WS-PAST-DUE-AMOUNT          PIC S9(09)V99 VALUE 0.
       77  WS-ACCOUNT-DISPUTED         PIC S9(09)V99 VALUE 0.
       77  WS-WRITE-OFF-SWITCH         PIC X(1)    VALUE 'N'.
           88  ACCOUNT-WRITTEN-OFF                 VALUE 'Y'.
       77  WS-ACCOUNT-STATUS           PIC X(02)   VALUE SPACES.

      *    THE STATUS CODE REPORTED FOR EACH AGING DEPTH, BY BUCKET -
      *    11 CURRENT, THEN 71/78/80/82/83/84 FOR 30 THROUGH 180+.
       01  WS-BUCKET-STATUS-VALUES.
           03  FILLER                  PIC X(14)
               VALUE '11717880828384'.
       01  WS-BUCKET-STATUS-TABLE REDEFINES WS-BUCKET-STATUS-VALUES.
           03  WS-BUCKET-STATUS        PIC X(02) OCCURS 7 TIMES.

      *    THE CONTROL LISTING'S COUNT BY STATUS CODE - THE SEVEN
      *    AGING CODES PLUS 64 (CHARGED OFF, PAID) AND 97 (CHARGED
      *    OFF, UNPAID).
       01  WS-STATUS-CODE-VALUES.
           03  FILLER                  PIC X(32)
               VALUE '11CURRENT                       '.
           03  FILLER                  PIC X(32)
               VALUE '7130-59 DAYS PAST DUE           '.
           03  FILLER                  PIC X(32)
               VALUE '7860-89 DAYS PAST DUE           '.
           03  FILLER                  PIC X(32)
               VALUE '8090-119 DAYS PAST DUE          '.
           03  FILLER                  PIC X(32)
               VALUE '82120-149 DAYS PAST DUE         '.
           03  FILLER                  PIC X(32)
               VALUE '83150-179 DAYS PAST DUE         '.
           03  FILLER                  PIC X(32)
               VALUE '84180 OR MORE DAYS PAST DUE     '.
           03  FILLER                  PIC X(32)
               VALUE '64CHARGED OFF, PAID IN FULL     '.
           03  FILLER                  PIC X(32)
               VALUE '97CHARGED OFF, UNPAID BALANCE   '.
       01  WS-STATUS-CODE-TABLE REDEFINES WS-STATUS-CODE-VALUES.
           03  WS-STATUS-CODE-ENTRY    OCCURS 9 TIMES.
               05  SCT-STATUS-CODE     PIC X(02).
               05  SCT-STATUS-NAME     PIC X(30).
       77  WS-STATUS-SUB               PIC 9(02)   VALUE 0.
       01  WS-STATUS-TOTALS.
           03  WS-STATUS-TOTAL-ENTRY   OCCURS 9 TIMES.
               05  STT-ACCOUNT-COUNT   PIC 9(07).
               05  STT-BALANCE-TOTAL   PIC 9(11).

       01  WS-LISTING-TITLE-LINE.
           03  FILLER                  PIC X(36) VALUE
                   'CREDIT BUREAU EXTRACT CONTROL LIST  '.
           03  FILLER                  PIC X(15) VALUE
                   'ACTIVITY DATE  '.
           03  WS-LTL-DATE             PIC 9(08).

       01  WS-ORPHAN-LINE.
           03  FILLER                  PIC X(23) VALUE
                   'ITEM FOR NO CUSTOMER:  '.
           03  WS-ORL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ORL-CHARGE-DATE      PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ORL-DESCRIPTION      PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-ORL-AMOUNT           PIC $$$$$$$9.99-.

       01  WS-STATUS-LINE.
           03  FILLER                  PIC X(07) VALUE 'STATUS '.
           03  WS-STL-CODE             PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-STL-NAME             PIC X(30).
           03  WS-STL-COUNT            PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-STL-BALANCE          PIC $$$,$$$,$$$,$$9.

       01  WS-COUNT-LINE.
           03  WS-CTL-LABEL            PIC X(41).
           03  WS-CTL-COUNT            PIC Z,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           COMPUTE WS-BUSINESS-DAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           MOVE ZEROS TO WS-STATUS-TOTALS.

           OPEN INPUT CUSTOMER-MASTER-FILE,
                INPUT CHARGE-ACTIVITY-FILE,
                OUTPUT BUREAU-EXTRACT-FILE,
                OUTPUT CONTROL-LISTING-FILE.

           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-ACTIVITY-OK
               MOVE "CHARGE-ACTIVITY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ACTIVITY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-BUREAU-OK
               MOVE "BUREAU-EXTRACT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BUREAU-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-CONTROL-OK
               MOVE "CONTROL-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CONTROL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-LTL-DATE.
           MOVE WS-LISTING-TITLE-LINE TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.
           MOVE SPACES TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.

           PERFORM 020-WRITE-HEADER THRU 020-EXIT.

           PERFORM 190-READ-ACTIVITY THRU 190-EXIT.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

           PERFORM 100-REPORT-ONE-ACCOUNT THRU 199-EXIT
               UNTIL END-OF-FILE.

      *    ANYTHING LEFT ON THE ACTIVITY FILE BELONGS TO A CUSTOMER
      *    NUMBER ABOVE THE LAST ONE ON THE MASTER.
           PERFORM 180-LIST-ORPHAN-ITEM THRU 180-EXIT
               UNTIL ACTIVITY-EOF.

           PERFORM 030-WRITE-TRAILER THRU 030-EXIT.
           PERFORM 040-WRITE-CONTROL-TOTALS THRU 040-EXIT.

       000-TERMINATE.
           CLOSE CUSTOMER-MASTER-FILE,
                 CHARGE-ACTIVITY-FILE,
                 BUREAU-EXTRACT-FILE,
                 CONTROL-LISTING-FILE.

           DISPLAY "ACCOUNTS READ          : " WS-INPUT-COUNT.
           DISPLAY "ACCOUNTS REPORTED      : " WS-BASE-COUNT.
           DISPLAY "MERGED, NOT REPORTED   : " WS-MERGED-COUNT.
           DISPLAY "ITEMS FOR NO CUSTOMER  : " WS-ORPHAN-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-ORPHAN-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       020-WRITE-HEADER.
           MOVE SPACES TO BUREAU-HEADER-RECORD.
           MOVE 'H' TO BUR-RECORD-TYPE.
           MOVE 'CENTURY MEDICAL CENTER' TO BHD-REPORTER-NAME.
           MOVE WS-BUSINESS-DATE TO BHD-ACTIVITY-DATE.
           MOVE WS-BUSINESS-DATE TO BHD-CREATED-DATE.
           MOVE WS-MSG-PROGRAM-ID TO BHD-PROGRAM-ID.
           WRITE BUREAU-HEADER-RECORD.

       020-EXIT.
           EXIT.

      *    THE TOTAL RECORD COUNT INCLUDES THE HEADER AND THE TRAILER
      *    ITSELF, THE WAY THE BUREAU COUNTS THE FILE.
       030-WRITE-TRAILER.
           MOVE SPACES TO BUREAU-TRAILER-RECORD.
           MOVE 'T' TO BUR-RECORD-TYPE.
           MOVE WS-BASE-COUNT TO BTR-BASE-COUNT.
           COMPUTE BTR-TOTAL-RECORDS = WS-BASE-COUNT + 2.
           MOVE WS-CURRENT-COUNT TO BTR-CURRENT-COUNT.
           MOVE WS-DELINQUENT-COUNT TO BTR-DELINQUENT-COUNT.
           MOVE WS-CHARGED-OFF-COUNT TO BTR-CHARGED-OFF-COUNT.
           MOVE WS-DISPUTED-COUNT TO BTR-DISPUTED-COUNT.
           MOVE WS-NSF-COUNT TO BTR-NSF-COUNT.
           MOVE WS-BALANCE-TOTAL TO BTR-BALANCE-TOTAL.
           WRITE BUREAU-TRAILER-RECORD.

       030-EXIT.
           EXIT.

       040-WRITE-CONTROL-TOTALS.
           MOVE SPACES TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.

           PERFORM 045-WRITE-STATUS-LINE THRU 045-EXIT
               VARYING WS-STATUS-SUB FROM 1 BY 1
               UNTIL WS-STATUS-SUB > 9.

           MOVE SPACES TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.

           MOVE 'BASE RECORDS WRITTEN' TO WS-CTL-LABEL.
           MOVE WS-BASE-COUNT TO WS-CTL-COUNT.
           PERFORM 048-WRITE-COUNT-LINE THRU 048-EXIT.
           MOVE 'TOTAL RECORDS WITH HEADER AND TRAILER' TO WS-CTL-LABEL.
           COMPUTE WS-CTL-COUNT = WS-BASE-COUNT + 2.
           PERFORM 048-WRITE-COUNT-LINE THRU 048-EXIT.
           MOVE 'ACCOUNTS UNDER DISPUTE (XB)' TO WS-CTL-LABEL.
           MOVE WS-DISPUTED-COUNT TO WS-CTL-COUNT.
           PERFORM 048-WRITE-COUNT-LINE THRU 048-EXIT.
           MOVE 'ACCOUNTS WITH NSF RETURNED PAYMENT' TO WS-CTL-LABEL.
           MOVE WS-NSF-COUNT TO WS-CTL-COUNT.
           PERFORM 048-WRITE-COUNT-LINE THRU 048-EXIT.
           MOVE 'MERGED ACCOUNTS NOT REPORTED' TO WS-CTL-LABEL.
           MOVE WS-MERGED-COUNT TO WS-CTL-COUNT.
           PERFORM 048-WRITE-COUNT-LINE THRU 048-EXIT.
           MOVE 'OPEN ITEMS FOR NO CUSTOMER' TO WS-CTL-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-CTL-COUNT.
           PERFORM 048-WRITE-COUNT-LINE THRU 048-EXIT.

       040-EXIT.
           EXIT.

       045-WRITE-STATUS-LINE.
           MOVE SPACES TO WS-STATUS-LINE.
           MOVE 'STATUS ' TO WS-STATUS-LINE (1:7).
           MOVE SCT-STATUS-CODE (WS-STATUS-SUB) TO WS-STL-CODE.
           MOVE SCT-STATUS-NAME (WS-STATUS-SUB) TO WS-STL-NAME.
           MOVE STT-ACCOUNT-COUNT (WS-STATUS-SUB) TO WS-STL-COUNT.
           MOVE STT-BALANCE-TOTAL (WS-STATUS-SUB) TO WS-STL-BALANCE.
           MOVE WS-STATUS-LINE TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.

       045-EXIT.
           EXIT.

       048-WRITE-COUNT-LINE.
           MOVE WS-COUNT-LINE TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.
           MOVE SPACES TO WS-COUNT-LINE.

       048-EXIT.
           EXIT.

      *    THE BALANCED-LINE MATCH: ACTIVITY BELOW THIS CUSTOMER HAS
      *    NO MASTER RECORD, ACTIVITY EQUAL TO IT IS THIS ACCOUNT'S.
       100-REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 180-LIST-ORPHAN-ITEM THRU 180-EXIT
               UNTIL WS-ACTIVITY-KEY >= CMR-CUSTOMER-NUMBER.

           MOVE ZEROS TO WS-AGING-BUCKETS.
           MOVE ZERO TO WS-CREDIT-POOL.
           MOVE ZERO TO WS-ACCOUNT-DISPUTED.
           MOVE 'N' TO WS-WRITE-OFF-SWITCH.

           PERFORM 110-AGE-ONE-ITEM THRU 110-EXIT
               UNTIL WS-ACTIVITY-KEY NOT = CMR-CUSTOMER-NUMBER.

           IF CUSTOMER-WAS-MERGED
               ADD 1 TO WS-MERGED-COUNT
           ELSE
               PERFORM 120-SETTLE-ACCOUNT THRU 120-EXIT
               PERFORM 150-WRITE-BASE-RECORD THRU 150-EXIT
           END-IF.

           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH
           END-READ.

       199-EXIT.
           EXIT.

      *    A WRITE-OFF ARRIVES AS A NEGATIVE 'WRITE-OFF' ITEM FROM THE
      *    WRITE-OFF RUN - IT STILL NETS AGAINST THE CHARGES LIKE ANY
      *    CREDIT, BUT IT ALSO MARKS THE ACCOUNT CHARGED OFF.
       110-AGE-ONE-ITEM.
           ADD 1 TO WS-ACTIVITY-COUNT.

           IF ACTIVITY-IS-WRITE-OFF
               MOVE 'Y' TO WS-WRITE-OFF-SWITCH
           END-IF.

           EVALUATE TRUE
               WHEN ACTIVITY-IS-DISPUTED
                   ADD ACT-CHARGE-AMOUNT TO WS-ACCOUNT-DISPUTED
               WHEN ACT-CHARGE-AMOUNT <= ZERO
                   SUBTRACT ACT-CHARGE-AMOUNT FROM WS-CREDIT-POOL
               WHEN OTHER
                   PERFORM 115-BUCKET-ONE-CHARGE THRU 115-EXIT
           END-EVALUATE.

           PERFORM 190-READ-ACTIVITY THRU 190-EXIT.

       110-EXIT.
           EXIT.

       115-BUCKET-ONE-CHARGE.
           MOVE ZERO TO WS-CHARGE-AGE-DAYS.
           IF FUNCTION TEST-DATE-YYYYMMDD (ACT-CHARGE-DATE) = 0
               COMPUTE WS-CHARGE-DAY-INT =
                   FUNCTION INTEGER-OF-DATE (ACT-CHARGE-DATE)
               COMPUTE WS-CHARGE-AGE-DAYS =
                   WS-BUSINESS-DAY-INT - WS-CHARGE-DAY-INT
           END-IF.

           EVALUATE TRUE
               WHEN WS-CHARGE-AGE-DAYS > 180
                   MOVE 7 TO WS-BUCKET-SUB
               WHEN WS-CHARGE-AGE-DAYS > 150
                   MOVE 6 TO WS-BUCKET-SUB
               WHEN WS-CHARGE-AGE-DAYS > 120
                   MOVE 5 TO WS-BUCKET-SUB
               WHEN WS-CHARGE-AGE-DAYS > 90
                   MOVE 4 TO WS-BUCKET-SUB
               WHEN WS-CHARGE-AGE-DAYS > 60
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN WS-CHARGE-AGE-DAYS > 30
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 1 TO WS-BUCKET-SUB
           END-EVALUATE.

           ADD ACT-CHARGE-AMOUNT TO WS-BUCKET-AMOUNT (WS-BUCKET-SUB).

       115-EXIT.
           EXIT.

      *    CREDITS ARE SPENT OLDEST BUCKET FIRST; THE OLDEST BUCKET
      *    STILL HOLDING MONEY AFTERWARDS IS THE ACCOUNT'S DEPTH, AND
      *    EVERYTHING PAST THE CURRENT BUCKET IS THE AMOUNT PAST DUE.
      *    A CHARGED-OFF ACCOUNT REPORTS 97 WHILE A BALANCE REMAINS
      *    AND 64 ONCE IT HAS BEEN CLEARED.
       120-SETTLE-ACCOUNT.
           MOVE ZERO TO WS-WORST-BUCKET.
           MOVE ZERO TO WS-PAST-DUE-AMOUNT.

           PERFORM 125-APPLY-CREDIT-TO-BUCKET THRU 125-EXIT
               VARYING WS-BUCKET-SUB FROM 7 BY -1
               UNTIL WS-BUCKET-SUB < 1.

           IF WS-WORST-BUCKET = ZERO
               MOVE 1 TO WS-WORST-BUCKET
           END-IF.

           IF ACCOUNT-WRITTEN-OFF
               IF CMR-OPEN-BALANCE > ZERO
                   MOVE '97' TO WS-ACCOUNT-STATUS
                   MOVE 9 TO WS-STATUS-SUB
               ELSE
                   MOVE '64' TO WS-ACCOUNT-STATUS
                   MOVE 8 TO WS-STATUS-SUB
               END-IF
               ADD 1 TO WS-CHARGED-OFF-COUNT
           ELSE
               MOVE WS-BUCKET-STATUS (WS-WORST-BUCKET)
                   TO WS-ACCOUNT-STATUS
               MOVE WS-WORST-BUCKET TO WS-STATUS-SUB
               IF WS-WORST-BUCKET > 1
                   ADD 1 TO WS-DELINQUENT-COUNT
               ELSE
                   ADD 1 TO WS-CURRENT-COUNT
               END-IF
           END-IF.

       120-EXIT.
           EXIT.

       125-APPLY-CREDIT-TO-BUCKET.
           IF WS-CREDIT-POOL > ZERO
               IF WS-CREDIT-POOL >= WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
                   SUBTRACT WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
                       FROM WS-CREDIT-POOL
                   MOVE ZERO TO WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
               ELSE
                   SUBTRACT WS-CREDIT-POOL
                       FROM WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
                   MOVE ZERO TO WS-CREDIT-POOL
               END-IF
           END-IF.

           IF WS-BUCKET-AMOUNT (WS-BUCKET-SUB) > ZERO
               IF WS-WORST-BUCKET = ZERO
                   MOVE WS-BUCKET-SUB TO WS-WORST-BUCKET
               END-IF
               IF WS-BUCKET-SUB > 1
                   ADD WS-BUCKET-AMOUNT (WS-BUCKET-SUB)
                       TO WS-PAST-DUE-AMOUNT
               END-IF
           END-IF.

       125-EXIT.
           EXIT.

       150-WRITE-BASE-RECORD.
           MOVE SPACES TO BUREAU-BASE-RECORD.
           MOVE 'B' TO BUR-RECORD-TYPE.
           MOVE CMR-CUSTOMER-NUMBER TO BUR-ACCOUNT-NUMBER.
           MOVE CMR-CUSTOMER-NAME TO BUR-CONSUMER-NAME.
           MOVE WS-ACCOUNT-STATUS TO BUR-ACCOUNT-STATUS.
           MOVE ZERO TO BUR-CURRENT-BALANCE.
           IF CMR-OPEN-BALANCE > ZERO
               MOVE CMR-OPEN-BALANCE TO BUR-CURRENT-BALANCE
           END-IF.
           MOVE ZERO TO BUR-CREDIT-LIMIT.
           IF CMR-CREDIT-LIMIT IS NUMERIC
               MOVE CMR-CREDIT-LIMIT TO BUR-CREDIT-LIMIT
           END-IF.
           MOVE WS-PAST-DUE-AMOUNT TO BUR-AMOUNT-PAST-DUE.
           MOVE 'N' TO BUR-WRITE-OFF-IND.
           MOVE 'N' TO BUR-DISPUTE-IND.
           MOVE 'N' TO BUR-NSF-IND.
           MOVE ZERO TO BUR-DISPUTED-AMOUNT.
           IF ACCOUNT-WRITTEN-OFF
               MOVE 'Y' TO BUR-WRITE-OFF-IND
           END-IF.
           IF WS-ACCOUNT-DISPUTED > ZERO
               MOVE 'XB' TO BUR-COMPLIANCE-CODE
               MOVE 'Y' TO BUR-DISPUTE-IND
               MOVE WS-ACCOUNT-DISPUTED TO BUR-DISPUTED-AMOUNT
               ADD 1 TO WS-DISPUTED-COUNT
           END-IF.
           IF CUSTOMER-HAS-NSF
               MOVE 'Y' TO BUR-NSF-IND
               ADD 1 TO WS-NSF-COUNT
           END-IF.
           MOVE WS-BUSINESS-DATE TO BUR-ACTIVITY-DATE.
           WRITE BUREAU-BASE-RECORD.

           ADD 1 TO WS-BASE-COUNT.
           ADD BUR-CURRENT-BALANCE TO WS-BALANCE-TOTAL.
           ADD 1 TO STT-ACCOUNT-COUNT (WS-STATUS-SUB).
           ADD BUR-CURRENT-BALANCE TO STT-BALANCE-TOTAL (WS-STATUS-SUB).

       150-EXIT.
           EXIT.

       180-LIST-ORPHAN-ITEM.
           ADD 1 TO WS-ACTIVITY-COUNT.
           ADD 1 TO WS-ORPHAN-COUNT.
           MOVE ACT-CUSTOMER-NUMBER TO WS-ORL-CUSTOMER.
           MOVE ACT-CHARGE-DATE TO WS-ORL-CHARGE-DATE.
           MOVE ACT-DESCRIPTION TO WS-ORL-DESCRIPTION.
           MOVE ACT-CHARGE-AMOUNT TO WS-ORL-AMOUNT.
           MOVE WS-ORPHAN-LINE TO CONTROL-LISTING-RECORD.
           WRITE CONTROL-LISTING-RECORD.

           PERFORM 190-READ-ACTIVITY THRU 190-EXIT.

       180-EXIT.
           EXIT.

       190-READ-ACTIVITY.
           READ CHARGE-ACTIVITY-FILE
               AT END
                   MOVE 'Y' TO ACTIVITY-EOF-SWITCH
                   MOVE 99999 TO WS-ACTIVITY-KEY
                   GO TO 190-EXIT
           END-READ.
           MOVE ACT-CUSTOMER-NUMBER TO WS-ACTIVITY-KEY.

       190-EXIT.
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
      *    EACH RUN - ACCOUNTS READ, BASE RECORDS WRITTEN, AND THE
      *    WHOLE-DOLLAR BALANCE TOTAL THE TRAILER CARRIES.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'BUREAU01' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-BASE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-BALANCE-TOTAL TO ATR-CONTROL-TOTAL.

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
