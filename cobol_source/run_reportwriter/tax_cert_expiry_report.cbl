       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * MONTHLY TAX-EXEMPTION CERTIFICATE EXPIRY LISTING.             *
      *                                                               *
      * THE CHARGE RUN STOPS EXEMPTING A CUSTOMER THE DAY AFTER THEIR *
      * CERTIFICATE EXPIRES, AND THE FIRST THE CUSTOMER USUALLY HEARS *
      * OF IT IS TAX ON THEIR STATEMENT.  THIS RUN PASSES TAXEXCRT    *
      * ONCE A MONTH AND LISTS ON TAXCRTEX EVERY CERTIFICATE DUE TO   *
      * EXPIRE WITHIN TAXCRT-WINDOW-DAYS (DEFAULT 60) OF THE RUN      *
      * DATE, WITH THE CUSTOMER'S NAME AND JURISDICTION, SO           *
      * ACCOUNTING CAN REQUEST THE RENEWAL IN TIME.  CERTIFICATES     *
      * ALREADY LAPSED, AND ONES THE CHARGE RUN WOULD REFUSE BECAUSE  *
      * THEIR DATES ARE MISSING OR THE ISSUING STATE IS NOT THE       *
      * CUSTOMER'S JURISDICTION, ARE LISTED TOO - THOSE CUSTOMERS ARE *
      * BEING TAXED NOW.                                              *
      *                                                               *
      * RETURN CODE 4 FLAGS A MONTH WITH ANYTHING ON THE LISTING.     *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT TAX-EXEMPT-FILE
               ASSIGN TO EXTERNAL TAXEXCRT
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS TXC-CUSTOMER-NUMBER
                         FILE STATUS IS WS-TAXEXCRT-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

           SELECT EXPIRY-REPORT-FILE
               ASSIGN TO EXTERNAL TAXCRTEX
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REPORT-STATUS.

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

       FD  TAX-EXEMPT-FILE.

      *    ONE CERTIFICATE PER CUSTOMER, KEYED ON THE CERTIFICATE
      *    SCREEN.
       01  TAX-EXEMPT-RECORD.
           03  TXC-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  TXC-CERTIFICATE-NUMBER  PIC X(15).
           03  FILLER                  PIC X(01).
           03  TXC-ISSUING-STATE       PIC X(02).
           03  FILLER                  PIC X(01).
           03  TXC-EXEMPT-REASON       PIC X(01).
           03  FILLER                  PIC X(01).
           03  TXC-ISSUE-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TXC-EXPIRY-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TXC-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  TXC-MAINTAINED-DATE     PIC 9(08).
           03  FILLER                  PIC X(09).

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
           03  FILLER                  PIC X(36).

       FD  EXPIRY-REPORT-FILE.

       01  EXPIRY-REPORT-RECORD        PIC X(100).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'TAXCRT01'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-TAXEXCRT-STATUS          PIC XX.
           88  WS-TAXEXCRT-OK                      VALUE "00".
           88  WS-TAXEXCRT-NOT-FOUND               VALUE "35".
       77  WS-CUSTMSTR-STATUS          PIC XX.
           88  WS-CUSTMSTR-OK                      VALUE "00".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  CERT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  CERT-EOF                            VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-EXPIRING-COUNT           PIC 9(06)   VALUE 0.
       77  WS-LAPSED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-UNUSABLE-COUNT           PIC 9(06)   VALUE 0.
       77  WS-CURRENT-COUNT            PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).
       77  WS-TODAY-INTEGER            PIC S9(07)  VALUE 0.
       77  WS-EXPIRY-INTEGER           PIC S9(07)  VALUE 0.
       77  WS-DAYS-LEFT                PIC S9(05)  VALUE 0.
       77  WS-WINDOW-KEYED             PIC X(03)   VALUE SPACES.
       77  WS-WINDOW-DAYS              PIC 9(03)   VALUE 60.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(36) VALUE
                   'TAX EXEMPTION CERTIFICATE RENEWALS  '.
           03  FILLER                  PIC X(09) VALUE 'RUN DATE '.
           03  WS-TTL-DATE             PIC 9(08).
           03  FILLER                  PIC X(10) VALUE '  WINDOW '.
           03  WS-TTL-WINDOW           PIC ZZ9.
           03  FILLER                  PIC X(05) VALUE ' DAYS'.

       01  WS-HEADING-LINE.
           03  FILLER                  PIC X(30) VALUE
                   'CUST NAME             JU CERTI'.
           03  FILLER                  PIC X(30) VALUE
                   'FICATE     ST R EXPIRES   DAYS'.
           03  FILLER                  PIC X(30) VALUE
                   ' STATUS                       '.

       01  WS-DETAIL-LINE.
           03  WS-DTL-CUSTOMER         PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-NAME             PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-JURISDICTION     PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-CERTIFICATE      PIC X(15).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-STATE            PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-REASON           PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-EXPIRY           PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-DAYS-LEFT        PIC -----9.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-DTL-STATUS           PIC X(24).
           03  FILLER                  PIC X(14) VALUE SPACES.

       01  WS-TOTAL-LINE.
           03  WS-TOT-LABEL            PIC X(30).
           03  WS-TOT-COUNT            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           COMPUTE WS-TODAY-INTEGER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

           ACCEPT WS-WINDOW-KEYED FROM ENVIRONMENT
               'TAXCRT-WINDOW-DAYS'.
           IF WS-WINDOW-KEYED NOT = SPACES
              AND WS-WINDOW-KEYED IS NUMERIC
               MOVE WS-WINDOW-KEYED TO WS-WINDOW-DAYS
           END-IF.

           OPEN INPUT CUSTOMER-MASTER-FILE.
           IF NOT WS-CUSTMSTR-OK
               MOVE "CUSTOMER-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CUSTMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT EXPIRY-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "EXPIRY-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-BUSINESS-DATE TO WS-TTL-DATE.
           MOVE WS-WINDOW-DAYS TO WS-TTL-WINDOW.
           MOVE WS-TITLE-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE WS-HEADING-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.

           PERFORM 020-LIST-CERTIFICATES THRU 029-EXIT.

           PERFORM 150-WRITE-TOTALS THRU 150-EXIT.

           CLOSE CUSTOMER-MASTER-FILE
                 EXPIRY-REPORT-FILE.

       000-TERMINATE.
           DISPLAY "CERTIFICATES READ      : " WS-INPUT-COUNT.
           DISPLAY "EXPIRING IN WINDOW     : " WS-EXPIRING-COUNT.
           DISPLAY "ALREADY LAPSED         : " WS-LAPSED-COUNT.
           DISPLAY "NOT USABLE             : " WS-UNUSABLE-COUNT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-EXPIRING-COUNT > 0
              OR WS-LAPSED-COUNT > 0
              OR WS-UNUSABLE-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    NO CERTIFICATE FILE YET MEANS NO CERTIFICATE HAS EVER BEEN
      *    KEYED - AN EMPTY LISTING, NOT A FAILURE.
       020-LIST-CERTIFICATES.
           OPEN INPUT TAX-EXEMPT-FILE.

           IF WS-TAXEXCRT-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-TAXEXCRT-OK
               MOVE "TAX-EXEMPT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-TAXEXCRT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ TAX-EXEMPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CERT-EOF-SWITCH
           END-READ.

           PERFORM 100-CHECK-ONE-CERTIFICATE THRU 100-EXIT
               UNTIL CERT-EOF.

           CLOSE TAX-EXEMPT-FILE.

       029-EXIT.
           EXIT.

      *    THE SAME TESTS THE CHARGE RUN APPLIES: A CERTIFICATE WITH NO
      *    NUMBER, A BAD DATE OR ANOTHER STATE'S STAMP EXEMPTS NOTHING;
      *    ONE PAST ITS EXPIRY HAS LAPSED; ONE EXPIRING INSIDE THE
      *    WINDOW NEEDS ITS RENEWAL REQUESTED.
       100-CHECK-ONE-CERTIFICATE.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE TXC-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO CMR-CUSTOMER-NAME
                   MOVE SPACES TO CMR-TAX-JURISDICTION
           END-READ.

           MOVE ZERO TO WS-DAYS-LEFT.
           IF TXC-CERTIFICATE-NUMBER = SPACES
              OR TXC-ISSUING-STATE NOT = CMR-TAX-JURISDICTION
              OR TXC-ISSUE-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (TXC-EXPIRY-DATE) NOT = 0
               ADD 1 TO WS-UNUSABLE-COUNT
               MOVE 'NOT USABLE - CHECK CERT' TO WS-DTL-STATUS
               PERFORM 120-WRITE-DETAIL-LINE THRU 120-EXIT
               GO TO 100-READ-NEXT
           END-IF.

           COMPUTE WS-EXPIRY-INTEGER =
               FUNCTION INTEGER-OF-DATE (TXC-EXPIRY-DATE).
           COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INTEGER - WS-TODAY-INTEGER.

           EVALUATE TRUE
               WHEN WS-DAYS-LEFT < ZERO
                   ADD 1 TO WS-LAPSED-COUNT
                   MOVE 'LAPSED - NOW TAXED' TO WS-DTL-STATUS
                   PERFORM 120-WRITE-DETAIL-LINE THRU 120-EXIT
               WHEN WS-DAYS-LEFT NOT > WS-WINDOW-DAYS
                   ADD 1 TO WS-EXPIRING-COUNT
                   MOVE 'REQUEST RENEWAL' TO WS-DTL-STATUS
                   PERFORM 120-WRITE-DETAIL-LINE THRU 120-EXIT
               WHEN OTHER
                   ADD 1 TO WS-CURRENT-COUNT
           END-EVALUATE.

       100-READ-NEXT.
           READ TAX-EXEMPT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CERT-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

       120-WRITE-DETAIL-LINE.
           MOVE TXC-CUSTOMER-NUMBER TO WS-DTL-CUSTOMER.
           MOVE CMR-CUSTOMER-NAME TO WS-DTL-NAME.
           MOVE CMR-TAX-JURISDICTION TO WS-DTL-JURISDICTION.
           MOVE TXC-CERTIFICATE-NUMBER TO WS-DTL-CERTIFICATE.
           MOVE TXC-ISSUING-STATE TO WS-DTL-STATE.
           MOVE TXC-EXEMPT-REASON TO WS-DTL-REASON.
           MOVE TXC-EXPIRY-DATE TO WS-DTL-EXPIRY.
           MOVE WS-DAYS-LEFT TO WS-DTL-DAYS-LEFT.
           MOVE WS-DETAIL-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.

       120-EXIT.
           EXIT.

       150-WRITE-TOTALS.
           MOVE SPACES TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE 'CERTIFICATES ON FILE' TO WS-TOT-LABEL.
           MOVE WS-INPUT-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'EXPIRING - REQUEST RENEWAL' TO WS-TOT-LABEL.
           MOVE WS-EXPIRING-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'LAPSED - NOW TAXED' TO WS-TOT-LABEL.
           MOVE WS-LAPSED-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'NOT USABLE' TO WS-TOT-LABEL.
           MOVE WS-UNUSABLE-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.
           MOVE 'CURRENT BEYOND WINDOW' TO WS-TOT-LABEL.
           MOVE WS-CURRENT-COUNT TO WS-TOT-COUNT.
           PERFORM 155-WRITE-TOTAL-LINE THRU 155-EXIT.

       150-EXIT.
           EXIT.

       155-WRITE-TOTAL-LINE.
           MOVE WS-TOTAL-LINE TO EXPIRY-REPORT-RECORD.
           WRITE EXPIRY-REPORT-RECORD.
           MOVE SPACES TO WS-TOTAL-LINE.

       155-EXIT.
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
      *    ONE AUDIT RECORD PER RUN - CERTIFICATES READ AND THE NUMBER
      *    LISTED FOR ATTENTION.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'TAXCRT01' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           COMPUTE ATR-DETAIL-COUNT = WS-EXPIRING-COUNT
               + WS-LAPSED-COUNT + WS-UNUSABLE-COUNT.
           MOVE ZERO TO ATR-CONTROL-TOTAL.

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
