       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * STUDENT RECEIPTS AND SETTLEMENTS JOURNAL RUN.                 *
      *                                                               *
      * THE BILLING RUN JOURNALS WHAT A TERM BILLS; EVERYTHING THAT   *
      * MOVES A STUDENT BALANCE AFTERWARDS WENT TO THE LEDGER FROM    *
      * THE BURSAR'S PRINTED TOTALS.  THIS RUN PICKS UP WHAT HAS      *
      * ARRIVED SINCE IT LAST RAN AND JOURNALS IT AGAINST THE 'U'     *
      * STUDENT RECEIVABLES ACCOUNT:                                  *
      *   - PAYMENTS RECORDS BY SOURCE - CASHIER WINDOW RECEIPTS,     *
      *     AUTOPAY AND ITS ACH RETURNS, COLLECTIONS AGENCY           *
      *     REMITTANCES, AND THE REFUND RUN'S CREDIT-BALANCE          *
      *     REFUNDS - EACH SOURCE NETTED AGAINST ITS OWN 'C'          *
      *     CLEARING ACCOUNT;                                         *
      *   - AWARDS, THE AID NETTED AGAINST STUDENT CHARGES, AGAINST   *
      *     AID CLEARING;                                             *
      *   - SPBCK PAYMENT-PLAN RECORDS, THE SPONSOR SHORTFALLS BILLED *
      *     BACK TO THE STUDENT, OUT OF SPONSOR RECEIVABLES;          *
      *   - SPONINV SPONSOR INVOICES, THE STUDENT CHARGES A SPONSOR   *
      *     TAKES OVER, INTO SPONSOR RECEIVABLES.                     *
      * THE ENTRIES STAGE IN THE GLJRNL LAYOUT ON STUPJRNL AND PROVE  *
      * ON STUPPROF, WHICH TIES THE RECEIVABLES MOVEMENT BACK TO THE  *
      * PAYMENTS CONTROL TOTAL.  THE JOURNAL RELEASES ONLY WHEN THE   *
      * PROOF FOOTS AND TIES.                                         *
      *                                                               *
      * ALL FOUR INPUTS ARE APPENDED TO, NOT DATED OR MARKED, SO     *
      * THE STUJMARK RECORD CARRIES HOW MANY RECORDS OF EACH HAVE     *
      * BEEN JOURNALED.  IT ADVANCES ONLY WHEN A JOURNAL RELEASES -   *
      * A BLOCKED RUN PRESENTS THE SAME RECORDS AGAIN NEXT TIME.  A   *
      * FILE FOUND SHORTER THAN ITS MARK WAS REBUILT FOR A NEW TERM   *
      * AND IS JOURNALED WHOLE.                                       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT PAYMENTS-FILE
               ASSIGN TO EXTERNAL PAYMENTS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PAYMENTS-STATUS.

           SELECT AWARDS-FILE
               ASSIGN TO EXTERNAL AWARDS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AWARDS-STATUS.

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO EXTERNAL PAYPLAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PLAN-STATUS.

           SELECT SPONSOR-INVOICE-FILE
               ASSIGN TO EXTERNAL SPONINV
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SPONINV-STATUS.

           SELECT JOURNAL-MARK-FILE
               ASSIGN TO EXTERNAL STUJMARK
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-MARK-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL STUPJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-PROOF-FILE
               ASSIGN TO EXTERNAL STUPPROF
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROOF-STATUS.

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

       FD  PAYMENTS-FILE.

       01  PAYMENT-RECORD.
           03  PMT-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PMT-PAYMENT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PMT-AMOUNT              PIC S9(07)V99.
           03  FILLER                  PIC X(01).
           03  PMT-TENDER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  PMT-SOURCE              PIC X(08).
           03  FILLER                  PIC X(45).

       FD  AWARDS-FILE.

       01  AWARD-RECORD.
           03  AWD-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  AWD-AID-SOURCE          PIC X(08).
           03  FILLER                  PIC X(01).
           03  AWD-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(56).

       FD  PAYMENT-PLAN-FILE.

       01  PAYMENT-PLAN-RECORD.
           03  PPL-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PPL-TERM                PIC X(05).
               88  PLAN-IS-SPONSOR-BILLBACK        VALUE 'SPBCK'.
           03  FILLER                  PIC X(01).
           03  PPL-PLAN-TOTAL          PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PPL-INSTALLMENT-COUNT   PIC 9(02).
           03  FILLER                  PIC X(56).

       FD  SPONSOR-INVOICE-FILE.

       01  SPONSOR-INVOICE-RECORD.
           03  SIV-SPONSOR-ID          PIC X(06).
           03  FILLER                  PIC X(01).
           03  SIV-INVOICE-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  SIV-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  SIV-INVOICE-AMOUNT      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SIV-OPEN-AMOUNT         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SIV-INVOICE-DATE        PIC 9(08).
           03  FILLER                  PIC X(32).

       FD  JOURNAL-MARK-FILE.

      *    ONE RECORD - HOW FAR INTO EACH INPUT THE LAST RELEASED
      *    JOURNAL REACHED, AND WHEN.  THE SPONINV COUNT RIDES AT
      *    THE END, SO A MARK WRITTEN BEFORE IT WAS KEPT READS AS
      *    NOTHING YET JOURNALED FROM SPONINV.
       01  JOURNAL-MARK-RECORD.
           03  JMK-PAYMENTS-COUNT      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  JMK-AWARDS-COUNT        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  JMK-PLAN-COUNT          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  JMK-RELEASED-DATE       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  JMK-SPONINV-COUNT       PIC 9(08).
           03  FILLER                  PIC X(36).

       FD  CHART-OF-ACCOUNTS-FILE.

       01  CHART-OF-ACCOUNTS-RECORD.
           03  CAC-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CAC-ACCOUNT-TYPE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  CAC-DEPARTMENT          PIC X(02).
           03  FILLER                  PIC X(01).
           03  CAC-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(38).

       FD  GL-JOURNAL-FILE.

       01  GL-JOURNAL-RECORD.
           03  GLJ-ACCOUNT-NUMBER      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  GLJ-DEBIT-CREDIT        PIC X(01).
           03  FILLER                  PIC X(01).
           03  GLJ-AMOUNT              PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  GLJ-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(29).

       FD  GL-PROOF-FILE.

       01  GL-PROOF-RECORD             PIC X(100).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'STUJRNL1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
      *    ONE FILE STATUS PER SELECT, CHECKED RIGHT AFTER EVERY OPEN
      *    SO A MISSING OR UNREADABLE FILE ABORTS CLEANLY WITH ITS
      *    STATUS CODE LOGGED INSTEAD OF LETTING A BAD OPEN READ
      *    GARBAGE OR HANG, PER turn_ec_i_o.cbl'S FILE STATUS MECHANICS.
       77  WS-PAYMENTS-STATUS          PIC XX.
           88  WS-PAYMENTS-OK                      VALUE "00".
           88  WS-PAYMENTS-NOT-FOUND               VALUE "35".
       77  WS-AWARDS-STATUS            PIC XX.
           88  WS-AWARDS-OK                        VALUE "00".
           88  WS-AWARDS-NOT-FOUND                 VALUE "35".
       77  WS-PLAN-STATUS              PIC XX.
           88  WS-PLAN-OK                          VALUE "00".
           88  WS-PLAN-NOT-FOUND                   VALUE "35".
       77  WS-SPONINV-STATUS           PIC XX.
           88  WS-SPONINV-OK                       VALUE "00".
           88  WS-SPONINV-NOT-FOUND                VALUE "35".
       77  WS-MARK-STATUS              PIC XX.
           88  WS-MARK-OK                          VALUE "00".
           88  WS-MARK-NOT-FOUND                   VALUE "35".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".
           88  WS-JOURNAL-NOT-FOUND                VALUE "35".
       77  WS-PROOF-STATUS             PIC XX.
           88  WS-PROOF-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  PAYMENTS-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PAYMENTS-EOF                        VALUE 'Y'.
       77  AWARDS-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  AWARDS-EOF                          VALUE 'Y'.
       77  PLAN-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  PLAN-EOF                            VALUE 'Y'.
       77  SPONINV-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  SPONINV-EOF                         VALUE 'Y'.
       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-ENTRY-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).

      *    THE MARKS AS LOADED, AND HOW MANY RECORDS EACH FILE HOLDS
      *    NOW - THE NEW MARKS IF THE JOURNAL RELEASES.
       77  WS-PAYMENTS-MARK            PIC 9(08)   VALUE 0.
       77  WS-AWARDS-MARK              PIC 9(08)   VALUE 0.
       77  WS-PLAN-MARK                PIC 9(08)   VALUE 0.
       77  WS-SPONINV-MARK             PIC 9(08)   VALUE 0.
       77  WS-PAYMENTS-READ            PIC 9(08)   VALUE 0.
       77  WS-AWARDS-READ              PIC 9(08)   VALUE 0.
       77  WS-PLAN-READ                PIC 9(08)   VALUE 0.
       77  WS-SPONINV-READ             PIC 9(08)   VALUE 0.

      *    THE NEW PAYMENTS RECORDS NET BY SOURCE - ONE CLEARING
      *    ENTRY PER SOURCE - AND THEIR CONTROL TOTAL.
       77  WS-SOURCE-COUNT             PIC 9(02)   VALUE 0.
       77  WS-SOURCE-SUB               PIC 9(02)   VALUE 0.
       77  WS-SOURCE-FOUND             PIC 9(02)   VALUE 0.
       77  WS-SOURCE-DEPT              PIC X(02)   VALUE SPACES.
       01  SOURCE-TABLE.
           02  SOURCE-ENTRY            OCCURS 20 TIMES.
               03  SRC-SOURCE          PIC X(08).
               03  SRC-RECORD-COUNT    PIC 9(06).
               03  SRC-NET-AMOUNT      PIC S9(09)V99.
       77  WS-PAYMENTS-NEW-COUNT       PIC 9(06)   VALUE 0.
       77  WS-PAYMENTS-NEW-NET         PIC S9(09)V99 VALUE 0.
       77  WS-AID-NEW-COUNT            PIC 9(06)   VALUE 0.
       77  WS-AID-NEW-TOTAL            PIC 9(09)V99 VALUE 0.
       77  WS-BILLBACK-NEW-COUNT       PIC 9(06)   VALUE 0.
       77  WS-BILLBACK-NEW-TOTAL       PIC 9(09)V99 VALUE 0.
       77  WS-SPONSOR-NEW-COUNT        PIC 9(06)   VALUE 0.
       77  WS-SPONSOR-NEW-TOTAL        PIC 9(09)V99 VALUE 0.

       01  CHART-TABLE.
           02  CHART-ENTRY             OCCURS 500 TIMES
                                       INDEXED BY CHART-IX.
               03  CHT-ACCOUNT-NUMBER  PIC 9(06).
               03  CHT-ACCOUNT-TYPE    PIC X(01).
               03  CHT-DEPARTMENT      PIC X(02).
               03  CHT-DESCRIPTION     PIC X(30).
       77  WS-CHART-COUNT              PIC 9(03)   VALUE 0.
       77  WS-CREDIT-TYPE              PIC X(01)   VALUE SPACE.
       77  WS-GL-DEPT-X                PIC X(02)   VALUE SPACES.
       77  WS-ENTRY-SIDE               PIC X(01)   VALUE SPACE.
       77  WS-ENTRY-AMOUNT             PIC 9(09)V99 VALUE 0.
       77  WS-ENTRY-LABEL              PIC X(09)   VALUE SPACES.
       77  WS-FOUND-ACCOUNT            PIC 9(06)   VALUE 0.
       77  WS-JOURNAL-ERROR-SWITCH     PIC X(1)    VALUE 'N'.
           88  JOURNAL-HAS-ERRORS                  VALUE 'Y'.
       77  WS-GL-DEBIT-TOTAL           PIC 9(10)V99 VALUE 0.
       77  WS-GL-CREDIT-TOTAL          PIC 9(10)V99 VALUE 0.
       77  WS-GL-IMBALANCE             PIC S9(10)V99 VALUE 0.
      *    WHAT THE PAYMENTS ENTRIES DID TO STUDENT RECEIVABLES - NET
      *    CREDIT, SO IT READS IN THE SAME SIGN AS THE PAYMENTS.
       77  WS-GL-AR-PAYMENTS-NET       PIC S9(10)V99 VALUE 0.

      *    THE ENTRIES STAGE WHOLE - THE JOURNAL IS WRITTEN ENTIRE
      *    OR NOT AT ALL.
       77  WS-STAGE-COUNT              PIC 9(03)   VALUE 0.
       77  WS-STAGE-SUB                PIC 9(03)   VALUE 0.
       01  JOURNAL-STAGE-TABLE.
           02  JOURNAL-STAGE-ENTRY     OCCURS 50 TIMES.
               03  JST-ACCOUNT-NUMBER  PIC 9(06).
               03  JST-DEBIT-CREDIT    PIC X(01).
               03  JST-AMOUNT          PIC 9(09)V99.
               03  JST-DESCRIPTION     PIC X(30).

       01  WS-SOURCE-LINE.
           03  FILLER                  PIC X(07) VALUE 'SOURCE '.
           03  WS-SRL-SOURCE           PIC X(08).
           03  FILLER                  PIC X(09) VALUE ' RECORDS '.
           03  WS-SRL-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE '  NET '.
           03  WS-SRL-NET              PIC $$$,$$$,$$9.99-.

       01  WS-PROOF-LINE.
           03  WS-PRF-ACCOUNT          PIC 9(06).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRF-DESCRIPTION      PIC X(30).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRF-DEBIT            PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRF-CREDIT           PIC $$$,$$$,$$9.99.

       01  WS-PROOF-TOTAL-LINE.
           03  FILLER                  PIC X(20) VALUE
                   'PROOF TOTALS        '.
           03  FILLER                  PIC X(18) VALUE SPACES.
           03  WS-PRT-DEBITS           PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-PRT-CREDITS          PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-PRT-VERDICT          PIC X(14).

      *    THE TIE-OUT: THE NEW PAYMENTS RECORDS' CONTROL TOTAL
      *    AGAINST THE NET RECEIVABLES CREDIT JOURNALED FOR THEM.
       01  WS-PROOF-CONTROL-LINE.
           03  FILLER                  PIC X(17) VALUE
                   'PAYMENTS RECORDS '.
           03  WS-PRC-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE '  NET '.
           03  WS-PRC-NET              PIC $$$,$$$,$$9.99-.
           03  FILLER                  PIC X(10) VALUE
                   '  AR NET  '.
           03  WS-PRC-AR-NET           PIC $$$,$$$,$$9.99-.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-PRC-VERDICT          PIC X(10).

       01  WS-OTHER-CONTROL-LINE.
           03  WS-OCL-TITLE            PIC X(17).
           03  WS-OCL-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(08) VALUE '  TOTAL '.
           03  WS-OCL-TOTAL            PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           PERFORM 020-LOAD-JOURNAL-MARK THRU 029-EXIT.
           PERFORM 030-LOAD-CHART-ACCOUNTS THRU 030-EXIT.
           PERFORM 040-SWEEP-PAYMENTS THRU 049-EXIT.
           PERFORM 050-SWEEP-AWARDS THRU 059-EXIT.
           PERFORM 060-SWEEP-PAYMENT-PLANS THRU 069-EXIT.
           PERFORM 070-SWEEP-SPONSOR-INVOICES THRU 079-EXIT.

           PERFORM 100-STAGE-AND-PROVE THRU 109-EXIT.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    NO MARK FILE YET - NOTHING HAS BEEN JOURNALED, SO EVERY
      *    RECORD ON FILE IS NEW.
       020-LOAD-JOURNAL-MARK.
           OPEN INPUT JOURNAL-MARK-FILE.

           IF WS-MARK-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-MARK-OK
               MOVE "JOURNAL-MARK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-MARK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ JOURNAL-MARK-FILE
               AT END
                   CLOSE JOURNAL-MARK-FILE
                   GO TO 029-EXIT
           END-READ.

           MOVE JMK-PAYMENTS-COUNT TO WS-PAYMENTS-MARK.
           MOVE JMK-AWARDS-COUNT TO WS-AWARDS-MARK.
           MOVE JMK-PLAN-COUNT TO WS-PLAN-MARK.
           IF JMK-SPONINV-COUNT IS NUMERIC
               MOVE JMK-SPONINV-COUNT TO WS-SPONINV-MARK
           END-IF.
           CLOSE JOURNAL-MARK-FILE.

       029-EXIT.
           EXIT.

       030-LOAD-CHART-ACCOUNTS.
           OPEN INPUT CHART-OF-ACCOUNTS-FILE.

           IF NOT WS-CHART-OK
               MOVE "CHART-OF-ACCOUNTS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHART-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

           PERFORM 031-STORE-ONE-ACCOUNT THRU 031-EXIT
               UNTIL CHART-EOF.

           CLOSE CHART-OF-ACCOUNTS-FILE.

       030-EXIT.
           EXIT.

      *    AN ACCOUNT THE TABLE CANNOT HOLD COULD NOT BE RESOLVED,
      *    SO A FULL TABLE STOPS THE RUN.
       031-STORE-ONE-ACCOUNT.
           IF WS-CHART-COUNT NOT < 500
               MOVE "CHART OF ACCOUNTS TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CHART-COUNT.
           SET CHART-IX TO WS-CHART-COUNT.
           MOVE CAC-ACCOUNT-NUMBER TO CHT-ACCOUNT-NUMBER (CHART-IX).
           MOVE CAC-ACCOUNT-TYPE TO CHT-ACCOUNT-TYPE (CHART-IX).
           MOVE CAC-DEPARTMENT TO CHT-DEPARTMENT (CHART-IX).
           MOVE CAC-DESCRIPTION TO CHT-DESCRIPTION (CHART-IX).

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

       031-EXIT.
           EXIT.

      *    THE PAYMENTS FILE IS OPTIONAL - NO PAYMENTS, NO RECEIPTS.
      *    A FILE SHORTER THAN ITS MARK WAS REBUILT, SO THE SWEEP
      *    RUNS AGAIN FROM THE TOP WITH THE MARK CLEARED.
       040-SWEEP-PAYMENTS.
           MOVE ZERO TO WS-PAYMENTS-READ.
           MOVE ZERO TO WS-SOURCE-COUNT.
           MOVE ZERO TO WS-PAYMENTS-NEW-COUNT.
           MOVE ZERO TO WS-PAYMENTS-NEW-NET.
           MOVE 'N' TO PAYMENTS-EOF-SWITCH.

           OPEN INPUT PAYMENTS-FILE.

           IF WS-PAYMENTS-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-PAYMENTS-OK
               MOVE "PAYMENTS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PAYMENTS-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYMENTS-FILE
               AT END
                   MOVE 'Y' TO PAYMENTS-EOF-SWITCH
           END-READ.

           PERFORM 045-SWEEP-ONE-PAYMENT THRU 045-EXIT
               UNTIL PAYMENTS-EOF.

           CLOSE PAYMENTS-FILE.

           IF WS-PAYMENTS-READ < WS-PAYMENTS-MARK
               DISPLAY "PAYMENTS SHORTER THAN ITS JOURNAL MARK - "
                       "JOURNALED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-PAYMENTS-MARK
               GO TO 040-SWEEP-PAYMENTS
           END-IF.

       049-EXIT.
           EXIT.

       045-SWEEP-ONE-PAYMENT.
           ADD 1 TO WS-PAYMENTS-READ.

           IF WS-PAYMENTS-READ > WS-PAYMENTS-MARK
               ADD 1 TO WS-INPUT-COUNT
               ADD 1 TO WS-PAYMENTS-NEW-COUNT
               ADD PMT-AMOUNT TO WS-PAYMENTS-NEW-NET
               PERFORM 047-FIND-OR-ADD-SOURCE THRU 047-EXIT
           END-IF.

           READ PAYMENTS-FILE
               AT END
                   MOVE 'Y' TO PAYMENTS-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    A SOURCE THE TABLE CANNOT HOLD STILL COUNTS IN THE
      *    CONTROL TOTAL, SO THE PROOF WILL NOT TIE AND THE JOURNAL
      *    STAYS BLOCKED.
       047-FIND-OR-ADD-SOURCE.
           MOVE ZERO TO WS-SOURCE-FOUND.
           PERFORM 048-MATCH-ONE-SOURCE THRU 048-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT
                  OR WS-SOURCE-FOUND > ZERO.

           IF WS-SOURCE-FOUND = ZERO
               IF WS-SOURCE-COUNT < 20
                   ADD 1 TO WS-SOURCE-COUNT
                   MOVE WS-SOURCE-COUNT TO WS-SOURCE-FOUND
                   MOVE PMT-SOURCE TO SRC-SOURCE (WS-SOURCE-FOUND)
                   MOVE ZERO TO SRC-RECORD-COUNT (WS-SOURCE-FOUND)
                   MOVE ZERO TO SRC-NET-AMOUNT (WS-SOURCE-FOUND)
               ELSE
                   DISPLAY "PAYMENT SOURCE TABLE FULL - SOURCE "
                           PMT-SOURCE " NOT JOURNALED" UPON SYSERR
                   GO TO 047-EXIT
               END-IF
           END-IF.

           ADD 1 TO SRC-RECORD-COUNT (WS-SOURCE-FOUND).
           ADD PMT-AMOUNT TO SRC-NET-AMOUNT (WS-SOURCE-FOUND).

       047-EXIT.
           EXIT.

       048-MATCH-ONE-SOURCE.
           IF SRC-SOURCE (WS-SOURCE-SUB) = PMT-SOURCE
               MOVE WS-SOURCE-SUB TO WS-SOURCE-FOUND
           END-IF.

       048-EXIT.
           EXIT.

      *    THE AWARDS FILE IS OPTIONAL - NO AID, NO NETTING.
       050-SWEEP-AWARDS.
           MOVE ZERO TO WS-AWARDS-READ.
           MOVE ZERO TO WS-AID-NEW-COUNT.
           MOVE ZERO TO WS-AID-NEW-TOTAL.
           MOVE 'N' TO AWARDS-EOF-SWITCH.

           OPEN INPUT AWARDS-FILE.

           IF WS-AWARDS-NOT-FOUND
               GO TO 059-EXIT
           END-IF.

           IF NOT WS-AWARDS-OK
               MOVE "AWARDS-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AWARDS-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ AWARDS-FILE
               AT END
                   MOVE 'Y' TO AWARDS-EOF-SWITCH
           END-READ.

           PERFORM 055-SWEEP-ONE-AWARD THRU 055-EXIT
               UNTIL AWARDS-EOF.

           CLOSE AWARDS-FILE.

           IF WS-AWARDS-READ < WS-AWARDS-MARK
               DISPLAY "AWARDS SHORTER THAN ITS JOURNAL MARK - "
                       "JOURNALED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-AWARDS-MARK
               GO TO 050-SWEEP-AWARDS
           END-IF.

       059-EXIT.
           EXIT.

       055-SWEEP-ONE-AWARD.
           ADD 1 TO WS-AWARDS-READ.

           IF WS-AWARDS-READ > WS-AWARDS-MARK
               ADD 1 TO WS-INPUT-COUNT
               ADD 1 TO WS-AID-NEW-COUNT
               ADD AWD-AMOUNT TO WS-AID-NEW-TOTAL
           END-IF.

           READ AWARDS-FILE
               AT END
                   MOVE 'Y' TO AWARDS-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    ONLY THE SPBCK RECORDS MATTER HERE - EVERY OTHER PLAN
      *    RECORD CARRIES A BILL THE BILLING RUN ALREADY JOURNALED.
      *    THE FILE IS OPTIONAL.
       060-SWEEP-PAYMENT-PLANS.
           MOVE ZERO TO WS-PLAN-READ.
           MOVE ZERO TO WS-BILLBACK-NEW-COUNT.
           MOVE ZERO TO WS-BILLBACK-NEW-TOTAL.
           MOVE 'N' TO PLAN-EOF-SWITCH.

           OPEN INPUT PAYMENT-PLAN-FILE.

           IF WS-PLAN-NOT-FOUND
               GO TO 069-EXIT
           END-IF.

           IF NOT WS-PLAN-OK
               MOVE "PAYMENT-PLAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PLAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

           PERFORM 065-SWEEP-ONE-PLAN THRU 065-EXIT
               UNTIL PLAN-EOF.

           CLOSE PAYMENT-PLAN-FILE.

           IF WS-PLAN-READ < WS-PLAN-MARK
               DISPLAY "PAYPLAN SHORTER THAN ITS JOURNAL MARK - "
                       "JOURNALED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-PLAN-MARK
               GO TO 060-SWEEP-PAYMENT-PLANS
           END-IF.

       069-EXIT.
           EXIT.

       065-SWEEP-ONE-PLAN.
           ADD 1 TO WS-PLAN-READ.

           IF WS-PLAN-READ > WS-PLAN-MARK
              AND PLAN-IS-SPONSOR-BILLBACK
               ADD 1 TO WS-INPUT-COUNT
               ADD 1 TO WS-BILLBACK-NEW-COUNT
               ADD PPL-PLAN-TOTAL TO WS-BILLBACK-NEW-TOTAL
           END-IF.

           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

       065-EXIT.
           EXIT.

      *    EACH SPONSOR INVOICE MOVES ITS AMOUNT OFF THE STUDENT AND
      *    ONTO THE SPONSOR.  THE CASH APPLICATION RUN REWRITES THE
      *    FILE IN PLACE TO CARRY OPEN AMOUNTS, SO ITS RECORD COUNT
      *    HOLDS; THE INVOICED AMOUNT IS WHAT JOURNALS.  THE FILE IS
      *    OPTIONAL.
       070-SWEEP-SPONSOR-INVOICES.
           MOVE ZERO TO WS-SPONINV-READ.
           MOVE ZERO TO WS-SPONSOR-NEW-COUNT.
           MOVE ZERO TO WS-SPONSOR-NEW-TOTAL.
           MOVE 'N' TO SPONINV-EOF-SWITCH.

           OPEN INPUT SPONSOR-INVOICE-FILE.

           IF WS-SPONINV-NOT-FOUND
               GO TO 079-EXIT
           END-IF.

           IF NOT WS-SPONINV-OK
               MOVE "SPONSOR-INVOICE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SPONINV-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SPONSOR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO SPONINV-EOF-SWITCH
           END-READ.

           PERFORM 075-SWEEP-ONE-INVOICE THRU 075-EXIT
               UNTIL SPONINV-EOF.

           CLOSE SPONSOR-INVOICE-FILE.

           IF WS-SPONINV-READ < WS-SPONINV-MARK
               DISPLAY "SPONINV SHORTER THAN ITS JOURNAL MARK - "
                       "JOURNALED WHOLE" UPON SYSERR
               MOVE ZERO TO WS-SPONINV-MARK
               GO TO 070-SWEEP-SPONSOR-INVOICES
           END-IF.

       079-EXIT.
           EXIT.

       075-SWEEP-ONE-INVOICE.
           ADD 1 TO WS-SPONINV-READ.

           IF WS-SPONINV-READ > WS-SPONINV-MARK
              AND SIV-INVOICE-AMOUNT IS NUMERIC
               ADD 1 TO WS-INPUT-COUNT
               ADD 1 TO WS-SPONSOR-NEW-COUNT
               ADD SIV-INVOICE-AMOUNT TO WS-SPONSOR-NEW-TOTAL
           END-IF.

           READ SPONSOR-INVOICE-FILE
               AT END
                   MOVE 'Y' TO SPONINV-EOF-SWITCH
           END-READ.

       075-EXIT.
           EXIT.

      *    THE JOURNAL: EACH PAYMENTS SOURCE NETS AGAINST ITS OWN
      *    'C' CLEARING ACCOUNT, AID AGAINST AID CLEARING (AD) AND
      *    SPONSOR BILL-BACKS AND SPONSOR INVOICES AGAINST SPONSOR
      *    RECEIVABLES (SP), ALL OPPOSITE 'U' STUDENT RECEIVABLES.
      *    EVERY LINE HITS THE PROOF SHEET, AND THE JOURNAL RELEASES
      *    - AND THE MARK ADVANCES - ONLY WHEN IT FOOTS, TIES TO THE
      *    PAYMENTS CONTROL TOTAL AND EVERY ACCOUNT RESOLVED.
       100-STAGE-AND-PROVE.
           OPEN OUTPUT GL-PROOF-FILE.
           IF NOT WS-PROOF-OK
               MOVE "GL-PROOF-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROOF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 110-STAGE-ONE-SOURCE THRU 110-EXIT
               VARYING WS-SOURCE-SUB FROM 1 BY 1
               UNTIL WS-SOURCE-SUB > WS-SOURCE-COUNT.

           MOVE 'AID NET' TO WS-ENTRY-LABEL.
           MOVE WS-AID-NEW-TOTAL TO WS-ENTRY-AMOUNT.
           MOVE 'C' TO WS-CREDIT-TYPE.
           MOVE 'AD' TO WS-GL-DEPT-X.
           MOVE 'D' TO WS-ENTRY-SIDE.
           PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT.
           MOVE 'U' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-GL-DEPT-X.
           MOVE 'C' TO WS-ENTRY-SIDE.
           PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT.

           MOVE 'SPBCK' TO WS-ENTRY-LABEL.
           MOVE WS-BILLBACK-NEW-TOTAL TO WS-ENTRY-AMOUNT.
           MOVE 'U' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-GL-DEPT-X.
           MOVE 'D' TO WS-ENTRY-SIDE.
           PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT.
           MOVE 'C' TO WS-CREDIT-TYPE.
           MOVE 'SP' TO WS-GL-DEPT-X.
           MOVE 'C' TO WS-ENTRY-SIDE.
           PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT.

           MOVE 'SPONINV' TO WS-ENTRY-LABEL.
           MOVE WS-SPONSOR-NEW-TOTAL TO WS-ENTRY-AMOUNT.
           MOVE 'C' TO WS-CREDIT-TYPE.
           MOVE 'SP' TO WS-GL-DEPT-X.
           MOVE 'D' TO WS-ENTRY-SIDE.
           PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT.
           MOVE 'U' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-GL-DEPT-X.
           MOVE 'C' TO WS-ENTRY-SIDE.
           PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT.

           MOVE WS-GL-DEBIT-TOTAL TO WS-PRT-DEBITS.
           MOVE WS-GL-CREDIT-TOTAL TO WS-PRT-CREDITS.
           COMPUTE WS-GL-IMBALANCE =
               WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
               MOVE 'IN BALANCE' TO WS-PRT-VERDICT
           ELSE
               MOVE 'OUT OF BALANCE' TO WS-PRT-VERDICT
           END-IF.
           MOVE WS-PROOF-TOTAL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           MOVE WS-PAYMENTS-NEW-COUNT TO WS-PRC-COUNT.
           MOVE WS-PAYMENTS-NEW-NET TO WS-PRC-NET.
           MOVE WS-GL-AR-PAYMENTS-NET TO WS-PRC-AR-NET.
           IF WS-GL-AR-PAYMENTS-NET = WS-PAYMENTS-NEW-NET
               MOVE 'TIED' TO WS-PRC-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-PRC-VERDICT
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
           END-IF.
           MOVE WS-PROOF-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           MOVE 'AWARDS RECORDS   ' TO WS-OCL-TITLE.
           MOVE WS-AID-NEW-COUNT TO WS-OCL-COUNT.
           MOVE WS-AID-NEW-TOTAL TO WS-OCL-TOTAL.
           MOVE WS-OTHER-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           MOVE 'SPBCK PLANS      ' TO WS-OCL-TITLE.
           MOVE WS-BILLBACK-NEW-COUNT TO WS-OCL-COUNT.
           MOVE WS-BILLBACK-NEW-TOTAL TO WS-OCL-TOTAL.
           MOVE WS-OTHER-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           MOVE 'SPONSOR INVOICES ' TO WS-OCL-TITLE.
           MOVE WS-SPONSOR-NEW-COUNT TO WS-OCL-COUNT.
           MOVE WS-SPONSOR-NEW-TOTAL TO WS-OCL-TOTAL.
           MOVE WS-OTHER-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.
           CLOSE GL-PROOF-FILE.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
               PERFORM 170-RELEASE-JOURNAL THRU 170-EXIT
               PERFORM 180-ADVANCE-JOURNAL-MARK THRU 180-EXIT
           ELSE
               DISPLAY "STUDENT RECEIPTS JOURNAL NOT RELEASED - "
                       "REVIEW STUPPROF" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       109-EXIT.
           EXIT.

      *    ONE PAYMENTS SOURCE, LISTED WITH ITS COUNT AND NET, THEN
      *    JOURNALED AGAINST ITS CLEARING ACCOUNT: MONEY IN CREDITS
      *    THE STUDENT, A NET OUTFLOW - REFUNDS, ACH RETURNS - DEBITS
      *    THEM.  A SOURCE WITH NO CLEARING ACCOUNT BLOCKS THE
      *    RELEASE.
       110-STAGE-ONE-SOURCE.
           MOVE SRC-SOURCE (WS-SOURCE-SUB) TO WS-SRL-SOURCE.
           MOVE SRC-RECORD-COUNT (WS-SOURCE-SUB) TO WS-SRL-COUNT.
           MOVE SRC-NET-AMOUNT (WS-SOURCE-SUB) TO WS-SRL-NET.
           MOVE WS-SOURCE-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

           EVALUATE SRC-SOURCE (WS-SOURCE-SUB)
               WHEN 'CASHIER'
                   MOVE 'CW' TO WS-SOURCE-DEPT
               WHEN 'AUTOPAY'
               WHEN 'ACHRETRN'
                   MOVE 'AC' TO WS-SOURCE-DEPT
               WHEN 'COLLAGCY'
                   MOVE 'CA' TO WS-SOURCE-DEPT
               WHEN 'REFUND'
                   MOVE 'RF' TO WS-SOURCE-DEPT
               WHEN OTHER
                   MOVE SPACES TO GL-PROOF-RECORD
                   STRING
                       'NO CLEARING ACCOUNT FOR PAYMENT SOURCE '
                           DELIMITED BY SIZE
                       SRC-SOURCE (WS-SOURCE-SUB) DELIMITED BY SIZE
                       INTO GL-PROOF-RECORD
                   END-STRING
                   WRITE GL-PROOF-RECORD
                   MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
                   GO TO 110-EXIT
           END-EVALUATE.

           MOVE SRC-SOURCE (WS-SOURCE-SUB) TO WS-ENTRY-LABEL.
           IF SRC-NET-AMOUNT (WS-SOURCE-SUB) < ZERO
               COMPUTE WS-ENTRY-AMOUNT =
                   0 - SRC-NET-AMOUNT (WS-SOURCE-SUB)
               MOVE 'U' TO WS-CREDIT-TYPE
               MOVE SPACES TO WS-GL-DEPT-X
               MOVE 'D' TO WS-ENTRY-SIDE
               PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT
               MOVE WS-SOURCE-DEPT TO WS-GL-DEPT-X
               MOVE 'C' TO WS-CREDIT-TYPE
               MOVE 'C' TO WS-ENTRY-SIDE
               PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT
               SUBTRACT WS-ENTRY-AMOUNT FROM WS-GL-AR-PAYMENTS-NET
           ELSE
               MOVE SRC-NET-AMOUNT (WS-SOURCE-SUB) TO WS-ENTRY-AMOUNT
               MOVE 'C' TO WS-CREDIT-TYPE
               MOVE WS-SOURCE-DEPT TO WS-GL-DEPT-X
               MOVE 'D' TO WS-ENTRY-SIDE
               PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT
               MOVE 'U' TO WS-CREDIT-TYPE
               MOVE SPACES TO WS-GL-DEPT-X
               MOVE 'C' TO WS-ENTRY-SIDE
               PERFORM 150-STAGE-ONE-ENTRY THRU 150-EXIT
               ADD WS-ENTRY-AMOUNT TO WS-GL-AR-PAYMENTS-NET
           END-IF.

       110-EXIT.
           EXIT.

      *    ONE ENTRY RESOLVES AGAINST THE CHART AND STAGES, OR ITS
      *    MISSING ACCOUNT GOES ON THE PROOF AND BLOCKS THE RELEASE.
      *    'U' MATCHES ON TYPE ALONE; 'C' ALSO MATCHES THE CLEARING
      *    CODE IN THE DEPARTMENT BYTES.  NOTHING NEW, NOTHING
      *    STAGED.
       150-STAGE-ONE-ENTRY.
           IF WS-ENTRY-AMOUNT = ZERO
               GO TO 150-EXIT
           END-IF.

           MOVE ZERO TO WS-FOUND-ACCOUNT.
           SET CHART-IX TO 1.
           SEARCH CHART-ENTRY
               AT END
                   CONTINUE
               WHEN CHART-IX > WS-CHART-COUNT
                   CONTINUE
               WHEN CHT-ACCOUNT-TYPE (CHART-IX) = WS-CREDIT-TYPE
                  AND (WS-GL-DEPT-X = SPACES
                       OR CHT-DEPARTMENT (CHART-IX) = WS-GL-DEPT-X)
                   MOVE CHT-ACCOUNT-NUMBER (CHART-IX)
                       TO WS-FOUND-ACCOUNT
           END-SEARCH.

           IF WS-FOUND-ACCOUNT = ZERO
               MOVE SPACES TO GL-PROOF-RECORD
               STRING
                   'NO ACCOUNT OF TYPE ' DELIMITED BY SIZE
                   WS-CREDIT-TYPE DELIMITED BY SIZE
                   ' FOR ' DELIMITED BY SIZE
                   WS-GL-DEPT-X DELIMITED BY SIZE
                   ' ON CHART' DELIMITED BY SIZE
                   INTO GL-PROOF-RECORD
               END-STRING
               WRITE GL-PROOF-RECORD
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
               GO TO 150-EXIT
           END-IF.

           IF WS-STAGE-COUNT NOT < 50
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
               GO TO 150-EXIT
           END-IF.

           ADD 1 TO WS-STAGE-COUNT.
           MOVE WS-FOUND-ACCOUNT
               TO JST-ACCOUNT-NUMBER (WS-STAGE-COUNT).
           MOVE WS-ENTRY-SIDE TO JST-DEBIT-CREDIT (WS-STAGE-COUNT).
           MOVE WS-ENTRY-AMOUNT TO JST-AMOUNT (WS-STAGE-COUNT).
           MOVE SPACES TO JST-DESCRIPTION (WS-STAGE-COUNT).
           STRING 'STUDENT ' WS-ENTRY-LABEL ' ' WS-BUSINESS-DATE
               DELIMITED BY SIZE
               INTO JST-DESCRIPTION (WS-STAGE-COUNT)
           END-STRING.
           PERFORM 157-WRITE-PROOF-LINE THRU 157-EXIT.
           ADD 1 TO WS-ENTRY-COUNT.

       150-EXIT.
           EXIT.

       157-WRITE-PROOF-LINE.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE JST-ACCOUNT-NUMBER (WS-STAGE-COUNT) TO WS-PRF-ACCOUNT.
           MOVE JST-DESCRIPTION (WS-STAGE-COUNT)
               TO WS-PRF-DESCRIPTION.
           IF JST-DEBIT-CREDIT (WS-STAGE-COUNT) = 'D'
               ADD JST-AMOUNT (WS-STAGE-COUNT) TO WS-GL-DEBIT-TOTAL
               MOVE JST-AMOUNT (WS-STAGE-COUNT) TO WS-PRF-DEBIT
               MOVE ZERO TO WS-PRF-CREDIT
           ELSE
               ADD JST-AMOUNT (WS-STAGE-COUNT) TO WS-GL-CREDIT-TOTAL
               MOVE ZERO TO WS-PRF-DEBIT
               MOVE JST-AMOUNT (WS-STAGE-COUNT) TO WS-PRF-CREDIT
           END-IF.
           MOVE WS-PROOF-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.

       157-EXIT.
           EXIT.

      *    THE JOURNAL APPENDS - THE MARK HAS ALREADY MOVED PAST
      *    WHATEVER IS WAITING ON STUPJRNL, SO A SECOND RUN BEFORE
      *    THE LEDGER POSTS MUST NOT WRITE OVER IT.
       170-RELEASE-JOURNAL.
           OPEN EXTEND GL-JOURNAL-FILE.
           IF WS-JOURNAL-NOT-FOUND
               OPEN OUTPUT GL-JOURNAL-FILE
           END-IF.
           IF NOT WS-JOURNAL-OK
               MOVE "GL-JOURNAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-JOURNAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 172-WRITE-ONE-JOURNAL THRU 172-EXIT
               VARYING WS-STAGE-SUB FROM 1 BY 1
               UNTIL WS-STAGE-SUB > WS-STAGE-COUNT.

           CLOSE GL-JOURNAL-FILE.

       170-EXIT.
           EXIT.

       172-WRITE-ONE-JOURNAL.
           MOVE SPACES TO GL-JOURNAL-RECORD.
           MOVE JST-ACCOUNT-NUMBER (WS-STAGE-SUB)
               TO GLJ-ACCOUNT-NUMBER.
           MOVE JST-DEBIT-CREDIT (WS-STAGE-SUB) TO GLJ-DEBIT-CREDIT.
           MOVE JST-AMOUNT (WS-STAGE-SUB) TO GLJ-AMOUNT.
           MOVE JST-DESCRIPTION (WS-STAGE-SUB) TO GLJ-DESCRIPTION.
           WRITE GL-JOURNAL-RECORD.

       172-EXIT.
           EXIT.

      *    THE MARK MOVES TO THE END OF EACH FILE AS SWEPT - WHAT WAS
      *    JUST JOURNALED IS NEVER PRESENTED AGAIN.
       180-ADVANCE-JOURNAL-MARK.
           OPEN OUTPUT JOURNAL-MARK-FILE.

           IF NOT WS-MARK-OK
               DISPLAY "CANNOT REWRITE STUJMARK, STATUS "
                       WS-MARK-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO JOURNAL-MARK-RECORD.
           MOVE WS-PAYMENTS-READ TO JMK-PAYMENTS-COUNT.
           MOVE WS-AWARDS-READ TO JMK-AWARDS-COUNT.
           MOVE WS-PLAN-READ TO JMK-PLAN-COUNT.
           MOVE WS-SPONINV-READ TO JMK-SPONINV-COUNT.
           MOVE WS-BUSINESS-DATE TO JMK-RELEASED-DATE.
           WRITE JOURNAL-MARK-RECORD.
           CLOSE JOURNAL-MARK-FILE.

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
      *    EACH RUN - NEW RECORDS PICKED UP, JOURNAL ENTRIES STAGED,
      *    AND THE NET OF THE NEW PAYMENTS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'STUJRNL1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-ENTRY-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-PAYMENTS-NEW-NET TO ATR-CONTROL-TOTAL.

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
