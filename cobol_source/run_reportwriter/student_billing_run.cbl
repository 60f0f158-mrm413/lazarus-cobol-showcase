      *                                                               *
      * THE FEED ARRIVES IN STUDENT SEQUENCE; THE STUDENT BREAK       *
      * CLOSES EACH BILL.                                             *
      *                                                               *
      * THE TERM'S BILLING ALSO FEEDS THE LEDGER: ONE STUDENT         *
      * RECEIVABLES DEBIT AGAINST TUITION, TERM-FEE, HOUSING AND      *
      * MEAL-PLAN REVENUE CREDITS, STAGED IN THE GLJRNL LAYOUT ON     *
      * STUBJRNL AND PROVED ON STUBPROF AGAINST THE STMTOTAL CONTROL  *
      * TOTAL BEFORE IT RELEASES.                                     *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-EXCEPTION-STATUS.

      *    THE BURSAR RECONCILED STUDENT RECEIVABLES TO THE LEDGER
      *    FROM PRINTED TOTALS.  THE REVENUE JOURNAL NOW COMES OUT OF
      *    THIS RUN, RESOLVED AGAINST CHARTACC: 'U' STUDENT
      *    RECEIVABLES, AND 'V' STUDENT REVENUE BY FEE TYPE IN THE
      *    DEPARTMENT BYTES - TU TUITION, TF TERM FEE, HS HOUSING,
      *    MP MEAL PLAN.
           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHART-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN TO EXTERNAL STUBJRNL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT GL-PROOF-FILE
               ASSIGN TO EXTERNAL STUBPROF
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PROOF-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL

       01  EXCEPTION-RECORD            PIC X(80).

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
           88  WS-EXCEPTION-OK                     VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".
       77  WS-CHART-STATUS             PIC XX.
           88  WS-CHART-OK                         VALUE "00".
       77  WS-JOURNAL-STATUS           PIC XX.
           88  WS-JOURNAL-OK                       VALUE "00".
       77  WS-PROOF-STATUS             PIC XX.
           88  WS-PROOF-OK                         VALUE "00".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
           88  STUDENT-IS-HELD                     VALUE 'Y'.
       77  WS-LINE-AMOUNT              PIC 9(05)V99 VALUE 0.

      *    THE RUN'S BILLING BY FEE TYPE - WHAT THE REVENUE CREDITS
      *    ARE CUT FROM.  THEY FOOT TO THE STMTOTAL BILL TOTAL.
       77  WS-RUN-TUITION              PIC 9(09)V99 VALUE 0.
       77  WS-RUN-TERM-FEES            PIC 9(09)V99 VALUE 0.
       77  WS-RUN-HOUSING              PIC 9(09)V99 VALUE 0.
       77  WS-RUN-MEAL-PLAN            PIC 9(09)V99 VALUE 0.

       77  CHART-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  CHART-EOF                           VALUE 'Y'.
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
       77  WS-FOUND-ACCOUNT            PIC 9(06)   VALUE 0.
       77  WS-FOUND-DESC               PIC X(30)   VALUE SPACES.
       77  WS-JOURNAL-ERROR-SWITCH     PIC X(1)    VALUE 'N'.
           88  JOURNAL-HAS-ERRORS                  VALUE 'Y'.
       77  WS-GL-DEBIT-TOTAL           PIC 9(10)V99 VALUE 0.
       77  WS-GL-CREDIT-TOTAL          PIC 9(10)V99 VALUE 0.
       77  WS-GL-IMBALANCE             PIC S9(10)V99 VALUE 0.
       77  WS-GL-AR-DEBIT              PIC 9(10)V99 VALUE 0.
       77  STMTOTAL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STMTOTAL-EOF                        VALUE 'Y'.
       77  WS-STM-FOOT-COUNT           PIC 9(06)   VALUE 0.
       77  WS-STM-FOOT-TOTAL           PIC 9(10)V99 VALUE 0.

      *    THE ENTRIES STAGE WHOLE - THE JOURNAL IS WRITTEN ENTIRE
      *    OR NOT AT ALL.
       77  WS-STAGE-COUNT              PIC 9(03)   VALUE 0.
       77  WS-STAGE-SUB                PIC 9(03)   VALUE 0.
       01  JOURNAL-STAGE-TABLE.
           02  JOURNAL-STAGE-ENTRY     OCCURS 10 TIMES.
               03  JST-ACCOUNT-NUMBER  PIC 9(06).
               03  JST-DEBIT-CREDIT    PIC X(01).
               03  JST-AMOUNT          PIC 9(09)V99.
               03  JST-DESCRIPTION     PIC X(30).

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

      *    THE TIE-OUT: THE RECEIVABLES DEBIT AGAINST THE STMTOTAL
      *    HANDOFF AS WRITTEN, RE-FOOTED FROM THE CLOSED FILE, AND
      *    ITS COUNT AGAINST THE CONTROL COUNT SEALED WITH CTLTOTAL.
       01  WS-PROOF-CONTROL-LINE.
           03  FILLER                  PIC X(17) VALUE
                   'STMTOTAL RECORDS '.
           03  WS-PRC-COUNT            PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(08) VALUE '  TOTAL '.
           03  WS-PRC-BILLED           PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(12) VALUE
                   '  AR DEBIT  '.
           03  WS-PRC-AR-DEBIT         PIC $$$,$$$,$$9.99.
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-PRC-VERDICT          PIC X(10).

       01  WS-BILL-HEAD-LINE.
           03  FILLER                  PIC X(19) VALUE
                   'TERM BILL  STUDENT '.
           PERFORM 020-LOAD-CREDIT-RATE THRU 029-EXIT.
           PERFORM 030-LOAD-HOLDS THRU 039-EXIT.
           PERFORM 033-LOAD-HOUSING-CONTRACTS THRU 033-EXIT.
           PERFORM 040-LOAD-CHART-ACCOUNTS THRU 040-EXIT.

           OPEN INPUT COURSE-REG-FILE,
                OUTPUT BILL-PRINT-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

           PERFORM 150-STAGE-AND-PROVE THRU 159-EXIT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-HELD-COUNT > 0
       034-EXIT.
           EXIT.

       040-LOAD-CHART-ACCOUNTS.
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

           PERFORM 041-STORE-ONE-ACCOUNT THRU 041-EXIT
               UNTIL CHART-EOF.

           CLOSE CHART-OF-ACCOUNTS-FILE.

       040-EXIT.
           EXIT.

      *    AN ACCOUNT THE TABLE CANNOT HOLD COULD NOT BE RESOLVED,
      *    SO A FULL TABLE STOPS THE RUN.
       041-STORE-ONE-ACCOUNT.
           IF WS-CHART-COUNT NOT < 500
               MOVE "CHART OF ACCOUNTS TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CHART-COUNT.
           SET CHART-IX TO WS-CHART-COUNT.
           MOVE CAC-ACCOUNT-NUMBER
               TO CHT-ACCOUNT-NUMBER (CHART-IX).
           MOVE CAC-ACCOUNT-TYPE TO CHT-ACCOUNT-TYPE (CHART-IX).
           MOVE CAC-DEPARTMENT TO CHT-DEPARTMENT (CHART-IX).
           MOVE CAC-DESCRIPTION TO CHT-DESCRIPTION (CHART-IX).

           READ CHART-OF-ACCOUNTS-FILE
               AT END
                   MOVE 'Y' TO CHART-EOF-SWITCH
           END-READ.

       041-EXIT.
           EXIT.

       035-STORE-ONE-HOLD.
           IF WS-HOLD-COUNT < 500
               ADD 1 TO WS-HOLD-COUNT

           ADD 1 TO WS-BILLED-COUNT.
           ADD WS-STUDENT-TOTAL TO WS-AUDIT-BILLED-TOTAL.
           ADD WS-STUDENT-TUITION TO WS-RUN-TUITION.
           ADD WS-TERM-FEE TO WS-RUN-TERM-FEES.

       130-EXIT.
           EXIT.

           ADD HCO-BILLED-AMT (WS-HCT-SUB) TO WS-STUDENT-HOUSING.

      *    A MEAL-PLAN CONTRACT CARRIES AN 'MP' PLAN CODE; EVERY
      *    OTHER CODE IS A HALL AND EARNS HOUSING REVENUE.
           IF HCO-CONTRACT-CODE (WS-HCT-SUB) (1:2) = 'MP'
               ADD HCO-BILLED-AMT (WS-HCT-SUB) TO WS-RUN-MEAL-PLAN
           ELSE
               ADD HCO-BILLED-AMT (WS-HCT-SUB) TO WS-RUN-HOUSING
           END-IF.

       132-EXIT.
           EXIT.

       145-EXIT.
           EXIT.

      *    THE TERM'S REVENUE JOURNAL: ONE STUDENT RECEIVABLES DEBIT
      *    FOR EVERYTHING BILLED, CREDITED TO REVENUE BY FEE TYPE.
      *    THE PROOF SHEET TIES THE DEBIT TO THE STMTOTAL HANDOFF'S
      *    COUNT AND TOTAL, AND THE JOURNAL RELEASES ONLY WHEN IT
      *    FOOTS, TIES AND EVERY ACCOUNT RESOLVED.
       150-STAGE-AND-PROVE.
           OPEN OUTPUT GL-PROOF-FILE.
           IF NOT WS-PROOF-OK
               MOVE "GL-PROOF-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PROOF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'U' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-GL-DEPT-X.
           MOVE 'D' TO WS-ENTRY-SIDE.
           MOVE WS-AUDIT-BILLED-TOTAL TO WS-ENTRY-AMOUNT.
           PERFORM 155-STAGE-ONE-ENTRY THRU 155-EXIT.

           MOVE 'V' TO WS-CREDIT-TYPE.
           MOVE 'C' TO WS-ENTRY-SIDE.
           MOVE 'TU' TO WS-GL-DEPT-X.
           MOVE WS-RUN-TUITION TO WS-ENTRY-AMOUNT.
           PERFORM 155-STAGE-ONE-ENTRY THRU 155-EXIT.
           MOVE 'TF' TO WS-GL-DEPT-X.
           MOVE WS-RUN-TERM-FEES TO WS-ENTRY-AMOUNT.
           PERFORM 155-STAGE-ONE-ENTRY THRU 155-EXIT.
           MOVE 'HS' TO WS-GL-DEPT-X.
           MOVE WS-RUN-HOUSING TO WS-ENTRY-AMOUNT.
           PERFORM 155-STAGE-ONE-ENTRY THRU 155-EXIT.
           MOVE 'MP' TO WS-GL-DEPT-X.
           MOVE WS-RUN-MEAL-PLAN TO WS-ENTRY-AMOUNT.
           PERFORM 155-STAGE-ONE-ENTRY THRU 155-EXIT.

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

           PERFORM 160-FOOT-STMTOTAL THRU 169-EXIT.
           MOVE WS-STM-FOOT-COUNT TO WS-PRC-COUNT.
           MOVE WS-STM-FOOT-TOTAL TO WS-PRC-BILLED.
           MOVE WS-GL-AR-DEBIT TO WS-PRC-AR-DEBIT.
           IF WS-GL-AR-DEBIT = WS-STM-FOOT-TOTAL
              AND WS-STM-FOOT-COUNT = WS-CTL-COUNT
               MOVE 'TIED' TO WS-PRC-VERDICT
           ELSE
               MOVE 'NOT TIED' TO WS-PRC-VERDICT
               MOVE 'Y' TO WS-JOURNAL-ERROR-SWITCH
           END-IF.
           MOVE WS-PROOF-CONTROL-LINE TO GL-PROOF-RECORD.
           WRITE GL-PROOF-RECORD.
           CLOSE GL-PROOF-FILE.

           IF WS-GL-IMBALANCE = ZERO AND NOT JOURNAL-HAS-ERRORS
               PERFORM 170-RELEASE-JOURNAL THRU 170-EXIT
           ELSE
               DISPLAY "STUDENT REVENUE JOURNAL NOT RELEASED - "
                       "REVIEW STUBPROF" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       159-EXIT.
           EXIT.

      *    ONE ENTRY RESOLVES AGAINST THE CHART AND STAGES, OR ITS
      *    MISSING ACCOUNT GOES ON THE PROOF AND BLOCKS THE RELEASE.
      *    A FEE TYPE WITH NOTHING BILLED STAGES NOTHING.
       155-STAGE-ONE-ENTRY.
           IF WS-ENTRY-AMOUNT = ZERO
               GO TO 155-EXIT
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
                   MOVE CHT-DESCRIPTION (CHART-IX)
                       TO WS-FOUND-DESC
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
               GO TO 155-EXIT
           END-IF.

           ADD 1 TO WS-STAGE-COUNT.
           MOVE WS-FOUND-ACCOUNT
               TO JST-ACCOUNT-NUMBER (WS-STAGE-COUNT).
           MOVE WS-ENTRY-SIDE TO JST-DEBIT-CREDIT (WS-STAGE-COUNT).
           MOVE WS-ENTRY-AMOUNT TO JST-AMOUNT (WS-STAGE-COUNT).
           MOVE SPACES TO JST-DESCRIPTION (WS-STAGE-COUNT).
           STRING 'TERM ' WS-PREV-TERM ' ' WS-FOUND-DESC
               DELIMITED BY SIZE
               INTO JST-DESCRIPTION (WS-STAGE-COUNT)
           END-STRING.
           IF WS-CREDIT-TYPE = 'U'
               ADD WS-ENTRY-AMOUNT TO WS-GL-AR-DEBIT
           END-IF.
           PERFORM 157-WRITE-PROOF-LINE THRU 157-EXIT.

       155-EXIT.
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

       160-FOOT-STMTOTAL.
           OPEN INPUT STATEMENT-TOTAL-FILE.
           IF NOT WS-STMTOTAL-OK
               MOVE "STATEMENT-TOTAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STMTOTAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

           PERFORM 165-FOOT-ONE-TOTAL THRU 165-EXIT
               UNTIL STMTOTAL-EOF.

           CLOSE STATEMENT-TOTAL-FILE.

       169-EXIT.
           EXIT.

       165-FOOT-ONE-TOTAL.
           ADD 1 TO WS-STM-FOOT-COUNT.
           ADD STM-BILL-TOTAL TO WS-STM-FOOT-TOTAL.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

       165-EXIT.
           EXIT.

       170-RELEASE-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE.
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

      *    ONE TIMING RECORD PER EVENT - START AT INITIATION, END AT
      *    TERMINATION WITH THE RUN'S RECORD COUNT.  THE LOG MUST
      *    NEVER BE THE REASON A RUN FAILS, SO A LOG PROBLEM IS
