      * AND A SETTLEMENT REGISTER SHOWING EARNED, DRAW RECOVERED AND  *
      * NET PAYABLE PER SALESMAN - NO MORE RE-DERIVING COMMISSIONS    *
      * BY HAND FROM THE PRINTED REPORT.                              *
      *                                                               *
      * THE SALESMEN ARE PAID AS CONTRACTORS, SO EVERY SETTLEMENT     *
      * ALSO ROLLS INTO THE CALENDAR-YEAR PAYEE FILE COMMYTD THE      *
      * JANUARY 1099-NEC RUN FILES FROM, AND THE REGISTER CLOSES      *
      * WITH A '**TOTAL' LINE THAT RUN TIES THE YEAR BACK TO.         *
      *                                                               *
      * EVERY SETTLEMENT IS KEPT ON THE COMMISSION HISTORY COMMHIST   *
      * WITH THE RATE IT PAID AT.  A RETURN THE DISTRICT RUN MATCHED  *
      * TO A SALE WHOSE COMMISSION WAS ALREADY PAID (CRMATCH) IS      *
      * TRACED THROUGH THAT HISTORY AND THE COMMISSION TAKEN BACK AS  *
      * A CHARGEBACK ON CHARGEBK, RECOVERED AHEAD OF OR BEHIND THE    *
      * DRAW AS THE CHARGEBACK-ORDER PARAMETER SAYS.                  *
      *                                                               *
      * A SALESMAN WITH A PLAN CODE ON SLSMMSTR EARNS BY THE PLAN'S   *
      * ATTAINMENT BANDS ON COMMPLAN (THE COMMTIER CALCULATION) IN    *
      * PLACE OF THE FLAT DISTRICT RATE.                              *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT PAYEE-YTD-FILE
               ASSIGN TO EXTERNAL COMMYTD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COMMYTD-STATUS.

      *    RETURNS MATCHED BY THE DISTRICT RUN TO AN EARLIER SALE.
      *    NO FILE MEANS NO SUCH RETURNS THIS PERIOD.
           SELECT CREDIT-MATCH-FILE
               ASSIGN TO EXTERNAL CRMATCH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CRMATCH-STATUS.

           SELECT COMMISSION-HISTORY-FILE
               ASSIGN TO EXTERNAL COMMHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COMMHIST-STATUS.

           SELECT CHARGEBACK-FILE
               ASSIGN TO EXTERNAL CHARGEBK
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHARGEBK-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL

       FD  PRIOR-TOTALS-FILE.

      *    AN 'S' RECORD CARRIES THE DISTRICT THE SALES WERE REPORTED
      *    UNDER; A FILE SAVED BEFORE IT DID LEAVES IT BLANK.
       01  PRIOR-TOTALS-RECORD.
           03  PTR-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTR-KEY                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  PTR-AMOUNT              PIC S9(08)V99.
           03  FILLER                  PIC X(05).
           03  PTR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(58).

       FD  COMMISSION-RATES-FILE.

           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SMR-MONTHLY-QUOTA       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SMR-TAX-ID              PIC X(09).
           03  FILLER                  PIC X(01).
           03  SMR-TIN-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SMR-PLAN-CODE           PIC X(02).
           03  FILLER                  PIC X(30).
           03  SMR-MAIL-ADDRESS        PIC X(40).
           03  SMR-MAIL-CITY           PIC X(25).
           03  SMR-MAIL-STATE          PIC X(02).
           03  SMR-MAIL-ZIP            PIC X(09).
           03  FILLER                  PIC X(04).

       FD  DRAW-BALANCE-FILE.


       FD  SETTLEMENT-REGISTER-FILE.

       01  SETTLEMENT-REGISTER-RECORD  PIC X(132).

       FD  PAYEE-YTD-FILE.

      *    ONE RECORD PER SALESMAN PER CALENDAR YEAR OF SETTLEMENT.
      *    WHAT THE SALESMAN WAS PAID IN THE YEAR IS THE DRAWS
      *    ADVANCED PLUS THE NET SETTLEMENTS RELEASED TO PAYABLES -
      *    DRAW RECOVERED IS NOT A SECOND PAYMENT, ONLY THE EARNINGS
      *    THAT SQUARED AN ADVANCE ALREADY PAID, SO IT IS KEPT FOR
      *    THE RECORD BUT NEVER ADDED IN.  THE LAST SETTLEMENT'S
      *    FIGURES RIDE ALONG SO A SAME-DAY RERUN REPLACES THEM
      *    INSTEAD OF COUNTING THE PERIOD TWICE.
       01  PAYEE-YTD-RECORD.
           03  CYR-TAX-YEAR            PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CYR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CYR-DRAW-ADVANCED       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-NET-PAID            PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-DRAW-RECOVERED      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-LAST-SETTLED        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CYR-LAST-DRAW           PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  CYR-LAST-NET            PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CYR-LAST-RECOVERED      PIC 9(05)V99.
           03  FILLER                  PIC X(08).

      *    LAID OUT AS THE DISTRICT RUN WRITES IT - THE SALESMAN
      *    WHOSE SALES THE CREDIT REDUCED, THE SALESMAN WHO MADE THE
      *    ORIGINAL SALE, AND THAT SALE'S DATE.
       FD  CREDIT-MATCH-FILE.

       01  CREDIT-MATCH-RECORD.
           03  CMR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CMR-ORIGINAL-SALESMAN   PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CMR-AUTH-NUMBER         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CMR-CREDIT-AMOUNT       PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  CMR-ORIGINAL-SALE-DATE  PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CMR-MATCHED-DATE        PIC 9(08).
           03  FILLER                  PIC X(43).

       FD  COMMISSION-HISTORY-FILE.

      *    ONE RECORD PER SALESMAN PER SETTLEMENT - THE DISTRICT AND
      *    RATE THE PERIOD WAS PAID AT, ITS SALES AND THE COMMISSION
      *    EARNED.
       01  COMMISSION-HISTORY-RECORD.
           03  CHR-SETTLE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CHR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CHR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  CHR-RATE                PIC V99.
           03  FILLER                  PIC X(01).
           03  CHR-SALES               PIC S9(08)V99.
           03  FILLER                  PIC X(01).
           03  CHR-EARNED              PIC S9(07)V99.
           03  FILLER                  PIC X(43).

       FD  CHARGEBACK-FILE.

      *    ONE RECORD PER RETURN AUTHORIZATION CHARGED BACK - THE
      *    SALESMAN CHARGED, THE SETTLEMENT THAT PAID THE SALE AND
      *    ITS RATE, THE COMMISSION TAKEN BACK AND HOW MUCH OF IT IS
      *    STILL OUTSTANDING.  THE LAST RECOVERY RIDES ALONG SO A
      *    SAME-DAY RERUN PUTS IT BACK BEFORE RECOVERING AGAIN.
       01  CHARGEBACK-RECORD.
           03  CBR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CBR-AUTH-NUMBER         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CBR-CREDIT-SALESMAN     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CBR-ORIGINAL-SALE-DATE  PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CBR-PERIOD-SETTLED      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CBR-RATE                PIC V99.
           03  FILLER                  PIC X(01).
           03  CBR-CREDIT-AMOUNT       PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  CBR-CHARGEBACK          PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  CBR-OUTSTANDING         PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  CBR-RAISED-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CBR-LAST-RECOVERED-DATE PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CBR-LAST-RECOVERED      PIC 9(05)V99.
           03  FILLER                  PIC X(18).

       FD  AUDIT-TRAIL-FILE.

           88  WS-PAYABLES-OK                      VALUE "00".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-COMMYTD-STATUS           PIC XX.
           88  WS-COMMYTD-OK                       VALUE "00".
           88  WS-COMMYTD-NOT-FOUND                VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".
       77  WS-CRMATCH-STATUS           PIC XX.
           88  WS-CRMATCH-OK                       VALUE "00".
           88  WS-CRMATCH-NOT-FOUND                VALUE "35".
       77  WS-COMMHIST-STATUS          PIC XX.
           88  WS-COMMHIST-OK                      VALUE "00".
           88  WS-COMMHIST-NOT-FOUND               VALUE "35".
       77  WS-CHARGEBK-STATUS          PIC XX.
           88  WS-CHARGEBK-OK                      VALUE "00".
           88  WS-CHARGEBK-NOT-FOUND               VALUE "35".

       77  PRIOR-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  PRIOR-EOF                           VALUE 'Y'.
           88  SLSMMSTR-EOF                        VALUE 'Y'.
       77  DRAWBAL-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  DRAWBAL-EOF                         VALUE 'Y'.
       77  COMMYTD-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  COMMYTD-EOF                         VALUE 'Y'.
       77  CRMATCH-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  CRMATCH-EOF                         VALUE 'Y'.
       77  COMMHIST-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  COMMHIST-EOF                        VALUE 'Y'.
       77  CHARGEBK-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  CHARGEBK-EOF                        VALUE 'Y'.

       77  WS-SETTLED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-PAYABLE-TOTAL            PIC 9(09)V99 VALUE 0.
       77  WS-EARNED-TOTAL             PIC S9(09)V99 VALUE 0.
       77  WS-ADVANCED-TOTAL           PIC 9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.
       77  WS-SUB                      PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       01  WS-DUE-DATE                 PIC 9(08)   VALUE 0.
       01  WS-DUE-DATE-X REDEFINES WS-DUE-DATE.
           03  WS-DUE-YEAR             PIC 9(04).
           03  FILLER                  PIC 9(04).
       77  WS-KEEP-FROM-YEAR           PIC 9(04)   VALUE 0.
       77  WS-KEEP-FROM-DATE           PIC 9(08)   VALUE 0.

      *    WHETHER A CHARGEBACK RECOVERS OUT OF EARNINGS BEFORE THE
      *    DRAW DOES, OR ONLY OUT OF WHAT THE DRAW LEAVES PAYABLE.
      *    AHEAD UNLESS THE CHARGEBACK-ORDER PARAMETER SAYS BEHIND.
       01  WS-CHARGEBACK-ORDER         PIC X(06)   VALUE 'AHEAD'.
           88  CHARGEBACK-AHEAD                    VALUE 'AHEAD'.
           88  CHARGEBACK-BEHIND                   VALUE 'BEHIND'.
       77  WS-ORDER-KEYED              PIC X(06)   VALUE SPACES.

       01  COMMISSION-TABLE.
           02  COMMISSION-ENTRY        OCCURS 26 TIMES
               03  SMT-SALESMAN-NUMBER PIC 9(02) VALUE ZERO.
               03  SMT-SALESMAN-NAME   PIC X(20) VALUE SPACES.
               03  SMT-DISTRICT        PIC X(01) VALUE SPACE.
               03  SMT-MONTHLY-QUOTA   PIC 9(07)V99 VALUE ZERO.
               03  SMT-PLAN-CODE       PIC X(02) VALUE SPACES.
       77  WS-SALESMAN-MSTR-COUNT      PIC 9(02)   VALUE 0.

       01  DRAW-BALANCE-TABLE.
               03  DBT-CARRIED-BALANCE PIC S9(06)V99 VALUE ZERO.
       77  WS-DRAWBAL-COUNT            PIC 9(02)   VALUE 0.

      *    THE PAYEE YEAR-TO-DATE FILE, HELD WHOLE WHILE THE RUN
      *    SETTLES AND WRITTEN BACK AT THE END LIKE THE DRAW FILE.
      *    FOUR PRIOR YEARS STAY ON FILE FOR CORRECTED RETURNS.
       01  PAYEE-YTD-TABLE.
           02  PAYEE-YTD-ENTRY         OCCURS 500 TIMES
                                       INDEXED BY YTD-IX.
               03  CYT-TAX-YEAR        PIC 9(04) VALUE ZERO.
               03  CYT-SALESMAN-NUMBER PIC 9(02) VALUE ZERO.
               03  CYT-DRAW-ADVANCED   PIC 9(07)V99 VALUE ZERO.
               03  CYT-NET-PAID        PIC 9(07)V99 VALUE ZERO.
               03  CYT-DRAW-RECOVERED  PIC 9(07)V99 VALUE ZERO.
               03  CYT-LAST-SETTLED    PIC 9(08) VALUE ZERO.
               03  CYT-LAST-DRAW       PIC 9(05)V99 VALUE ZERO.
               03  CYT-LAST-NET        PIC 9(07)V99 VALUE ZERO.
               03  CYT-LAST-RECOVERED  PIC 9(05)V99 VALUE ZERO.
       77  WS-COMMYTD-COUNT            PIC 9(03)   VALUE 0.
       77  WS-YTD-SUB                  PIC 9(03)   VALUE 0.

      *    THE COMMISSION HISTORY, HELD WHOLE FOR TRACING RETURNS AND
      *    WRITTEN BACK AT THE END WITH THIS RUN'S SETTLEMENTS ADDED.
      *    TWO YEARS STAY ON FILE - NO RETURN REACHES FURTHER BACK.
       01  COMMISSION-HISTORY-TABLE.
           02  COMMISSION-HISTORY-ENTRY OCCURS 3000 TIMES
                                       INDEXED BY HIST-IX.
               03  CHT-SETTLE-DATE     PIC 9(08) VALUE ZERO.
               03  CHT-SALESMAN-NUMBER PIC 9(02) VALUE ZERO.
               03  CHT-DISTRICT        PIC X(01) VALUE SPACE.
               03  CHT-RATE            PIC V99   VALUE ZERO.
               03  CHT-SALES           PIC S9(08)V99 VALUE ZERO.
               03  CHT-EARNED          PIC S9(07)V99 VALUE ZERO.
       77  WS-COMMHIST-COUNT           PIC 9(04)   VALUE 0.
       77  WS-HIST-SUB                 PIC 9(04)   VALUE 0.

      *    THE CHARGEBACK FILE, HELD WHOLE LIKE THE PAYEE FILE.  ROWS
      *    STAY IN THE ORDER RAISED SO RECOVERY CLEARS THE OLDEST
      *    FIRST.  A CLEARED ROW STAYS A YEAR SO THE SAME RETURN
      *    CANNOT BE CHARGED BACK TWICE.
       01  CHARGEBACK-TABLE.
           02  CHARGEBACK-ENTRY        OCCURS 2000 TIMES
                                       INDEXED BY CHGBK-IX.
               03  CBT-SALESMAN-NUMBER PIC 9(02) VALUE ZERO.
               03  CBT-AUTH-NUMBER     PIC 9(06) VALUE ZERO.
               03  CBT-CREDIT-SALESMAN PIC 9(02) VALUE ZERO.
               03  CBT-ORIGINAL-SALE-DATE
                                       PIC 9(08) VALUE ZERO.
               03  CBT-PERIOD-SETTLED  PIC 9(08) VALUE ZERO.
               03  CBT-RATE            PIC V99   VALUE ZERO.
               03  CBT-CREDIT-AMOUNT   PIC 9(04)V99 VALUE ZERO.
               03  CBT-CHARGEBACK      PIC 9(05)V99 VALUE ZERO.
               03  CBT-OUTSTANDING     PIC 9(05)V99 VALUE ZERO.
               03  CBT-RAISED-DATE     PIC 9(08) VALUE ZERO.
               03  CBT-LAST-RECOVERED-DATE
                                       PIC 9(08) VALUE ZERO.
               03  CBT-LAST-RECOVERED  PIC 9(05)V99 VALUE ZERO.
       77  WS-CHARGEBK-COUNT           PIC 9(04)   VALUE 0.
       77  WS-CHARGEBK-SUB             PIC 9(04)   VALUE 0.

      *    A TRACED RETURN ALREADY CAME OFF THE CURRENT SALES OF THE
      *    SALESMAN WHO TOOK IT; THE CHARGEBACK TAKES THE COMMISSION
      *    BACK INSTEAD, SO THE CREDIT IS ADDED BACK TO THOSE SALES
      *    RATHER THAN COST THE SALESMAN TWICE.  ONE SLOT PER
      *    SALESMAN NUMBER.
       01  ADDBACK-TABLE.
           02  ADDBACK-AMOUNT          PIC 9(07)V99 VALUE ZERO
                                       OCCURS 99 TIMES.

      *    ONE RETURN'S TRACING WORK FIELDS.
       77  WS-TRACE-DATE               PIC 9(08)   VALUE 0.
       77  WS-TRACE-RATE               PIC V99     VALUE 0.
       77  WS-TRACE-HISTORY-SWITCH     PIC X(01)   VALUE 'N'.
           88  TRACE-HAS-HISTORY                   VALUE 'Y'.
       77  WS-CHARGEBACKS-RAISED       PIC 9(06)   VALUE 0.
       77  WS-CHARGEBACK-TOTAL         PIC 9(09)V99 VALUE 0.
       77  WS-CHARGEBACK-TOTAL-ED      PIC Z(08)9.99.

      *    ONE SALESMAN'S SETTLEMENT WORK FIELDS.
       77  WS-SALESMAN-NUMBER          PIC 9(02)   VALUE 0.
       77  WS-SALES-TOTAL              PIC S9(08)V99 VALUE 0.
       77  WS-SETTLE-DISTRICT          PIC X(01)   VALUE SPACE.
       77  WS-EARNED-COMMISSION        PIC S9(07)V99 VALUE 0.
       77  WS-MONTHLY-DRAW             PIC 9(05)V99 VALUE 0.
       77  WS-CARRIED-IN               PIC S9(06)V99 VALUE 0.
       77  WS-NET-PAYABLE              PIC S9(07)V99 VALUE 0.
       77  WS-CARRIED-OUT              PIC S9(06)V99 VALUE 0.
       77  WS-DRAW-SUB                 PIC 9(02)   VALUE 0.
       77  WS-SETTLE-RATE              PIC V99     VALUE 0.
       77  WS-ADDBACK                  PIC 9(07)V99 VALUE 0.
       77  WS-CHARGEBACK-OPEN          PIC 9(07)V99 VALUE 0.
       77  WS-CHARGEBACK-RECOVERED     PIC 9(07)V99 VALUE 0.
       77  WS-CHARGEBACK-TO-APPLY      PIC 9(07)V99 VALUE 0.
       77  WS-CHARGEBACK-TAKE          PIC 9(05)V99 VALUE 0.

      *    THE COMMTIER CALCULATION'S FIELDS - PLAN, QUOTA, SALES AND
      *    FLAT DISTRICT RATE IN; COMMISSION, TOP BAND RATE AND THE
      *    SALES FALLING IN EACH BAND BACK.
       77  WS-TIER-PLAN-CODE           PIC X(02)   VALUE SPACES.
       77  WS-TIER-QUOTA               PIC 9(07)V99 VALUE 0.
       77  WS-TIER-SALES               PIC S9(08)V99 VALUE 0.
       77  WS-TIER-FLAT-RATE           PIC V99     VALUE 0.
       01  WS-TIER-RESULT.
           03  WS-TIER-COMMISSION      PIC S9(07)V99.
           03  WS-TIER-TOP-RATE        PIC V99.
           03  WS-TIER-BAND-COUNT      PIC 9(01).
           03  WS-TIER-BAND            OCCURS 5 TIMES.
               05  WS-TIER-BAND-FLOOR  PIC 9(03).
               05  WS-TIER-BAND-SALES  PIC S9(08)V99.
               05  WS-TIER-BAND-RATE   PIC V99.
       77  WS-TIER-OUTCOME             PIC X(01)   VALUE SPACE.
           88  TIER-PLAN-MISSING                   VALUE 'M'.

       01  WS-REGISTER-LINE.
           03  WS-REG-SALESMAN         PIC 9(02).
           03  WS-REG-PAYABLE          PIC $$$$$9.99.
           03  FILLER                  PIC X(09) VALUE ' CARRIED '.
           03  WS-REG-CARRIED          PIC $$$$$9.99-.
           03  FILLER                  PIC X(07) VALUE ' CHGBK '.
           03  WS-REG-CHARGEBACK       PIC $$$$$9.99.
           03  FILLER                  PIC X(09) VALUE ' ADDBACK '.
           03  WS-REG-ADDBACK          PIC $$$$$9.99.

      *    THE REGISTER'S CLOSING LINE.  IT OPENS WITH '**' SO THE
      *    READERS THAT PARSE SALESMAN LINES BY A NUMERIC SALESMAN
      *    NUMBER PASS OVER IT; THE 1099 RUN READS IT BACK TO TIE
      *    THE YEAR'S TWELVE REGISTERS TO THE PAYEE FILE.
       01  WS-REGISTER-TOTAL-LINE.
           03  FILLER                  PIC X(08) VALUE '**TOTAL '.
           03  WS-RGT-SETTLE-DATE      PIC 9(08).
           03  FILLER                  PIC X(06) VALUE ' SLSM '.
           03  WS-RGT-COUNT            PIC ZZ9.
           03  FILLER                  PIC X(08) VALUE ' EARNED '.
           03  WS-RGT-EARNED           PIC Z(07)9.99-.
           03  FILLER                  PIC X(09) VALUE ' ADVANCE '.
           03  WS-RGT-ADVANCED         PIC Z(07)9.99.
           03  FILLER                  PIC X(09) VALUE ' PAYABLE '.
           03  WS-RGT-PAYABLE          PIC Z(07)9.99.

       PROCEDURE DIVISION.

               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DUE-DATE.

           ACCEPT WS-ORDER-KEYED FROM ENVIRONMENT 'CHARGEBACK-ORDER'.
           IF WS-ORDER-KEYED NOT = SPACES
               MOVE WS-ORDER-KEYED TO WS-CHARGEBACK-ORDER
               IF NOT CHARGEBACK-AHEAD
                  AND NOT CHARGEBACK-BEHIND
                   DISPLAY "CHARGEBACK-ORDER " WS-ORDER-KEYED
                           " NOT RECOGNISED - AHEAD OF DRAW USED"
                           UPON SYSERR
                   MOVE 'AHEAD' TO WS-CHARGEBACK-ORDER
               END-IF
           END-IF.

           PERFORM 020-LOAD-COMMISSION-RATES THRU 020-EXIT.
           PERFORM 030-LOAD-SALESMAN-MASTER THRU 030-EXIT.
           PERFORM 040-LOAD-DRAW-BALANCES THRU 040-EXIT.
           PERFORM 050-LOAD-PAYEE-YTD THRU 050-EXIT.
           PERFORM 056-LOAD-COMMISSION-HISTORY THRU 056-EXIT.
           PERFORM 058-LOAD-CHARGEBACKS THRU 058-EXIT.
           PERFORM 080-RAISE-CHARGEBACKS THRU 080-EXIT.

           OPEN INPUT PRIOR-TOTALS-FILE,
                OUTPUT PAYABLES-EXTRACT-FILE,
               UNTIL PRIOR-EOF.

       000-TERMINATE.
           MOVE WS-DUE-DATE TO WS-RGT-SETTLE-DATE.
           MOVE WS-SETTLED-COUNT TO WS-RGT-COUNT.
           MOVE WS-EARNED-TOTAL TO WS-RGT-EARNED.
           MOVE WS-ADVANCED-TOTAL TO WS-RGT-ADVANCED.
           MOVE WS-PAYABLE-TOTAL TO WS-RGT-PAYABLE.
           MOVE WS-REGISTER-TOTAL-LINE TO SETTLEMENT-REGISTER-RECORD.
           WRITE SETTLEMENT-REGISTER-RECORD.

           CLOSE PRIOR-TOTALS-FILE,
                 PAYABLES-EXTRACT-FILE,
                 SETTLEMENT-REGISTER-FILE.

           PERFORM 060-SAVE-DRAW-BALANCES THRU 060-EXIT.
           PERFORM 070-SAVE-PAYEE-YTD THRU 070-EXIT.
           PERFORM 076-SAVE-COMMISSION-HISTORY THRU 076-EXIT.
           PERFORM 078-SAVE-CHARGEBACKS THRU 078-EXIT.

           IF WS-CHARGEBACKS-RAISED > 0
               DISPLAY WS-CHARGEBACKS-RAISED
                       " CHARGEBACK(S) RAISED ON RETURNS OF SETTLED "
                       "SALES"
           END-IF.
           IF WS-CHARGEBACK-TOTAL > 0
               MOVE WS-CHARGEBACK-TOTAL TO WS-CHARGEBACK-TOTAL-ED
               DISPLAY "CHARGEBACKS RECOVERED THIS SETTLEMENT "
                       WS-CHARGEBACK-TOTAL-ED
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

                   TO SMT-SALESMAN-NUMBER (SLSM-IX)
               MOVE SMR-SALESMAN-NAME TO SMT-SALESMAN-NAME (SLSM-IX)
               MOVE SMR-DISTRICT TO SMT-DISTRICT (SLSM-IX)
               MOVE SMR-MONTHLY-QUOTA TO SMT-MONTHLY-QUOTA (SLSM-IX)
               MOVE SMR-PLAN-CODE TO SMT-PLAN-CODE (SLSM-IX)
           END-IF.

           READ SALESMAN-MASTER-FILE
       045-EXIT.
           EXIT.

      *    NO PAYEE FILE YET MEANS THIS IS THE FIRST SETTLEMENT THE
      *    FILE HAS SEEN - IT STARTS EMPTY AND IS WRITTEN AT THE END.
       050-LOAD-PAYEE-YTD.
           OPEN INPUT PAYEE-YTD-FILE.

           IF WS-COMMYTD-NOT-FOUND
               GO TO 050-EXIT
           END-IF.

           IF NOT WS-COMMYTD-OK
               MOVE "PAYEE-YTD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COMMYTD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYEE-YTD-FILE
               AT END
                   MOVE 'Y' TO COMMYTD-EOF-SWITCH
           END-READ.

           PERFORM 055-STORE-PAYEE-YTD THRU 055-EXIT
               UNTIL COMMYTD-EOF.

           CLOSE PAYEE-YTD-FILE.

       050-EXIT.
           EXIT.

      *    A FULL TABLE STOPS THE RUN RATHER THAN DROP A PAYEE'S
      *    YEAR WHEN THE FILE IS WRITTEN BACK.
       055-STORE-PAYEE-YTD.
           IF WS-COMMYTD-COUNT NOT < 500
               DISPLAY "PAYEE YTD TABLE FULL AT 500 ROWS - RUN "
                       "ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-COMMYTD-COUNT.
           SET YTD-IX TO WS-COMMYTD-COUNT.
           MOVE CYR-TAX-YEAR TO CYT-TAX-YEAR (YTD-IX).
           MOVE CYR-SALESMAN-NUMBER TO CYT-SALESMAN-NUMBER (YTD-IX).
           MOVE CYR-DRAW-ADVANCED TO CYT-DRAW-ADVANCED (YTD-IX).
           MOVE CYR-NET-PAID TO CYT-NET-PAID (YTD-IX).
           MOVE CYR-DRAW-RECOVERED TO CYT-DRAW-RECOVERED (YTD-IX).
           MOVE CYR-LAST-SETTLED TO CYT-LAST-SETTLED (YTD-IX).
           MOVE CYR-LAST-DRAW TO CYT-LAST-DRAW (YTD-IX).
           MOVE CYR-LAST-NET TO CYT-LAST-NET (YTD-IX).
           MOVE CYR-LAST-RECOVERED TO CYT-LAST-RECOVERED (YTD-IX).

           READ PAYEE-YTD-FILE
               AT END
                   MOVE 'Y' TO COMMYTD-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    NO HISTORY YET MEANS NO SETTLEMENT HAS BEEN RECORDED - A
      *    RETURN CANNOT BE TRACED UNTIL ONE HAS.
       056-LOAD-COMMISSION-HISTORY.
           OPEN INPUT COMMISSION-HISTORY-FILE.

           IF WS-COMMHIST-NOT-FOUND
               GO TO 056-EXIT
           END-IF.

           IF NOT WS-COMMHIST-OK
               MOVE "COMMISSION-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COMMHIST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ COMMISSION-HISTORY-FILE
               AT END
                   MOVE 'Y' TO COMMHIST-EOF-SWITCH
           END-READ.

           PERFORM 057-STORE-COMMISSION-HISTORY THRU 057-EXIT
               UNTIL COMMHIST-EOF.

           CLOSE COMMISSION-HISTORY-FILE.

       056-EXIT.
           EXIT.

       057-STORE-COMMISSION-HISTORY.
           IF WS-COMMHIST-COUNT NOT < 3000
               DISPLAY "COMMISSION HISTORY TABLE FULL AT 3000 ROWS - "
                       "RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-COMMHIST-COUNT.
           SET HIST-IX TO WS-COMMHIST-COUNT.
           MOVE CHR-SETTLE-DATE TO CHT-SETTLE-DATE (HIST-IX).
           MOVE CHR-SALESMAN-NUMBER TO CHT-SALESMAN-NUMBER (HIST-IX).
           MOVE CHR-DISTRICT TO CHT-DISTRICT (HIST-IX).
           MOVE CHR-RATE TO CHT-RATE (HIST-IX).
           MOVE CHR-SALES TO CHT-SALES (HIST-IX).
           MOVE CHR-EARNED TO CHT-EARNED (HIST-IX).

           READ COMMISSION-HISTORY-FILE
               AT END
                   MOVE 'Y' TO COMMHIST-EOF-SWITCH
           END-READ.

       057-EXIT.
           EXIT.

      *    NO CHARGEBACK FILE YET MEANS NOTHING HAS BEEN CHARGED BACK.
       058-LOAD-CHARGEBACKS.
           OPEN INPUT CHARGEBACK-FILE.

           IF WS-CHARGEBK-NOT-FOUND
               GO TO 058-EXIT
           END-IF.

           IF NOT WS-CHARGEBK-OK
               MOVE "CHARGEBACK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHARGEBK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHARGEBACK-FILE
               AT END
                   MOVE 'Y' TO CHARGEBK-EOF-SWITCH
           END-READ.

           PERFORM 059-STORE-CHARGEBACK THRU 059-EXIT
               UNTIL CHARGEBK-EOF.

           CLOSE CHARGEBACK-FILE.

       058-EXIT.
           EXIT.

       059-STORE-CHARGEBACK.
           IF WS-CHARGEBK-COUNT NOT < 2000
               DISPLAY "CHARGEBACK TABLE FULL AT 2000 ROWS - RUN "
                       "ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CHARGEBK-COUNT.
           SET CHGBK-IX TO WS-CHARGEBK-COUNT.
           MOVE CBR-SALESMAN-NUMBER TO CBT-SALESMAN-NUMBER (CHGBK-IX).
           MOVE CBR-AUTH-NUMBER TO CBT-AUTH-NUMBER (CHGBK-IX).
           MOVE CBR-CREDIT-SALESMAN TO CBT-CREDIT-SALESMAN (CHGBK-IX).
           MOVE CBR-ORIGINAL-SALE-DATE
               TO CBT-ORIGINAL-SALE-DATE (CHGBK-IX).
           MOVE CBR-PERIOD-SETTLED TO CBT-PERIOD-SETTLED (CHGBK-IX).
           MOVE CBR-RATE TO CBT-RATE (CHGBK-IX).
           MOVE CBR-CREDIT-AMOUNT TO CBT-CREDIT-AMOUNT (CHGBK-IX).
           MOVE CBR-CHARGEBACK TO CBT-CHARGEBACK (CHGBK-IX).
           MOVE CBR-OUTSTANDING TO CBT-OUTSTANDING (CHGBK-IX).
           MOVE CBR-RAISED-DATE TO CBT-RAISED-DATE (CHGBK-IX).
           MOVE CBR-LAST-RECOVERED-DATE
               TO CBT-LAST-RECOVERED-DATE (CHGBK-IX).
           MOVE CBR-LAST-RECOVERED TO CBT-LAST-RECOVERED (CHGBK-IX).

           READ CHARGEBACK-FILE
               AT END
                   MOVE 'Y' TO CHARGEBK-EOF-SWITCH
           END-READ.

       059-EXIT.
           EXIT.

      *    EACH RETURN THE DISTRICT RUN TRACED TO AN EARLIER SALE.
      *    A RETURN ALREADY CHARGED BACK ON AN EARLIER DAY IS PASSED
      *    OVER; ONE RAISED TODAY IS A RERUN, AND ONLY ITS ADD-BACK
      *    IS TAKEN AGAIN.
       080-RAISE-CHARGEBACKS.
           OPEN INPUT CREDIT-MATCH-FILE.

           IF WS-CRMATCH-NOT-FOUND
               GO TO 080-EXIT
           END-IF.

           IF NOT WS-CRMATCH-OK
               MOVE "CREDIT-MATCH-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CRMATCH-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CREDIT-MATCH-FILE
               AT END
                   MOVE 'Y' TO CRMATCH-EOF-SWITCH
           END-READ.

           PERFORM 082-RAISE-ONE-CHARGEBACK THRU 082-EXIT
               UNTIL CRMATCH-EOF.

           CLOSE CREDIT-MATCH-FILE.

       080-EXIT.
           EXIT.

       082-RAISE-ONE-CHARGEBACK.
           MOVE ZERO TO WS-CHARGEBK-SUB.
           PERFORM 084-FIND-CHARGEBACK-AUTH THRU 084-EXIT
               VARYING CHGBK-IX FROM 1 BY 1
               UNTIL CHGBK-IX > WS-CHARGEBK-COUNT
                  OR WS-CHARGEBK-SUB > ZERO.

           IF WS-CHARGEBK-SUB > ZERO
               IF CBT-RAISED-DATE (WS-CHARGEBK-SUB) = WS-DUE-DATE
                   PERFORM 088-ADD-BACK-CREDIT THRU 088-EXIT
               END-IF
               GO TO 082-NEXT-MATCH
           END-IF.

           PERFORM 086-TRACE-ORIGINAL-PERIOD THRU 086-EXIT.

           IF WS-TRACE-DATE = ZERO
               IF NOT TRACE-HAS-HISTORY
                   DISPLAY "RETURN AUTH " CMR-AUTH-NUMBER
                           " - SALESMAN " CMR-ORIGINAL-SALESMAN
                           " HAS NO COMMISSION HISTORY - NOT CHARGED"
                           " BACK" UPON SYSERR
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               END-IF
               GO TO 082-NEXT-MATCH
           END-IF.

           IF WS-CHARGEBK-COUNT NOT < 2000
               DISPLAY "CHARGEBACK TABLE FULL AT 2000 ROWS - RETURN "
                       "AUTH " CMR-AUTH-NUMBER " - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CHARGEBK-COUNT.
           MOVE WS-CHARGEBK-COUNT TO WS-CHARGEBK-SUB.
           MOVE CMR-ORIGINAL-SALESMAN
               TO CBT-SALESMAN-NUMBER (WS-CHARGEBK-SUB).
           MOVE CMR-AUTH-NUMBER TO CBT-AUTH-NUMBER (WS-CHARGEBK-SUB).
           MOVE CMR-SALESMAN-NUMBER
               TO CBT-CREDIT-SALESMAN (WS-CHARGEBK-SUB).
           MOVE CMR-ORIGINAL-SALE-DATE
               TO CBT-ORIGINAL-SALE-DATE (WS-CHARGEBK-SUB).
           MOVE WS-TRACE-DATE TO CBT-PERIOD-SETTLED (WS-CHARGEBK-SUB).
           MOVE WS-TRACE-RATE TO CBT-RATE (WS-CHARGEBK-SUB).
           MOVE CMR-CREDIT-AMOUNT
               TO CBT-CREDIT-AMOUNT (WS-CHARGEBK-SUB).
           COMPUTE CBT-CHARGEBACK (WS-CHARGEBK-SUB) ROUNDED =
               CMR-CREDIT-AMOUNT * WS-TRACE-RATE.
           MOVE CBT-CHARGEBACK (WS-CHARGEBK-SUB)
               TO CBT-OUTSTANDING (WS-CHARGEBK-SUB).
           MOVE WS-DUE-DATE TO CBT-RAISED-DATE (WS-CHARGEBK-SUB).
           MOVE ZERO TO CBT-LAST-RECOVERED-DATE (WS-CHARGEBK-SUB).
           MOVE ZERO TO CBT-LAST-RECOVERED (WS-CHARGEBK-SUB).
           ADD 1 TO WS-CHARGEBACKS-RAISED.

           PERFORM 088-ADD-BACK-CREDIT THRU 088-EXIT.

       082-NEXT-MATCH.
           READ CREDIT-MATCH-FILE
               AT END
                   MOVE 'Y' TO CRMATCH-EOF-SWITCH
           END-READ.

       082-EXIT.
           EXIT.

       084-FIND-CHARGEBACK-AUTH.
           IF CBT-AUTH-NUMBER (CHGBK-IX) = CMR-AUTH-NUMBER
               SET WS-CHARGEBK-SUB TO CHGBK-IX
           END-IF.

       084-EXIT.
           EXIT.

      *    THE SALE WAS PAID BY THE FIRST SETTLEMENT OF ITS SALESMAN
      *    ON OR AFTER THE SALE DATE.  TODAY'S SETTLEMENTS DO NOT
      *    COUNT - THEY ARE THIS PERIOD'S, ON A RERUN.  NO SUCH
      *    SETTLEMENT MEANS THE SALE IS STILL IN AN UNSETTLED PERIOD
      *    AND THE RETURN ALREADY CAME OFF ITS SALES.
       086-TRACE-ORIGINAL-PERIOD.
           MOVE ZERO TO WS-TRACE-DATE.
           MOVE ZERO TO WS-TRACE-RATE.
           MOVE 'N' TO WS-TRACE-HISTORY-SWITCH.
           PERFORM 087-TRY-ONE-SETTLEMENT THRU 087-EXIT
               VARYING HIST-IX FROM 1 BY 1
               UNTIL HIST-IX > WS-COMMHIST-COUNT.

       086-EXIT.
           EXIT.

       087-TRY-ONE-SETTLEMENT.
           IF CHT-SALESMAN-NUMBER (HIST-IX) NOT =
                   CMR-ORIGINAL-SALESMAN
              OR CHT-SETTLE-DATE (HIST-IX) NOT < WS-DUE-DATE
               GO TO 087-EXIT
           END-IF.

           MOVE 'Y' TO WS-TRACE-HISTORY-SWITCH.

           IF CHT-SETTLE-DATE (HIST-IX) < CMR-ORIGINAL-SALE-DATE
               GO TO 087-EXIT
           END-IF.

           IF WS-TRACE-DATE = ZERO
              OR CHT-SETTLE-DATE (HIST-IX) < WS-TRACE-DATE
               MOVE CHT-SETTLE-DATE (HIST-IX) TO WS-TRACE-DATE
               MOVE CHT-RATE (HIST-IX) TO WS-TRACE-RATE
           END-IF.

       087-EXIT.
           EXIT.

       088-ADD-BACK-CREDIT.
           IF CMR-SALESMAN-NUMBER > ZERO
               ADD CMR-CREDIT-AMOUNT
                   TO ADDBACK-AMOUNT (CMR-SALESMAN-NUMBER)
           END-IF.

       088-EXIT.
           EXIT.

      *    ONLY THE 'S' SALESMAN-TOTAL RECORDS SETTLE; THE 'D'
      *    DISTRICT RECORDS ON THE SAME FILE BELONG TO THE TREND
      *    COMPARISON AND PASS STRAIGHT THROUGH.

           MOVE PTR-KEY TO WS-SALESMAN-NUMBER.
           MOVE PTR-AMOUNT TO WS-SALES-TOTAL.
           MOVE PTR-DISTRICT TO WS-SETTLE-DISTRICT.

           PERFORM 110-COMPUTE-SETTLEMENT THRU 110-EXIT.

       199-EXIT.
           EXIT.

      *    EARNED = DISTRICT RATE TIMES THE PERIOD'S SALES, OR BY
      *    ATTAINMENT BAND FOR A SALESMAN ON A COMMISSION PLAN.  THE
      *    DISTRICT IS THE ONE THE PERIOD WAS REPORTED UNDER, OR THE
      *    MASTER'S WHEN PRIORTOT DOES NOT SAY.  THE MONTH'S DRAW AND
      *    ANY CARRIED SHORTFALL RECOVER OUT OF EARNINGS FIRST;
      *    WHATEVER IS LEFT IS PAYABLE, AND A SHORTFALL CARRIES
      *    FORWARD NEGATIVE.  OPEN CHARGEBACKS RECOVER BEFORE THE
      *    DRAW, OR OUT OF THE PAYABLE AFTER IT, BY CHARGEBACK-ORDER;
      *    WHAT EARNINGS CANNOT COVER STAYS OPEN FOR NEXT PERIOD.
       110-COMPUTE-SETTLEMENT.
           MOVE ZERO TO WS-EARNED-COMMISSION.
           MOVE ZERO TO WS-SETTLE-RATE.
           MOVE ZERO TO WS-ADDBACK.
           MOVE ZERO TO WS-CHARGEBACK-RECOVERED.

           SET SLSM-IX TO 1.
           SEARCH SALESMAN-MASTER-ENTRY
                   CONTINUE
           END-SEARCH.

           IF WS-SETTLE-DISTRICT = SPACE
               MOVE SMT-DISTRICT (SLSM-IX) TO WS-SETTLE-DISTRICT
           END-IF.

           IF WS-SALESMAN-NUMBER > ZERO
               MOVE ADDBACK-AMOUNT (WS-SALESMAN-NUMBER) TO WS-ADDBACK
               ADD WS-ADDBACK TO WS-SALES-TOTAL
           END-IF.

           MOVE ZERO TO WS-TIER-FLAT-RATE.
           SET COMMISSION-IX TO 1.
           SEARCH COMMISSION-ENTRY
               AT END
                   CONTINUE
               WHEN CE-DISTRICT (COMMISSION-IX) = WS-SETTLE-DISTRICT
                   MOVE CE-RATE (COMMISSION-IX) TO WS-TIER-FLAT-RATE
           END-SEARCH.

           MOVE SMT-PLAN-CODE (SLSM-IX) TO WS-TIER-PLAN-CODE.
           MOVE SMT-MONTHLY-QUOTA (SLSM-IX) TO WS-TIER-QUOTA.
           MOVE WS-SALES-TOTAL TO WS-TIER-SALES.
           CALL 'COMMTIER' USING WS-TIER-PLAN-CODE, WS-TIER-QUOTA,
               WS-TIER-SALES, WS-TIER-FLAT-RATE, WS-TIER-RESULT,
               WS-TIER-OUTCOME.
           IF TIER-PLAN-MISSING
               DISPLAY "SALESMAN " WS-SALESMAN-NUMBER " PLAN "
                       WS-TIER-PLAN-CODE " NOT ON COMMPLAN - "
                       "SETTLED AT THE DISTRICT RATE" UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           MOVE WS-TIER-COMMISSION TO WS-EARNED-COMMISSION.

      *    THE HISTORY KEEPS THE RATE OF THE HIGHEST BAND REACHED -
      *    A LATER RETURN CAME OFF THE TOP OF THE PERIOD'S SALES, SO
      *    THAT IS THE RATE ITS COMMISSION WAS PAID AT.
           MOVE WS-TIER-TOP-RATE TO WS-SETTLE-RATE.

           MOVE ZERO TO WS-MONTHLY-DRAW.
           MOVE ZERO TO WS-CARRIED-IN.
           MOVE ZERO TO WS-DRAW-SUB.
           COMPUTE WS-AVAILABLE =
               WS-EARNED-COMMISSION + WS-CARRIED-IN.

           PERFORM 130-OPEN-CHARGEBACKS THRU 130-EXIT.

           IF CHARGEBACK-AHEAD
              AND WS-CHARGEBACK-OPEN > ZERO
              AND WS-AVAILABLE > ZERO
               IF WS-AVAILABLE < WS-CHARGEBACK-OPEN
                   MOVE WS-AVAILABLE TO WS-CHARGEBACK-RECOVERED
               ELSE
                   MOVE WS-CHARGEBACK-OPEN TO WS-CHARGEBACK-RECOVERED
               END-IF
               SUBTRACT WS-CHARGEBACK-RECOVERED FROM WS-AVAILABLE
           END-IF.

           IF WS-AVAILABLE >= WS-MONTHLY-DRAW
               MOVE WS-MONTHLY-DRAW TO WS-DRAW-RECOVERED
               COMPUTE WS-NET-PAYABLE =
                   WS-AVAILABLE - WS-MONTHLY-DRAW
           END-IF.

           IF CHARGEBACK-BEHIND
              AND WS-CHARGEBACK-OPEN > ZERO
              AND WS-NET-PAYABLE > ZERO
               IF WS-NET-PAYABLE < WS-CHARGEBACK-OPEN
                   MOVE WS-NET-PAYABLE TO WS-CHARGEBACK-RECOVERED
               ELSE
                   MOVE WS-CHARGEBACK-OPEN TO WS-CHARGEBACK-RECOVERED
               END-IF
               SUBTRACT WS-CHARGEBACK-RECOVERED FROM WS-NET-PAYABLE
           END-IF.

           IF WS-CHARGEBACK-RECOVERED > ZERO
               PERFORM 135-RECOVER-CHARGEBACKS THRU 135-EXIT
           END-IF.

           IF WS-DRAW-SUB > ZERO
               MOVE WS-CARRIED-OUT
                   TO DBT-CARRIED-BALANCE (WS-DRAW-SUB)
           END-IF.

           ADD 1 TO WS-SETTLED-COUNT.
           ADD WS-EARNED-COMMISSION TO WS-EARNED-TOTAL.
           ADD WS-MONTHLY-DRAW TO WS-ADVANCED-TOTAL.

           PERFORM 120-ACCUMULATE-PAYEE-YTD THRU 120-EXIT.
           PERFORM 140-RECORD-HISTORY THRU 140-EXIT.

           MOVE SPACES TO SETTLEMENT-REGISTER-RECORD.
           MOVE WS-SALESMAN-NUMBER TO WS-REG-SALESMAN.
           MOVE WS-DRAW-RECOVERED TO WS-REG-RECOVERED.
           MOVE WS-NET-PAYABLE TO WS-REG-PAYABLE.
           MOVE WS-CARRIED-OUT TO WS-REG-CARRIED.
           MOVE WS-CHARGEBACK-RECOVERED TO WS-REG-CHARGEBACK.
           MOVE WS-ADDBACK TO WS-REG-ADDBACK.
           MOVE WS-REGISTER-LINE TO SETTLEMENT-REGISTER-RECORD.
           WRITE SETTLEMENT-REGISTER-RECORD.

       115-EXIT.
           EXIT.

      *    THE MONTH'S DRAW WAS PAID IN ADVANCE AND THE NET PAYABLE
      *    GOES OUT NOW, SO BOTH COUNT AS PAID IN THE YEAR OF THIS
      *    SETTLEMENT.  A ROW ALREADY SETTLED TODAY IS A RERUN OF
      *    THE SAME PERIOD - ITS LAST FIGURES COME OFF FIRST.
       120-ACCUMULATE-PAYEE-YTD.
           MOVE ZERO TO WS-YTD-SUB.
           PERFORM 125-FIND-PAYEE-YTD THRU 125-EXIT
               VARYING YTD-IX FROM 1 BY 1
               UNTIL YTD-IX > WS-COMMYTD-COUNT
                  OR WS-YTD-SUB > ZERO.

           IF WS-YTD-SUB = ZERO
               IF WS-COMMYTD-COUNT NOT < 500
                   DISPLAY "PAYEE YTD TABLE FULL AT 500 ROWS - "
                           "SALESMAN " WS-SALESMAN-NUMBER
                           " - RUN ABORTED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-COMMYTD-COUNT
               MOVE WS-COMMYTD-COUNT TO WS-YTD-SUB
               MOVE WS-DUE-YEAR TO CYT-TAX-YEAR (WS-YTD-SUB)
               MOVE WS-SALESMAN-NUMBER
                   TO CYT-SALESMAN-NUMBER (WS-YTD-SUB)
           END-IF.

           IF CYT-LAST-SETTLED (WS-YTD-SUB) = WS-DUE-DATE
               SUBTRACT CYT-LAST-DRAW (WS-YTD-SUB)
                   FROM CYT-DRAW-ADVANCED (WS-YTD-SUB)
               SUBTRACT CYT-LAST-NET (WS-YTD-SUB)
                   FROM CYT-NET-PAID (WS-YTD-SUB)
               SUBTRACT CYT-LAST-RECOVERED (WS-YTD-SUB)
                   FROM CYT-DRAW-RECOVERED (WS-YTD-SUB)
           END-IF.

           MOVE WS-DUE-DATE TO CYT-LAST-SETTLED (WS-YTD-SUB).
           MOVE WS-MONTHLY-DRAW TO CYT-LAST-DRAW (WS-YTD-SUB).
           MOVE WS-DRAW-RECOVERED TO CYT-LAST-RECOVERED (WS-YTD-SUB).
           IF WS-NET-PAYABLE > ZERO
               MOVE WS-NET-PAYABLE TO CYT-LAST-NET (WS-YTD-SUB)
           ELSE
               MOVE ZERO TO CYT-LAST-NET (WS-YTD-SUB)
           END-IF.

           ADD CYT-LAST-DRAW (WS-YTD-SUB)
               TO CYT-DRAW-ADVANCED (WS-YTD-SUB).
           ADD CYT-LAST-NET (WS-YTD-SUB) TO CYT-NET-PAID (WS-YTD-SUB).
           ADD CYT-LAST-RECOVERED (WS-YTD-SUB)
               TO CYT-DRAW-RECOVERED (WS-YTD-SUB).

       120-EXIT.
           EXIT.

       125-FIND-PAYEE-YTD.
           IF CYT-TAX-YEAR (YTD-IX) = WS-DUE-YEAR
              AND CYT-SALESMAN-NUMBER (YTD-IX) = WS-SALESMAN-NUMBER
               SET WS-YTD-SUB TO YTD-IX
           END-IF.

       125-EXIT.
           EXIT.

      *    WHAT THE SALESMAN STILL OWES ON CHARGEBACKS.  A RECOVERY
      *    ALREADY TAKEN TODAY IS A RERUN OF THE SAME PERIOD - IT IS
      *    PUT BACK FIRST, AS THE PAYEE FILE'S LAST FIGURES ARE.
       130-OPEN-CHARGEBACKS.
           MOVE ZERO TO WS-CHARGEBACK-OPEN.
           PERFORM 132-OPEN-ONE-CHARGEBACK THRU 132-EXIT
               VARYING CHGBK-IX FROM 1 BY 1
               UNTIL CHGBK-IX > WS-CHARGEBK-COUNT.

       130-EXIT.
           EXIT.

       132-OPEN-ONE-CHARGEBACK.
           IF CBT-SALESMAN-NUMBER (CHGBK-IX) NOT = WS-SALESMAN-NUMBER
               GO TO 132-EXIT
           END-IF.

           IF CBT-LAST-RECOVERED-DATE (CHGBK-IX) = WS-DUE-DATE
               ADD CBT-LAST-RECOVERED (CHGBK-IX)
                   TO CBT-OUTSTANDING (CHGBK-IX)
               MOVE ZERO TO CBT-LAST-RECOVERED (CHGBK-IX)
               MOVE ZERO TO CBT-LAST-RECOVERED-DATE (CHGBK-IX)
           END-IF.

           ADD CBT-OUTSTANDING (CHGBK-IX) TO WS-CHARGEBACK-OPEN.

       132-EXIT.
           EXIT.

      *    THE RECOVERY CLEARS THE SALESMAN'S OLDEST CHARGEBACKS
      *    FIRST.
       135-RECOVER-CHARGEBACKS.
           MOVE WS-CHARGEBACK-RECOVERED TO WS-CHARGEBACK-TO-APPLY.
           ADD WS-CHARGEBACK-RECOVERED TO WS-CHARGEBACK-TOTAL.
           PERFORM 137-RECOVER-ONE-CHARGEBACK THRU 137-EXIT
               VARYING CHGBK-IX FROM 1 BY 1
               UNTIL CHGBK-IX > WS-CHARGEBK-COUNT
                  OR WS-CHARGEBACK-TO-APPLY = ZERO.

       135-EXIT.
           EXIT.

       137-RECOVER-ONE-CHARGEBACK.
           IF CBT-SALESMAN-NUMBER (CHGBK-IX) NOT = WS-SALESMAN-NUMBER
              OR CBT-OUTSTANDING (CHGBK-IX) = ZERO
               GO TO 137-EXIT
           END-IF.

           IF CBT-OUTSTANDING (CHGBK-IX) < WS-CHARGEBACK-TO-APPLY
               MOVE CBT-OUTSTANDING (CHGBK-IX) TO WS-CHARGEBACK-TAKE
           ELSE
               MOVE WS-CHARGEBACK-TO-APPLY TO WS-CHARGEBACK-TAKE
           END-IF.

           SUBTRACT WS-CHARGEBACK-TAKE FROM CBT-OUTSTANDING (CHGBK-IX).
           SUBTRACT WS-CHARGEBACK-TAKE FROM WS-CHARGEBACK-TO-APPLY.
           MOVE WS-DUE-DATE TO CBT-LAST-RECOVERED-DATE (CHGBK-IX).
           MOVE WS-CHARGEBACK-TAKE TO CBT-LAST-RECOVERED (CHGBK-IX).

       137-EXIT.
           EXIT.

      *    THIS SETTLEMENT GOES ON THE HISTORY SO A LATER RETURN OF
      *    ONE OF ITS SALES CAN BE TRACED TO IT.  A RERUN TODAY
      *    REPLACES THE SALESMAN'S ROW RATHER THAN ADD ANOTHER.
       140-RECORD-HISTORY.
           MOVE ZERO TO WS-HIST-SUB.
           PERFORM 145-FIND-HISTORY-ROW THRU 145-EXIT
               VARYING HIST-IX FROM 1 BY 1
               UNTIL HIST-IX > WS-COMMHIST-COUNT
                  OR WS-HIST-SUB > ZERO.

           IF WS-HIST-SUB = ZERO
               IF WS-COMMHIST-COUNT NOT < 3000
                   DISPLAY "COMMISSION HISTORY TABLE FULL AT 3000 "
                           "ROWS - SALESMAN " WS-SALESMAN-NUMBER
                           " - RUN ABORTED" UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-COMMHIST-COUNT
               MOVE WS-COMMHIST-COUNT TO WS-HIST-SUB
           END-IF.

           MOVE WS-DUE-DATE TO CHT-SETTLE-DATE (WS-HIST-SUB).
           MOVE WS-SALESMAN-NUMBER TO CHT-SALESMAN-NUMBER (WS-HIST-SUB).
           MOVE WS-SETTLE-DISTRICT TO CHT-DISTRICT (WS-HIST-SUB).
           MOVE WS-SETTLE-RATE TO CHT-RATE (WS-HIST-SUB).
           MOVE WS-SALES-TOTAL TO CHT-SALES (WS-HIST-SUB).
           MOVE WS-EARNED-COMMISSION TO CHT-EARNED (WS-HIST-SUB).

       140-EXIT.
           EXIT.

       145-FIND-HISTORY-ROW.
           IF CHT-SETTLE-DATE (HIST-IX) = WS-DUE-DATE
              AND CHT-SALESMAN-NUMBER (HIST-IX) = WS-SALESMAN-NUMBER
               SET WS-HIST-SUB TO HIST-IX
           END-IF.

       145-EXIT.
           EXIT.

      *    THE NEW CARRIED BALANCES GO BACK OUT SO NEXT PERIOD'S
      *    SETTLEMENT STARTS FROM THE RIGHT PLACE.
       060-SAVE-DRAW-BALANCES.
       065-EXIT.
           EXIT.

      *    THE PAYEE FILE GOES BACK OUT WHOLE.  YEARS OLDER THAN THE
      *    FOUR A CORRECTED RETURN CAN STILL REACH ARE DROPPED HERE.
       070-SAVE-PAYEE-YTD.
           IF WS-COMMYTD-COUNT = ZERO
               GO TO 070-EXIT
           END-IF.

           COMPUTE WS-KEEP-FROM-YEAR = WS-DUE-YEAR - 4.

           OPEN OUTPUT PAYEE-YTD-FILE.

           IF NOT WS-COMMYTD-OK
               DISPLAY "CANNOT REWRITE PAYEE-YTD-FILE, STATUS "
                       WS-COMMYTD-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 075-SAVE-ONE-PAYEE-YTD THRU 075-EXIT
               VARYING WS-YTD-SUB FROM 1 BY 1
               UNTIL WS-YTD-SUB > WS-COMMYTD-COUNT.

           CLOSE PAYEE-YTD-FILE.

       070-EXIT.
           EXIT.

       075-SAVE-ONE-PAYEE-YTD.
           IF CYT-TAX-YEAR (WS-YTD-SUB) < WS-KEEP-FROM-YEAR
               GO TO 075-EXIT
           END-IF.

           MOVE SPACES TO PAYEE-YTD-RECORD.
           MOVE CYT-TAX-YEAR (WS-YTD-SUB) TO CYR-TAX-YEAR.
           MOVE CYT-SALESMAN-NUMBER (WS-YTD-SUB)
               TO CYR-SALESMAN-NUMBER.
           MOVE CYT-DRAW-ADVANCED (WS-YTD-SUB) TO CYR-DRAW-ADVANCED.
           MOVE CYT-NET-PAID (WS-YTD-SUB) TO CYR-NET-PAID.
           MOVE CYT-DRAW-RECOVERED (WS-YTD-SUB)
               TO CYR-DRAW-RECOVERED.
           MOVE CYT-LAST-SETTLED (WS-YTD-SUB) TO CYR-LAST-SETTLED.
           MOVE CYT-LAST-DRAW (WS-YTD-SUB) TO CYR-LAST-DRAW.
           MOVE CYT-LAST-NET (WS-YTD-SUB) TO CYR-LAST-NET.
           MOVE CYT-LAST-RECOVERED (WS-YTD-SUB)
               TO CYR-LAST-RECOVERED.
           WRITE PAYEE-YTD-RECORD.

       075-EXIT.
           EXIT.

      *    THE HISTORY GOES BACK OUT WHOLE, LESS SETTLEMENTS OLDER
      *    THAN TWO YEARS.
       076-SAVE-COMMISSION-HISTORY.
           IF WS-COMMHIST-COUNT = ZERO
               GO TO 076-EXIT
           END-IF.

           COMPUTE WS-KEEP-FROM-DATE = WS-DUE-DATE - 20000.

           OPEN OUTPUT COMMISSION-HISTORY-FILE.

           IF NOT WS-COMMHIST-OK
               DISPLAY "CANNOT REWRITE COMMISSION-HISTORY-FILE, "
                       "STATUS " WS-COMMHIST-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 077-SAVE-ONE-HISTORY THRU 077-EXIT
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-COMMHIST-COUNT.

           CLOSE COMMISSION-HISTORY-FILE.

       076-EXIT.
           EXIT.

       077-SAVE-ONE-HISTORY.
           IF CHT-SETTLE-DATE (WS-HIST-SUB) < WS-KEEP-FROM-DATE
               GO TO 077-EXIT
           END-IF.

           MOVE SPACES TO COMMISSION-HISTORY-RECORD.
           MOVE CHT-SETTLE-DATE (WS-HIST-SUB) TO CHR-SETTLE-DATE.
           MOVE CHT-SALESMAN-NUMBER (WS-HIST-SUB)
               TO CHR-SALESMAN-NUMBER.
           MOVE CHT-DISTRICT (WS-HIST-SUB) TO CHR-DISTRICT.
           MOVE CHT-RATE (WS-HIST-SUB) TO CHR-RATE.
           MOVE CHT-SALES (WS-HIST-SUB) TO CHR-SALES.
           MOVE CHT-EARNED (WS-HIST-SUB) TO CHR-EARNED.
           WRITE COMMISSION-HISTORY-RECORD.

       077-EXIT.
           EXIT.

      *    THE CHARGEBACK FILE GOES BACK OUT WHOLE.  A CHARGEBACK
      *    FULLY RECOVERED AND RAISED OVER A YEAR AGO IS DROPPED.
       078-SAVE-CHARGEBACKS.
           IF WS-CHARGEBK-COUNT = ZERO
               GO TO 078-EXIT
           END-IF.

           COMPUTE WS-KEEP-FROM-DATE = WS-DUE-DATE - 10000.

           OPEN OUTPUT CHARGEBACK-FILE.

           IF NOT WS-CHARGEBK-OK
               DISPLAY "CANNOT REWRITE CHARGEBACK-FILE, STATUS "
                       WS-CHARGEBK-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 079-SAVE-ONE-CHARGEBACK THRU 079-EXIT
               VARYING WS-CHARGEBK-SUB FROM 1 BY 1
               UNTIL WS-CHARGEBK-SUB > WS-CHARGEBK-COUNT.

           CLOSE CHARGEBACK-FILE.

       078-EXIT.
           EXIT.

       079-SAVE-ONE-CHARGEBACK.
           IF CBT-OUTSTANDING (WS-CHARGEBK-SUB) = ZERO
              AND CBT-RAISED-DATE (WS-CHARGEBK-SUB) < WS-KEEP-FROM-DATE
               GO TO 079-EXIT
           END-IF.

           MOVE SPACES TO CHARGEBACK-RECORD.
           MOVE CBT-SALESMAN-NUMBER (WS-CHARGEBK-SUB)
               TO CBR-SALESMAN-NUMBER.
           MOVE CBT-AUTH-NUMBER (WS-CHARGEBK-SUB) TO CBR-AUTH-NUMBER.
           MOVE CBT-CREDIT-SALESMAN (WS-CHARGEBK-SUB)
               TO CBR-CREDIT-SALESMAN.
           MOVE CBT-ORIGINAL-SALE-DATE (WS-CHARGEBK-SUB)
               TO CBR-ORIGINAL-SALE-DATE.
           MOVE CBT-PERIOD-SETTLED (WS-CHARGEBK-SUB)
               TO CBR-PERIOD-SETTLED.
           MOVE CBT-RATE (WS-CHARGEBK-SUB) TO CBR-RATE.
           MOVE CBT-CREDIT-AMOUNT (WS-CHARGEBK-SUB)
               TO CBR-CREDIT-AMOUNT.
           MOVE CBT-CHARGEBACK (WS-CHARGEBK-SUB) TO CBR-CHARGEBACK.
           MOVE CBT-OUTSTANDING (WS-CHARGEBK-SUB) TO CBR-OUTSTANDING.
           MOVE CBT-RAISED-DATE (WS-CHARGEBK-SUB) TO CBR-RAISED-DATE.
           MOVE CBT-LAST-RECOVERED-DATE (WS-CHARGEBK-SUB)
               TO CBR-LAST-RECOVERED-DATE.
           MOVE CBT-LAST-RECOVERED (WS-CHARGEBK-SUB)
               TO CBR-LAST-RECOVERED.
           WRITE CHARGEBACK-RECORD.

       079-EXIT.
           EXIT.

      *    ONE TIMING RECORD PER EVENT - START AT INITIATION, END AT
      *    TERMINATION WITH THE RUN'S RECORD COUNT.  THE LOG MUST
      *    NEVER BE THE REASON A RUN FAILS, SO A LOG PROBLEM IS
