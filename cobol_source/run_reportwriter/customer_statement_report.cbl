      * LINE FOR OLDER OPEN ITEMS, AND THE CLASSIC CURRENT/30/60/90   *
      * DAY AGING BUCKETS, SO COLLECTIONS NO LONGER REBUILDS          *
      * STATEMENTS BY HAND FROM SAVED SYSPRINT LISTINGS.              *
      *                                                               *
      * A CUSTOMER IN THE LOYALTY PROGRAM ALSO GETS A POINTS LINE -   *
      * OPENING, EARNED, TAKEN BACK ON RETURNS, REDEEMED AND CLOSING  *
      * POINTS FOR THE PERIOD - AND PRINTING IT CLOSES THE PERIOD ON  *
      * THE LOYALTY FILE, SO NEXT MONTH OPENS AT TODAY'S BALANCE.     *
      *                                                               *
      * A CUSTOMER ENROLLED FOR ELECTRONIC DELIVERY ON THE CUSTEDLV   *
      * FILE GETS NO PAPER.  THE SAME FIGURES GO TO THE VENDOR'S      *
      * ESTMTEXT EXTRACT AS ONE DOCUMENT - AN INDEX RECORD, THE       *
      * MONTH'S ITEMS, A SUMMARY - AND THE RUN PROVES PRINTED PLUS    *
      * ELECTRONIC EQUALS EVERY STATEMENT PRODUCED.  BEFORE ANY       *
      * STATEMENT IS BUILT THE VENDOR'S BOUNCE-BACK FILE (EBOUNCE)    *
      * SWITCHES EACH BOUNCED CUSTOMER BACK TO PAPER AND LISTS THEM   *
      * ON BOUNCLST FOR CUSTOMER SERVICE TO CALL.                     *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTMSTR-STATUS.

      *    THE LOYALTY POINTS BALANCES, OPENED I-O SO THE PERIOD CAN
      *    BE CLOSED AS EACH POINTS LINE PRINTS.  THE FILE IS
      *    OPTIONAL - NO FILE, NO POINTS LINES.
           SELECT LOYALTY-FILE
               ASSIGN TO EXTERNAL LOYALTY
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS LOY-CUSTOMER-NUMBER
                         FILE STATUS IS WS-LOYALTY-STATUS.

      *    THE DELIVERY PREFERENCES, KEPT BESIDE THE MASTER BECAUSE
      *    THE MASTER HAS NO ROOM LEFT FOR AN EMAIL ADDRESS.  OPENED
      *    I-O SO A BOUNCE CAN PUT THE CUSTOMER BACK ON PAPER; THE
      *    FILE IS OPTIONAL - NO FILE, EVERY STATEMENT PRINTS.
           SELECT DELIVERY-FILE
               ASSIGN TO EXTERNAL CUSTEDLV
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EDL-CUSTOMER-NUMBER
                         FILE STATUS IS WS-CUSTEDLV-STATUS.

      *    THE E-STATEMENT EXTRACT HANDED TO THE MAILING VENDOR, THE
      *    VENDOR'S BOUNCE-BACK FILE (OPTIONAL - NOT EVERY RUN HAS
      *    ONE) AND THE LISTING OF BOUNCED CUSTOMERS.
           SELECT ESTATEMENT-FILE
               ASSIGN TO EXTERNAL ESTMTEXT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ESTMT-STATUS.

           SELECT BOUNCE-FILE
               ASSIGN TO EXTERNAL EBOUNCE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-BOUNCE-STATUS.

           SELECT BOUNCE-LISTING-FILE
               ASSIGN TO EXTERNAL BOUNCLST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-BNCLST-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FLDHIST-STATUS.

           SELECT EXCEPTION-FILE
               ASSIGN TO EXTERNAL STMTEXCP
                         ORGANIZATION IS LINE SEQUENTIAL
       SD  STATEMENT-SORT-FILE.

       01  STATEMENT-SORT-RECORD.
           03  SSR-DELIVERY-CODE       PIC X(01).
               88  SORTED-FOR-ESTATEMENT           VALUE 'E'.
           03  SSR-POSTAL-CODE         PIC X(05).
           03  SSR-CUSTOMER-NUMBER     PIC 9(04).
           03  SSR-ACTIVITY-IMAGE      PIC X(80).
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CMR-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(25).
      *    SET BY THE MONTHLY LIFECYCLE RUN - A CLOSED ACCOUNT GETS
      *    NO STATEMENT.
           03  CMR-ACCOUNT-STATUS      PIC X(01).
               88  ACCOUNT-IS-CLOSED               VALUE 'C'.
           03  FILLER                  PIC X(02).
           03  CMR-STREET-ADDRESS      PIC X(15).
           03  CMR-CITY                PIC X(09).
           03  CMR-STATE               PIC X(02).
           03  CMR-POSTAL-CODE         PIC X(05).

       FD  LOYALTY-FILE.

       01  LOYALTY-RECORD.
           03  LOY-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  LOY-POINTS-BALANCE      PIC S9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-OPENING      PIC S9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-EARNED       PIC 9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-RETURNED     PIC 9(09).
           03  FILLER                  PIC X(01).
           03  LOY-PERIOD-REDEEMED     PIC 9(09).
           03  FILLER                  PIC X(01).
           03  LOY-LAST-ACTIVITY-DATE  PIC 9(08).
           03  FILLER                  PIC X(17).

       FD  DELIVERY-FILE.

      *    ONE PREFERENCE PER CUSTOMER, KEYED ON THE ENROLLMENT
      *    SCREEN; THE BOUNCE DATE AND REASON ARE STAMPED HERE WHEN
      *    THE VENDOR RETURNS THE ADDRESS AS UNDELIVERABLE.
       01  DELIVERY-RECORD.
           03  EDL-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  EDL-DELIVERY-PREF       PIC X(01).
               88  DELIVERY-IS-ELECTRONIC          VALUE 'E'.
               88  DELIVERY-IS-PAPER               VALUE 'P'.
           03  FILLER                  PIC X(01).
           03  EDL-EMAIL-ADDRESS       PIC X(50).
           03  FILLER                  PIC X(01).
           03  EDL-BOUNCE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  EDL-BOUNCE-REASON       PIC X(20).
           03  FILLER                  PIC X(01).
           03  EDL-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  EDL-MAINTAINED-DATE     PIC 9(08).
           03  FILLER                  PIC X(15).

       FD  ESTATEMENT-FILE.

      *    ONE DOCUMENT PER CUSTOMER: AN 'H' INDEX RECORD CARRYING
      *    WHAT THE VENDOR FILES AND ADDRESSES THE EMAIL BY, A 'D'
      *    RECORD PER ITEM OF THE STATEMENT MONTH, AND AN 'S'
      *    SUMMARY WITH THE AGING AND POINTS.  EVERY RECORD OF A
      *    DOCUMENT CARRIES ITS DOCUMENT ID (STATEMENT DATE PLUS
      *    CUSTOMER NUMBER).  ONE 'T' TRAILER CLOSES THE FILE WITH
      *    THE DOCUMENT COUNT AND AMOUNT THE VENDOR CONFIRMS BACK.
       01  ESTATEMENT-HEADER-RECORD.
           03  ESH-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  ESH-DOCUMENT-ID         PIC X(12).
           03  FILLER                  PIC X(01).
           03  ESH-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ESH-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01).
           03  ESH-EMAIL-ADDRESS       PIC X(50).
           03  FILLER                  PIC X(01).
           03  ESH-STATEMENT-DATE      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ESH-STREET-ADDRESS      PIC X(15).
           03  FILLER                  PIC X(01).
           03  ESH-CITY-LINE           PIC X(20).
           03  FILLER                  PIC X(01).
           03  ESH-POSTAL-CODE         PIC X(05).
           03  FILLER                  PIC X(61).

       01  ESTATEMENT-DETAIL-RECORD.
           03  ESD-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  ESD-DOCUMENT-ID         PIC X(12).
           03  FILLER                  PIC X(01).
           03  ESD-CHARGE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ESD-DESCRIPTION         PIC X(20).
           03  FILLER                  PIC X(01).
           03  ESD-AMOUNT              PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESD-DISPUTE-FLAG        PIC X(01).
           03  FILLER                  PIC X(142).

       01  ESTATEMENT-SUMMARY-RECORD.
           03  ESS-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  ESS-DOCUMENT-ID         PIC X(12).
           03  FILLER                  PIC X(01).
           03  ESS-DETAIL-COUNT        PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ESS-BALANCE-FORWARD     PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESS-DISPUTED            PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESS-CURRENT             PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESS-OVER-30             PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESS-OVER-60             PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESS-OVER-90             PIC -9(07).99.
           03  FILLER                  PIC X(01).
           03  ESS-TOTAL-DUE           PIC -9(08).99.
           03  FILLER                  PIC X(01).
           03  ESS-POINTS-FLAG         PIC X(01).
           03  FILLER                  PIC X(01).
           03  ESS-PTS-OPENING         PIC -9(09).
           03  FILLER                  PIC X(01).
           03  ESS-PTS-EARNED          PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ESS-PTS-RETURNED        PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ESS-PTS-REDEEMED        PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ESS-PTS-BALANCE         PIC -9(09).
           03  FILLER                  PIC X(42).

       01  ESTATEMENT-TRAILER-RECORD.
           03  EST-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  EST-STATEMENT-DATE      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  EST-DOCUMENT-COUNT      PIC 9(06).
           03  FILLER                  PIC X(01).
           03  EST-DETAIL-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  EST-AMOUNT-TOTAL        PIC -9(09).99.
           03  FILLER                  PIC X(161).

       FD  BOUNCE-FILE.

      *    ONE ROW PER UNDELIVERABLE E-STATEMENT, AS THE VENDOR
      *    RETURNS IT - THE ADDRESS IT BOUNCED FROM, WHEN, AND WHY.
       01  BOUNCE-RECORD.
           03  BNC-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  BNC-EMAIL-ADDRESS       PIC X(50).
           03  FILLER                  PIC X(01).
           03  BNC-BOUNCE-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  BNC-BOUNCE-REASON       PIC X(20).
           03  FILLER                  PIC X(15).

       FD  BOUNCE-LISTING-FILE.

       01  BOUNCE-LISTING-RECORD       PIC X(132).

       FD  FIELD-HISTORY-FILE.

      *    THE SHARED FIELD-LEVEL CHANGE-HISTORY RECORD - A BOUNCE
      *    THAT PUTS A CUSTOMER BACK ON PAPER IS JOURNALED THE SAME
      *    AS AN OPERATOR'S CHANGE ON THE ENROLLMENT SCREEN.
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

       FD  EXCEPTION-FILE.

       01  EXCEPTION-RECORD            PIC X(80).
           88  WS-EXCEPTION-OK                     VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".
       77  WS-LOYALTY-STATUS           PIC XX.
           88  WS-LOYALTY-OK                       VALUE "00".
           88  WS-LOYALTY-NOT-FOUND                VALUE "35".
       77  WS-CUSTEDLV-STATUS          PIC XX.
           88  WS-CUSTEDLV-OK                      VALUE "00".
           88  WS-CUSTEDLV-NOT-FOUND               VALUE "35".
       77  WS-ESTMT-STATUS             PIC XX.
           88  WS-ESTMT-OK                         VALUE "00".
       77  WS-BOUNCE-STATUS            PIC XX.
           88  WS-BOUNCE-OK                        VALUE "00".
           88  WS-BOUNCE-NOT-FOUND                 VALUE "35".
       77  WS-BNCLST-STATUS            PIC XX.
           88  WS-BNCLST-OK                        VALUE "00".
       77  WS-FLDHIST-STATUS           PIC XX.
           88  WS-FLDHIST-OK                       VALUE "00".
           88  WS-FLDHIST-NOT-FOUND                VALUE "35".

       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.

       01  WS-STATEMENT-NAME           PIC X(16)   VALUE SPACES.

      *    THE CUSTOMER'S POINTS FOR THE PERIOD, PICKED UP WITH THE
      *    NAME AS THE STATEMENT OPENS AND PRINTED ON THE FOOTING.
       77  WS-LOYALTY-SWITCH           PIC X(1)    VALUE 'N'.
           88  LOYALTY-FILE-OPEN                   VALUE 'Y'.
       77  WS-POINTS-SWITCH            PIC X(1)    VALUE 'N'.
           88  CUSTOMER-HAS-POINTS                 VALUE 'Y'.
       01  WS-STATEMENT-POINTS.
           03  WS-PTS-OPENING          PIC S9(09)  VALUE 0.
           03  WS-PTS-EARNED           PIC 9(09)   VALUE 0.
           03  WS-PTS-RETURNED         PIC 9(09)   VALUE 0.
           03  WS-PTS-REDEEMED         PIC 9(09)   VALUE 0.
           03  WS-PTS-BALANCE          PIC S9(09)  VALUE 0.

      *    THE WINDOW-ENVELOPE ADDRESS BLOCK, REFRESHED BY THE SAME
      *    DECLARATIVE THAT PULLS THE NAME AS EACH STATEMENT OPENS.
       01  WS-STATEMENT-STREET         PIC X(15)   VALUE SPACES.
      *    IS CACHED.
       77  WS-TAG-LAST-CUSTOMER        PIC 9(04)   VALUE 0.
       77  WS-TAG-POSTAL-CODE          PIC X(05)   VALUE SPACES.
       77  WS-TAG-CLOSED-SWITCH        PIC X(1)    VALUE 'N'.
           88  TAG-ACCOUNT-CLOSED                  VALUE 'Y'.
       77  WS-CLOSED-SKIP-COUNT        PIC 9(06)   VALUE 0.
       77  WS-TAG-DELIVERY-CODE        PIC X(1)    VALUE 'P'.

      *    THE DELIVERY PROOF - EVERY CUSTOMER WHOSE ACTIVITY PASSED
      *    THE EDIT IS A STATEMENT PRODUCED, AND EACH MUST COME OUT
      *    EITHER PRINTED (WS-STATEMENT-COUNT, COUNTED BY THE HEADING
      *    DECLARATIVE) OR ON THE E-STATEMENT EXTRACT.
       77  WS-PRODUCED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-LAST-PRODUCED-CUSTOMER   PIC 9(04)   VALUE 0.
       77  WS-ESTMT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-DELIVERED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-ESTMT-DETAIL-COUNT       PIC 9(07)   VALUE 0.
       77  WS-ESTMT-AMOUNT-TOTAL       PIC S9(09)V99 VALUE 0.

      *    THE E-STATEMENT DOCUMENT BEING BUILT.
       77  WS-DELIVERY-SWITCH          PIC X(1)    VALUE 'N'.
           88  DELIVERY-FILE-OPEN                  VALUE 'Y'.
       77  WS-ESTMT-SWITCH             PIC X(1)    VALUE 'N'.
           88  ESTATEMENT-IN-PROGRESS              VALUE 'Y'.
       77  WS-DOC-DETAIL-COUNT         PIC 9(04)   VALUE 0.
       01  WS-DOCUMENT-ID.
           03  WS-DOC-STATEMENT-DATE   PIC 9(08).
           03  WS-DOC-CUSTOMER-NUMBER  PIC 9(04).

      *    THE BOUNCE-BACK PASS.
       77  BOUNCE-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  BOUNCE-EOF                          VALUE 'Y'.
       77  WS-BOUNCE-READ-COUNT        PIC 9(06)   VALUE 0.
       77  WS-BOUNCE-SWITCHED-COUNT    PIC 9(06)   VALUE 0.
       77  WS-BOUNCE-FOUND-SWITCH      PIC X(1)    VALUE 'N'.
           88  BOUNCE-PREFERENCE-FOUND             VALUE 'Y'.

       01  WS-BOUNCE-HEADING.
           03  FILLER                  PIC X(40)   VALUE
               'E-STATEMENT BOUNCE-BACKS - RETURNED TO P'.
           03  FILLER                  PIC X(20)   VALUE
               'APER          RUN  '.
           03  WS-BH-RUN-DATE          PIC X(19).
           03  FILLER                  PIC X(53)   VALUE SPACES.

       01  WS-BOUNCE-COLUMNS.
           03  FILLER                  PIC X(40)   VALUE
               'CUST  NAME              EMAIL ADDRESS   '.
           03  FILLER                  PIC X(40)   VALUE
               '                                    BOUN'.
           03  FILLER                  PIC X(40)   VALUE
               'CED   REASON                ACTION      '.
           03  FILLER                  PIC X(12)   VALUE SPACES.

       01  WS-BOUNCE-LINE.
           03  WS-BL-CUSTOMER          PIC 9(04).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-BL-NAME              PIC X(16).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-BL-EMAIL             PIC X(50).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-BL-DATE              PIC 9(08).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-BL-REASON            PIC X(20).
           03  FILLER                  PIC X(02)   VALUE SPACES.
           03  WS-BL-ACTION            PIC X(21).
           03  FILLER                  PIC X(03)   VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           03  WS-EXC-CUST-NO          PIC 9(04).
               03  COLUMN 16   PIC X(16) VALUE 'TOTAL AMOUNT DUE'.
               03  COLUMN 37   PIC $$$$$$$$9.99- SOURCE WS-TOTAL-DUE.
               03  COLUMN 52   PIC X VALUE '*'.
           02  LINE PLUS 2 PRESENT WHEN CUSTOMER-HAS-POINTS.
               03  COLUMN 02   PIC X(14) VALUE 'LOYALTY POINTS'.
               03  COLUMN 20   PIC X(07) VALUE 'OPENING'.
               03  COLUMN 34   PIC X(06) VALUE 'EARNED'.
               03  COLUMN 46   PIC X(08) VALUE 'RETURNED'.
               03  COLUMN 58   PIC X(08) VALUE 'REDEEMED'.
               03  COLUMN 71   PIC X(07) VALUE 'BALANCE'.
           02  LINE PLUS 1 PRESENT WHEN CUSTOMER-HAS-POINTS.
               03  COLUMN 15   PIC ZZZ,ZZZ,ZZ9- SOURCE WS-PTS-OPENING.
               03  COLUMN 28   PIC ZZZ,ZZZ,ZZ9 SOURCE WS-PTS-EARNED.
               03  COLUMN 42   PIC ZZZ,ZZZ,ZZ9 SOURCE WS-PTS-RETURNED.
               03  COLUMN 54   PIC ZZZ,ZZZ,ZZ9 SOURCE WS-PTS-REDEEMED.
               03  COLUMN 66   PIC ZZZ,ZZZ,ZZ9- SOURCE WS-PTS-BALANCE.

       PROCEDURE DIVISION.

                   END-STRING
           END-READ.

      *    THE POINTS LINE SHOWS THE PERIOD JUST ENDED; THE ROW IS
      *    THEN ROLLED SO THE NEXT PERIOD OPENS AT TODAY'S BALANCE
      *    WITH NOTHING YET EARNED, RETURNED OR REDEEMED.
           MOVE 'N' TO WS-POINTS-SWITCH.
           IF LOYALTY-FILE-OPEN
               MOVE ACT-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER
               READ LOYALTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POINTS-SWITCH
               END-READ
           END-IF.

           IF CUSTOMER-HAS-POINTS
               MOVE LOY-PERIOD-OPENING TO WS-PTS-OPENING
               MOVE LOY-PERIOD-EARNED TO WS-PTS-EARNED
               MOVE LOY-PERIOD-RETURNED TO WS-PTS-RETURNED
               MOVE LOY-PERIOD-REDEEMED TO WS-PTS-REDEEMED
               MOVE LOY-POINTS-BALANCE TO WS-PTS-BALANCE
               MOVE LOY-POINTS-BALANCE TO LOY-PERIOD-OPENING
               MOVE ZERO TO LOY-PERIOD-EARNED
               MOVE ZERO TO LOY-PERIOD-RETURNED
               MOVE ZERO TO LOY-PERIOD-REDEEMED
               REWRITE LOYALTY-RECORD
               IF NOT WS-LOYALTY-OK
                   DISPLAY "CANNOT REWRITE LOYALTY ACCOUNT "
                           LOY-CUSTOMER-NUMBER ", STATUS "
                           WS-LOYALTY-STATUS UPON SYSERR
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

       USE-STATEMENT-HEAD-EXIT.
           EXIT.

               STOP RUN RETURNING 1
           END-IF.

           OPEN I-O LOYALTY-FILE.
           IF WS-LOYALTY-OK
               MOVE 'Y' TO WS-LOYALTY-SWITCH
           ELSE
               IF NOT WS-LOYALTY-NOT-FOUND
                   MOVE "LOYALTY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-LOYALTY-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN I-O DELIVERY-FILE.
           IF WS-CUSTEDLV-OK
               MOVE 'Y' TO WS-DELIVERY-SWITCH
           ELSE
               IF NOT WS-CUSTEDLV-NOT-FOUND
                   MOVE "DELIVERY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CUSTEDLV-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN OUTPUT ESTATEMENT-FILE.
           IF NOT WS-ESTMT-OK
               MOVE "ESTATEMENT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ESTMT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           MOVE WS-BUSINESS-DATE TO WS-DOC-STATEMENT-DATE.

      *    BOUNCES ARE APPLIED BEFORE THE TAGGING PASS READS ANY
      *    PREFERENCE, SO A CUSTOMER WHOSE ADDRESS FAILED LAST MONTH
      *    IS MAILED PAPER THIS MONTH.
           PERFORM 050-APPLY-BOUNCE-BACKS THRU 050-EXIT.

           OPEN OUTPUT REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "REPORT-FILE" TO WS-MSG-INSERT-1
      *    CUSTOMER'S POSTAL CODE AND THE SORT HANDS THE STATEMENTS
      *    BACK IN PRESORT ORDER - CUSTOMER WITHIN POSTAL CODE, SO
      *    EACH CUSTOMER'S ITEMS STAY CONTIGUOUS FOR THE CONTROL
      *    BREAK.  THE DELIVERY CODE LEADS THE KEY, SO THE
      *    E-STATEMENT CUSTOMERS COME OFF THE SORT AHEAD OF THE
      *    PAPER MAILING AND NEVER BREAK UP ITS PRESORT RUN.
           SORT STATEMENT-SORT-FILE
               ASCENDING KEY SSR-DELIVERY-CODE, SSR-POSTAL-CODE,
                             SSR-CUSTOMER-NUMBER
               INPUT PROCEDURE IS 300-TAG-ACTIVITY-RECORDS
                   THRU 300-EXIT
               OUTPUT PROCEDURE IS 310-PRINT-SORTED-ACTIVITY
       000-TERMINATE.
           TERMINATE CUSTOMER-STATEMENT.

           MOVE SPACES TO ESTATEMENT-TRAILER-RECORD.
           MOVE 'T' TO EST-RECORD-TYPE.
           MOVE WS-BUSINESS-DATE TO EST-STATEMENT-DATE.
           MOVE WS-ESTMT-COUNT TO EST-DOCUMENT-COUNT.
           MOVE WS-ESTMT-DETAIL-COUNT TO EST-DETAIL-COUNT.
           MOVE WS-ESTMT-AMOUNT-TOTAL TO EST-AMOUNT-TOTAL.
           WRITE ESTATEMENT-TRAILER-RECORD.

           CLOSE CHARGE-ACTIVITY-FILE,
                 CUSTOMER-MASTER-FILE,
                 EXCEPTION-FILE,
                 ESTATEMENT-FILE,
                 REPORT-FILE.

           IF LOYALTY-FILE-OPEN
               CLOSE LOYALTY-FILE
           END-IF.
           IF DELIVERY-FILE-OPEN
               CLOSE DELIVERY-FILE
           END-IF.

      *    THE DELIVERY PROOF - A STATEMENT THAT WAS NEITHER PRINTED
      *    NOR EXTRACTED, OR ONE THAT WENT BOTH WAYS, FAILS THE RUN
      *    TO REVIEW.
           ADD WS-STATEMENT-COUNT, WS-ESTMT-COUNT
               GIVING WS-DELIVERED-COUNT.
           DISPLAY "STATEMENTS PRODUCED    " WS-PRODUCED-COUNT.
           DISPLAY "  PRINTED FOR MAILING  " WS-STATEMENT-COUNT.
           DISPLAY "  SENT ELECTRONICALLY  " WS-ESTMT-COUNT.
           IF WS-DELIVERED-COUNT = WS-PRODUCED-COUNT
               DISPLAY "DELIVERY PROOF IN BALANCE"
           ELSE
               DISPLAY "DELIVERY PROOF OUT OF BALANCE - PRINTED PLUS "
                       "ELECTRONIC " WS-DELIVERED-COUNT UPON SYSERR
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.
           IF WS-BOUNCE-READ-COUNT > 0
               DISPLAY WS-BOUNCE-READ-COUNT " BOUNCE-BACK(S) READ, "
                       WS-BOUNCE-SWITCHED-COUNT
                       " RETURNED TO PAPER - SEE BOUNCLST"
           END-IF.

           IF WS-CLOSED-SKIP-COUNT > 0
               DISPLAY WS-CLOSED-SKIP-COUNT
                       " ACTIVITY RECORD(S) ON CLOSED ACCOUNTS SKIPPED"
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
           IF ACT-CUSTOMER-NUMBER NOT = WS-TAG-LAST-CUSTOMER
               MOVE ACT-CUSTOMER-NUMBER TO WS-TAG-LAST-CUSTOMER
               MOVE ACT-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER
               MOVE 'N' TO WS-TAG-CLOSED-SWITCH
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-TAG-POSTAL-CODE
                   NOT INVALID KEY
                       MOVE CMR-POSTAL-CODE TO WS-TAG-POSTAL-CODE
                       IF ACCOUNT-IS-CLOSED
                           MOVE 'Y' TO WS-TAG-CLOSED-SWITCH
                       END-IF
               END-READ
      *        AN ENROLLMENT WITH NO ADDRESS LEFT ON IT CANNOT BE
      *        SENT, SO IT PRINTS.
               MOVE 'P' TO WS-TAG-DELIVERY-CODE
               IF DELIVERY-FILE-OPEN
                   MOVE ACT-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER
                   READ DELIVERY-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF DELIVERY-IS-ELECTRONIC
                              AND EDL-EMAIL-ADDRESS NOT = SPACES
                               MOVE 'E' TO WS-TAG-DELIVERY-CODE
                           END-IF
                   END-READ
               END-IF
           END-IF.

      *    A CLOSED ACCOUNT'S ACTIVITY NEVER REACHES THE SORT, SO IT
      *    DRAWS NO STATEMENT.
           IF TAG-ACCOUNT-CLOSED
               ADD 1 TO WS-CLOSED-SKIP-COUNT
           ELSE
               MOVE WS-TAG-DELIVERY-CODE TO SSR-DELIVERY-CODE
               MOVE WS-TAG-POSTAL-CODE TO SSR-POSTAL-CODE
               MOVE ACT-CUSTOMER-NUMBER TO SSR-CUSTOMER-NUMBER
               MOVE CHARGE-ACTIVITY-RECORD TO SSR-ACTIVITY-IMAGE
               RELEASE STATEMENT-SORT-RECORD
           END-IF.

           READ CHARGE-ACTIVITY-FILE
               AT END
           PERFORM 100-PROCESS-CHARGE-ACTIVITY THRU 199-EXIT
               UNTIL SORT-EOF.

           IF ESTATEMENT-IN-PROGRESS
               PERFORM 420-CLOSE-ESTATEMENT THRU 420-EXIT
           END-IF.

       310-EXIT.
           EXIT.

               END-IF
               ADD 1 TO WS-DETAIL-COUNT
               ADD ACT-CHARGE-AMOUNT TO WS-AUDIT-BALANCE-TOTAL
               IF SSR-CUSTOMER-NUMBER NOT = WS-LAST-PRODUCED-CUSTOMER
                   MOVE SSR-CUSTOMER-NUMBER
                       TO WS-LAST-PRODUCED-CUSTOMER
                   ADD 1 TO WS-PRODUCED-COUNT
               END-IF
      *        AN E-STATEMENT ITEM NEVER REACHES THE REPORT WRITER,
      *        SO NO PAPER STATEMENT IS STARTED FOR ITS CUSTOMER.
               IF SORTED-FOR-ESTATEMENT
                   PERFORM 400-ESTATEMENT-ITEM THRU 400-EXIT
               ELSE
                   GENERATE STATEMENT-DETAIL
                   PERFORM 110-AGE-CHARGE-ITEM THRU 110-EXIT
               END-IF
           END-IF.

           RETURN STATEMENT-SORT-FILE
       095-EXIT.
           EXIT.

      *    THE VENDOR'S BOUNCE-BACKS PUT EACH UNDELIVERABLE CUSTOMER
      *    BACK ON PAPER.  THE LISTING IS ALWAYS WRITTEN, EVEN EMPTY,
      *    SO CUSTOMER SERVICE CAN SEE THE STEP RAN.
       050-APPLY-BOUNCE-BACKS.
           OPEN OUTPUT BOUNCE-LISTING-FILE.
           IF NOT WS-BNCLST-OK
               MOVE "BOUNCE-LISTING-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BNCLST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           MOVE WS-RUN-DATE-TIME TO WS-BH-RUN-DATE.
           MOVE WS-BOUNCE-HEADING TO BOUNCE-LISTING-RECORD.
           WRITE BOUNCE-LISTING-RECORD.
           MOVE WS-BOUNCE-COLUMNS TO BOUNCE-LISTING-RECORD.
           WRITE BOUNCE-LISTING-RECORD.

           OPEN INPUT BOUNCE-FILE.
           IF WS-BOUNCE-NOT-FOUND
               MOVE 'NO BOUNCE-BACK FILE RECEIVED THIS RUN'
                   TO BOUNCE-LISTING-RECORD
               WRITE BOUNCE-LISTING-RECORD
               CLOSE BOUNCE-LISTING-FILE
               GO TO 050-EXIT
           END-IF.
           IF NOT WS-BOUNCE-OK
               MOVE "BOUNCE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-BOUNCE-STATUS TO WS-MSG-INSERT-2
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

           READ BOUNCE-FILE
               AT END
                   MOVE 'Y' TO BOUNCE-EOF-SWITCH
           END-READ.

           PERFORM 055-APPLY-ONE-BOUNCE THRU 055-EXIT
               UNTIL BOUNCE-EOF.

           CLOSE BOUNCE-FILE,
                 BOUNCE-LISTING-FILE,
                 FIELD-HISTORY-FILE.

      *    A CUSTOMER PUT BACK ON PAPER HAS TO BE CALLED FOR A GOOD
      *    ADDRESS, SO THE RUN ENDS FOR REVIEW.
           IF WS-BOUNCE-SWITCHED-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       050-EXIT.
           EXIT.

      *    A BOUNCE ONLY SWITCHES THE CUSTOMER WHEN THE ADDRESS THAT
      *    FAILED IS STILL THE ONE ON FILE - IF CUSTOMER SERVICE HAS
      *    ALREADY KEYED A NEW ONE, THE OLD BOUNCE IS LISTED AND LEFT.
       055-APPLY-ONE-BOUNCE.
           ADD 1 TO WS-BOUNCE-READ-COUNT.
           MOVE BNC-CUSTOMER-NUMBER TO WS-BL-CUSTOMER.
           MOVE BNC-EMAIL-ADDRESS TO WS-BL-EMAIL.
           MOVE BNC-BOUNCE-DATE TO WS-BL-DATE.
           MOVE BNC-BOUNCE-REASON TO WS-BL-REASON.

           MOVE BNC-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-BL-NAME
               NOT INVALID KEY
                   MOVE CMR-CUSTOMER-NAME TO WS-BL-NAME
           END-READ.

           MOVE 'N' TO WS-BOUNCE-FOUND-SWITCH.
           IF DELIVERY-FILE-OPEN
               MOVE BNC-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER
               READ DELIVERY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-BOUNCE-FOUND-SWITCH
               END-READ
           END-IF.

           EVALUATE TRUE
               WHEN NOT BOUNCE-PREFERENCE-FOUND
                   MOVE 'NOT ENROLLED' TO WS-BL-ACTION
               WHEN DELIVERY-IS-PAPER
                   MOVE 'ALREADY ON PAPER' TO WS-BL-ACTION
               WHEN EDL-EMAIL-ADDRESS NOT = BNC-EMAIL-ADDRESS
                   MOVE 'ADDRESS SINCE CHANGED' TO WS-BL-ACTION
               WHEN OTHER
                   MOVE 'P' TO EDL-DELIVERY-PREF
                   MOVE BNC-BOUNCE-DATE TO EDL-BOUNCE-DATE
                   MOVE BNC-BOUNCE-REASON TO EDL-BOUNCE-REASON
                   MOVE WS-MSG-PROGRAM-ID TO EDL-OPERATOR-ID
                   MOVE WS-BUSINESS-DATE TO EDL-MAINTAINED-DATE
                   REWRITE DELIVERY-RECORD
                   IF NOT WS-CUSTEDLV-OK
                       DISPLAY "CANNOT REWRITE DELIVERY PREFERENCE "
                               EDL-CUSTOMER-NUMBER ", STATUS "
                               WS-CUSTEDLV-STATUS UPON SYSERR
                       STOP RUN RETURNING 1
                   END-IF
                   ADD 1 TO WS-BOUNCE-SWITCHED-COUNT
                   MOVE 'SWITCHED TO PAPER' TO WS-BL-ACTION

                   MOVE SPACES TO FIELD-HISTORY-RECORD
                   MOVE FUNCTION FORMATTED-CURRENT-DATE
                       ('YYYY-MM-DDThh:mm:ss') TO FLH-TIMESTAMP
                   MOVE 'C' TO FLH-MASTER-ID
                   MOVE EDL-CUSTOMER-NUMBER TO FLH-RECORD-KEY
                   MOVE 'DELIVERY' TO FLH-FIELD-NAME
                   MOVE 'E' TO FLH-OLD-VALUE
                   MOVE 'P' TO FLH-NEW-VALUE
                   MOVE WS-MSG-PROGRAM-ID TO FLH-SOURCE-PROGRAM
                   WRITE FIELD-HISTORY-RECORD
           END-EVALUATE.

           MOVE WS-BOUNCE-LINE TO BOUNCE-LISTING-RECORD.
           WRITE BOUNCE-LISTING-RECORD.

           READ BOUNCE-FILE
               AT END
                   MOVE 'Y' TO BOUNCE-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    AN E-STATEMENT CUSTOMER'S ITEM.  THE DOCUMENT BREAKS ON
      *    CUSTOMER NUMBER THE WAY THE PRINTED STATEMENT'S CONTROL
      *    BREAK DOES, AGES THROUGH THE SAME 110 PARAGRAPH INTO THE
      *    SAME BUCKETS, AND CARRIES ONLY THE STATEMENT MONTH'S
      *    ITEMS AS DETAIL - OLDER ONES ARE IN THE BALANCE FORWARD.
       400-ESTATEMENT-ITEM.
           IF ESTATEMENT-IN-PROGRESS
              AND ACT-CUSTOMER-NUMBER NOT = WS-DOC-CUSTOMER-NUMBER
               PERFORM 420-CLOSE-ESTATEMENT THRU 420-EXIT
           END-IF.
           IF NOT ESTATEMENT-IN-PROGRESS
               PERFORM 410-OPEN-ESTATEMENT THRU 410-EXIT
           END-IF.

           PERFORM 110-AGE-CHARGE-ITEM THRU 110-EXIT.

           IF ITEM-IS-CURRENT-MONTH
               MOVE SPACES TO ESTATEMENT-DETAIL-RECORD
               MOVE 'D' TO ESD-RECORD-TYPE
               MOVE WS-DOCUMENT-ID TO ESD-DOCUMENT-ID
               MOVE ACT-CHARGE-DATE TO ESD-CHARGE-DATE
               MOVE ACT-DESCRIPTION TO ESD-DESCRIPTION
               MOVE ACT-CHARGE-AMOUNT TO ESD-AMOUNT
               MOVE ACT-DISPUTE-FLAG TO ESD-DISPUTE-FLAG
               WRITE ESTATEMENT-DETAIL-RECORD
               ADD 1 TO WS-DOC-DETAIL-COUNT
               ADD 1 TO WS-ESTMT-DETAIL-COUNT
           END-IF.

       400-EXIT.
           EXIT.

      *    THE E-STATEMENT COUNTERPART OF THE STATEMENT-HEAD
      *    DECLARATIVE - RESET THE BUCKETS, PICK UP THE NAME AND
      *    ADDRESS, ROLL THE LOYALTY PERIOD - THEN THE INDEX RECORD
      *    WITH THE ADDRESS THE VENDOR SENDS TO.
       410-OPEN-ESTATEMENT.
           MOVE 'Y' TO WS-ESTMT-SWITCH.
           MOVE ACT-CUSTOMER-NUMBER TO WS-DOC-CUSTOMER-NUMBER.
           MOVE ZEROS TO WS-AGING-BUCKETS.
           MOVE ZERO TO WS-DOC-DETAIL-COUNT.
           ADD 1 TO WS-ESTMT-COUNT.

           MOVE ACT-CUSTOMER-NUMBER TO CMR-CUSTOMER-NUMBER.
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NOT ON MASTER' TO WS-STATEMENT-NAME
                   MOVE SPACES TO WS-STATEMENT-STREET
                   MOVE SPACES TO WS-STATEMENT-CITY-LINE
                   MOVE SPACES TO CMR-POSTAL-CODE
               NOT INVALID KEY
                   MOVE CMR-CUSTOMER-NAME TO WS-STATEMENT-NAME
                   MOVE CMR-STREET-ADDRESS TO WS-STATEMENT-STREET
                   MOVE SPACES TO WS-STATEMENT-CITY-LINE
                   STRING CMR-CITY DELIMITED BY '  '
                          ' ' DELIMITED BY SIZE
                          CMR-STATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          CMR-POSTAL-CODE DELIMITED BY SIZE
                       INTO WS-STATEMENT-CITY-LINE
                   END-STRING
           END-READ.

           MOVE ACT-CUSTOMER-NUMBER TO EDL-CUSTOMER-NUMBER.
           READ DELIVERY-FILE
               INVALID KEY
                   MOVE SPACES TO EDL-EMAIL-ADDRESS
           END-READ.

           PERFORM 430-ROLL-LOYALTY-PERIOD THRU 430-EXIT.

           MOVE SPACES TO ESTATEMENT-HEADER-RECORD.
           MOVE 'H' TO ESH-RECORD-TYPE.
           MOVE WS-DOCUMENT-ID TO ESH-DOCUMENT-ID.
           MOVE ACT-CUSTOMER-NUMBER TO ESH-CUSTOMER-NUMBER.
           MOVE WS-STATEMENT-NAME TO ESH-CUSTOMER-NAME.
           MOVE EDL-EMAIL-ADDRESS TO ESH-EMAIL-ADDRESS.
           MOVE WS-BUSINESS-DATE TO ESH-STATEMENT-DATE.
           MOVE WS-STATEMENT-STREET TO ESH-STREET-ADDRESS.
           MOVE WS-STATEMENT-CITY-LINE TO ESH-CITY-LINE.
           MOVE CMR-POSTAL-CODE TO ESH-POSTAL-CODE.
           WRITE ESTATEMENT-HEADER-RECORD.

       410-EXIT.
           EXIT.

      *    THE SUMMARY CARRIES WHAT THE PRINTED FOOTING SHOWS.
       420-CLOSE-ESTATEMENT.
           MOVE SPACES TO ESTATEMENT-SUMMARY-RECORD.
           MOVE 'S' TO ESS-RECORD-TYPE.
           MOVE WS-DOCUMENT-ID TO ESS-DOCUMENT-ID.
           MOVE WS-DOC-DETAIL-COUNT TO ESS-DETAIL-COUNT.
           MOVE WS-BALANCE-FORWARD TO ESS-BALANCE-FORWARD.
           MOVE WS-AGE-DISPUTED TO ESS-DISPUTED.
           MOVE WS-AGE-CURRENT TO ESS-CURRENT.
           MOVE WS-AGE-OVER-30 TO ESS-OVER-30.
           MOVE WS-AGE-OVER-60 TO ESS-OVER-60.
           MOVE WS-AGE-OVER-90 TO ESS-OVER-90.
           MOVE WS-TOTAL-DUE TO ESS-TOTAL-DUE.
           MOVE WS-POINTS-SWITCH TO ESS-POINTS-FLAG.
           MOVE WS-PTS-OPENING TO ESS-PTS-OPENING.
           MOVE WS-PTS-EARNED TO ESS-PTS-EARNED.
           MOVE WS-PTS-RETURNED TO ESS-PTS-RETURNED.
           MOVE WS-PTS-REDEEMED TO ESS-PTS-REDEEMED.
           MOVE WS-PTS-BALANCE TO ESS-PTS-BALANCE.
           WRITE ESTATEMENT-SUMMARY-RECORD.

           ADD WS-TOTAL-DUE TO WS-ESTMT-AMOUNT-TOTAL.
           MOVE 'N' TO WS-ESTMT-SWITCH.

       420-EXIT.
           EXIT.

      *    THE SAME PERIOD ROLL THE STATEMENT-HEAD DECLARATIVE DOES
      *    FOR A PRINTED STATEMENT.
       430-ROLL-LOYALTY-PERIOD.
           MOVE 'N' TO WS-POINTS-SWITCH.
           MOVE ZEROS TO WS-STATEMENT-POINTS.
           IF LOYALTY-FILE-OPEN
               MOVE ACT-CUSTOMER-NUMBER TO LOY-CUSTOMER-NUMBER
               READ LOYALTY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-POINTS-SWITCH
               END-READ
           END-IF.

           IF NOT CUSTOMER-HAS-POINTS
               GO TO 430-EXIT
           END-IF.

           MOVE LOY-PERIOD-OPENING TO WS-PTS-OPENING.
           MOVE LOY-PERIOD-EARNED TO WS-PTS-EARNED.
           MOVE LOY-PERIOD-RETURNED TO WS-PTS-RETURNED.
           MOVE LOY-PERIOD-REDEEMED TO WS-PTS-REDEEMED.
           MOVE LOY-POINTS-BALANCE TO WS-PTS-BALANCE.
           MOVE LOY-POINTS-BALANCE TO LOY-PERIOD-OPENING.
           MOVE ZERO TO LOY-PERIOD-EARNED.
           MOVE ZERO TO LOY-PERIOD-RETURNED.
           MOVE ZERO TO LOY-PERIOD-REDEEMED.
           REWRITE LOYALTY-RECORD.
           IF NOT WS-LOYALTY-OK
               DISPLAY "CANNOT REWRITE LOYALTY ACCOUNT "
                       LOY-CUSTOMER-NUMBER ", STATUS "
                       WS-LOYALTY-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       430-EXIT.
           EXIT.

      *    ONE TIMING RECORD PER EVENT - START AT INITIATION, END AT
      *    TERMINATION WITH THE RUN'S RECORD COUNT.  THE LOG MUST
      *    NEVER BE THE REASON A RUN FAILS, SO A LOG PROBLEM IS
