                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-UNMATCH-STATUS.

      *    A MATCHED CREDIT WHOSE AUTHORIZATION NAMES THE ORIGINAL
      *    SALE GOES TO CRMATCH, SO THE SETTLEMENT RUN CAN TAKE BACK
      *    COMMISSION ALREADY PAID ON THAT SALE.
           SELECT CREDIT-MATCH-FILE
               ASSIGN TO EXTERNAL CRMATCH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CRMATCH-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
           03  SR-DISTRICT-CODE        PIC X(01).
           03  FILLER                  PIC X(01).
           03  SR-SALE-AMOUNT          PIC S9(04)V99.
      *    THE PRODUCT LINE SOLD AND THE CUSTOMER IT WAS SOLD TO, SO
      *    SALES MANAGEMENT CAN SEE THE MIX BEHIND A DISTRICT'S
      *    VOLUME.  THE EDIT/SORT FRONT END HOLDS THE LINE TO THE
      *    PRODLINE MASTER.
           03  FILLER                  PIC X(01).
           03  SR-PRODUCT-LINE         PIC X(03).
           03  FILLER                  PIC X(01).
           03  SR-CUSTOMER-NUMBER      PIC 9(04).
           03  FILLER                  PIC X(60).

       FD  REPORT-FILE
           REPORT IS DISTRICT-SALES-REPORT.
           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SMR-MONTHLY-QUOTA       PIC 9(07)V99.
           03  FILLER                  PIC X(13).
           03  SMR-PLAN-CODE           PIC X(02).
           03  FILLER                  PIC X(110).

       FD  PRIOR-TOTALS-FILE.

      *    'D' RECORDS CARRY ONE DISTRICT'S PERIOD TOTAL, 'S' ONE
      *    SALESMAN'S - SAME SHAPE, TOLD APART BY THE TYPE BYTE.  'P'
      *    RECORDS CARRY ONE PRODUCT LINE'S TOTAL WITHIN A DISTRICT,
      *    THE DISTRICT IN THE KEY AND THE LINE BEHIND THE AMOUNT,
      *    FOR THE PRODUCT MIX REPORT.  AN 'S' RECORD ALSO CARRIES
      *    THE DISTRICT THE SALESMAN'S SALES WERE REPORTED UNDER, SO
      *    SETTLEMENT AND PROFITABILITY PRICE THE PERIOD UNDER THE
      *    ALIGNMENT OF THE DAY RATHER THAN WHEREVER SLSMMSTR HAS
      *    MOVED THE SALESMAN SINCE.
       01  PRIOR-TOTALS-RECORD.
           03  PTR-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTR-KEY                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  PTR-AMOUNT              PIC S9(08)V99.
           03  FILLER                  PIC X(01).
           03  PTR-PRODUCT-LINE        PIC X(03).
           03  FILLER                  PIC X(01).
           03  PTR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(58).

       FD  TREND-RECAP-FILE.

           03  RAR-EXPECTED-AMOUNT     PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  RAR-USED-FLAG           PIC X(01).
           03  FILLER                  PIC X(01).
           03  RAR-ORIGINAL-SALESMAN   PIC X(02).
           03  FILLER                  PIC X(01).
           03  RAR-ORIGINAL-SALE-DATE  PIC X(08).
           03  FILLER                  PIC X(45).

       FD  UNMATCHED-CREDIT-FILE.

       01  UNMATCHED-CREDIT-RECORD     PIC X(80).

      *    ONE MATCHED CREDIT TRACEABLE TO ITS ORIGINAL SALE - THE
      *    SALESMAN WHOSE SALES IT REDUCED, THE SALESMAN WHO MADE THE
      *    SALE, AND THE DATE OF THE SALE.
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

       FD  EXCHANGE-RATE-FILE.

       01  EXCHANGE-RATE-RECORD.
       77  WS-TREND-SUB-2              PIC 9(02)   VALUE 0.
       77  WS-TREND-SWAPPED            PIC X(1)    VALUE 'N'.
       77  WS-DIST-PRIOR-AMT           PIC S9(08)V99 VALUE 0.
       77  WS-RESTATE-DISTRICT         PIC X(01)   VALUE SPACE.
       77  WS-DIST-CHANGE-PCT          PIC S9(03)V9 VALUE 0.

      *    RETURN-AUTHORIZATION MATCHING - THE OPEN AUTHORIZATIONS
           88  WS-RETNAUTH-NOT-FOUND               VALUE "35".
       77  WS-UNMATCH-STATUS           PIC XX.
           88  WS-UNMATCH-OK                       VALUE "00".
       77  WS-CRMATCH-STATUS           PIC XX.
           88  WS-CRMATCH-OK                       VALUE "00".
       77  WS-TRACED-CREDIT-COUNT      PIC 9(06)   VALUE 0.
       77  RETNAUTH-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  RETNAUTH-EOF                        VALUE 'Y'.
       77  WS-AUTH-COUNT               PIC 9(03)   VALUE 0.
               03  RAT-EXPECTED-AMOUNT PIC 9(04)V99.
               03  RAT-USED-FLAG       PIC X(01).
                   88  AUTH-IS-USED                VALUE 'U'.
               03  RAT-ORIGINAL-SALESMAN
                                       PIC X(02).
               03  RAT-ORIGINAL-SALE-DATE
                                       PIC X(08).

       01  WS-UNMATCHED-LINE.
           03  WS-UNM-SALESMAN         PIC 9(02).
       01  SALESMAN-CAPTURE-TABLE.
           02  SALESMAN-CAPTURE-ENTRY  OCCURS 99 TIMES.
               03  SCT-SALESMAN-NUMBER PIC 9(02).
               03  SCT-DISTRICT        PIC X(01).
               03  SCT-AMOUNT          PIC S9(08)V99.

      *    THIS PERIOD'S SALES BY PRODUCT LINE WITHIN DISTRICT,
      *    GATHERED AS THE SALES ARE READ AND SAVED TO PRIORTOT AS
      *    'P' RECORDS.
       77  WS-PROD-CAP-COUNT           PIC 9(03)   VALUE 0.
       77  WS-PROD-CAP-SUB             PIC 9(03)   VALUE 0.
       77  WS-PROD-CAP-FOUND           PIC 9(03)   VALUE 0.
       77  WS-PROD-CAP-OVERFLOW        PIC 9(06)   VALUE 0.
       01  PRODUCT-CAPTURE-TABLE.
           02  PRODUCT-CAPTURE-ENTRY   OCCURS 500 TIMES.
               03  PCT-DISTRICT        PIC X(01).
               03  PCT-PRODUCT-LINE    PIC X(03).
               03  PCT-AMOUNT          PIC S9(08)V99.

       01  WS-TREND-SWAP-ENTRY         PIC X(25).

       01  WS-TREND-LINE.
      *    MARKER.
       77  WS-DRY-RUN-SWITCH           PIC X(3)    VALUE SPACES.
           88  DRY-RUN-REQUESTED                  VALUE "YES".

      *    WHEN A SALESMAN CHANGES DISTRICT, LAST PERIOD'S DISTRICT
      *    TOTALS STAND AS THEY WERE REPORTED.  RESTATE-PRIOR=YES
      *    RE-CUTS THEM INSTEAD FROM LAST PERIOD'S SALESMAN TOTALS
      *    UNDER EACH SALESMAN'S CURRENT DISTRICT, SO THE FOOTINGS
      *    AND THE TREND RECAP COMPARE LIKE FOR LIKE.
       77  WS-RESTATE-PRIOR            PIC X(3)    VALUE SPACES.
           88  RESTATE-PRIOR-REQUESTED            VALUE "YES".
       77  END-OF-FILE-SWITCH          PIC X(1)    VALUE 'N'.
           88  END-OF-FILE                         VALUE 'Y'.
       77  RATES-EOF-SWITCH            PIC X(1)    VALUE 'N'.
               03  SMT-SALESMAN-NAME   PIC X(20) VALUE SPACES.
               03  SMT-DISTRICT        PIC X(01) VALUE SPACE.
               03  SMT-MONTHLY-QUOTA   PIC 9(07)V99 VALUE ZERO.
               03  SMT-PLAN-CODE       PIC X(02) VALUE SPACES.

      *    THE COMMTIER CALCULATION'S FIELDS - A SALESMAN ON A
      *    COMMISSION PLAN EARNS BY ATTAINMENT BAND, ANY OTHER AT THE
      *    DISTRICT'S FLAT RATE, THE SAME AS THE SETTLEMENT RUN PAYS.
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
       77  WS-PLAN-MISSING-COUNT       PIC 9(06)   VALUE 0.

      *    QUOTA-VERSUS-ACTUAL WORK FIELDS, REFRESHED PER CONTROL
      *    FOOTING BY THE DECLARATIVES.  THE DISTRICT QUOTA IS THE
       DECLARATIVES.
       USE-SALESMAN-TOTAL SECTION. USE BEFORE REPORTING SALESMAN-TOTAL.
       USE-SALESMAN-TOTAL-PROC.
           MOVE ZERO TO WS-TIER-FLAT-RATE.
           SET COMMISSION-IX TO 1.
           SEARCH COMMISSION-ENTRY
               AT END
                   CONTINUE
               WHEN CE-DISTRICT (COMMISSION-IX) = SR-DISTRICT-CODE
                   MOVE CE-RATE (COMMISSION-IX) TO WS-TIER-FLAT-RATE
           END-SEARCH.

      *    THE SALESMAN'S NAME AND QUOTA COME OFF THE MASTER TABLE AS
           MOVE SPACES TO WS-SALESMAN-NAME.
           MOVE ZERO TO WS-SALESMAN-QUOTA.
           MOVE ZERO TO WS-SALESMAN-PCT.
           MOVE SPACES TO WS-TIER-PLAN-CODE.

           SET SLSM-IX TO 1.
           SEARCH SALESMAN-MASTER-ENTRY
                       TO WS-SALESMAN-NAME
                   MOVE SMT-MONTHLY-QUOTA (SLSM-IX)
                       TO WS-SALESMAN-QUOTA
                   MOVE SMT-PLAN-CODE (SLSM-IX) TO WS-TIER-PLAN-CODE
                   ADD WS-SALESMAN-QUOTA TO WS-DISTRICT-QUOTA
                   IF WS-SALESMAN-QUOTA > ZERO
                       COMPUTE WS-SALESMAN-PCT ROUNDED =
                   END-IF
           END-SEARCH.

      *    COMMISSION BY THE SALESMAN'S PLAN BANDS, OR AT THE
      *    DISTRICT'S FLAT RATE FOR A SALESMAN WITH NO PLAN.
           MOVE WS-SALESMAN-QUOTA TO WS-TIER-QUOTA.
           MOVE ST-SALES-AMT TO WS-TIER-SALES.
           CALL 'COMMTIER' USING WS-TIER-PLAN-CODE, WS-TIER-QUOTA,
               WS-TIER-SALES, WS-TIER-FLAT-RATE, WS-TIER-RESULT,
               WS-TIER-OUTCOME.
           IF TIER-PLAN-MISSING
               ADD 1 TO WS-PLAN-MISSING-COUNT
           END-IF.
           MOVE WS-TIER-COMMISSION TO WS-COMMISSION.

      *    THE SALESMAN'S PERIOD TOTAL IS CAPTURED FOR THE PRIORTOT
      *    SAVE AT TERMINATION.
           IF WS-SLSM-CAP-COUNT < 99
               ADD 1 TO WS-SLSM-CAP-COUNT
               MOVE SR-SALESMAN-NUMBER
                   TO SCT-SALESMAN-NUMBER (WS-SLSM-CAP-COUNT)
               MOVE SR-DISTRICT-CODE
                   TO SCT-DISTRICT (WS-SLSM-CAP-COUNT)
               MOVE ST-SALES-AMT TO SCT-AMOUNT (WS-SLSM-CAP-COUNT)
           END-IF.


           ACCEPT WS-DRY-RUN-SWITCH FROM ENVIRONMENT "DRY-RUN".

           ACCEPT WS-RESTATE-PRIOR FROM ENVIRONMENT "RESTATE-PRIOR".

           PERFORM 006-APPLY-RUN-PARAMETERS THRU 006-EXIT.
           IF DRY-RUN-REQUESTED
               DISPLAY "DRY RUN - NO FILES WILL BE UPDATED" UPON SYSERR
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               OPEN OUTPUT CREDIT-MATCH-FILE
               IF NOT WS-CRMATCH-OK
                   MOVE "CREDIT-MATCH-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CRMATCH-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN INPUT SALES-DATA.

           IF NOT DRY-RUN-REQUESTED
               CLOSE UNMATCHED-CREDIT-FILE
               CLOSE CREDIT-MATCH-FILE
               PERFORM 081-SAVE-RETURN-AUTHS THRU 081-EXIT
               PERFORM 080-SAVE-PRIOR-TOTALS THRU 080-EXIT
               PERFORM 082-WRITE-TREND-RECAP THRU 082-EXIT
                       UPON SYSERR
           END-IF.

           IF WS-PLAN-MISSING-COUNT > 0
               DISPLAY WS-PLAN-MISSING-COUNT
                       " SALESMAN TOTAL(S) WITH A PLAN CODE NOT ON "
                       "COMMPLAN - DISTRICT RATE USED" UPON SYSERR
           END-IF.

           IF WS-CROSSFOOT-MISMATCH
              OR WS-UNKNOWN-SALESMAN-COUNT > 0
              OR WS-PLAN-MISSING-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

               MOVE 2 TO WS-FINAL-RETURN-CODE
           END-IF.

           IF WS-TRACED-CREDIT-COUNT > 0
               DISPLAY WS-TRACED-CREDIT-COUNT
                       " CREDIT(S) TRACED TO AN EARLIER SALE - CRMATCH"
           END-IF.

           MOVE 'END' TO WS-TIMING-EVENT.
           MOVE WS-INPUT-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.
               MOVE SMR-DISTRICT TO SMT-DISTRICT (SLSM-IX)
               MOVE SMR-MONTHLY-QUOTA
                   TO SMT-MONTHLY-QUOTA (SLSM-IX)
               MOVE SMR-PLAN-CODE TO SMT-PLAN-CODE (SLSM-IX)
           END-IF.

           READ SALESMAN-MASTER-FILE
                   CONTINUE
           END-SEARCH.

           PERFORM 103-CAPTURE-PRODUCT-LINE THRU 103-EXIT.

           COMPUTE WS-SALE-CORPORATE ROUNDED =
               SR-SALE-AMOUNT * WS-FX-RATE.

       199-EXIT.
           EXIT.

      *    A SALE ADDS INTO ITS DISTRICT/PRODUCT LINE BUCKET, OPENING
      *    ONE THE FIRST TIME THE PAIR IS SEEN.  A FULL TABLE ONLY
      *    COSTS THE MIX REPORT ITS PRIOR FIGURES, SO IT IS COUNTED
      *    AND REPORTED RATHER THAN STOPPING THE RUN.
       103-CAPTURE-PRODUCT-LINE.
           MOVE ZERO TO WS-PROD-CAP-FOUND.
           PERFORM 103A-MATCH-ONE-CAPTURE THRU 103A-EXIT
               VARYING WS-PROD-CAP-SUB FROM 1 BY 1
               UNTIL WS-PROD-CAP-SUB > WS-PROD-CAP-COUNT
                  OR WS-PROD-CAP-FOUND > ZERO.

           IF WS-PROD-CAP-FOUND = ZERO
               IF WS-PROD-CAP-COUNT < 500
                   ADD 1 TO WS-PROD-CAP-COUNT
                   MOVE WS-PROD-CAP-COUNT TO WS-PROD-CAP-FOUND
                   MOVE SR-DISTRICT-CODE
                       TO PCT-DISTRICT (WS-PROD-CAP-FOUND)
                   MOVE SR-PRODUCT-LINE
                       TO PCT-PRODUCT-LINE (WS-PROD-CAP-FOUND)
                   MOVE ZERO TO PCT-AMOUNT (WS-PROD-CAP-FOUND)
               ELSE
                   ADD 1 TO WS-PROD-CAP-OVERFLOW
                   GO TO 103-EXIT
               END-IF
           END-IF.

           ADD SR-SALE-AMOUNT TO PCT-AMOUNT (WS-PROD-CAP-FOUND).

       103-EXIT.
           EXIT.

       103A-MATCH-ONE-CAPTURE.
           IF PCT-DISTRICT (WS-PROD-CAP-SUB) = SR-DISTRICT-CODE
              AND PCT-PRODUCT-LINE (WS-PROD-CAP-SUB) =
                  SR-PRODUCT-LINE
               MOVE WS-PROD-CAP-SUB TO WS-PROD-CAP-FOUND
           END-IF.

       103A-EXIT.
           EXIT.

      *    ONE CSV ROW PER SALES RECORD, CARRYING THE SAME FIELDS AS
      *    SALE-DETAIL.  WRITTEN ONLY WHEN CSV-OUTPUT-REQUESTED.
       099-WRITE-CSV-DETAIL.
               MOVE RAR-EXPECTED-AMOUNT
                   TO RAT-EXPECTED-AMOUNT (AUTH-IX)
               MOVE RAR-USED-FLAG TO RAT-USED-FLAG (AUTH-IX)
               MOVE RAR-ORIGINAL-SALESMAN
                   TO RAT-ORIGINAL-SALESMAN (AUTH-IX)
               MOVE RAR-ORIGINAL-SALE-DATE
                   TO RAT-ORIGINAL-SALE-DATE (AUTH-IX)
           ELSE
               DISPLAY "RETURN-AUTH FILE EXCEEDS 200 ENTRIES - "
                       "EXCESS NOT MATCHED" UPON SYSERR

      *    A CREDIT BURNS THE FIRST OPEN AUTHORIZATION CARRYING ITS
      *    SALESMAN AND AMOUNT; A CREDIT NO AUTHORIZATION COVERS GOES
      *    ON THE UNMATCHED LISTING FOR THE SALES MANAGER.  AN
      *    AUTHORIZATION THAT NAMES THE ORIGINAL SALE'S DATE (AND ITS
      *    SALESMAN, WHEN SOMEONE ELSE TOOK THE RETURN) SENDS THE
      *    CREDIT ON TO CRMATCH FOR THE SETTLEMENT RUN.
       102-MATCH-RETURN-AUTH.
           COMPUTE WS-CREDIT-ABS-AMOUNT = 0 - SR-SALE-AMOUNT.
           MOVE 'N' TO WS-CREDIT-MATCHED.
                  WS-CREDIT-ABS-AMOUNT
               MOVE 'U' TO RAT-USED-FLAG (AUTH-IX)
               MOVE 'Y' TO WS-CREDIT-MATCHED
               IF RAT-ORIGINAL-SALE-DATE (AUTH-IX) IS NUMERIC
                  AND RAT-ORIGINAL-SALE-DATE (AUTH-IX) NOT = ZERO
                  AND NOT DRY-RUN-REQUESTED
                   PERFORM 102B-WRITE-CREDIT-MATCH THRU 102B-EXIT
               END-IF
           END-IF.

       102A-EXIT.
           EXIT.

       102B-WRITE-CREDIT-MATCH.
           MOVE SPACES TO CREDIT-MATCH-RECORD.
           MOVE SR-SALESMAN-NUMBER TO CMR-SALESMAN-NUMBER.
           IF RAT-ORIGINAL-SALESMAN (AUTH-IX) IS NUMERIC
              AND RAT-ORIGINAL-SALESMAN (AUTH-IX) NOT = ZERO
               MOVE RAT-ORIGINAL-SALESMAN (AUTH-IX)
                   TO CMR-ORIGINAL-SALESMAN
           ELSE
               MOVE SR-SALESMAN-NUMBER TO CMR-ORIGINAL-SALESMAN
           END-IF.
           MOVE RAT-AUTH-NUMBER (AUTH-IX) TO CMR-AUTH-NUMBER.
           MOVE WS-CREDIT-ABS-AMOUNT TO CMR-CREDIT-AMOUNT.
           MOVE RAT-ORIGINAL-SALE-DATE (AUTH-IX)
               TO CMR-ORIGINAL-SALE-DATE.
           MOVE FUNCTION CURRENT-DATE (1:8) TO CMR-MATCHED-DATE.
           WRITE CREDIT-MATCH-RECORD.
           ADD 1 TO WS-TRACED-CREDIT-COUNT.

       102B-EXIT.
           EXIT.

      *    THE AUTHORIZATION FILE GOES BACK OUT WITH USED FLAGS SET
      *    SO TOMORROW'S CREDITS CANNOT RIDE YESTERDAY'S PAPER.
       081-SAVE-RETURN-AUTHS.
           MOVE RAT-EXPECTED-AMOUNT (AUTH-IX)
               TO RAR-EXPECTED-AMOUNT.
           MOVE RAT-USED-FLAG (AUTH-IX) TO RAR-USED-FLAG.
           MOVE RAT-ORIGINAL-SALESMAN (AUTH-IX)
               TO RAR-ORIGINAL-SALESMAN.
           MOVE RAT-ORIGINAL-SALE-DATE (AUTH-IX)
               TO RAR-ORIGINAL-SALE-DATE.
           WRITE RETURN-AUTH-RECORD.

       081A-EXIT.
      *    LAST PERIOD'S FILE IS OPTIONAL - THE FIRST RUN OF THE NEW
      *    SCHEME SIMPLY SHOWS ZERO PRIORS.  ONLY THE 'D' RECORDS
      *    FEED THE FOOTINGS; THE 'S' RECORDS RIDE ALONG FOR SALES
      *    MANAGEMENT'S OWN ANALYSIS - UNLESS THE PRIOR PERIOD IS
      *    BEING RESTATED, WHEN THE 'S' RECORDS ALONE BUILD IT.
       056-LOAD-PRIOR-TOTALS.
           IF RESTATE-PRIOR-REQUESTED
               DISPLAY "PRIOR PERIOD RESTATED TO CURRENT DISTRICT "
                       "ALIGNMENT" UPON SYSERR
           END-IF.

           OPEN INPUT PRIOR-TOTALS-FILE.

           IF WS-PRIOR-NOT-FOUND
           EXIT.

       057-STORE-PRIOR-TOTAL.
           IF RESTATE-PRIOR-REQUESTED
               IF PTR-RECORD-TYPE = 'S'
                   PERFORM 057A-RESTATE-ONE-SALESMAN THRU 057A-EXIT
               END-IF
               GO TO 057-READ-NEXT
           END-IF.

           IF PTR-RECORD-TYPE = 'D'
              AND WS-PRIOR-DIST-COUNT < 26
               ADD 1 TO WS-PRIOR-DIST-COUNT
               MOVE PTR-AMOUNT TO PDT-AMOUNT (PRD-IX)
           END-IF.

       057-READ-NEXT.
           READ PRIOR-TOTALS-FILE
               AT END
                   MOVE 'Y' TO PRIOR-EOF-SWITCH
       057-EXIT.
           EXIT.

      *    A SALESMAN'S PRIOR TOTAL GOES TO THE DISTRICT THE MASTER
      *    SHOWS TODAY.  ONE NO LONGER ON THE MASTER STAYS WITH THE
      *    DISTRICT THE SALES WERE REPORTED UNDER.
       057A-RESTATE-ONE-SALESMAN.
           MOVE PTR-DISTRICT TO WS-RESTATE-DISTRICT.

           SET SLSM-IX TO 1.
           SEARCH SALESMAN-MASTER-ENTRY
               AT END
                   CONTINUE
               WHEN SMT-SALESMAN-NUMBER (SLSM-IX) = PTR-KEY
                   MOVE SMT-DISTRICT (SLSM-IX) TO WS-RESTATE-DISTRICT
           END-SEARCH.

           IF WS-RESTATE-DISTRICT = SPACE
               GO TO 057A-EXIT
           END-IF.

           SET PRD-IX TO 1.
           SEARCH PRIOR-DISTRICT-ENTRY
               AT END
                   IF WS-PRIOR-DIST-COUNT < 26
                       ADD 1 TO WS-PRIOR-DIST-COUNT
                       SET PRD-IX TO WS-PRIOR-DIST-COUNT
                       MOVE WS-RESTATE-DISTRICT
                           TO PDT-DISTRICT (PRD-IX)
                       MOVE PTR-AMOUNT TO PDT-AMOUNT (PRD-IX)
                   END-IF
               WHEN PDT-DISTRICT (PRD-IX) = WS-RESTATE-DISTRICT
                   ADD PTR-AMOUNT TO PDT-AMOUNT (PRD-IX)
           END-SEARCH.

       057A-EXIT.
           EXIT.

       080-SAVE-PRIOR-TOTALS.
           OPEN OUTPUT PRIOR-TOTALS-FILE.

               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > WS-SLSM-CAP-COUNT.

           PERFORM 080C-SAVE-ONE-PRODUCT-LINE THRU 080C-EXIT
               VARYING WS-PROD-CAP-SUB FROM 1 BY 1
               UNTIL WS-PROD-CAP-SUB > WS-PROD-CAP-COUNT.

           CLOSE PRIOR-TOTALS-FILE.

           IF WS-PROD-CAP-OVERFLOW > ZERO
               DISPLAY WS-PROD-CAP-OVERFLOW
                       " SALE(S) PAST THE PRODUCT LINE CAPTURE TABLE"
                       " - NOT SAVED TO PRIORTOT" UPON SYSERR
           END-IF.

       080-EXIT.
           EXIT.

           MOVE 'S' TO PTR-RECORD-TYPE.
           MOVE SCT-SALESMAN-NUMBER (WS-TREND-SUB) TO PTR-KEY.
           MOVE SCT-AMOUNT (WS-TREND-SUB) TO PTR-AMOUNT.
           MOVE SCT-DISTRICT (WS-TREND-SUB) TO PTR-DISTRICT.
           WRITE PRIOR-TOTALS-RECORD.

       080B-EXIT.
           EXIT.

       080C-SAVE-ONE-PRODUCT-LINE.
           MOVE SPACES TO PRIOR-TOTALS-RECORD.
           MOVE 'P' TO PTR-RECORD-TYPE.
           MOVE PCT-DISTRICT (WS-PROD-CAP-SUB) TO PTR-KEY.
           MOVE PCT-AMOUNT (WS-PROD-CAP-SUB) TO PTR-AMOUNT.
           MOVE PCT-PRODUCT-LINE (WS-PROD-CAP-SUB)
               TO PTR-PRODUCT-LINE.
           WRITE PRIOR-TOTALS-RECORD.

       080C-EXIT.
           EXIT.

      *    THE RECAP RANKS DISTRICTS BY GROWTH, BEST FIRST - A PLAIN
      *    EXCHANGE SORT IS PLENTY FOR 26 DISTRICTS.
       082-WRITE-TREND-RECAP.
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > WS-TREND-COUNT.

           IF RESTATE-PRIOR-REQUESTED
               MOVE '* PRIOR PERIOD RESTATED TO CURRENT ALIGNMENT'
                   TO TREND-RECAP-RECORD
               WRITE TREND-RECAP-RECORD
           END-IF.

           CLOSE TREND-RECAP-FILE.

       082-EXIT.
               WS-DRY-RUN-SWITCH (1:1) DELIMITED BY SIZE
               ' R=' DELIMITED BY SIZE
               WS-ALLOW-RERUN (1:1) DELIMITED BY SIZE
               ' P=' DELIMITED BY SIZE
               WS-RESTATE-PRIOR (1:1) DELIMITED BY SIZE
               INTO WS-RUN-MODES
           END-STRING.

               WHEN 'ALLOW-RERUN'
                   MOVE RPT-SWITCH-VALUE (WS-RP-SUB) (1:3)
                       TO WS-ALLOW-RERUN
               WHEN 'RESTATE-PRIOR'
                   MOVE RPT-SWITCH-VALUE (WS-RP-SUB) (1:3)
                       TO WS-RESTATE-PRIOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
