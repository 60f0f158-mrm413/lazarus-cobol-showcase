       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMMTIER.
      * ************************************************************* *
      * TIERED COMMISSION CALCULATION.                                *
      *                                                               *
      * A SALESMAN ON A COMMISSION PLAN EARNS BY ATTAINMENT BAND      *
      * RATHER THAN AT THE DISTRICT'S FLAT COMMSRATE RATE - SAY 3%    *
      * OF SALES UP TO QUOTA, 5% OF THE SALES FROM 100 TO 120% OF     *
      * QUOTA AND 7% OF EVERYTHING ABOVE THAT.  THE PLANS LIVE ON     *
      * COMMPLAN, ONE RECORD PER BAND: PLAN CODE, THE ATTAINMENT      *
      * PERCENT THE BAND STARTS AT, AND ITS RATE, THE BANDS OF A PLAN *
      * IN ASCENDING ORDER.  THE DISTRICT REPORT, THE SETTLEMENT RUN  *
      * AND THE COMMISSION STATEMENT ALL CALL HERE SO THE THREE CAN   *
      * NEVER DISAGREE ON WHAT A SALESMAN EARNED.                     *
      *                                                               *
      * THE CALLER HANDS IN THE SALESMAN'S PLAN CODE, MONTHLY QUOTA,  *
      * PERIOD SALES AND DISTRICT FLAT RATE, AND GETS BACK THE        *
      * COMMISSION, THE SALES FALLING IN EACH BAND WITH THE RATE      *
      * APPLIED, AND THE RATE OF THE HIGHEST BAND REACHED.  RESULT    *
      * 'T' IS A TIERED CALCULATION, 'F' THE FLAT RATE FOR A SALESMAN *
      * WITH NO PLAN, AND 'M' THE FLAT RATE FOR A PLAN CODE COMMPLAN  *
      * DOES NOT CARRY - LEFT TO THE CALLER TO REPORT.                *
      *                                                               *
      * A NET RETURN PERIOD, OR A SALESMAN WITH NO QUOTA TO MEASURE   *
      * ATTAINMENT AGAINST, FALLS WHOLLY IN THE PLAN'S FIRST BAND.    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT COMMISSION-PLAN-FILE
               ASSIGN TO EXTERNAL COMMPLAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD  COMMISSION-PLAN-FILE.

       01  COMMISSION-PLAN-RECORD.
           03  CPR-PLAN-CODE           PIC X(02).
           03  FILLER                  PIC X(01).
           03  CPR-BAND-FLOOR          PIC 9(03).
           03  FILLER                  PIC X(01).
           03  CPR-RATE                PIC V99.
           03  FILLER                  PIC X(01).
           03  CPR-DESCRIPTION         PIC X(30).
           03  FILLER                  PIC X(40).

       WORKING-STORAGE SECTION.
       77  WS-PLAN-STATUS              PIC XX.
           88  WS-PLAN-OK                          VALUE "00".
           88  WS-PLAN-NOT-FOUND                   VALUE "35".

       77  PLAN-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  PLAN-EOF                            VALUE 'Y'.

      *    THE PLAN FILE IS READ ON THE FIRST CALL AND HELD FOR THE
      *    REST OF THE RUN.
       77  WS-PLANS-LOADED             PIC X(1)    VALUE 'N'.
           88  PLANS-ARE-LOADED                    VALUE 'Y'.

       01  PLAN-BAND-TABLE.
           02  PLAN-BAND-ENTRY         OCCURS 100 TIMES.
               03  PBE-PLAN-CODE       PIC X(02).
               03  PBE-BAND-FLOOR      PIC 9(03).
               03  PBE-RATE            PIC V99.
       77  WS-PLAN-BAND-COUNT          PIC 9(03)   VALUE 0.
       77  WS-PLAN-BAND-SUB            PIC 9(03)   VALUE 0.

       77  WS-PREV-PLAN-CODE           PIC X(02)   VALUE SPACES.
       77  WS-PREV-BAND-FLOOR          PIC 9(03)   VALUE 0.
       77  WS-PREV-PLAN-BANDS          PIC 9(03)   VALUE 0.

       77  WS-BAND-SUB                 PIC 9(01)   VALUE 0.
       77  WS-NEXT-SUB                 PIC 9(01)   VALUE 0.
       77  WS-BAND-LOWER               PIC S9(09)V99 VALUE 0.
       77  WS-BAND-UPPER               PIC S9(09)V99 VALUE 0.
       77  WS-COMMISSION-WORK          PIC S9(09)V9(04) VALUE 0.
       77  WS-BAND-COMMISSION          PIC S9(09)V9(04) VALUE 0.

       LINKAGE SECTION.
       01  LNK-PLAN-CODE               PIC X(02).
       01  LNK-MONTHLY-QUOTA           PIC 9(07)V99.
       01  LNK-SALES                   PIC S9(08)V99.
       01  LNK-FLAT-RATE               PIC V99.
       01  LNK-TIER-RESULT.
           03  LNK-COMMISSION          PIC S9(07)V99.
           03  LNK-TOP-RATE            PIC V99.
           03  LNK-BAND-COUNT          PIC 9(01).
           03  LNK-BAND                OCCURS 5 TIMES.
               05  LNK-BAND-FLOOR      PIC 9(03).
               05  LNK-BAND-SALES      PIC S9(08)V99.
               05  LNK-BAND-RATE       PIC V99.
       01  LNK-RESULT                  PIC X(01).

       PROCEDURE DIVISION USING LNK-PLAN-CODE, LNK-MONTHLY-QUOTA,
                                LNK-SALES, LNK-FLAT-RATE,
                                LNK-TIER-RESULT, LNK-RESULT.

       000-DISPATCH.
           IF NOT PLANS-ARE-LOADED
               PERFORM 300-LOAD-PLANS THRU 300-EXIT
           END-IF.

           INITIALIZE LNK-TIER-RESULT.
           MOVE 'T' TO LNK-RESULT.

           IF LNK-PLAN-CODE = SPACES
               MOVE 'F' TO LNK-RESULT
               PERFORM 200-FLAT-RATE THRU 200-EXIT
               GOBACK
           END-IF.

           PERFORM 110-COLLECT-ONE-BAND THRU 110-EXIT
               VARYING WS-PLAN-BAND-SUB FROM 1 BY 1
               UNTIL WS-PLAN-BAND-SUB > WS-PLAN-BAND-COUNT
                  OR LNK-BAND-COUNT = 5.

           IF LNK-BAND-COUNT = ZERO
               MOVE 'M' TO LNK-RESULT
               PERFORM 200-FLAT-RATE THRU 200-EXIT
               GOBACK
           END-IF.

           IF LNK-SALES NOT > ZERO
              OR LNK-MONTHLY-QUOTA = ZERO
               PERFORM 150-FIRST-BAND-ONLY THRU 150-EXIT
               GOBACK
           END-IF.

           MOVE ZERO TO WS-COMMISSION-WORK.
           PERFORM 120-SPREAD-ONE-BAND THRU 120-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > LNK-BAND-COUNT.
           COMPUTE LNK-COMMISSION ROUNDED = WS-COMMISSION-WORK.

           GOBACK.

      *    THE PLAN'S BANDS, LOWEST FIRST, COPIED INTO THE RESULT SO
      *    THE CALLER SEES EVERY BAND EVEN WHERE NO SALES FELL.
       110-COLLECT-ONE-BAND.
           IF PBE-PLAN-CODE (WS-PLAN-BAND-SUB) = LNK-PLAN-CODE
               ADD 1 TO LNK-BAND-COUNT
               MOVE PBE-BAND-FLOOR (WS-PLAN-BAND-SUB)
                   TO LNK-BAND-FLOOR (LNK-BAND-COUNT)
               MOVE PBE-RATE (WS-PLAN-BAND-SUB)
                   TO LNK-BAND-RATE (LNK-BAND-COUNT)
           END-IF.

       110-EXIT.
           EXIT.

      *    A BAND RUNS FROM ITS FLOOR PERCENT OF QUOTA UP TO THE NEXT
      *    BAND'S FLOOR; THE FIRST BAND STARTS AT THE FIRST DOLLAR
      *    AND THE LAST HAS NO CEILING.  ONLY THE SALES INSIDE A
      *    BAND EARN ITS RATE.
       120-SPREAD-ONE-BAND.
           IF WS-BAND-SUB = 1
               MOVE ZERO TO WS-BAND-LOWER
           ELSE
               COMPUTE WS-BAND-LOWER ROUNDED =
                   LNK-MONTHLY-QUOTA * LNK-BAND-FLOOR (WS-BAND-SUB)
               COMPUTE WS-BAND-LOWER ROUNDED = WS-BAND-LOWER / 100
           END-IF.

           IF WS-BAND-SUB < LNK-BAND-COUNT
               COMPUTE WS-NEXT-SUB = WS-BAND-SUB + 1
               COMPUTE WS-BAND-UPPER ROUNDED =
                   LNK-MONTHLY-QUOTA * LNK-BAND-FLOOR (WS-NEXT-SUB)
               COMPUTE WS-BAND-UPPER ROUNDED = WS-BAND-UPPER / 100
               IF WS-BAND-UPPER > LNK-SALES
                   MOVE LNK-SALES TO WS-BAND-UPPER
               END-IF
           ELSE
               MOVE LNK-SALES TO WS-BAND-UPPER
           END-IF.

           IF WS-BAND-UPPER NOT > WS-BAND-LOWER
               GO TO 120-EXIT
           END-IF.

           COMPUTE LNK-BAND-SALES (WS-BAND-SUB) =
               WS-BAND-UPPER - WS-BAND-LOWER.
           COMPUTE WS-BAND-COMMISSION =
               LNK-BAND-SALES (WS-BAND-SUB)
               * LNK-BAND-RATE (WS-BAND-SUB).
           ADD WS-BAND-COMMISSION TO WS-COMMISSION-WORK.
           MOVE LNK-BAND-RATE (WS-BAND-SUB) TO LNK-TOP-RATE.

       120-EXIT.
           EXIT.

       150-FIRST-BAND-ONLY.
           MOVE LNK-SALES TO LNK-BAND-SALES (1).
           MOVE LNK-BAND-RATE (1) TO LNK-TOP-RATE.
           COMPUTE LNK-COMMISSION ROUNDED =
               LNK-SALES * LNK-BAND-RATE (1).

       150-EXIT.
           EXIT.

      *    NO PLAN - THE WHOLE PERIOD AT THE DISTRICT'S FLAT RATE,
      *    SHOWN AS A SINGLE BAND FROM THE FIRST DOLLAR.
       200-FLAT-RATE.
           MOVE 1 TO LNK-BAND-COUNT.
           MOVE ZERO TO LNK-BAND-FLOOR (1).
           MOVE LNK-SALES TO LNK-BAND-SALES (1).
           MOVE LNK-FLAT-RATE TO LNK-BAND-RATE (1).
           MOVE LNK-FLAT-RATE TO LNK-TOP-RATE.
           COMPUTE LNK-COMMISSION ROUNDED =
               LNK-SALES * LNK-FLAT-RATE.

       200-EXIT.
           EXIT.

      *    NO PLAN FILE MEANS EVERY SALESMAN IS ON THE FLAT RATE; A
      *    PLAN FILE THAT WILL NOT OPEN STOPS THE RUN RATHER THAN PAY
      *    PLAN SALESMEN AT THE FLAT RATE.  A BAND OUT OF ASCENDING
      *    ORDER WITHIN ITS PLAN, OR PAST THE FIVE BANDS A RESULT
      *    CARRIES, CANNOT BE PLACED AND IS SET ASIDE WITH A WARNING.
       300-LOAD-PLANS.
           MOVE 'Y' TO WS-PLANS-LOADED.
           MOVE ZERO TO WS-PLAN-BAND-COUNT.

           OPEN INPUT COMMISSION-PLAN-FILE.

           IF WS-PLAN-NOT-FOUND
               GO TO 300-EXIT
           END-IF.

           IF NOT WS-PLAN-OK
               DISPLAY "CANNOT OPEN COMMISSION PLAN FILE, STATUS "
                       WS-PLAN-STATUS " - RUN ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           READ COMMISSION-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

           PERFORM 305-STORE-ONE-BAND THRU 305-EXIT
               UNTIL PLAN-EOF.

           CLOSE COMMISSION-PLAN-FILE.

       300-EXIT.
           EXIT.

       305-STORE-ONE-BAND.
           IF CPR-PLAN-CODE = SPACES
              OR CPR-BAND-FLOOR IS NOT NUMERIC
              OR CPR-RATE IS NOT NUMERIC
               GO TO 305-NEXT-BAND
           END-IF.

           IF CPR-PLAN-CODE NOT = WS-PREV-PLAN-CODE
               MOVE ZERO TO WS-PREV-PLAN-BANDS
           END-IF.

           IF CPR-PLAN-CODE = WS-PREV-PLAN-CODE
              AND CPR-BAND-FLOOR NOT > WS-PREV-BAND-FLOOR
               DISPLAY "COMMISSION PLAN " CPR-PLAN-CODE " BAND AT "
                       CPR-BAND-FLOOR "% OUT OF ORDER - IGNORED"
                       UPON SYSERR
               GO TO 305-NEXT-BAND
           END-IF.

           IF WS-PREV-PLAN-BANDS NOT < 5
               DISPLAY "COMMISSION PLAN " CPR-PLAN-CODE " BAND AT "
                       CPR-BAND-FLOOR "% BEYOND FIVE BANDS - IGNORED"
                       UPON SYSERR
               GO TO 305-NEXT-BAND
           END-IF.

           IF WS-PLAN-BAND-COUNT NOT < 100
               DISPLAY "COMMISSION PLAN TABLE FULL AT 100 BANDS - RUN "
                       "ABORTED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-PLAN-BAND-COUNT.
           MOVE CPR-PLAN-CODE TO PBE-PLAN-CODE (WS-PLAN-BAND-COUNT).
           MOVE CPR-BAND-FLOOR TO PBE-BAND-FLOOR (WS-PLAN-BAND-COUNT).
           MOVE CPR-RATE TO PBE-RATE (WS-PLAN-BAND-COUNT).
           MOVE CPR-PLAN-CODE TO WS-PREV-PLAN-CODE.
           MOVE CPR-BAND-FLOOR TO WS-PREV-BAND-FLOOR.
           ADD 1 TO WS-PREV-PLAN-BANDS.

       305-NEXT-BAND.
           READ COMMISSION-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

       305-EXIT.
           EXIT.
