      * PERIOD'S SALES FROM THE PRIORTOT TOTALS THE DISTRICT REPORT   *
      * SAVED, THE COMMISSION RATE APPLIED FROM COMMSRATE, QUOTA AND  *
      * ATTAINMENT FROM SLSMMSTR, DRAW TAKEN FROM DRAWBAL AND         *
      * RECOVERED FROM THE SETTLEMENT REGISTER, ANY CHARGEBACK THE    *
      * REGISTER SHOWS FOR RETURNS OF ALREADY-SETTLED SALES, AND THE  *
      * NET SETTLEMENT AMOUNT.  A SALESMAN ON A COMMISSION PLAN GETS  *
      * A LINE PER ATTAINMENT BAND - THE SALES FALLING IN THE BAND    *
      * AND THE RATE APPLIED.  THE STREAM IS SEQUENCED BY DISTRICT    *
      * AND EACH DISTRICT OPENS WITH THE 'DEPARTMENT NUMBER:' MARKER  *
      * LINE THE RPTDIST1 SPLITTER BURSTS ON (DISTRICT LETTER MAPPED  *
      * TO ITS ALPHABET POSITION), SO EACH DISTRICT MANAGER'S SPOOL   *
      * GETS EXACTLY THEIR REPS' STATEMENTS.                          *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SMR-MONTHLY-QUOTA       PIC 9(07)V99.
           03  FILLER                  PIC X(13).
           03  SMR-PLAN-CODE           PIC X(02).
           03  FILLER                  PIC X(110).

       FD  DRAW-BALANCE-FILE.


      *    THE SETTLEMENT RUN'S PRINTED LINE, PARSED BACK BY ITS
      *    FIXED COLUMNS - SALESMAN IN 1-2, EARNED IN 33-42,
      *    RECOVERED IN 50-57, PAYABLE IN 67-75, CHARGEBACK
      *    RECOVERED IN 102-110, RETURNS ADDED BACK IN 120-128.
       01  SETTLEMENT-REGISTER-RECORD.
           03  SRG-SALESMAN-NUMBER     PIC X(02).
           03  FILLER                  PIC X(30).
           03  SRG-RECOVERED-X         PIC X(08).
           03  FILLER                  PIC X(09).
           03  SRG-PAYABLE-X           PIC X(09).
           03  FILLER                  PIC X(26).
           03  SRG-CHARGEBACK-X        PIC X(09).
           03  FILLER                  PIC X(09).
           03  SRG-ADDBACK-X           PIC X(09).
           03  FILLER                  PIC X(04).

       FD  STATEMENT-PRINT-FILE.

               03  SMT-DRAW-TAKEN      PIC 9(05)V99.
               03  SMT-DRAW-RECOVERED  PIC 9(05)V99.
               03  SMT-NET-SETTLEMENT  PIC S9(07)V99.
               03  SMT-CHARGEBACK      PIC 9(07)V99.
               03  SMT-ADDBACK         PIC 9(07)V99.
               03  SMT-PLAN-CODE       PIC X(02).

       01  COMMISSION-TABLE.
           02  COMMISSION-ENTRY        OCCURS 26 TIMES.
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       77  WS-COMM-RATE                PIC V99     VALUE 0.
       77  WS-EARNED-COMMISSION        PIC S9(07)V99 VALUE 0.
       77  WS-COMMISSIONABLE-SALES     PIC S9(08)V99 VALUE 0.

      *    THE COMMTIER CALCULATION'S FIELDS, AS THE SETTLEMENT RUN
      *    USES THEM, SO THE STATEMENT SHOWS WHAT WAS PAID.
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
           88  TIER-CALCULATED                     VALUE 'T'.
       77  WS-BAND-SUB                 PIC 9(01)   VALUE 0.
       77  WS-BAND-COMMISSION          PIC S9(07)V99 VALUE 0.
       77  WS-ATTAINMENT-PCT           PIC 9(03)V9 VALUE 0.

      *    THE SPLITTER'S BURST MARKER - DISTRICT LETTER MAPPED TO
           03  WS-STM-ATTAINED         PIC ZZ9.9.
           03  FILLER                  PIC X(01) VALUE '%'.

      *    ONE ATTAINMENT BAND OF A COMMISSION PLAN.
       01  WS-STMT-BAND-LINE.
           03  FILLER                  PIC X(07) VALUE '  BAND '.
           03  WS-STM-BAND-FLOOR       PIC ZZ9.
           03  FILLER                  PIC X(11) VALUE '% OF QUOTA '.
           03  WS-STM-BAND-SALES       PIC $$,$$$,$$9.99-.
           03  FILLER                  PIC X(04) VALUE ' AT '.
           03  WS-STM-BAND-RATE        PIC .99.
           03  FILLER                  PIC X(07) VALUE ' EARNS '.
           03  WS-STM-BAND-EARNED      PIC $$$,$$9.99-.

       01  WS-STMT-DRAW-LINE.
           03  FILLER                  PIC X(15) VALUE
                   'DRAW TAKEN     '.
           03  FILLER                  PIC X(12) VALUE '  RECOVERED '.
           03  WS-STM-RECOVERED        PIC $$$,$$9.99.

      *    COMMISSION TAKEN BACK THIS PERIOD ON RETURNS OF SALES AN
      *    EARLIER STATEMENT ALREADY PAID, AND THE RETURNS ADDED BACK
      *    TO PERIOD SALES SO THEY ARE NOT ALSO CHARGED AGAINST THEM.
       01  WS-STMT-CHARGEBACK-LINE.
           03  FILLER                  PIC X(15) VALUE
                   'CHARGEBACK     '.
           03  WS-STM-CHARGEBACK       PIC $$$,$$9.99.
           03  FILLER                  PIC X(21) VALUE
                   '  RETURNS ADDED BACK '.
           03  WS-STM-ADDBACK          PIC $$$,$$9.99.

       01  WS-STMT-NET-LINE.
           03  FILLER                  PIC X(15) VALUE
                   'NET SETTLEMENT '.
               MOVE SMR-DISTRICT TO SMT-DISTRICT (WS-SLSM-COUNT)
               MOVE SMR-MONTHLY-QUOTA
                   TO SMT-MONTHLY-QUOTA (WS-SLSM-COUNT)
               MOVE SMR-PLAN-CODE TO SMT-PLAN-CODE (WS-SLSM-COUNT)
               MOVE ZERO TO SMT-PERIOD-SALES (WS-SLSM-COUNT)
               MOVE ZERO TO SMT-DRAW-TAKEN (WS-SLSM-COUNT)
               MOVE ZERO TO SMT-DRAW-RECOVERED (WS-SLSM-COUNT)
               MOVE ZERO TO SMT-NET-SETTLEMENT (WS-SLSM-COUNT)
               MOVE ZERO TO SMT-CHARGEBACK (WS-SLSM-COUNT)
               MOVE ZERO TO SMT-ADDBACK (WS-SLSM-COUNT)
           END-IF.

           READ SALESMAN-MASTER-FILE
                       FUNCTION NUMVAL (SRG-RECOVERED-X)
                   COMPUTE SMT-NET-SETTLEMENT (WS-SLSM-FOUND) =
                       FUNCTION NUMVAL (SRG-PAYABLE-X)
                   IF SRG-CHARGEBACK-X NOT = SPACES
                       COMPUTE SMT-CHARGEBACK (WS-SLSM-FOUND) =
                           FUNCTION NUMVAL (SRG-CHARGEBACK-X)
                   END-IF
                   IF SRG-ADDBACK-X NOT = SPACES
                       COMPUTE SMT-ADDBACK (WS-SLSM-FOUND) =
                           FUNCTION NUMVAL (SRG-ADDBACK-X)
                   END-IF
               END-IF
           END-IF.

               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > WS-RATE-COUNT.

      *    RETURNS THE SETTLEMENT ADDED BACK ARE COMMISSIONABLE
      *    THIS PERIOD - THE CHARGEBACK TAKES THEIR COMMISSION BACK.
           MOVE SMT-PERIOD-SALES (WS-SLSM-SUB)
               TO WS-COMMISSIONABLE-SALES.
           ADD SMT-ADDBACK (WS-SLSM-SUB) TO WS-COMMISSIONABLE-SALES.
           MOVE SMT-PLAN-CODE (WS-SLSM-SUB) TO WS-TIER-PLAN-CODE.
           MOVE SMT-MONTHLY-QUOTA (WS-SLSM-SUB) TO WS-TIER-QUOTA.
           MOVE WS-COMMISSIONABLE-SALES TO WS-TIER-SALES.
           MOVE WS-COMM-RATE TO WS-TIER-FLAT-RATE.
           CALL 'COMMTIER' USING WS-TIER-PLAN-CODE, WS-TIER-QUOTA,
               WS-TIER-SALES, WS-TIER-FLAT-RATE, WS-TIER-RESULT,
               WS-TIER-OUTCOME.
           MOVE WS-TIER-COMMISSION TO WS-EARNED-COMMISSION.
           MOVE WS-TIER-TOP-RATE TO WS-COMM-RATE.

           MOVE ZERO TO WS-ATTAINMENT-PCT.
           IF SMT-MONTHLY-QUOTA (WS-SLSM-SUB) > ZERO
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-SALES-LINE
               AFTER ADVANCING 1 LINE.

           IF TIER-CALCULATED
               PERFORM 122-PRINT-ONE-BAND THRU 122-EXIT
                   VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > WS-TIER-BAND-COUNT
           END-IF.

           MOVE SMT-MONTHLY-QUOTA (WS-SLSM-SUB) TO WS-STM-QUOTA.
           MOVE WS-ATTAINMENT-PCT TO WS-STM-ATTAINED.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-QUOTA-LINE
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-DRAW-LINE
               AFTER ADVANCING 1 LINE.

           IF SMT-CHARGEBACK (WS-SLSM-SUB) > ZERO
              OR SMT-ADDBACK (WS-SLSM-SUB) > ZERO
               MOVE SMT-CHARGEBACK (WS-SLSM-SUB) TO WS-STM-CHARGEBACK
               MOVE SMT-ADDBACK (WS-SLSM-SUB) TO WS-STM-ADDBACK
               WRITE STATEMENT-PRINT-RECORD
                   FROM WS-STMT-CHARGEBACK-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           WRITE STATEMENT-PRINT-RECORD FROM WS-SEPARATOR-LINE
               AFTER ADVANCING 1 LINE.

       120-EXIT.
           EXIT.

      *    THE SALES IN ONE BAND AND WHAT THEY EARNED AT ITS RATE.
       122-PRINT-ONE-BAND.
           MOVE WS-TIER-BAND-FLOOR (WS-BAND-SUB) TO WS-STM-BAND-FLOOR.
           MOVE WS-TIER-BAND-SALES (WS-BAND-SUB) TO WS-STM-BAND-SALES.
           MOVE WS-TIER-BAND-RATE (WS-BAND-SUB) TO WS-STM-BAND-RATE.
           COMPUTE WS-BAND-COMMISSION ROUNDED =
               WS-TIER-BAND-SALES (WS-BAND-SUB)
               * WS-TIER-BAND-RATE (WS-BAND-SUB).
           MOVE WS-BAND-COMMISSION TO WS-STM-BAND-EARNED.
           WRITE STATEMENT-PRINT-RECORD FROM WS-STMT-BAND-LINE
               AFTER ADVANCING 1 LINE.

       122-EXIT.
           EXIT.

       125-FIND-DISTRICT-RATE.
           IF CE-DISTRICT (WS-RATE-SUB) = WS-CUR-DISTRICT
               MOVE CE-RATE (WS-RATE-SUB) TO WS-COMM-RATE
