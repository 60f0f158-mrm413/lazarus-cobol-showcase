
       FD  PRIOR-TOTALS-FILE.

      *    AN 'S' RECORD CARRIES THE DISTRICT THE SALESMAN'S SALES
      *    WERE REPORTED UNDER; A FILE SAVED BEFORE IT DID LEAVES IT
      *    BLANK.
       01  PRIOR-TOTALS-RECORD.
           03  PTR-RECORD-TYPE         PIC X(01).
           03  FILLER                  PIC X(01).
           03  PTR-KEY                 PIC X(02).
           03  FILLER                  PIC X(01).
           03  PTR-AMOUNT              PIC S9(08)V99.
           03  FILLER                  PIC X(05).
           03  PTR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(58).

       FD  SALESMAN-MASTER-FILE.

           03  SMR-SALESMAN-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  SMR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(135).

       FD  SETTLEMENT-REGISTER-FILE.

           03  SRG-EARNED-X            PIC X(10).
           03  FILLER                  PIC X(07).
           03  SRG-RECOVERED-X         PIC X(08).
           03  FILLER                  PIC X(75).

       FD  DRAW-BALANCE-FILE.


      *    SALESMAN-TO-DISTRICT MAP OFF SLSMMSTR.
       77  WS-SLSM-COUNT               PIC 9(02)   VALUE 0.
       77  WS-SLSM-SUB                 PIC 9(03)   VALUE 0.
       77  WS-SLSM-FOUND               PIC 9(02)   VALUE 0.
       01  SALESMAN-DISTRICT-TABLE.
           02  SALESMAN-DISTRICT-ENTRY OCCURS 99 TIMES.
               03  SDT-SALESMAN-NUMBER PIC 9(02).
       039-EXIT.
           EXIT.

      *    THE PERIOD'S COMMISSION AND DRAWS BELONG TO THE DISTRICT
      *    THE SALESMAN'S SALES WERE REPORTED UNDER, SO AN 'S' RECORD
      *    THAT NAMES ONE OVERRIDES THE MASTER'S CURRENT DISTRICT -
      *    A SALESMAN MOVED SINCE DOES NOT TAKE THE PERIOD ALONG.
       035-SWEEP-ONE-TOTAL.
           ADD 1 TO WS-INPUT-COUNT.

           IF PTR-RECORD-TYPE = 'S'
              AND PTR-KEY IS NUMERIC
              AND PTR-DISTRICT NOT = SPACE
               PERFORM 036-ALIGN-ONE-SALESMAN THRU 036-EXIT
           END-IF.

           IF PTR-RECORD-TYPE = 'D'
               MOVE PTR-KEY (1:1) TO WS-WORK-DISTRICT
               PERFORM 070-FIND-OR-ADD-DISTRICT THRU 070-EXIT
       035-EXIT.
           EXIT.

       036-ALIGN-ONE-SALESMAN.
           MOVE PTR-KEY TO WS-WORK-SALESMAN.
           MOVE ZERO TO WS-SLSM-FOUND.
           PERFORM 037-MATCH-ONE-MAP-ENTRY THRU 037-EXIT
               VARYING WS-SLSM-SUB FROM 1 BY 1
               UNTIL WS-SLSM-SUB > WS-SLSM-COUNT
                  OR WS-SLSM-FOUND > ZERO.

           IF WS-SLSM-FOUND = ZERO
               IF WS-SLSM-COUNT < 99
                   ADD 1 TO WS-SLSM-COUNT
                   MOVE WS-SLSM-COUNT TO WS-SLSM-FOUND
                   MOVE WS-WORK-SALESMAN
                       TO SDT-SALESMAN-NUMBER (WS-SLSM-FOUND)
               ELSE
                   GO TO 036-EXIT
               END-IF
           END-IF.

           MOVE PTR-DISTRICT TO SDT-DISTRICT (WS-SLSM-FOUND).

       036-EXIT.
           EXIT.

       037-MATCH-ONE-MAP-ENTRY.
           IF SDT-SALESMAN-NUMBER (WS-SLSM-SUB) = WS-WORK-SALESMAN
               MOVE WS-SLSM-SUB TO WS-SLSM-FOUND
           END-IF.

       037-EXIT.
           EXIT.

      *    THE SETTLEMENT REGISTER'S EARNED AND RECOVERED COLUMNS ARE
      *    RE-NUMERICIZED AND ROLLED UP TO THE SALESMAN'S DISTRICT.
       040-SWEEP-SETTLEMENT-REG.
