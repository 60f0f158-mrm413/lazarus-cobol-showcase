      * SERIES WITH THEIR OWN REGISTER, AND POSTS OFFSETTING PAYMENT  *
      * RECORDS SO THE NEXT BILLING CYCLE STARTS THE STUDENT AT ZERO  *
      * INSTEAD OF RE-SHOWING THE CREDIT.                             *
      *                                                               *
      * THE OPERATOR-ID THE RUN IS SUBMITTED UNDER IS STAMPED ON ITS  *
      * AUDIT-TRAIL RECORD - THE REFUNDS ARE THAT OPERATOR'S, AND THE *
      * SEGREGATION-OF-DUTIES REVIEW SETS THEM AGAINST CASHIERING.    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
           03  ATR-DETAIL-COUNT        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-CONTROL-TOTAL       PIC S9(09)V99.
           03  ATR-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(12).

       FD  TIMING-LOG-FILE.

       77  WS-AID-RETURN-COUNT         PIC 9(06)   VALUE 0.
       77  WS-AUDIT-REFUND-TOTAL       PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.
       77  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08).
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR-ID'.

           PERFORM 020-LOAD-NEXT-CHECK-NUMBER THRU 029-EXIT.
           PERFORM 030-SWEEP-PAYMENT-PLANS THRU 039-EXIT.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-REFUND-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-AUDIT-REFUND-TOTAL TO ATR-CONTROL-TOTAL.
           MOVE WS-OPERATOR-ID TO ATR-OPERATOR-ID.

           MOVE 'A' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.
