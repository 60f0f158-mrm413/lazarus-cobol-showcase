      * REMITTANCE DETAIL LISTING OF THE EMPLOYEES BEHIND EACH        *
      * PAYMENT, AND PROVES TOTAL REMITTED EQUALS TOTAL WITHHELD      *
      * BEFORE ANYTHING RELEASES.                                     *
      *                                                               *
      * EVERY PAYMENT, CHECK OR ACH, IS ALSO APPENDED TO THE REMITHST *
      * DEPOSIT HISTORY SO THE QUARTER-END 941 RECONCILIATION CAN TIE *
      * THE WITHHOLDING TO THE DEPOSITS ACTUALLY MADE - THE ACH FILE  *
      * IS REBUILT EVERY CYCLE AND KEEPS NO HISTORY OF ITS OWN.       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ACH-STATUS.

      *    ONE LINE PER PAYMENT MADE, APPENDED RUN AFTER RUN.
           SELECT DEPOSIT-HISTORY-FILE
               ASSIGN TO EXTERNAL REMITHST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT DETAIL-LISTING-FILE
               ASSIGN TO EXTERNAL DEDRDETL
                         ORGANIZATION IS LINE SEQUENTIAL

       01  ACH-OUTPUT-RECORD           PIC X(94).

       FD  DEPOSIT-HISTORY-FILE.

      *    THE CHECK NUMBER IS ZERO FOR AN ACH CREDIT.
       01  DEPOSIT-HISTORY-RECORD.
           03  RMH-DEPOSIT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RMH-DED-TYPE            PIC X(01).
           03  FILLER                  PIC X(01).
           03  RMH-PAY-METHOD          PIC X(01).
           03  FILLER                  PIC X(01).
           03  RMH-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  RMH-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  RMH-PAYEE-NAME          PIC X(20).
           03  FILLER                  PIC X(30).

       FD  DETAIL-LISTING-FILE.

       01  DETAIL-LISTING-RECORD       PIC X(100).
           88  WS-CHECKREG-NOT-FOUND               VALUE "35".
       77  WS-ACH-STATUS               PIC XX.
           88  WS-ACH-OK                           VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-DETAIL-STATUS            PIC XX.
           88  WS-DETAIL-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND DEPOSIT-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT DEPOSIT-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "DEPOSIT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    PASS ONE - THE CYCLE'S WITHHOLDING ACCUMULATES BY PAYEE
      *    AND EVERY EMPLOYEE LINE GOES ON THE REMITTANCE DETAIL
      *    LISTING UNDER ITS AGENCY.
           CLOSE DEDUCTION-REGISTER-FILE,
                 CHECK-PRINT-FILE,
                 CHECK-REGISTER-FILE,
                 DEPOSIT-HISTORY-FILE,
                 ACH-OUTPUT-FILE,
                 DETAIL-LISTING-FILE.

           MOVE WS-DETAIL-HEAD-LINE TO DETAIL-LISTING-RECORD.
           WRITE DETAIL-LISTING-RECORD.

      *    THE HISTORY LINE GOES FIRST SO A CHECK CARRIES THE NUMBER
      *    140 IS ABOUT TO PRINT, BEFORE THE COUNTER MOVES ON.
           PERFORM 150-RECORD-DEPOSIT THRU 150-EXIT.

           IF PYT-PAY-METHOD (WS-PAYEE-SUB) = 'A'
               PERFORM 130-BUILD-ACH-ENTRY THRU 130-EXIT
           ELSE
       140-EXIT.
           EXIT.

       150-RECORD-DEPOSIT.
           MOVE SPACES TO DEPOSIT-HISTORY-RECORD.
           MOVE WS-BUSINESS-DATE TO RMH-DEPOSIT-DATE.
           MOVE PYT-DED-TYPE (WS-PAYEE-SUB) TO RMH-DED-TYPE.
           IF PYT-PAY-METHOD (WS-PAYEE-SUB) = 'A'
               MOVE 'A' TO RMH-PAY-METHOD
               MOVE ZERO TO RMH-CHECK-NUMBER
           ELSE
               MOVE 'C' TO RMH-PAY-METHOD
               MOVE WS-NEXT-CHECK-NUMBER TO RMH-CHECK-NUMBER
           END-IF.
           MOVE PYT-CYCLE-TOTAL (WS-PAYEE-SUB) TO RMH-AMOUNT.
           MOVE PYT-PAYEE-NAME (WS-PAYEE-SUB) TO RMH-PAYEE-NAME.
           WRITE DEPOSIT-HISTORY-RECORD.

       150-EXIT.
           EXIT.

       060-SAVE-NEXT-CHECK-NUMBER.
           OPEN OUTPUT NEXT-CHECK-FILE.

