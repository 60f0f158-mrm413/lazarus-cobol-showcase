      * VOID-REQUEST FILE, WHICH WRITES A 'V' REGISTER RECORD - THE   *
      * REISSUE THEN GOES THROUGH AS AN ORDINARY PAY RECORD AND       *
      * DRAWS THE NEXT NUMBER OFF THE CONTROL FILE.                   *
      * A DIRECT DEPOSIT THE BANK RETURNED IS QUEUED ON PAYRPLQ BY    *
      * THE ACH RETURN RUN - EACH QUEUED REPLACEMENT IS PRINTED AS A  *
      * LIVE CHECK FOR THE RETURNED AMOUNT, DATED TODAY, AND LEAVES   *
      * THE QUEUE ONCE IT HAS DRAWN A NUMBER.                         *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-VOID-STATUS.

      *    REPLACEMENT CHECKS FOR RETURNED DEPOSITS - OPTIONAL,
      *    LOADED WHOLE AND WRITTEN BACK LESS THOSE PRINTED.
           SELECT REPLACEMENT-QUEUE-FILE
               ASSIGN TO EXTERNAL PAYRPLQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-QUEUE-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL

       FD  PAYROLL-REGISTER-DATA.

      *    THE RAW 116-BYTE IMAGE, FOR THE CONTROL-TOTAL HANDSHAKE'S
      *    BYTE HASH - THE SAME BYTES THE REGISTER HASHED AS IT
      *    WROTE THEM, HOURLY PREMIUM DETAIL INCLUDED.
       01  POSTED-RAW-IMAGE            PIC X(116).

       01  PAYROLL-REGISTER-RECORD.
           03  PRR-DEPARTMENT-NUMBER   PIC 9(02).
           03  VRR-VOID-REASON         PIC X(30).
           03  FILLER                  PIC X(43).

       FD  REPLACEMENT-QUEUE-FILE.

       01  REPLACEMENT-QUEUE-RECORD.
           03  RPQ-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RPQ-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  RPQ-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  RPQ-DEPOSIT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RPQ-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  RPQ-RETURN-REASON       PIC X(03).
           03  FILLER                  PIC X(01).
           03  RPQ-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(01).
           03  RPQ-QUEUED-DATE         PIC 9(08).
           03  FILLER                  PIC X(17).

       FD  AUDIT-TRAIL-FILE.

       01  AUDIT-TRAIL-RECORD.
       77  WS-VOID-STATUS              PIC XX.
           88  WS-VOID-OK                          VALUE "00".
           88  WS-VOID-NOT-FOUND                   VALUE "35".
       77  WS-QUEUE-STATUS             PIC XX.
           88  WS-QUEUE-OK                         VALUE "00".
           88  WS-QUEUE-NOT-FOUND                  VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

           88  END-OF-FILE                         VALUE 'Y'.
       77  VOID-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  VOID-EOF                            VALUE 'Y'.
       77  QUEUE-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  QUEUE-EOF                           VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-CHECK-COUNT              PIC 9(06)   VALUE 0.
       77  WS-VOID-COUNT               PIC 9(06)   VALUE 0.
       77  NEXTCHK-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  NEXTCHK-EOF                         VALUE 'Y'.
       77  WS-NO-SERIES-COUNT          PIC 9(06)   VALUE 0.
       77  WS-SERIES-COMPANY           PIC X(02)   VALUE SPACES.
       01  CHECK-SERIES-TABLE.
           02  CHECK-SERIES-ENTRY      OCCURS 5 TIMES.
               03  CKS-COMPANY-CODE    PIC X(02).
               03  CKS-NEXT-NUMBER     PIC 9(06).

      *    THE REPLACEMENT QUEUE - A CHECK LEFT UNPRINTED FOR WANT OF
      *    A SERIES STAYS QUEUED FOR THE NEXT RUN.
       01  REPLACEMENT-TABLE.
           02  REPLACEMENT-ENTRY       OCCURS 200 TIMES.
               03  RPT-IMAGE           PIC X(80).
               03  RPT-PRINTED-SWITCH  PIC X(01).
                   88  RPT-PRINTED                 VALUE 'Y'.
       77  WS-RPL-COUNT                PIC 9(03)   VALUE 0.
       77  WS-RPL-SUB                  PIC 9(03)   VALUE 0.
       77  WS-REPLACEMENT-COUNT        PIC 9(06)   VALUE 0.
       77  WS-TODAY                    PIC 9(08)   VALUE 0.

       01  WS-CHECK-LINE-1.
           03  FILLER                  PIC X(26) VALUE
                   'CENTURY MEDICAL CENTER    '.
           03  FILLER                  PIC X(05) VALUE ' NET '.
           03  WS-STB-NET              PIC $$,$$9.99.

       01  WS-REPLACES-LINE.
           03  FILLER                  PIC X(27) VALUE
                   'REPLACES DIRECT DEPOSIT OF '.
           03  WS-RPL-DEPOSIT-DATE     PIC 9(08).
           03  FILLER                  PIC X(11) VALUE
                   ' RETURNED ('.
           03  WS-RPL-REASON           PIC X(03).
           03  FILLER                  PIC X(01) VALUE ')'.

       01  WS-SEPARATOR-LINE           PIC X(80) VALUE ALL '-'.

       PROCEDURE DIVISION.
      *    ENTRY THE REGISTER RUN CLOSED WITH.
           PERFORM 015-VERIFY-HANDSHAKE THRU 015-EXIT.

      *    THE REPLACEMENT QUEUE LOADS BEFORE ANY VOID OR CHECK IS
      *    WRITTEN, SO A QUEUE TOO LONG TO HOLD STOPS THE RUN WHILE
      *    IT CAN STILL SIMPLY BE RERUN.
           PERFORM 041-LOAD-REPLACEMENTS THRU 041-EXIT.

           OPEN INPUT PAYROLL-REGISTER-DATA,
                INPUT EMPLOYEE-MASTER-FILE,
                OUTPUT CHECK-PRINT-FILE.

           PERFORM 030-PROCESS-VOID-REQUESTS THRU 039-EXIT.

           PERFORM 040-PRINT-REPLACEMENTS THRU 049-EXIT.

           READ PAYROLL-REGISTER-DATA
               AT END
                   MOVE 'Y' TO END-OF-FILE-SWITCH

           PERFORM 060-SAVE-NEXT-CHECK-NUMBER THRU 069-EXIT.

           PERFORM 050-SAVE-REPLACEMENT-QUEUE THRU 059-EXIT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-NO-SERIES-COUNT > 0
       035-EXIT.
           EXIT.

      *    A RETURNED DEPOSIT'S REPLACEMENT IS A LIVE CHECK FOR THE
      *    RETURNED AMOUNT, DATED TODAY, DRAWN FROM ITS COMPANY'S
      *    SERIES LIKE ANY OTHER, WITH A STUB LINE NAMING THE DEPOSIT
      *    IT REPLACES.  THE QUEUE IS OPTIONAL.
       040-PRINT-REPLACEMENTS.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
           PERFORM 045-PRINT-ONE-REPLACEMENT THRU 045-EXIT
               VARYING WS-RPL-SUB FROM 1 BY 1
               UNTIL WS-RPL-SUB > WS-RPL-COUNT.

       049-EXIT.
           EXIT.

       041-LOAD-REPLACEMENTS.
           OPEN INPUT REPLACEMENT-QUEUE-FILE.

           IF WS-QUEUE-NOT-FOUND
               GO TO 041-EXIT
           END-IF.

           IF NOT WS-QUEUE-OK
               MOVE "REPLACEMENT-QUEUE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-QUEUE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ REPLACEMENT-QUEUE-FILE
               AT END
                   MOVE 'Y' TO QUEUE-EOF-SWITCH
           END-READ.

           PERFORM 042-STORE-ONE-REPLACEMENT THRU 042-EXIT
               UNTIL QUEUE-EOF.

           CLOSE REPLACEMENT-QUEUE-FILE.

       041-EXIT.
           EXIT.

      *    THE QUEUE IS WRITTEN BACK FROM THIS TABLE WITH ONLY THE
      *    UNPRINTED ENTRIES, SO ONE IT CANNOT HOLD WOULD BE LOST.
       042-STORE-ONE-REPLACEMENT.
           IF WS-RPL-COUNT NOT < 200
               MOVE "REPLACEMENT QUEUE TABLE" TO WS-MSG-INSERT-1
               MOVE "200 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RPL-COUNT.
           MOVE REPLACEMENT-QUEUE-RECORD TO RPT-IMAGE (WS-RPL-COUNT).
           MOVE 'N' TO RPT-PRINTED-SWITCH (WS-RPL-COUNT).

           READ REPLACEMENT-QUEUE-FILE
               AT END
                   MOVE 'Y' TO QUEUE-EOF-SWITCH
           END-READ.

       042-EXIT.
           EXIT.

       045-PRINT-ONE-REPLACEMENT.
           MOVE RPT-IMAGE (WS-RPL-SUB) TO REPLACEMENT-QUEUE-RECORD.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE RPQ-COMPANY-CODE TO WS-SERIES-COMPANY.
           MOVE ZERO TO WS-SERIES-FOUND.
           PERFORM 097S-MATCH-ONE-SERIES THRU 097S-EXIT
               VARYING WS-SERIES-SUB FROM 1 BY 1
               UNTIL WS-SERIES-SUB > WS-SERIES-COUNT
                  OR WS-SERIES-FOUND > ZERO.
           IF WS-SERIES-FOUND = ZERO
               ADD 1 TO WS-NO-SERIES-COUNT
               DISPLAY "NO CHECK SERIES FOR COMPANY "
                       RPQ-COMPANY-CODE " - REPLACEMENT FOR "
                       RPQ-EMPLOYEE-NO " LEFT QUEUED" UPON SYSERR
               GO TO 045-EXIT
           END-IF.
           MOVE CKS-NEXT-NUMBER (WS-SERIES-FOUND)
               TO WS-NEXT-CHECK-NUMBER.

           MOVE WS-NEXT-CHECK-NUMBER TO WS-CHK-NUMBER.
           MOVE RPQ-COMPANY-CODE TO WS-CHK-COMPANY.
           MOVE WS-TODAY TO WS-CHK-DATE.
           MOVE RPQ-EMPLOYEE-NAME TO WS-CHK-PAYEE.
           MOVE RPQ-AMOUNT TO WS-CHK-AMOUNT.

           WRITE CHECK-PRINT-RECORD FROM WS-SEPARATOR-LINE
               AFTER ADVANCING 2 LINES.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-CHECK-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE RPQ-EMPLOYEE-NO TO WS-STB-EMPLOYEE-NO.
           MOVE RPQ-EMPLOYEE-NAME TO WS-STB-EMPLOYEE-NAME.
           MOVE RPQ-DEPARTMENT TO WS-STB-DEPARTMENT.
           MOVE RPQ-DEPOSIT-DATE TO WS-RPL-DEPOSIT-DATE.
           MOVE RPQ-RETURN-REASON TO WS-RPL-REASON.

           WRITE CHECK-PRINT-RECORD FROM WS-STUB-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE CHECK-PRINT-RECORD FROM WS-REPLACES-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE WS-NEXT-CHECK-NUMBER TO CKR-CHECK-NUMBER.
           MOVE RPQ-EMPLOYEE-NO TO CKR-EMPLOYEE-NO.
           MOVE WS-TODAY TO CKR-PAY-DATE.
           MOVE RPQ-AMOUNT TO CKR-AMOUNT.
           MOVE 'I' TO CKR-STATUS.
           MOVE RPQ-EMPLOYEE-NAME TO CKR-EMPLOYEE-NAME.
           MOVE RPQ-COMPANY-CODE TO CKR-COMPANY-CODE.
           WRITE CHECK-REGISTER-RECORD.

           ADD 1 TO WS-CHECK-COUNT.
           ADD 1 TO WS-REPLACEMENT-COUNT.
           ADD RPQ-AMOUNT TO WS-AUDIT-NET-TOTAL.
           ADD 1 TO CKS-NEXT-NUMBER (WS-SERIES-FOUND).
           MOVE 'Y' TO RPT-PRINTED-SWITCH (WS-RPL-SUB).

       045-EXIT.
           EXIT.

      *    THE QUEUE GOES BACK WITH ONLY THE REPLACEMENTS NOT PRINTED -
      *    ONE PRINTED HERE MUST NEVER PRINT AGAIN.
       050-SAVE-REPLACEMENT-QUEUE.
           IF WS-RPL-COUNT = ZERO
               GO TO 059-EXIT
           END-IF.

           OPEN OUTPUT REPLACEMENT-QUEUE-FILE.

           IF NOT WS-QUEUE-OK
               DISPLAY "CANNOT REWRITE REPLACEMENT-QUEUE-FILE, STATUS "
                       WS-QUEUE-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 052-SAVE-ONE-REPLACEMENT THRU 052-EXIT
               VARYING WS-RPL-SUB FROM 1 BY 1
               UNTIL WS-RPL-SUB > WS-RPL-COUNT.

           CLOSE REPLACEMENT-QUEUE-FILE.

       059-EXIT.
           EXIT.

       052-SAVE-ONE-REPLACEMENT.
           IF NOT RPT-PRINTED (WS-RPL-SUB)
               MOVE RPT-IMAGE (WS-RPL-SUB) TO REPLACEMENT-QUEUE-RECORD
               WRITE REPLACEMENT-QUEUE-RECORD
           END-IF.

       052-EXIT.
           EXIT.


      *    THE PRE-PASS READS PAYPOSTD ONCE, COUNTING RECORDS AND
      *    SUMMING EVERY BYTE'S ORDINAL VALUE - THE SAME FIGURES THE
           ADD 1 TO WS-CTL-COUNT.
           PERFORM 017-HASH-ONE-BYTE THRU 017-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 116.

           READ PAYROLL-REGISTER-DATA
               AT END
      *    THE RECORD'S COMPANY PICKS ITS SERIES - A COMPANY WITH NO
      *    SERIES ON THE CONTROL FILE CANNOT DRAW A NUMBER AND ITS
      *    RECORD IS LEFT UNPAID FOR OPERATIONS.
           MOVE PEX-COMPANY-CODE TO WS-SERIES-COMPANY.
           MOVE ZERO TO WS-SERIES-FOUND.
           PERFORM 097S-MATCH-ONE-SERIES THRU 097S-EXIT
               VARYING WS-SERIES-SUB FROM 1 BY 1
           EXIT.

       097S-MATCH-ONE-SERIES.
           IF CKS-COMPANY-CODE (WS-SERIES-SUB) = WS-SERIES-COMPANY
               MOVE WS-SERIES-SUB TO WS-SERIES-FOUND
           END-IF.

