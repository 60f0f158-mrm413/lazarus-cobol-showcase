       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * PAYROLL ACH RETURN AND NOTIFICATION-OF-CHANGE INTAKE.         *
      *                                                               *
      * THE BANK SENDS BACK ON PAYACHR WHAT IT COULD NOT POST FROM    *
      * THE ACHFILE DEPOSITS, ONE ENTRY PER LINE:                     *
      *   'R' A RETURNED DEPOSIT (ACCOUNT CLOSED, NO SUCH ACCOUNT,    *
      *       AND SO ON) - THE PAY NEVER REACHED THE EMPLOYEE.  THE   *
      *       DEPOSIT IS REVERSED ON CHECKREG WITH AN 'R' RECORD,     *
      *       THE EMPLOYEE'S DEPOSIT INDICATOR IS SWITCHED OFF ON     *
      *       EMPMSTR (WITH ITS FLDHIST ROW) SO THE NEXT CYCLE PAYS   *
      *       BY CHECK, AND A REPLACEMENT CHECK FOR THE RETURNED      *
      *       AMOUNT IS QUEUED ON PAYRPLQ FOR THE CHECK PRINT.  A     *
      *       RETURN ALREADY REVERSED ON CHECKREG IS NOT REVERSED     *
      *       AGAIN, SO A RERUN NEVER PAYS TWICE;                     *
      *   'C' A NOTIFICATION OF CHANGE - THE DEPOSIT POSTED, BUT THE  *
      *       BANK GIVES A CORRECTED ROUTING NUMBER OR ACCOUNT TO USE *
      *       FROM NOW ON.  A BANK CHANGE IS THE CLASSIC PAYROLL      *
      *       FRAUD, SO THE CORRECTION IS NOT APPLIED HERE: IT IS     *
      *       PARKED ON PAYNOCPD UNDER THE OPERATOR-ID OF THIS RUN.   *
      * A SECOND OPERATOR APPROVES OR REJECTS EACH PARKED CORRECTION  *
      * ON PAYNOCAP AND RUNS THE NEXT INTAKE UNDER THEIR OWN          *
      * OPERATOR-ID.  A DECISION COUNTS ONLY WHEN THE APPROVER IT     *
      * NAMES IS THAT RUN'S OPERATOR AND NOT THE ONE WHO TOOK THE     *
      * CORRECTION IN; AN APPROVAL THEN POSTS THE NEW ROUTING AND     *
      * ACCOUNT TO EMPMSTR WITH THEIR FLDHIST ROWS.  ANY OTHER        *
      * DECISION IS REFUSED AND THE CORRECTION STAYS PARKED.          *
      * A CORRECTION WHOSE EMPLOYEE'S BANK DETAILS HAVE CHANGED ON    *
      * THE MASTER SINCE IT WAS PARKED IS DROPPED, NOT APPLIED.       *
      *                                                               *
      * PAYACHRG LISTS EVERY RETURN, CORRECTION AND APPROVAL WITH     *
      * WHAT WAS DONE, THEN THE CORRECTIONS STILL WAITING, FOR THE    *
      * PAYROLL SUPERVISOR.  ANY REFUSED ENTRY ENDS THE RUN WITH      *
      * RETURN CODE 4.                                                *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT BANK-RETURN-FILE
               ASSIGN TO EXTERNAL PAYACHR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RETURNS-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT CHECK-REGISTER-FILE
               ASSIGN TO EXTERNAL CHECKREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHECKREG-STATUS.

           SELECT REPLACEMENT-QUEUE-FILE
               ASSIGN TO EXTERNAL PAYRPLQ
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-QUEUE-STATUS.

           SELECT PENDING-NOC-FILE
               ASSIGN TO EXTERNAL PAYNOCPD
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PENDING-STATUS.

           SELECT NOC-APPROVAL-FILE
               ASSIGN TO EXTERNAL PAYNOCAP
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT RETURN-REGISTER-FILE
               ASSIGN TO EXTERNAL PAYACHRG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY BATCH PROGRAM STAMPS ITS START AND END, WITH RECORD
      *    COUNTS, ONTO THE SHARED TIMING LOG - THE BATCH-WINDOW
      *    REPORT TRENDS THE DURATIONS AND FLAGS JOBS CREEPING
      *    TOWARD THE ONLINE DAY.
           SELECT TIMING-LOG-FILE
               ASSIGN TO EXTERNAL TIMELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TIMELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ONE BANK ENTRY PER LINE.  THE DEPOSIT DATE AND AMOUNT ARE
      *    THOSE OF THE ORIGINAL DEPOSIT; THE NEW ROUTING AND ACCOUNT
      *    ARE FILLED ONLY ON A NOTIFICATION OF CHANGE.
       FD  BANK-RETURN-FILE.

       01  BANK-RETURN-RECORD.
           03  ARF-ENTRY-TYPE          PIC X(01).
               88  ENTRY-IS-RETURN                 VALUE 'R'.
               88  ENTRY-IS-CHANGE                 VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  ARF-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  ARF-DEPOSIT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  ARF-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  ARF-REASON-CODE         PIC X(03).
           03  FILLER                  PIC X(01).
           03  ARF-ORIGINAL-ROUTING    PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ARF-ORIGINAL-ACCOUNT    PIC X(17).
           03  FILLER                  PIC X(01).
           03  ARF-NEW-ROUTING         PIC 9(09).
           03  FILLER                  PIC X(01).
           03  ARF-NEW-ACCOUNT         PIC X(17).
           03  FILLER                  PIC X(15).

      *    THE COMPANY CODE RIDES IN THE TRAILING BYTES BEHIND THE
      *    BANK FIELDS, AS THE EMPLOYER TAX RUN READS IT.
       FD  EMPLOYEE-MASTER-FILE.

       01  EMPLOYEE-MASTER-RECORD.
           03  EMR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  EMR-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(01).
           03  EMR-GENDER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  EMR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  EMR-HIRE-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  EMR-STATUS              PIC X(01).
           03  FILLER                  PIC X(01).
           03  EMR-BANK-ROUTING        PIC 9(09).
           03  FILLER                  PIC X(01).
           03  EMR-BANK-ACCOUNT        PIC X(17).
           03  FILLER                  PIC X(01).
           03  EMR-DEPOSIT-INDICATOR   PIC X(01).
               88  EMPLOYEE-ON-DEPOSIT             VALUE 'D'.
           03  EMR-WORK-STATE          PIC X(02).
           03  EMR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(05).

      *    A RETURNED DEPOSIT IS REVERSED WITH AN 'R' RECORD - CHECK
      *    NUMBER ZERO, SINCE NO PAPER WAS EVER CUT.  THE BANK
      *    RECONCILIATION AND POSITIVE PAY WORK ONLY 'I' AND 'V'
      *    RECORDS AND PASS OVER IT.
       FD  CHECK-REGISTER-FILE.

       01  CHECK-REGISTER-RECORD.
           03  CKR-CHECK-NUMBER        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CKR-PAY-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CKR-AMOUNT              PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  CKR-STATUS              PIC X(01).
               88  DEPOSIT-WAS-RETURNED            VALUE 'R'.
           03  FILLER                  PIC X(01).
           03  CKR-EMPLOYEE-NAME       PIC X(20).
           03  CKR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(25).

      *    ONE REPLACEMENT CHECK WAITING FOR THE CHECK PRINT.
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

      *    ONE BANK CORRECTION WAITING FOR ITS SECOND OPERATOR, WITH
      *    THE BANK DETAILS THE MASTER CARRIED WHEN IT WAS PARKED.
       FD  PENDING-NOC-FILE.

       01  PENDING-NOC-RECORD.
           03  NPD-ENTRY-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  NPD-MAKER-ID            PIC X(08).
           03  FILLER                  PIC X(01).
           03  NPD-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  NPD-REASON-CODE         PIC X(03).
           03  FILLER                  PIC X(01).
           03  NPD-OLD-ROUTING         PIC 9(09).
           03  FILLER                  PIC X(01).
           03  NPD-OLD-ACCOUNT         PIC X(17).
           03  FILLER                  PIC X(01).
           03  NPD-NEW-ROUTING         PIC 9(09).
           03  FILLER                  PIC X(01).
           03  NPD-NEW-ACCOUNT         PIC X(17).
           03  FILLER                  PIC X(18).

      *    THE SECOND OPERATOR'S DECISION - 'A' APPROVE, 'R' REJECT -
      *    ON THE CORRECTION PARKED FOR THE EMPLOYEE.
       FD  NOC-APPROVAL-FILE.

       01  NOC-APPROVAL-RECORD.
           03  NAP-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  NAP-DECISION            PIC X(01).
               88  NOC-IS-APPROVED                 VALUE 'A'.
               88  NOC-IS-REJECTED                 VALUE 'R'.
           03  FILLER                  PIC X(01).
           03  NAP-APPROVED-BY         PIC X(08).
           03  FILLER                  PIC X(65).

      *    THE SHARED FIELD-LEVEL CHANGE-HISTORY RECORD.
       FD  FIELD-HISTORY-FILE.

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

       FD  RETURN-REGISTER-FILE.

       01  RETURN-REGISTER-RECORD      PIC X(132).

       FD  AUDIT-TRAIL-FILE.

       01  AUDIT-TRAIL-RECORD.
           03  ATR-RUN-DATE-TIME       PIC X(19).
           03  FILLER                  PIC X(01).
           03  ATR-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  ATR-INPUT-COUNT         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-DETAIL-COUNT        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-CONTROL-TOTAL       PIC S9(09)V99.
           03  FILLER                  PIC X(20).

       FD  TIMING-LOG-FILE.

       01  TIMING-LOG-RECORD.
           03  TML-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  TML-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  TML-EVENT               PIC X(05).
           03  FILLER                  PIC X(01).
           03  TML-RECORD-COUNT        PIC 9(06).
           03  FILLER                  PIC X(38).

       WORKING-STORAGE SECTION.

       77  WS-MSG-NUMBER               PIC 9(04)   VALUE 0.
       77  WS-MSG-INSERT-1             PIC X(30)   VALUE SPACES.
       77  WS-MSG-INSERT-2             PIC X(20)   VALUE SPACES.
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'PAYACHRT'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
      *    PAYACHR, PAYNOCPD AND PAYNOCAP MAY ALL BE ABSENT - A DAY
      *    WITH NOTHING BACK FROM THE BANK, NOTHING PARKED, OR NO
      *    DECISIONS KEYED.
       77  WS-RETURNS-STATUS           PIC XX.
           88  WS-RETURNS-OK                       VALUE "00".
           88  WS-RETURNS-NOT-FOUND                VALUE "35".
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-CHECKREG-STATUS          PIC XX.
           88  WS-CHECKREG-OK                      VALUE "00".
           88  WS-CHECKREG-NOT-FOUND               VALUE "35".
       77  WS-QUEUE-STATUS             PIC XX.
           88  WS-QUEUE-OK                         VALUE "00".
           88  WS-QUEUE-NOT-FOUND                  VALUE "35".
       77  WS-PENDING-STATUS           PIC XX.
           88  WS-PENDING-OK                       VALUE "00".
           88  WS-PENDING-NOT-FOUND                VALUE "35".
       77  WS-APPROVAL-STATUS          PIC XX.
           88  WS-APPROVAL-OK                      VALUE "00".
           88  WS-APPROVAL-NOT-FOUND               VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  RETURNS-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  RETURNS-EOF                         VALUE 'Y'.
       77  CHECKREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  CHECKREG-EOF                        VALUE 'Y'.
       77  PENDING-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  PENDING-EOF                         VALUE 'Y'.
       77  APPROVAL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  APPROVAL-EOF                        VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-REVERSED-COUNT           PIC 9(06)   VALUE 0.
       77  WS-REVERSED-TOTAL           PIC 9(09)V99 VALUE 0.
       77  WS-PARKED-COUNT             PIC 9(06)   VALUE 0.
       77  WS-APPLIED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       77  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.

      *    THE RETURNS ALREADY REVERSED ON CHECKREG, BY EMPLOYEE,
      *    DEPOSIT DATE AND AMOUNT.
       01  REVERSED-TABLE.
           02  REVERSED-ENTRY          OCCURS 1000 TIMES.
               03  RVS-KEY.
                   05  RVS-EMPLOYEE-NO PIC 9(04).
                   05  RVS-DEPOSIT-DATE
                                       PIC 9(08).
                   05  RVS-AMOUNT      PIC 9(07)V99.
       77  WS-RVS-COUNT                PIC 9(04)   VALUE 0.
       77  WS-RVS-SUB                  PIC 9(04)   VALUE 0.
       77  WS-RVS-FOUND                PIC 9(04)   VALUE 0.
       01  WS-RETURN-KEY.
           03  WS-RTK-EMPLOYEE-NO      PIC 9(04).
           03  WS-RTK-DEPOSIT-DATE     PIC 9(08).
           03  WS-RTK-AMOUNT           PIC 9(07)V99.

      *    THE PARKED CORRECTIONS, LOADED WHOLE AND WRITTEN BACK LESS
      *    THOSE SETTLED THIS RUN.  ONE PER EMPLOYEE - A NEWER NOTICE
      *    REPLACES THE ONE STILL WAITING.
       01  PENDING-TABLE.
           02  PENDING-ENTRY           OCCURS 500 TIMES.
               03  PNT-IMAGE           PIC X(100).
               03  PNT-KEEP-SWITCH     PIC X(01).
                   88  PNT-SETTLED                 VALUE 'S'.
       77  WS-PND-COUNT                PIC 9(03)   VALUE 0.
       77  WS-PND-SUB                  PIC 9(03)   VALUE 0.
       77  WS-PND-FOUND                PIC 9(03)   VALUE 0.
       77  WS-WORK-EMPLOYEE-NO         PIC 9(04)   VALUE 0.
       77  WS-WAITING-COUNT            PIC 9(06)   VALUE 0.

      *    THE HISTORY ROW BEING WRITTEN.
       77  WS-HIS-FIELD-NAME           PIC X(12)   VALUE SPACES.
       77  WS-HIS-OLD-VALUE            PIC X(16)   VALUE SPACES.
       77  WS-HIS-NEW-VALUE            PIC X(16)   VALUE SPACES.
       77  WS-HIS-EMPLOYEE-NO          PIC 9(04)   VALUE 0.

       77  WS-VERDICT                  PIC X(30)   VALUE SPACES.

       01  WS-REGISTER-HEADING.
           03  FILLER                  PIC X(48) VALUE
                   'PAYROLL ACH RETURNS AND NOTIFICATIONS OF CHANGE'.
           03  FILLER                  PIC X(10) VALUE ' OPERATOR '.
           03  WS-RGH-OPERATOR         PIC X(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-RGH-RUN-DATE         PIC X(19).

       01  WS-COLUMN-HEADING.
           03  FILLER                  PIC X(08) VALUE 'ENTRY'.
           03  FILLER                  PIC X(05) VALUE 'EMPL'.
           03  FILLER                  PIC X(21) VALUE 'NAME'.
           03  FILLER                  PIC X(09) VALUE 'DEPOSIT'.
           03  FILLER                  PIC X(13) VALUE '       AMOUNT'.
           03  FILLER                  PIC X(05) VALUE ' CODE'.
           03  FILLER                  PIC X(28) VALUE
                   'ROUTING   ACCOUNT'.
           03  FILLER                  PIC X(09) VALUE 'BY'.
           03  FILLER                  PIC X(30) VALUE 'ACTION'.

      *    ONE ENTRY WORKED, WITH WHAT WAS DONE ABOUT IT.
       01  WS-REGISTER-LINE.
           03  WS-REG-ENTRY            PIC X(07).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-EMPLOYEE-NAME    PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-DATE             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-AMOUNT           PIC Z,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-REG-REASON           PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-ROUTING          PIC 9(09).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-ACCOUNT          PIC X(17).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-BY               PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-REG-VERDICT          PIC X(30).

       01  WS-WAITING-HEADING.
           03  FILLER                  PIC X(60) VALUE
                   'CORRECTIONS WAITING FOR A SECOND OPERATOR'.

       01  WS-TOTAL-LINE.
           03  FILLER                  PIC X(19) VALUE
                   'RETURNS REVERSED: '.
           03  WS-TOT-REVERSED         PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-TOT-REVERSED-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(17) VALUE
                   '   NOCS PARKED: '.
           03  WS-TOT-PARKED           PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE
                   '   APPLIED: '.
           03  WS-TOT-APPLIED          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE
                   '   REFUSED: '.
           03  WS-TOT-REFUSED          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(12) VALUE
                   '   WAITING: '.
           03  WS-TOT-WAITING          PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

      *    EVERY CORRECTION PARKED HERE CARRIES THE OPERATOR WHO TOOK
      *    IT IN, AND THE SECOND OPERATOR IS HELD AGAINST THAT NAME -
      *    WITH NO NAME THERE IS NO DUAL CONTROL TO ENFORCE.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT 'OPERATOR-ID'.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR-ID NOT SET - ACH RETURN INTAKE "
                       "REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 020-LOAD-PENDING-NOCS THRU 029-EXIT.
           PERFORM 030-LOAD-REVERSED-RETURNS THRU 039-EXIT.

           OPEN I-O EMPLOYEE-MASTER-FILE,
                OUTPUT RETURN-REGISTER-FILE.

           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           IF NOT WS-REGISTER-OK
               MOVE "RETURN-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND CHECK-REGISTER-FILE.
           IF WS-CHECKREG-NOT-FOUND
               OPEN OUTPUT CHECK-REGISTER-FILE
           END-IF.
           IF NOT WS-CHECKREG-OK
               MOVE "CHECK-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND REPLACEMENT-QUEUE-FILE.
           IF WS-QUEUE-NOT-FOUND
               OPEN OUTPUT REPLACEMENT-QUEUE-FILE
           END-IF.
           IF NOT WS-QUEUE-OK
               MOVE "REPLACEMENT-QUEUE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-QUEUE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND FIELD-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT FIELD-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-OPERATOR-ID TO WS-RGH-OPERATOR.
           MOVE WS-RUN-DATE-TIME TO WS-RGH-RUN-DATE.
           MOVE WS-REGISTER-HEADING TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.
           MOVE WS-COLUMN-HEADING TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.

      *    DECISIONS COME FIRST, SO A CORRECTION PARKED BY THIS RUN
      *    CANNOT BE APPROVED IN THE SAME RUN.
           PERFORM 040-APPLY-DECISIONS THRU 049-EXIT.
           PERFORM 100-WORK-BANK-ENTRIES THRU 109-EXIT.

           PERFORM 140-SAVE-PENDING-NOCS THRU 149-EXIT.

       000-TERMINATE.
           MOVE SPACES TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.
           MOVE WS-REVERSED-COUNT TO WS-TOT-REVERSED.
           MOVE WS-REVERSED-TOTAL TO WS-TOT-REVERSED-AMOUNT.
           MOVE WS-PARKED-COUNT TO WS-TOT-PARKED.
           MOVE WS-APPLIED-COUNT TO WS-TOT-APPLIED.
           MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED.
           MOVE WS-WAITING-COUNT TO WS-TOT-WAITING.
           MOVE WS-TOTAL-LINE TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.

           CLOSE EMPLOYEE-MASTER-FILE,
                 RETURN-REGISTER-FILE,
                 CHECK-REGISTER-FILE,
                 REPLACEMENT-QUEUE-FILE,
                 FIELD-HISTORY-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REFUSED-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       020-LOAD-PENDING-NOCS.
           OPEN INPUT PENDING-NOC-FILE.

           IF WS-PENDING-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-PENDING-OK
               MOVE "PENDING-NOC-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PENDING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PENDING-NOC-FILE
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-PENDING THRU 025-EXIT
               UNTIL PENDING-EOF.

           CLOSE PENDING-NOC-FILE.

       029-EXIT.
           EXIT.

      *    PAYNOCPD IS WRITTEN BACK FROM THIS TABLE, SO A PARKED
      *    CORRECTION IT CANNOT HOLD WOULD BE DELETED - THE RUN STOPS
      *    HERE, BEFORE ANYTHING IS POSTED.
       025-STORE-ONE-PENDING.
           IF WS-PND-COUNT NOT < 500
               MOVE "PENDING NOC TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-PND-COUNT.
           MOVE PENDING-NOC-RECORD TO PNT-IMAGE (WS-PND-COUNT).
           MOVE SPACE TO PNT-KEEP-SWITCH (WS-PND-COUNT).

           READ PENDING-NOC-FILE
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    THE 'R' RECORDS ALREADY ON CHECKREG, SO A RETURN THE BANK
      *    SENDS TWICE, OR A RERUN OF THE SAME FILE, REVERSES ONCE.
       030-LOAD-REVERSED-RETURNS.
           OPEN INPUT CHECK-REGISTER-FILE.

           IF WS-CHECKREG-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-CHECKREG-OK
               MOVE "CHECK-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO CHECKREG-EOF-SWITCH
           END-READ.

           PERFORM 035-NOTE-ONE-REVERSAL THRU 035-EXIT
               UNTIL CHECKREG-EOF.

           CLOSE CHECK-REGISTER-FILE.

       039-EXIT.
           EXIT.

      *    A REVERSAL LEFT OFF THE TABLE WOULD BE REVERSED AGAIN AND
      *    ITS CHECK QUEUED TWICE, SO A FULL TABLE STOPS THE RUN.
       035-NOTE-ONE-REVERSAL.
           IF DEPOSIT-WAS-RETURNED
              AND WS-RVS-COUNT NOT < 1000
               MOVE "REVERSED RETURN TABLE" TO WS-MSG-INSERT-1
               MOVE "1000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           IF DEPOSIT-WAS-RETURNED
               ADD 1 TO WS-RVS-COUNT
               MOVE CKR-EMPLOYEE-NO TO RVS-EMPLOYEE-NO (WS-RVS-COUNT)
               MOVE CKR-PAY-DATE TO RVS-DEPOSIT-DATE (WS-RVS-COUNT)
               MOVE CKR-AMOUNT TO RVS-AMOUNT (WS-RVS-COUNT)
           END-IF.

           READ CHECK-REGISTER-FILE
               AT END
                   MOVE 'Y' TO CHECKREG-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    THE SECOND OPERATOR'S DECISIONS ON THE PARKED CORRECTIONS.
       040-APPLY-DECISIONS.
           OPEN INPUT NOC-APPROVAL-FILE.

           IF WS-APPROVAL-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-APPROVAL-OK
               MOVE "NOC-APPROVAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-APPROVAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ NOC-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO APPROVAL-EOF-SWITCH
           END-READ.

           PERFORM 045-APPLY-ONE-DECISION THRU 045-EXIT
               UNTIL APPROVAL-EOF.

           CLOSE NOC-APPROVAL-FILE.

       049-EXIT.
           EXIT.

       045-APPLY-ONE-DECISION.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE NAP-EMPLOYEE-NO TO WS-WORK-EMPLOYEE-NO.
           PERFORM 150-FIND-PENDING THRU 150-EXIT.

           IF WS-PND-FOUND = ZERO
               MOVE SPACES TO PENDING-NOC-RECORD
               MOVE NAP-EMPLOYEE-NO TO NPD-EMPLOYEE-NO
               MOVE ZERO TO NPD-NEW-ROUTING
               MOVE 'NO CORRECTION PARKED - REFUSED' TO WS-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 130-WRITE-DECISION-LINE THRU 130-EXIT
               GO TO 045-NEXT
           END-IF.

           MOVE PNT-IMAGE (WS-PND-FOUND) TO PENDING-NOC-RECORD.

           EVALUATE TRUE
               WHEN NAP-APPROVED-BY = SPACES
                   MOVE 'NO APPROVER NAMED - REFUSED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NAP-APPROVED-BY = NPD-MAKER-ID
                   MOVE 'APPROVER TOOK IT IN - REFUSED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NAP-APPROVED-BY NOT = WS-OPERATOR-ID
                   MOVE 'APPROVER NOT RUN OPERATOR' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN NOC-IS-REJECTED
                   MOVE 'CORRECTION REJECTED' TO WS-VERDICT
                   MOVE 'S' TO PNT-KEEP-SWITCH (WS-PND-FOUND)
               WHEN NOC-IS-APPROVED
                   PERFORM 047-APPLY-CORRECTION THRU 047-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN DECISION - REFUSED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

           PERFORM 130-WRITE-DECISION-LINE THRU 130-EXIT.

       045-NEXT.
           READ NOC-APPROVAL-FILE
               AT END
                   MOVE 'Y' TO APPROVAL-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    AN APPROVED CORRECTION POSTS ONLY OVER THE BANK DETAILS IT
      *    WAS PARKED AGAINST - IF THE MASTER HAS MOVED ON SINCE, THE
      *    NOTICE IS STALE AND IS DROPPED FOR THE BANK TO RESEND.
       047-APPLY-CORRECTION.
           MOVE 'S' TO PNT-KEEP-SWITCH (WS-PND-FOUND).

           MOVE NPD-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE 'EMPLOYEE LEFT THE MASTER' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 047-EXIT
           END-READ.

           IF EMR-BANK-ROUTING NOT = NPD-OLD-ROUTING
              OR EMR-BANK-ACCOUNT NOT = NPD-OLD-ACCOUNT
               MOVE 'BANK CHANGED SINCE - DROPPED' TO WS-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 047-EXIT
           END-IF.

           MOVE NPD-EMPLOYEE-NO TO WS-HIS-EMPLOYEE-NO.
           IF NPD-NEW-ROUTING IS NUMERIC
              AND NPD-NEW-ROUTING > ZERO
              AND NPD-NEW-ROUTING NOT = EMR-BANK-ROUTING
               MOVE 'BANK-ROUTING' TO WS-HIS-FIELD-NAME
               MOVE EMR-BANK-ROUTING TO WS-HIS-OLD-VALUE
               MOVE NPD-NEW-ROUTING TO WS-HIS-NEW-VALUE
               MOVE NPD-NEW-ROUTING TO EMR-BANK-ROUTING
               PERFORM 120-WRITE-FIELD-HISTORY THRU 120-EXIT
           END-IF.
           IF NPD-NEW-ACCOUNT NOT = SPACES
              AND NPD-NEW-ACCOUNT NOT = EMR-BANK-ACCOUNT
               MOVE 'BANK-ACCT' TO WS-HIS-FIELD-NAME
               MOVE EMR-BANK-ACCOUNT TO WS-HIS-OLD-VALUE
               MOVE NPD-NEW-ACCOUNT TO WS-HIS-NEW-VALUE
               MOVE NPD-NEW-ACCOUNT TO EMR-BANK-ACCOUNT
               PERFORM 120-WRITE-FIELD-HISTORY THRU 120-EXIT
           END-IF.

           REWRITE EMPLOYEE-MASTER-RECORD
               INVALID KEY
                   MOVE 'MASTER REWRITE FAILED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 047-EXIT
           END-REWRITE.

           MOVE 'CORRECTION APPLIED' TO WS-VERDICT.
           ADD 1 TO WS-APPLIED-COUNT.

       047-EXIT.
           EXIT.

      *    THE BANK'S FILE, ENTRY BY ENTRY.
       100-WORK-BANK-ENTRIES.
           OPEN INPUT BANK-RETURN-FILE.

           IF WS-RETURNS-NOT-FOUND
               GO TO 109-EXIT
           END-IF.

           IF NOT WS-RETURNS-OK
               MOVE "BANK-RETURN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETURNS-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ BANK-RETURN-FILE
               AT END
                   MOVE 'Y' TO RETURNS-EOF-SWITCH
           END-READ.

           PERFORM 105-WORK-ONE-ENTRY THRU 105-EXIT
               UNTIL RETURNS-EOF.

           CLOSE BANK-RETURN-FILE.

       109-EXIT.
           EXIT.

       105-WORK-ONE-ENTRY.
           ADD 1 TO WS-INPUT-COUNT.

           MOVE SPACES TO EMR-EMPLOYEE-NAME.
           IF ARF-EMPLOYEE-NO IS NOT NUMERIC
               MOVE 'EMPLOYEE NUMBER NOT NUMERIC' TO WS-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               PERFORM 125-WRITE-ENTRY-LINE THRU 125-EXIT
               GO TO 105-NEXT
           END-IF.

           MOVE ARF-EMPLOYEE-NO TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO EMR-EMPLOYEE-NAME
                   MOVE 'NOT ON THE EMPLOYEE MASTER' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM 125-WRITE-ENTRY-LINE THRU 125-EXIT
                   GO TO 105-NEXT
           END-READ.

           EVALUATE TRUE
               WHEN ENTRY-IS-RETURN
                   PERFORM 110-REVERSE-RETURN THRU 110-EXIT
               WHEN ENTRY-IS-CHANGE
                   PERFORM 115-PARK-CORRECTION THRU 115-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN ENTRY TYPE' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
           END-EVALUATE.

           PERFORM 125-WRITE-ENTRY-LINE THRU 125-EXIT.

       105-NEXT.
           READ BANK-RETURN-FILE
               AT END
                   MOVE 'Y' TO RETURNS-EOF-SWITCH
           END-READ.

       105-EXIT.
           EXIT.

      *    A RETURNED DEPOSIT: REVERSED ON CHECKREG, THE EMPLOYEE
      *    TAKEN OFF DIRECT DEPOSIT, AND THE PAY QUEUED AS A CHECK.
       110-REVERSE-RETURN.
           IF ARF-AMOUNT IS NOT NUMERIC
              OR ARF-AMOUNT = ZERO
              OR ARF-DEPOSIT-DATE IS NOT NUMERIC
               MOVE 'NO DEPOSIT DATE OR AMOUNT' TO WS-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 110-EXIT
           END-IF.

           MOVE ARF-EMPLOYEE-NO TO WS-RTK-EMPLOYEE-NO.
           MOVE ARF-DEPOSIT-DATE TO WS-RTK-DEPOSIT-DATE.
           MOVE ARF-AMOUNT TO WS-RTK-AMOUNT.
           MOVE ZERO TO WS-RVS-FOUND.
           PERFORM 112-MATCH-ONE-REVERSAL THRU 112-EXIT
               VARYING WS-RVS-SUB FROM 1 BY 1
               UNTIL WS-RVS-SUB > WS-RVS-COUNT
                  OR WS-RVS-FOUND > ZERO.
           IF WS-RVS-FOUND > ZERO
               MOVE 'ALREADY REVERSED - NO ACTION' TO WS-VERDICT
               GO TO 110-EXIT
           END-IF.

      *    A RETURN THAT CANNOT BE NOTED AS REVERSED COULD BE
      *    REVERSED AGAIN LATER IN THE FILE - THE RUN STOPS BEFORE
      *    THIS ONE IS POSTED, AND A RERUN FINDS THE EARLIER ONES ON
      *    CHECKREG.
           IF WS-RVS-COUNT NOT < 1000
               MOVE "REVERSED RETURN TABLE" TO WS-MSG-INSERT-1
               MOVE "1000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO CHECK-REGISTER-RECORD.
           MOVE ZERO TO CKR-CHECK-NUMBER.
           MOVE ARF-EMPLOYEE-NO TO CKR-EMPLOYEE-NO.
           MOVE ARF-DEPOSIT-DATE TO CKR-PAY-DATE.
           MOVE ARF-AMOUNT TO CKR-AMOUNT.
           MOVE 'R' TO CKR-STATUS.
           MOVE EMR-EMPLOYEE-NAME TO CKR-EMPLOYEE-NAME.
           MOVE EMR-COMPANY-CODE TO CKR-COMPANY-CODE.
           WRITE CHECK-REGISTER-RECORD.

           ADD 1 TO WS-RVS-COUNT.
           MOVE WS-RETURN-KEY TO RVS-KEY (WS-RVS-COUNT).

           IF EMPLOYEE-ON-DEPOSIT
               MOVE ARF-EMPLOYEE-NO TO WS-HIS-EMPLOYEE-NO
               MOVE 'DEPOSIT-IND' TO WS-HIS-FIELD-NAME
               MOVE EMR-DEPOSIT-INDICATOR TO WS-HIS-OLD-VALUE
               MOVE SPACE TO EMR-DEPOSIT-INDICATOR
               MOVE SPACES TO WS-HIS-NEW-VALUE
               REWRITE EMPLOYEE-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "DEPOSIT INDICATOR NOT SWITCHED OFF "
                               "FOR EMPLOYEE " ARF-EMPLOYEE-NO
                               UPON SYSERR
                   NOT INVALID KEY
                       PERFORM 120-WRITE-FIELD-HISTORY THRU 120-EXIT
               END-REWRITE
           END-IF.

           MOVE SPACES TO REPLACEMENT-QUEUE-RECORD.
           MOVE ARF-EMPLOYEE-NO TO RPQ-EMPLOYEE-NO.
           MOVE EMR-EMPLOYEE-NAME TO RPQ-EMPLOYEE-NAME.
           MOVE EMR-DEPARTMENT TO RPQ-DEPARTMENT.
           MOVE ARF-DEPOSIT-DATE TO RPQ-DEPOSIT-DATE.
           MOVE ARF-AMOUNT TO RPQ-AMOUNT.
           MOVE ARF-REASON-CODE TO RPQ-RETURN-REASON.
           MOVE EMR-COMPANY-CODE TO RPQ-COMPANY-CODE.
           MOVE WS-RUN-DATE TO RPQ-QUEUED-DATE.
           WRITE REPLACEMENT-QUEUE-RECORD.

           MOVE 'REVERSED - CHECK QUEUED' TO WS-VERDICT.
           ADD 1 TO WS-REVERSED-COUNT.
           ADD ARF-AMOUNT TO WS-REVERSED-TOTAL.

       110-EXIT.
           EXIT.

       112-MATCH-ONE-REVERSAL.
           IF RVS-KEY (WS-RVS-SUB) = WS-RETURN-KEY
               MOVE WS-RVS-SUB TO WS-RVS-FOUND
           END-IF.

       112-EXIT.
           EXIT.

      *    A NOTIFICATION OF CHANGE IS PARKED, NEVER APPLIED, UNDER
      *    THIS RUN'S OPERATOR - A NEWER NOTICE FOR THE SAME EMPLOYEE
      *    TAKES THE PLACE OF ONE STILL WAITING.
       115-PARK-CORRECTION.
           IF (ARF-NEW-ROUTING IS NOT NUMERIC
               OR ARF-NEW-ROUTING = ZERO)
              AND ARF-NEW-ACCOUNT = SPACES
               MOVE 'NOTICE CARRIES NO CORRECTION' TO WS-VERDICT
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 115-EXIT
           END-IF.

           MOVE ARF-EMPLOYEE-NO TO WS-WORK-EMPLOYEE-NO.
           PERFORM 150-FIND-PENDING THRU 150-EXIT.

           IF WS-PND-FOUND = ZERO
               IF WS-PND-COUNT NOT < 500
                   MOVE 'PENDING FILE FULL - NOT PARKED' TO WS-VERDICT
                   ADD 1 TO WS-REFUSED-COUNT
                   GO TO 115-EXIT
               END-IF
               ADD 1 TO WS-PND-COUNT
               MOVE WS-PND-COUNT TO WS-PND-FOUND
               MOVE 'PARKED FOR SECOND OPERATOR' TO WS-VERDICT
           ELSE
               MOVE 'PARKED - REPLACES EARLIER' TO WS-VERDICT
           END-IF.

           MOVE SPACES TO PENDING-NOC-RECORD.
           MOVE WS-RUN-DATE TO NPD-ENTRY-DATE.
           MOVE WS-OPERATOR-ID TO NPD-MAKER-ID.
           MOVE ARF-EMPLOYEE-NO TO NPD-EMPLOYEE-NO.
           MOVE ARF-REASON-CODE TO NPD-REASON-CODE.
           MOVE EMR-BANK-ROUTING TO NPD-OLD-ROUTING.
           MOVE EMR-BANK-ACCOUNT TO NPD-OLD-ACCOUNT.
           IF ARF-NEW-ROUTING IS NUMERIC
               MOVE ARF-NEW-ROUTING TO NPD-NEW-ROUTING
           ELSE
               MOVE ZERO TO NPD-NEW-ROUTING
           END-IF.
           MOVE ARF-NEW-ACCOUNT TO NPD-NEW-ACCOUNT.
           MOVE PENDING-NOC-RECORD TO PNT-IMAGE (WS-PND-FOUND).
           MOVE SPACE TO PNT-KEEP-SWITCH (WS-PND-FOUND).

           ADD 1 TO WS-PARKED-COUNT.

       115-EXIT.
           EXIT.

       120-WRITE-FIELD-HISTORY.
           MOVE SPACES TO FIELD-HISTORY-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO FLH-TIMESTAMP.
           MOVE 'E' TO FLH-MASTER-ID.
           MOVE WS-HIS-EMPLOYEE-NO TO FLH-RECORD-KEY.
           MOVE WS-HIS-FIELD-NAME TO FLH-FIELD-NAME.
           MOVE WS-HIS-OLD-VALUE TO FLH-OLD-VALUE.
           MOVE WS-HIS-NEW-VALUE TO FLH-NEW-VALUE.
           MOVE 'PAYACHRT' TO FLH-SOURCE-PROGRAM.
           WRITE FIELD-HISTORY-RECORD.

       120-EXIT.
           EXIT.

      *    ONE BANK ENTRY ON THE REGISTER - THE CORRECTED ROUTING AND
      *    ACCOUNT FOR A NOTICE, THE DEPOSIT'S OWN FOR A RETURN.
       125-WRITE-ENTRY-LINE.
           MOVE SPACES TO WS-REG-ENTRY.
           EVALUATE TRUE
               WHEN ENTRY-IS-RETURN
                   MOVE 'RETURN' TO WS-REG-ENTRY
               WHEN ENTRY-IS-CHANGE
                   MOVE 'NOC' TO WS-REG-ENTRY
               WHEN OTHER
                   MOVE ARF-ENTRY-TYPE TO WS-REG-ENTRY
           END-EVALUATE.
           MOVE ARF-EMPLOYEE-NO TO WS-REG-EMPLOYEE-NO.
           MOVE EMR-EMPLOYEE-NAME TO WS-REG-EMPLOYEE-NAME.
           MOVE ZERO TO WS-REG-DATE.
           IF ARF-DEPOSIT-DATE IS NUMERIC
               MOVE ARF-DEPOSIT-DATE TO WS-REG-DATE
           END-IF.
           MOVE ZERO TO WS-REG-AMOUNT.
           IF ARF-AMOUNT IS NUMERIC
               MOVE ARF-AMOUNT TO WS-REG-AMOUNT
           END-IF.
           MOVE ARF-REASON-CODE TO WS-REG-REASON.
           MOVE ZERO TO WS-REG-ROUTING.
           IF ENTRY-IS-CHANGE
               IF ARF-NEW-ROUTING IS NUMERIC
                   MOVE ARF-NEW-ROUTING TO WS-REG-ROUTING
               END-IF
               MOVE ARF-NEW-ACCOUNT TO WS-REG-ACCOUNT
           ELSE
               IF ARF-ORIGINAL-ROUTING IS NUMERIC
                   MOVE ARF-ORIGINAL-ROUTING TO WS-REG-ROUTING
               END-IF
               MOVE ARF-ORIGINAL-ACCOUNT TO WS-REG-ACCOUNT
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-REG-BY.
           MOVE WS-VERDICT TO WS-REG-VERDICT.
           MOVE WS-REGISTER-LINE TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.

       125-EXIT.
           EXIT.

      *    ONE DECISION ON THE REGISTER, WITH THE CORRECTION IT WAS
      *    TAKEN ON AND THE SECOND OPERATOR WHO TOOK IT.
       130-WRITE-DECISION-LINE.
           MOVE 'DECIDE' TO WS-REG-ENTRY.
           PERFORM 135-FILL-PENDING-LINE THRU 135-EXIT.
           MOVE NAP-APPROVED-BY TO WS-REG-BY.
           MOVE WS-VERDICT TO WS-REG-VERDICT.
           MOVE WS-REGISTER-LINE TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.

       130-EXIT.
           EXIT.

       135-FILL-PENDING-LINE.
           MOVE NPD-EMPLOYEE-NO TO WS-REG-EMPLOYEE-NO.
           MOVE SPACES TO WS-REG-EMPLOYEE-NAME.
           MOVE ZERO TO WS-REG-DATE.
           IF NPD-ENTRY-DATE IS NUMERIC
               MOVE NPD-ENTRY-DATE TO WS-REG-DATE
           END-IF.
           MOVE ZERO TO WS-REG-AMOUNT.
           MOVE NPD-REASON-CODE TO WS-REG-REASON.
           MOVE ZERO TO WS-REG-ROUTING.
           IF NPD-NEW-ROUTING IS NUMERIC
               MOVE NPD-NEW-ROUTING TO WS-REG-ROUTING
           END-IF.
           MOVE NPD-NEW-ACCOUNT TO WS-REG-ACCOUNT.

       135-EXIT.
           EXIT.

      *    THE CORRECTIONS NOT SETTLED GO BACK ON PAYNOCPD AND ARE
      *    LISTED FOR THE SUPERVISOR AS STILL WAITING.
       140-SAVE-PENDING-NOCS.
           OPEN OUTPUT PENDING-NOC-FILE.

           IF NOT WS-PENDING-OK
               DISPLAY "CANNOT REWRITE PENDING-NOC-FILE, STATUS "
                       WS-PENDING-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.
           MOVE WS-WAITING-HEADING TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.

           PERFORM 145-SAVE-ONE-PENDING THRU 145-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT.

           CLOSE PENDING-NOC-FILE.

       149-EXIT.
           EXIT.

       145-SAVE-ONE-PENDING.
           IF PNT-SETTLED (WS-PND-SUB)
               GO TO 145-EXIT
           END-IF.

           MOVE PNT-IMAGE (WS-PND-SUB) TO PENDING-NOC-RECORD.
           WRITE PENDING-NOC-RECORD.
           ADD 1 TO WS-WAITING-COUNT.

           MOVE 'WAITING' TO WS-REG-ENTRY.
           PERFORM 135-FILL-PENDING-LINE THRU 135-EXIT.
           MOVE NPD-MAKER-ID TO WS-REG-BY.
           MOVE 'NEEDS A SECOND OPERATOR' TO WS-REG-VERDICT.
           MOVE WS-REGISTER-LINE TO RETURN-REGISTER-RECORD.
           WRITE RETURN-REGISTER-RECORD.

       145-EXIT.
           EXIT.

       150-FIND-PENDING.
           MOVE ZERO TO WS-PND-FOUND.
           PERFORM 155-MATCH-ONE-PENDING THRU 155-EXIT
               VARYING WS-PND-SUB FROM 1 BY 1
               UNTIL WS-PND-SUB > WS-PND-COUNT
                  OR WS-PND-FOUND > ZERO.

       150-EXIT.
           EXIT.

       155-MATCH-ONE-PENDING.
           IF PNT-IMAGE (WS-PND-SUB) (18:4) = WS-WORK-EMPLOYEE-NO
              AND NOT PNT-SETTLED (WS-PND-SUB)
               MOVE WS-PND-SUB TO WS-PND-FOUND
           END-IF.

       155-EXIT.
           EXIT.

      *    ONE TIMING RECORD PER EVENT - START AT INITIATION, END AT
      *    TERMINATION WITH THE RUN'S RECORD COUNT.  THE LOG MUST
      *    NEVER BE THE REASON A RUN FAILS, SO A LOG PROBLEM IS
      *    NOTED AND SWALLOWED.
       099T-WRITE-TIMING.
           OPEN EXTEND TIMING-LOG-FILE.
           IF WS-TIMELOG-NOT-FOUND
               OPEN OUTPUT TIMING-LOG-FILE
           END-IF.
           IF NOT WS-TIMELOG-OK
               DISPLAY "CANNOT APPEND TIMING LOG, STATUS "
                       WS-TIMELOG-STATUS UPON SYSERR
               GO TO 099T-EXIT
           END-IF.

           MOVE SPACES TO TIMING-LOG-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO TML-TIMESTAMP.
           MOVE WS-MSG-PROGRAM-ID TO TML-PROGRAM-ID.
           MOVE WS-TIMING-EVENT TO TML-EVENT.
           MOVE WS-TIMING-COUNT TO TML-RECORD-COUNT.
           WRITE TIMING-LOG-RECORD.
           CLOSE TIMING-LOG-FILE.

       099T-EXIT.
           EXIT.

      *    ONE DOOR TO THE LOCK REGISTRY - ACTION AND RESULT TRAVEL
      *    IN THE WS-LOCK FIELDS.
       099L-CALL-LOCK-REGISTRY.
           CALL 'LOCKREG' USING WS-LOCK-ACTION, WS-LOCK-FILE,
               WS-MSG-PROGRAM-ID, WS-LOCK-RESULT.

       099L-EXIT.
           EXIT.

       099M-ISSUE-MESSAGE.
           CALL 'MSGWRITE' USING WS-MSG-PROGRAM-ID, WS-MSG-NUMBER,
               WS-MSG-INSERT-1, WS-MSG-INSERT-2.

       099M-EXIT.
           EXIT.
       097-WRITE-AUDIT-TRAIL.
      *    ONE AUDIT RECORD IS APPENDED TO THE SHARED AUDITTRL FILE
      *    EACH RUN - BANK ENTRIES AND DECISIONS READ, RETURNS
      *    REVERSED, AND THE DOLLARS REVERSED.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'PAYACHRT' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-REVERSED-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-REVERSED-TOTAL TO ATR-CONTROL-TOTAL.

           MOVE 'A' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "AUDIT TRAIL LOCK NOT GRANTED - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               MOVE "AUDIT-TRAIL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AUDIT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

           MOVE 'R' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.

           MOVE 'END' TO WS-TIMING-EVENT.
           MOVE WS-INPUT-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
