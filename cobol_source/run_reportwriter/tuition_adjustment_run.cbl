       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * TUITION ADJUSTMENT RUN FOR DROPS AND WITHDRAWALS.             *
      *                                                               *
      * THE BILLING RUN PRICES EVERY CREDIT HOUR ON COURSREG, AND A   *
      * COURSE DROPPED AFTER THE TERM STARTED STAYED BILLED IN FULL   *
      * UNTIL THE BURSAR WORKED THE REFUND OUT BY HAND FROM THE       *
      * PRINTED CATALOG.  THIS RUN TAKES THE DROPTRAN FEED - D TO     *
      * DROP ONE COURSE, W TO WITHDRAW FROM THE TERM - AND PRICES     *
      * THE CREDIT OFF THE REFCAL TERM REFUND CALENDAR, WHICH GIVES   *
      * THE PERCENT OF TUITION RETURNED FOR A DROP ON OR BEFORE EACH  *
      * WINDOW'S END DATE.  A DROP AFTER THE LAST WINDOW RETURNS      *
      * NOTHING.  THE CREDIT IS THE COURSE'S HOURS AT THE CRHRRATE    *
      * RATE TIMES THAT PERCENT; THE TERM FEE IS NOT REFUNDED.        *
      *                                                               *
      * A WITHDRAWAL CREDITS EVERY COURSE STILL ON COURSREG FOR THE   *
      * TERM AND RE-PRORATES THE STUDENT'S HOUSCTR HOUSING AND MEAL   *
      * CONTRACTS TO THE WITHDRAWAL DATE THE WAY THE BILLING RUN      *
      * PRORATES A MID-TERM MOVE (TERM-START/TERM-END), CREDITING     *
      * THE DIFFERENCE AND CUTTING THE CONTRACT'S MOVE-OUT DATE SO A  *
      * LATER BILLING RUN AGREES.                                     *
      *                                                               *
      * EVERY CREDIT COMES OFF THE STUDENT'S STMTOTAL BILL TOTAL AND  *
      * THE STUDENT'S PAYPLAN BALANCE FOR THE TERM, SO THE PAYMENT-   *
      * PLAN RUN SCHEDULES ONLY WHAT IS STILL OWED AND THE REFUND RUN *
      * FINDS ANY CREDIT POSITION IT LEAVES.  STMTOTAL IS PROVED      *
      * AGAINST ITS CTLTOTAL ENTRY BEFORE IT IS TOUCHED AND RESEALED  *
      * AFTER IT IS REWRITTEN.  EVERY CREDIT IS ALSO APPENDED TO      *
      * TUITADJH, WHICH KEEPS A COURSE OR CONTRACT FROM BEING         *
      * CREDITED TWICE, AND LISTED FOR THE REGISTRAR ON TUITADJR.     *
      * THE TUITADJH ROWS GO DOWN ONLY AFTER STMTOTAL, PAYPLAN AND    *
      * HOUSCTR ARE REWRITTEN, SO A RUN THAT STOPS SHORT OF THAT      *
      * LEAVES NO ROW BEHIND TO BAR ITS DROPS WHEN RESUBMITTED.       *
      *                                                               *
      * THE RUN READS COURSREG BEFORE THE REGISTRATION EDIT TAKES THE *
      * DROPPED SEATS OFF IT - THAT IS WHERE THE BILLED HOURS ARE.    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT REFUND-CALENDAR-FILE
               ASSIGN TO EXTERNAL REFCAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT DROP-TRAN-FILE
               ASSIGN TO EXTERNAL DROPTRAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DROPTRAN-STATUS.

           SELECT CREDIT-RATE-FILE
               ASSIGN TO EXTERNAL CRHRRATE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RATE-STATUS.

           SELECT COURSE-REG-FILE
               ASSIGN TO EXTERNAL COURSREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-COURSREG-STATUS.

           SELECT HOUSING-CONTRACT-FILE
               ASSIGN TO EXTERNAL HOUSCTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HOUSING-STATUS.

           SELECT STATEMENT-TOTAL-FILE
               ASSIGN TO EXTERNAL STMTOTAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-STMTOTAL-STATUS.

           SELECT PAYMENT-PLAN-FILE
               ASSIGN TO EXTERNAL PAYPLAN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PLAN-STATUS.

           SELECT ADJUSTMENT-HISTORY-FILE
               ASSIGN TO EXTERNAL TUITADJH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT ADJUSTMENT-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING TUITADJR
                         FILE STATUS IS WS-REPORT-STATUS.

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

      *    ONE RECORD PER REFUND WINDOW, MAINTAINED BY THE BURSAR - A
      *    DROP ON OR BEFORE THE WINDOW END RETURNS THE PERCENT.
       FD  REFUND-CALENDAR-FILE.

       01  REFUND-CALENDAR-RECORD.
           03  RCL-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  RCL-WINDOW-END          PIC X(08).
           03  FILLER                  PIC X(01).
           03  RCL-REFUND-PERCENT      PIC X(03).
           03  FILLER                  PIC X(62).

      *    D DROPS THE NAMED COURSE; W WITHDRAWS FROM THE WHOLE TERM
      *    AND NEEDS NO COURSE.  THE DATE IS THE DAY THE DROP OR
      *    WITHDRAWAL WAS MADE.
       FD  DROP-TRAN-FILE.

       01  DROP-TRAN-RECORD.
           03  DRP-ACTION              PIC X(01).
           03  FILLER                  PIC X(01).
           03  DRP-STUDENT-ID          PIC X(05).
           03  FILLER                  PIC X(01).
           03  DRP-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  DRP-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  DRP-DROP-DATE           PIC X(08).
           03  FILLER                  PIC X(51).

       FD  CREDIT-RATE-FILE.

       01  CREDIT-RATE-RECORD.
           03  CRH-RATE-PER-HOUR       PIC 9(04)V99.
           03  FILLER                  PIC X(01).
           03  CRH-TERM-FEE            PIC 9(04)V99.
           03  FILLER                  PIC X(66).

       FD  COURSE-REG-FILE.

       01  COURSE-REG-RECORD.
           03  REG-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  REG-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  REG-COURSE-ID           PIC X(06).
           03  FILLER                  PIC X(01).
           03  REG-CREDIT-HOURS        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  REG-SECTION             PIC X(03).
           03  FILLER                  PIC X(55).

       FD  HOUSING-CONTRACT-FILE.

       01  HOUSING-CONTRACT-RECORD.
           03  HCT-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  HCT-CONTRACT-CODE       PIC X(06).
           03  FILLER                  PIC X(01).
           03  HCT-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  HCT-CONTRACT-AMOUNT     PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  HCT-MOVE-IN             PIC 9(08).
           03  FILLER                  PIC X(01).
           03  HCT-MOVE-OUT            PIC 9(08).
           03  FILLER                  PIC X(33).

       FD  STATEMENT-TOTAL-FILE.

       01  STATEMENT-TOTAL-RECORD.
           03  STM-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  STM-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  STM-BILL-TOTAL          PIC 9(07)V99.
           03  FILLER                  PIC X(59).

       FD  PAYMENT-PLAN-FILE.

       01  PAYMENT-PLAN-RECORD.
           03  PPL-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  PPL-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  PPL-PLAN-TOTAL          PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  PPL-INSTALLMENT-COUNT   PIC 9(02).
           03  FILLER                  PIC X(56).

      *    ONE RECORD PER CREDIT POSTED - T TUITION FOR A COURSE, H
      *    HOUSING OR MEAL PLAN FOR A CONTRACT.
       FD  ADJUSTMENT-HISTORY-FILE.

       01  ADJUSTMENT-HISTORY-RECORD.
           03  TAH-STUDENT-ID          PIC 9(05).
           03  FILLER                  PIC X(01).
           03  TAH-TERM                PIC X(05).
           03  FILLER                  PIC X(01).
           03  TAH-KIND                PIC X(01).
           03  FILLER                  PIC X(01).
           03  TAH-ITEM                PIC X(06).
           03  FILLER                  PIC X(01).
           03  TAH-ACTION              PIC X(01).
           03  FILLER                  PIC X(01).
           03  TAH-DROP-DATE           PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TAH-REFUND-PERCENT      PIC 9(03).
           03  FILLER                  PIC X(01).
           03  TAH-CREDIT-AMOUNT       PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  TAH-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(26).

       FD  ADJUSTMENT-PRINT-FILE.

       01  ADJUSTMENT-PRINT-RECORD     PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'TUITADJ1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

      *    THE CROSS-JOB CONTROL-TOTAL HANDSHAKE FIELDS - COUNT AND
      *    ADDITIVE BYTE HASH HANDED TO THE CTLTOTAL REGISTRY.
       77  WS-CTL-ACTION               PIC X(01)   VALUE SPACE.
       77  WS-CTL-FILE                 PIC X(08)   VALUE SPACES.
       77  WS-CTL-COUNT                PIC 9(06)   VALUE 0.
       77  WS-CTL-HASH                 PIC 9(12)   VALUE 0.
       77  WS-CTL-RESULT               PIC X(01)   VALUE SPACE.
       77  WS-HASH-SUB                 PIC 9(03)   VALUE 0.

       77  WS-CALENDAR-STATUS          PIC XX.
           88  WS-CALENDAR-OK                      VALUE "00".
       77  WS-DROPTRAN-STATUS          PIC XX.
           88  WS-DROPTRAN-OK                      VALUE "00".
       77  WS-RATE-STATUS              PIC XX.
           88  WS-RATE-OK                          VALUE "00".
       77  WS-COURSREG-STATUS          PIC XX.
           88  WS-COURSREG-OK                      VALUE "00".
      *    NO HOUSCTR, PAYPLAN OR TUITADJH IS NOT AN ERROR - NO
      *    CONTRACTS, NO PLANS, NOTHING ADJUSTED YET THIS TERM.
       77  WS-HOUSING-STATUS           PIC XX.
           88  WS-HOUSING-OK                       VALUE "00".
           88  WS-HOUSING-NOT-FOUND                VALUE "35".
       77  WS-STMTOTAL-STATUS          PIC XX.
           88  WS-STMTOTAL-OK                      VALUE "00".
       77  WS-PLAN-STATUS              PIC XX.
           88  WS-PLAN-OK                          VALUE "00".
           88  WS-PLAN-NOT-FOUND                   VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  CALENDAR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  CALENDAR-EOF                        VALUE 'Y'.
       77  DROPTRAN-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  DROPTRAN-EOF                        VALUE 'Y'.
       77  COURSREG-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  COURSREG-EOF                        VALUE 'Y'.
       77  HOUSING-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HOUSING-EOF                         VALUE 'Y'.
       77  STMTOTAL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  STMTOTAL-EOF                        VALUE 'Y'.
       77  PLAN-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  PLAN-EOF                            VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  WS-TRAN-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.
       77  WS-TERM-ON-CALENDAR-SW      PIC X(1)    VALUE 'N'.
           88  TERM-ON-CALENDAR                    VALUE 'Y'.
       77  WS-HOUSING-CHANGED-SW       PIC X(1)    VALUE 'N'.
           88  HOUSING-CHANGED                     VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-TUITION-COUNT            PIC 9(06)   VALUE 0.
       77  WS-HOUSING-COUNT            PIC 9(06)   VALUE 0.
       77  WS-REJECT-COUNT             PIC 9(06)   VALUE 0.
       77  WS-TUITION-CREDITED         PIC 9(09)V99 VALUE 0.
       77  WS-HOUSING-CREDITED         PIC 9(09)V99 VALUE 0.
       77  WS-AUDIT-CREDIT-TOTAL       PIC S9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.
       77  WS-RATE-PER-HOUR            PIC 9(04)V99 VALUE 0.

      *    TERM-START/TERM-END BOUND THE HOUSING PRORATION EXACTLY AS
      *    THEY DO IN THE BILLING RUN; UNSET, CONTRACTS BILLED AT
      *    FULL AMOUNT AND A WITHDRAWAL CANNOT RE-PRORATE THEM.
       77  WS-TERM-START-X             PIC X(08)   VALUE SPACES.
       77  WS-TERM-END-X               PIC X(08)   VALUE SPACES.
       77  WS-TERM-START               PIC 9(08)   VALUE 0.
       77  WS-TERM-END                 PIC 9(08)   VALUE 0.
       77  WS-TERM-START-INT           PIC S9(07)  VALUE 0.
       77  WS-TERM-END-INT             PIC S9(07)  VALUE 0.
       77  WS-OCCUPY-START-INT         PIC S9(07)  VALUE 0.
       77  WS-OCCUPY-END-INT           PIC S9(07)  VALUE 0.
       77  WS-TERM-DAYS                PIC S9(05)  VALUE 0.
       77  WS-OCCUPY-DAYS              PIC S9(05)  VALUE 0.
       77  WS-PRORATE-IN               PIC 9(08)   VALUE 0.
       77  WS-PRORATE-OUT              PIC 9(08)   VALUE 0.
       77  WS-PRORATED-AMOUNT          PIC 9(07)V99 VALUE 0.
       77  WS-BILLED-HOUSING           PIC 9(07)V99 VALUE 0.

      *    THE REFUND WINDOWS, ANY ORDER.
       01  CALENDAR-TABLE.
           02  CALENDAR-ENTRY          OCCURS 200 TIMES.
               03  CAL-TERM            PIC X(05).
               03  CAL-WINDOW-END      PIC 9(08).
               03  CAL-REFUND-PERCENT  PIC 9(03).
       77  WS-CAL-COUNT                PIC 9(03)   VALUE 0.
       77  WS-CAL-SUB                  PIC 9(03)   VALUE 0.
       77  WS-CAL-FOUND                PIC 9(03)   VALUE 0.

       01  REGISTRATION-TABLE.
           02  REGISTRATION-ENTRY      OCCURS 3000 TIMES.
               03  RGT-STUDENT-ID      PIC 9(05).
               03  RGT-TERM            PIC X(05).
               03  RGT-COURSE-ID       PIC X(06).
               03  RGT-CREDIT-HOURS    PIC 9(02).
       77  WS-REG-COUNT                PIC 9(04)   VALUE 0.
       77  WS-REG-SUB                  PIC 9(04)   VALUE 0.
       77  WS-REG-FOUND                PIC 9(04)   VALUE 0.

      *    THE CONTRACTS ARE REWRITTEN WHOLE WHEN A WITHDRAWAL CUTS A
      *    MOVE-OUT DATE.
       01  HOUSING-CONTRACT-TABLE.
           02  HOUSING-CONTRACT-ENTRY  OCCURS 500 TIMES.
               03  HCO-STUDENT-ID      PIC 9(05).
               03  HCO-CONTRACT-CODE   PIC X(06).
               03  HCO-TERM            PIC X(05).
               03  HCO-CONTRACT-AMT    PIC 9(07)V99.
               03  HCO-MOVE-IN         PIC 9(08).
               03  HCO-MOVE-OUT        PIC 9(08).
       77  WS-HCT-COUNT                PIC 9(03)   VALUE 0.
       77  WS-HCT-SUB                  PIC 9(03)   VALUE 0.

       01  STATEMENT-TOTAL-TABLE.
           02  STATEMENT-TOTAL-ENTRY   OCCURS 3000 TIMES.
               03  STT-STUDENT-ID      PIC 9(05).
               03  STT-TERM            PIC X(05).
               03  STT-BILL-TOTAL      PIC 9(07)V99.
       77  WS-STT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-STT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-STT-FOUND                PIC 9(04)   VALUE 0.

       01  PAYMENT-PLAN-TABLE.
           02  PAYMENT-PLAN-ENTRY      OCCURS 3000 TIMES.
               03  PLT-STUDENT-ID      PIC 9(05).
               03  PLT-TERM            PIC X(05).
               03  PLT-PLAN-TOTAL      PIC 9(07)V99.
               03  PLT-INSTALLMENT-COUNT
                                       PIC 9(02).
       77  WS-PLT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-PLT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-PLT-FOUND                PIC 9(04)   VALUE 0.
       77  WS-PLANS-CHANGED-SW         PIC X(1)    VALUE 'N'.
           88  PLANS-CHANGED                       VALUE 'Y'.

      *    WHAT HAS BEEN CREDITED ALREADY, THIS RUN INCLUDED.
       01  ADJUSTMENT-TABLE.
           02  ADJUSTMENT-ENTRY        OCCURS 5000 TIMES.
               03  ADT-STUDENT-ID      PIC 9(05).
               03  ADT-TERM            PIC X(05).
               03  ADT-KIND            PIC X(01).
               03  ADT-ITEM            PIC X(06).
       77  WS-ADT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-ADT-SUB                  PIC 9(04)   VALUE 0.
       77  WS-ADT-FOUND                PIC 9(04)   VALUE 0.

      *    THIS RUN'S TUITADJH ROWS, HELD UNTIL THE MASTERS ARE SAVED.
       01  NEW-HISTORY-TABLE.
           02  NEW-HISTORY-ENTRY       OCCURS 5000 TIMES.
               03  NHT-STUDENT-ID      PIC 9(05).
               03  FILLER              PIC X(01).
               03  NHT-TERM            PIC X(05).
               03  FILLER              PIC X(01).
               03  NHT-KIND            PIC X(01).
               03  FILLER              PIC X(01).
               03  NHT-ITEM            PIC X(06).
               03  FILLER              PIC X(01).
               03  NHT-ACTION          PIC X(01).
               03  FILLER              PIC X(01).
               03  NHT-DROP-DATE       PIC 9(08).
               03  FILLER              PIC X(01).
               03  NHT-REFUND-PERCENT  PIC 9(03).
               03  FILLER              PIC X(01).
               03  NHT-CREDIT-AMOUNT   PIC 9(07)V99.
               03  FILLER              PIC X(01).
               03  NHT-POSTED-DATE     PIC 9(08).
               03  FILLER              PIC X(26).
       77  WS-NHT-COUNT                PIC 9(04)   VALUE 0.
       77  WS-NHT-SUB                  PIC 9(04)   VALUE 0.

      *    THE DROP IN HAND, AND THE ITEM BEING CREDITED FOR IT.
       77  WS-ASK-STUDENT              PIC 9(05)   VALUE 0.
       77  WS-ASK-TERM                 PIC X(05)   VALUE SPACES.
       77  WS-ASK-KIND                 PIC X(01)   VALUE SPACE.
       77  WS-ASK-ITEM                 PIC X(06)   VALUE SPACES.
       77  WS-DROP-DATE                PIC 9(08)   VALUE 0.
       77  WS-REFUND-PERCENT           PIC 9(03)   VALUE 0.
       77  WS-OPEN-ITEMS               PIC 9(04)   VALUE 0.
       77  WS-CREDIT-AMOUNT            PIC 9(07)V99 VALUE 0.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-ADJUSTMENT-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'ACT STUDENT TERM  ITEM   DROPP'.
           03  FILLER                  PIC X(30) VALUE
                   'ED  HRS  PCT       CREDIT  NOT'.
           03  FILLER                  PIC X(01) VALUE
                   'E'.

       01  WS-ADJUSTMENT-LINE.
           03  WS-ADL-ACTION           PIC X(01).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ADL-STUDENT          PIC X(05).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ADL-TERM             PIC X(05).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-ADL-ITEM             PIC X(06).
           03  FILLER                  PIC X(01) VALUE SPACES.
           03  WS-ADL-DROP-DATE        PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ADL-HOURS            PIC X(02).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ADL-PERCENT          PIC X(03).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ADL-CREDIT           PIC X(11).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ADL-NOTE             PIC X(40).

       77  WS-EDIT-PERCENT             PIC ZZ9.
       77  WS-EDIT-CREDIT              PIC ZZZ,ZZ9.99.

       01  WS-COUNT-LINE.
           03  WS-CNL-LABEL            PIC X(40).
           03  WS-CNL-COUNT            PIC ZZZ,ZZ9.

       01  WS-AMOUNT-LINE.
           03  WS-AML-LABEL            PIC X(40).
           03  WS-AML-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           ACCEPT WS-TERM-START-X FROM ENVIRONMENT "TERM-START".
           ACCEPT WS-TERM-END-X FROM ENVIRONMENT "TERM-END".
           IF WS-TERM-START-X IS NUMERIC
              AND WS-TERM-END-X IS NUMERIC
              AND WS-TERM-START-X NOT = SPACES
               MOVE WS-TERM-START-X TO WS-TERM-START
               MOVE WS-TERM-END-X TO WS-TERM-END
               COMPUTE WS-TERM-START-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TERM-START)
               COMPUTE WS-TERM-END-INT =
                   FUNCTION INTEGER-OF-DATE (WS-TERM-END)
               COMPUTE WS-TERM-DAYS =
                   WS-TERM-END-INT - WS-TERM-START-INT + 1
           END-IF.

           PERFORM 010-LOAD-CALENDAR THRU 019-EXIT.
           PERFORM 020-LOAD-CREDIT-RATE THRU 029-EXIT.
           PERFORM 030-LOAD-REGISTRATIONS THRU 039-EXIT.
           PERFORM 040-LOAD-HOUSING-CONTRACTS THRU 049-EXIT.
           PERFORM 050-LOAD-STATEMENT-TOTALS THRU 059-EXIT.
           PERFORM 060-LOAD-PAYMENT-PLANS THRU 069-EXIT.
           PERFORM 070-LOAD-ADJUSTMENTS THRU 079-EXIT.

           OPEN INPUT DROP-TRAN-FILE.
           IF NOT WS-DROPTRAN-OK
               MOVE "DROP-TRAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-DROPTRAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN OUTPUT ADJUSTMENT-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "ADJUSTMENT-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

      *    TUITADJH IS PROVED WRITABLE NOW, BEFORE ANYTHING IS
      *    CREDITED; ITS NEW ROWS GO DOWN IN 180.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT ADJUSTMENT-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           CLOSE ADJUSTMENT-HISTORY-FILE.

           MOVE 'TUITION ADJUSTMENTS FOR DROPS' TO WS-PGH-TITLE.
           PERFORM 195-PRINT-PAGE-HEADING THRU 195-EXIT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-ADJUSTMENT-COLUMNS
               AFTER ADVANCING 2 LINES.

           READ DROP-TRAN-FILE
               AT END
                   MOVE 'Y' TO DROPTRAN-EOF-SWITCH
           END-READ.

           PERFORM 100-PROCESS-ONE-DROP THRU 100-EXIT
               UNTIL DROPTRAN-EOF.

           CLOSE DROP-TRAN-FILE.

           PERFORM 190-PRINT-TOTALS THRU 190-EXIT.

           CLOSE ADJUSTMENT-PRINT-FILE.

           IF WS-TUITION-COUNT > ZERO
              OR WS-HOUSING-COUNT > ZERO
               PERFORM 150-SAVE-STATEMENT-TOTALS THRU 159-EXIT
           END-IF.

           IF PLANS-CHANGED
               PERFORM 160-SAVE-PAYMENT-PLANS THRU 169-EXIT
           END-IF.

           IF HOUSING-CHANGED
               PERFORM 170-SAVE-HOUSING-CONTRACTS THRU 179-EXIT
           END-IF.

           IF WS-NHT-COUNT > ZERO
               PERFORM 180-APPEND-ADJUSTMENT-HISTORY THRU 189-EXIT
           END-IF.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-REJECT-COUNT > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       010-LOAD-CALENDAR.
           OPEN INPUT REFUND-CALENDAR-FILE.

           IF NOT WS-CALENDAR-OK
               MOVE "REFUND-CALENDAR-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CALENDAR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ REFUND-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
           END-READ.

           PERFORM 015-STORE-ONE-WINDOW THRU 015-EXIT
               UNTIL CALENDAR-EOF.

           CLOSE REFUND-CALENDAR-FILE.

       019-EXIT.
           EXIT.

       015-STORE-ONE-WINDOW.
           IF RCL-WINDOW-END IS NOT NUMERIC
              OR RCL-REFUND-PERCENT IS NOT NUMERIC
              OR RCL-REFUND-PERCENT > '100'
               DISPLAY "REFCAL WINDOW FOR TERM " RCL-TERM
                       " NOT A DATE AND PERCENT - WINDOW IGNORED"
                       UPON SYSERR
               GO TO 015-READ-NEXT
           END-IF.

           IF WS-CAL-COUNT NOT < 200
               DISPLAY "REFCAL HOLDS MORE THAN 200 WINDOWS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-CAL-COUNT.
           MOVE RCL-TERM TO CAL-TERM (WS-CAL-COUNT).
           MOVE RCL-WINDOW-END TO CAL-WINDOW-END (WS-CAL-COUNT).
           MOVE RCL-REFUND-PERCENT
               TO CAL-REFUND-PERCENT (WS-CAL-COUNT).

       015-READ-NEXT.
           READ REFUND-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       020-LOAD-CREDIT-RATE.
           OPEN INPUT CREDIT-RATE-FILE.

           IF NOT WS-RATE-OK
               MOVE "CREDIT-RATE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RATE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CREDIT-RATE-FILE
               AT END
                   DISPLAY "CRHRRATE IS EMPTY - NO RATE TO CREDIT "
                           "WITH" UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           MOVE CRH-RATE-PER-HOUR TO WS-RATE-PER-HOUR.
           CLOSE CREDIT-RATE-FILE.

       029-EXIT.
           EXIT.

       030-LOAD-REGISTRATIONS.
           OPEN INPUT COURSE-REG-FILE.

           IF NOT WS-COURSREG-OK
               MOVE "COURSE-REG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-COURSREG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-REGISTRATION THRU 035-EXIT
               UNTIL COURSREG-EOF.

           CLOSE COURSE-REG-FILE.

       039-EXIT.
           EXIT.

       035-STORE-ONE-REGISTRATION.
           IF WS-REG-COUNT NOT < 3000
               DISPLAY "COURSREG HOLDS MORE THAN 3000 REGISTRATIONS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-REG-COUNT.
           MOVE REG-STUDENT-ID TO RGT-STUDENT-ID (WS-REG-COUNT).
           MOVE REG-TERM TO RGT-TERM (WS-REG-COUNT).
           MOVE REG-COURSE-ID TO RGT-COURSE-ID (WS-REG-COUNT).
           MOVE REG-CREDIT-HOURS TO RGT-CREDIT-HOURS (WS-REG-COUNT).

           READ COURSE-REG-FILE
               AT END
                   MOVE 'Y' TO COURSREG-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       040-LOAD-HOUSING-CONTRACTS.
           OPEN INPUT HOUSING-CONTRACT-FILE.

           IF WS-HOUSING-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-HOUSING-OK
               MOVE "HOUSING-CONTRACT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HOUSING-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ HOUSING-CONTRACT-FILE
               AT END
                   MOVE 'Y' TO HOUSING-EOF-SWITCH
           END-READ.

           PERFORM 045-STORE-ONE-CONTRACT THRU 045-EXIT
               UNTIL HOUSING-EOF.

           CLOSE HOUSING-CONTRACT-FILE.

       049-EXIT.
           EXIT.

       045-STORE-ONE-CONTRACT.
           IF WS-HCT-COUNT NOT < 500
               DISPLAY "HOUSCTR HOLDS MORE THAN 500 CONTRACTS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-HCT-COUNT.
           MOVE HCT-STUDENT-ID TO HCO-STUDENT-ID (WS-HCT-COUNT).
           MOVE HCT-CONTRACT-CODE TO HCO-CONTRACT-CODE (WS-HCT-COUNT).
           MOVE HCT-TERM TO HCO-TERM (WS-HCT-COUNT).
           MOVE HCT-CONTRACT-AMOUNT TO HCO-CONTRACT-AMT (WS-HCT-COUNT).
           MOVE HCT-MOVE-IN TO HCO-MOVE-IN (WS-HCT-COUNT).
           MOVE HCT-MOVE-OUT TO HCO-MOVE-OUT (WS-HCT-COUNT).

           READ HOUSING-CONTRACT-FILE
               AT END
                   MOVE 'Y' TO HOUSING-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    STMTOTAL IS COUNTED AND HASHED AS IT LOADS AND HELD
      *    AGAINST THE BILLING RUN'S SEAL BEFORE ANY CREDIT IS TAKEN
      *    OFF IT.
       050-LOAD-STATEMENT-TOTALS.
           OPEN INPUT STATEMENT-TOTAL-FILE.

           IF NOT WS-STMTOTAL-OK
               MOVE "STATEMENT-TOTAL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-STMTOTAL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE ZERO TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-HASH.

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

           PERFORM 055-STORE-ONE-TOTAL THRU 055-EXIT
               UNTIL STMTOTAL-EOF.

           CLOSE STATEMENT-TOTAL-FILE.

           MOVE 'V' TO WS-CTL-ACTION.
           MOVE 'STMTOTAL' TO WS-CTL-FILE.
           CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

           IF WS-CTL-RESULT = 'N'
               DISPLAY "STMTOTAL DOES NOT MATCH THE PRODUCER'S "
                       "CONTROL TOTALS - NOTHING ADJUSTED" UPON SYSERR
               STOP RUN RETURNING 2
           END-IF.

           IF WS-CTL-RESULT = 'M'
               DISPLAY "NO CONTROL-TOTAL ENTRY FOR STMTOTAL - "
                       "HANDOFF NOT PROVED" UPON SYSERR
           END-IF.

       059-EXIT.
           EXIT.

       055-STORE-ONE-TOTAL.
           ADD 1 TO WS-CTL-COUNT.
           PERFORM 057-HASH-ONE-BYTE THRU 057-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 80.

           IF WS-STT-COUNT NOT < 3000
               DISPLAY "STMTOTAL HOLDS MORE THAN 3000 BILLS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-STT-COUNT.
           MOVE STM-STUDENT-ID TO STT-STUDENT-ID (WS-STT-COUNT).
           MOVE STM-TERM TO STT-TERM (WS-STT-COUNT).
           MOVE STM-BILL-TOTAL TO STT-BILL-TOTAL (WS-STT-COUNT).

           READ STATEMENT-TOTAL-FILE
               AT END
                   MOVE 'Y' TO STMTOTAL-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    THE HANDSHAKE HASH IS THE SUM OF EVERY BYTE'S ORDINAL
      *    VALUE, THE SAME FIGURE THE BILLING RUN SEALED WITH.
       057-HASH-ONE-BYTE.
           ADD FUNCTION ORD (STATEMENT-TOTAL-RECORD (WS-HASH-SUB:1))
               TO WS-CTL-HASH.

       057-EXIT.
           EXIT.

       060-LOAD-PAYMENT-PLANS.
           OPEN INPUT PAYMENT-PLAN-FILE.

           IF WS-PLAN-NOT-FOUND
               GO TO 069-EXIT
           END-IF.

           IF NOT WS-PLAN-OK
               MOVE "PAYMENT-PLAN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PLAN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

           PERFORM 065-STORE-ONE-PLAN THRU 065-EXIT
               UNTIL PLAN-EOF.

           CLOSE PAYMENT-PLAN-FILE.

       069-EXIT.
           EXIT.

       065-STORE-ONE-PLAN.
           IF WS-PLT-COUNT NOT < 3000
               DISPLAY "PAYPLAN HOLDS MORE THAN 3000 PLANS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-PLT-COUNT.
           MOVE PPL-STUDENT-ID TO PLT-STUDENT-ID (WS-PLT-COUNT).
           MOVE PPL-TERM TO PLT-TERM (WS-PLT-COUNT).
           MOVE PPL-PLAN-TOTAL TO PLT-PLAN-TOTAL (WS-PLT-COUNT).
           MOVE PPL-INSTALLMENT-COUNT
               TO PLT-INSTALLMENT-COUNT (WS-PLT-COUNT).

           READ PAYMENT-PLAN-FILE
               AT END
                   MOVE 'Y' TO PLAN-EOF-SWITCH
           END-READ.

       065-EXIT.
           EXIT.

       070-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJUSTMENT-HISTORY-FILE.

           IF WS-HISTORY-NOT-FOUND
               GO TO 079-EXIT
           END-IF.

           IF NOT WS-HISTORY-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 075-STORE-ONE-ADJUSTMENT THRU 075-EXIT
               UNTIL HISTORY-EOF.

           CLOSE ADJUSTMENT-HISTORY-FILE.

       079-EXIT.
           EXIT.

       075-STORE-ONE-ADJUSTMENT.
           IF WS-ADT-COUNT NOT < 5000
               DISPLAY "TUITADJH HOLDS MORE THAN 5000 ADJUSTMENTS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-ADT-COUNT.
           MOVE TAH-STUDENT-ID TO ADT-STUDENT-ID (WS-ADT-COUNT).
           MOVE TAH-TERM TO ADT-TERM (WS-ADT-COUNT).
           MOVE TAH-KIND TO ADT-KIND (WS-ADT-COUNT).
           MOVE TAH-ITEM TO ADT-ITEM (WS-ADT-COUNT).

           READ ADJUSTMENT-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       075-EXIT.
           EXIT.

      *    THE DROP DATE'S REFUND PERCENT: THE EARLIEST WINDOW FOR THE
      *    TERM ENDING ON OR AFTER IT, OR NOTHING PAST THE LAST ONE.
       080-FIND-REFUND-PERCENT.
           MOVE 'N' TO WS-TERM-ON-CALENDAR-SW.
           MOVE ZERO TO WS-CAL-FOUND.
           MOVE ZERO TO WS-REFUND-PERCENT.

           PERFORM 082-MATCH-ONE-WINDOW THRU 082-EXIT
               VARYING WS-CAL-SUB FROM 1 BY 1
               UNTIL WS-CAL-SUB > WS-CAL-COUNT.

           IF WS-CAL-FOUND > ZERO
               MOVE CAL-REFUND-PERCENT (WS-CAL-FOUND)
                   TO WS-REFUND-PERCENT
           END-IF.

       080-EXIT.
           EXIT.

       082-MATCH-ONE-WINDOW.
           IF CAL-TERM (WS-CAL-SUB) NOT = WS-ASK-TERM
               GO TO 082-EXIT
           END-IF.

           MOVE 'Y' TO WS-TERM-ON-CALENDAR-SW.

           IF CAL-WINDOW-END (WS-CAL-SUB) < WS-DROP-DATE
               GO TO 082-EXIT
           END-IF.

           IF WS-CAL-FOUND = ZERO
               MOVE WS-CAL-SUB TO WS-CAL-FOUND
           ELSE
               IF CAL-WINDOW-END (WS-CAL-SUB)
                      < CAL-WINDOW-END (WS-CAL-FOUND)
                   MOVE WS-CAL-SUB TO WS-CAL-FOUND
               END-IF
           END-IF.

       082-EXIT.
           EXIT.

       084-MATCH-ONE-TOTAL.
           IF STT-STUDENT-ID (WS-STT-SUB) = WS-ASK-STUDENT
              AND STT-TERM (WS-STT-SUB) = WS-ASK-TERM
               MOVE WS-STT-SUB TO WS-STT-FOUND
           END-IF.

       084-EXIT.
           EXIT.

       086-MATCH-ONE-PLAN.
           IF PLT-STUDENT-ID (WS-PLT-SUB) = WS-ASK-STUDENT
              AND PLT-TERM (WS-PLT-SUB) = WS-ASK-TERM
               MOVE WS-PLT-SUB TO WS-PLT-FOUND
           END-IF.

       086-EXIT.
           EXIT.

      *    ANY EARLIER CREDIT FOR WS-ASK-KIND / WS-ASK-ITEM.
       088-MATCH-ONE-ADJUSTMENT.
           IF ADT-STUDENT-ID (WS-ADT-SUB) = WS-ASK-STUDENT
              AND ADT-TERM (WS-ADT-SUB) = WS-ASK-TERM
              AND ADT-KIND (WS-ADT-SUB) = WS-ASK-KIND
              AND ADT-ITEM (WS-ADT-SUB) = WS-ASK-ITEM
               MOVE WS-ADT-SUB TO WS-ADT-FOUND
           END-IF.

       088-EXIT.
           EXIT.

       089-FIND-ADJUSTMENT.
           MOVE ZERO TO WS-ADT-FOUND.
           PERFORM 088-MATCH-ONE-ADJUSTMENT THRU 088-EXIT
               VARYING WS-ADT-SUB FROM 1 BY 1
               UNTIL WS-ADT-SUB > WS-ADT-COUNT
                  OR WS-ADT-FOUND > ZERO.

       089-EXIT.
           EXIT.

       100-PROCESS-ONE-DROP.
           ADD 1 TO WS-INPUT-COUNT.

           PERFORM 110-VALIDATE-DROP THRU 110-EXIT.

           IF TRANSACTION-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-ADJUSTMENT-LINE
               MOVE DRP-ACTION TO WS-ADL-ACTION
               MOVE DRP-STUDENT-ID TO WS-ADL-STUDENT
               MOVE DRP-TERM TO WS-ADL-TERM
               MOVE DRP-COURSE-ID TO WS-ADL-ITEM
               MOVE DRP-DROP-DATE TO WS-ADL-DROP-DATE
               MOVE 'REJECTED - ' TO WS-ADL-NOTE
               MOVE WS-SAVE-REASON TO WS-ADL-NOTE (12:)
               WRITE ADJUSTMENT-PRINT-RECORD FROM WS-ADJUSTMENT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 100-READ-NEXT
           END-IF.

           IF DRP-ACTION = 'D'
               MOVE 'T' TO WS-ASK-KIND
               MOVE DRP-COURSE-ID TO WS-ASK-ITEM
               PERFORM 120-CREDIT-ONE-COURSE THRU 120-EXIT
           ELSE
               PERFORM 125-CREDIT-IF-OPEN THRU 125-EXIT
                   VARYING WS-REG-FOUND FROM 1 BY 1
                   UNTIL WS-REG-FOUND > WS-REG-COUNT
               PERFORM 130-ADJUST-ONE-CONTRACT THRU 130-EXIT
                   VARYING WS-HCT-SUB FROM 1 BY 1
                   UNTIL WS-HCT-SUB > WS-HCT-COUNT
           END-IF.

       100-READ-NEXT.
           READ DROP-TRAN-FILE
               AT END
                   MOVE 'Y' TO DROPTRAN-EOF-SWITCH
           END-READ.

       100-EXIT.
           EXIT.

      *    A DROP MUST NAME A COURSE THE STUDENT IS BILLED FOR AND NOT
      *    ALREADY CREDITED; A WITHDRAWAL MUST LEAVE SOMETHING TO
      *    CREDIT.  EITHER NEEDS A BILL ON STMTOTAL TO POST AGAINST
      *    AND A TERM ON THE REFUND CALENDAR.
       110-VALIDATE-DROP.
           MOVE 'N' TO WS-TRAN-SWITCH.
           MOVE SPACES TO WS-SAVE-REASON.

           IF DRP-ACTION NOT = 'D'
              AND DRP-ACTION NOT = 'W'
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'ACTION MUST BE D OR W' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           IF DRP-STUDENT-ID IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'STUDENT ID NOT NUMERIC' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.
           MOVE DRP-STUDENT-ID TO WS-ASK-STUDENT.
           MOVE DRP-TERM TO WS-ASK-TERM.

           IF DRP-DROP-DATE IS NOT NUMERIC
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'DROP DATE NOT A VALID DATE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.
           MOVE DRP-DROP-DATE TO WS-DROP-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD (WS-DROP-DATE) NOT = 0
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'DROP DATE NOT A VALID DATE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           PERFORM 080-FIND-REFUND-PERCENT THRU 080-EXIT.
           IF NOT TERM-ON-CALENDAR
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'TERM NOT ON REFUND CALENDAR' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE ZERO TO WS-STT-FOUND.
           PERFORM 084-MATCH-ONE-TOTAL THRU 084-EXIT
               VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT
                  OR WS-STT-FOUND > ZERO.
           IF WS-STT-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'NO BILL ON STMTOTAL FOR TERM' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE ZERO TO WS-PLT-FOUND.
           PERFORM 086-MATCH-ONE-PLAN THRU 086-EXIT
               VARYING WS-PLT-SUB FROM 1 BY 1
               UNTIL WS-PLT-SUB > WS-PLT-COUNT
                  OR WS-PLT-FOUND > ZERO.

           IF DRP-ACTION = 'W'
               MOVE ZERO TO WS-OPEN-ITEMS
               PERFORM 112-COUNT-OPEN-COURSE THRU 112-EXIT
                   VARYING WS-REG-SUB FROM 1 BY 1
                   UNTIL WS-REG-SUB > WS-REG-COUNT
               PERFORM 114-COUNT-OPEN-CONTRACT THRU 114-EXIT
                   VARYING WS-HCT-SUB FROM 1 BY 1
                   UNTIL WS-HCT-SUB > WS-HCT-COUNT
               IF WS-OPEN-ITEMS = ZERO
                   MOVE 'Y' TO WS-TRAN-SWITCH
                   MOVE 'NOTHING LEFT TO ADJUST' TO WS-SAVE-REASON
               END-IF
               GO TO 110-EXIT
           END-IF.

           IF DRP-COURSE-ID = SPACES
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'COURSE MISSING ON DROP' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE ZERO TO WS-REG-FOUND.
           PERFORM 116-MATCH-ONE-COURSE THRU 116-EXIT
               VARYING WS-REG-SUB FROM 1 BY 1
               UNTIL WS-REG-SUB > WS-REG-COUNT
                  OR WS-REG-FOUND > ZERO.
           IF WS-REG-FOUND = ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'NOT REGISTERED IN COURSE' TO WS-SAVE-REASON
               GO TO 110-EXIT
           END-IF.

           MOVE 'T' TO WS-ASK-KIND.
           MOVE DRP-COURSE-ID TO WS-ASK-ITEM.
           PERFORM 089-FIND-ADJUSTMENT THRU 089-EXIT.
           IF WS-ADT-FOUND > ZERO
               MOVE 'Y' TO WS-TRAN-SWITCH
               MOVE 'COURSE ALREADY ADJUSTED' TO WS-SAVE-REASON
           END-IF.

       110-EXIT.
           EXIT.

       112-COUNT-OPEN-COURSE.
           IF RGT-STUDENT-ID (WS-REG-SUB) NOT = WS-ASK-STUDENT
              OR RGT-TERM (WS-REG-SUB) NOT = WS-ASK-TERM
               GO TO 112-EXIT
           END-IF.

           MOVE 'T' TO WS-ASK-KIND.
           MOVE RGT-COURSE-ID (WS-REG-SUB) TO WS-ASK-ITEM.
           PERFORM 089-FIND-ADJUSTMENT THRU 089-EXIT.
           IF WS-ADT-FOUND = ZERO
               ADD 1 TO WS-OPEN-ITEMS
           END-IF.

       112-EXIT.
           EXIT.

       114-COUNT-OPEN-CONTRACT.
           IF HCO-STUDENT-ID (WS-HCT-SUB) NOT = WS-ASK-STUDENT
              OR HCO-TERM (WS-HCT-SUB) NOT = WS-ASK-TERM
               GO TO 114-EXIT
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD
                  (HCO-MOVE-OUT (WS-HCT-SUB)) = 0
              AND HCO-MOVE-OUT (WS-HCT-SUB) NOT > WS-DROP-DATE
               GO TO 114-EXIT
           END-IF.

           MOVE 'H' TO WS-ASK-KIND.
           MOVE HCO-CONTRACT-CODE (WS-HCT-SUB) TO WS-ASK-ITEM.
           PERFORM 089-FIND-ADJUSTMENT THRU 089-EXIT.
           IF WS-ADT-FOUND = ZERO
               ADD 1 TO WS-OPEN-ITEMS
           END-IF.

       114-EXIT.
           EXIT.

       116-MATCH-ONE-COURSE.
           IF RGT-STUDENT-ID (WS-REG-SUB) = WS-ASK-STUDENT
              AND RGT-TERM (WS-REG-SUB) = WS-ASK-TERM
              AND RGT-COURSE-ID (WS-REG-SUB) = DRP-COURSE-ID
               MOVE WS-REG-SUB TO WS-REG-FOUND
           END-IF.

       116-EXIT.
           EXIT.

      *    THE TUITION CREDIT FOR COURSE WS-REG-FOUND - ITS HOURS AT
      *    THE RATE, TIMES THE DROP DATE'S REFUND PERCENT.  A DROP
      *    PAST THE LAST WINDOW IS STILL RECORDED, AT NOTHING, SO A
      *    LATER WITHDRAWAL DOES NOT CREDIT THE COURSE EITHER.
       120-CREDIT-ONE-COURSE.
           COMPUTE WS-CREDIT-AMOUNT ROUNDED =
               RGT-CREDIT-HOURS (WS-REG-FOUND) * WS-RATE-PER-HOUR
               * WS-REFUND-PERCENT / 100.

           MOVE SPACES TO WS-ADJUSTMENT-LINE.
           MOVE RGT-CREDIT-HOURS (WS-REG-FOUND) TO WS-ADL-HOURS.
           MOVE WS-REFUND-PERCENT TO WS-EDIT-PERCENT.
           MOVE WS-EDIT-PERCENT TO WS-ADL-PERCENT.
           IF WS-CAL-FOUND = ZERO
               MOVE 'PAST LAST REFUND WINDOW' TO WS-ADL-NOTE
           END-IF.

           PERFORM 140-POST-CREDIT THRU 140-EXIT.

           ADD 1 TO WS-TUITION-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-TUITION-CREDITED.

       120-EXIT.
           EXIT.

      *    A WITHDRAWAL CREDITS EACH OF THE TERM'S COURSES NOT ALREADY
      *    CREDITED BY AN EARLIER DROP.
       125-CREDIT-IF-OPEN.
           IF RGT-STUDENT-ID (WS-REG-FOUND) NOT = WS-ASK-STUDENT
              OR RGT-TERM (WS-REG-FOUND) NOT = WS-ASK-TERM
               GO TO 125-EXIT
           END-IF.

           MOVE 'T' TO WS-ASK-KIND.
           MOVE RGT-COURSE-ID (WS-REG-FOUND) TO WS-ASK-ITEM.
           PERFORM 089-FIND-ADJUSTMENT THRU 089-EXIT.
           IF WS-ADT-FOUND > ZERO
               GO TO 125-EXIT
           END-IF.

           PERFORM 120-CREDIT-ONE-COURSE THRU 120-EXIT.

       125-EXIT.
           EXIT.

      *    A CONTRACT BILLED PAST THE WITHDRAWAL DATE IS RE-PRORATED TO
      *    IT: WHAT THE BILLING RUN CHARGED, LESS WHAT THE SHORTER
      *    STAY COMES TO, IS CREDITED, AND THE MOVE-OUT DATE BECOMES
      *    THE WITHDRAWAL DATE.
       130-ADJUST-ONE-CONTRACT.
           IF HCO-STUDENT-ID (WS-HCT-SUB) NOT = WS-ASK-STUDENT
              OR HCO-TERM (WS-HCT-SUB) NOT = WS-ASK-TERM
               GO TO 130-EXIT
           END-IF.

           MOVE 'H' TO WS-ASK-KIND.
           MOVE HCO-CONTRACT-CODE (WS-HCT-SUB) TO WS-ASK-ITEM.
           PERFORM 089-FIND-ADJUSTMENT THRU 089-EXIT.
           IF WS-ADT-FOUND > ZERO
               GO TO 130-EXIT
           END-IF.

           MOVE SPACES TO WS-ADJUSTMENT-LINE.

      *    WITHOUT THE TERM DATES THE CONTRACT BILLED WHOLE AND
      *    THERE IS NO PRORATION TO REDO - IT IS LISTED FOR THE
      *    BURSAR AND LEFT OPEN FOR A RUN WITH THE DATES SET.
           IF WS-TERM-DAYS NOT > ZERO
               MOVE DRP-ACTION TO WS-ADL-ACTION
               MOVE WS-ASK-STUDENT TO WS-ADL-STUDENT
               MOVE WS-ASK-TERM TO WS-ADL-TERM
               MOVE WS-ASK-ITEM TO WS-ADL-ITEM
               MOVE WS-DROP-DATE TO WS-ADL-DROP-DATE
               MOVE 'NO TERM DATES - HOUSING NOT PRORATED'
                   TO WS-ADL-NOTE
               WRITE ADJUSTMENT-PRINT-RECORD FROM WS-ADJUSTMENT-LINE
                   AFTER ADVANCING 1 LINE
               GO TO 130-EXIT
           END-IF.

      *    WHAT THE BILLING RUN CHARGED - FULL AMOUNT UNLESS BOTH
      *    DATES ARE REAL DATES.
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (HCO-MOVE-IN (WS-HCT-SUB)) = 0
              AND FUNCTION TEST-DATE-YYYYMMDD
                  (HCO-MOVE-OUT (WS-HCT-SUB)) = 0
               MOVE HCO-MOVE-IN (WS-HCT-SUB) TO WS-PRORATE-IN
               MOVE HCO-MOVE-OUT (WS-HCT-SUB) TO WS-PRORATE-OUT
               PERFORM 135-PRORATE-CONTRACT THRU 135-EXIT
               MOVE WS-PRORATED-AMOUNT TO WS-BILLED-HOUSING
           ELSE
               MOVE HCO-CONTRACT-AMT (WS-HCT-SUB) TO WS-BILLED-HOUSING
           END-IF.

      *    A STAY THAT ALREADY ENDED BY THE WITHDRAWAL DATE OWES
      *    WHAT IT WAS BILLED.
           IF FUNCTION TEST-DATE-YYYYMMDD
                  (HCO-MOVE-OUT (WS-HCT-SUB)) = 0
              AND HCO-MOVE-OUT (WS-HCT-SUB) NOT > WS-DROP-DATE
               GO TO 130-EXIT
           END-IF.

           IF FUNCTION TEST-DATE-YYYYMMDD
                  (HCO-MOVE-IN (WS-HCT-SUB)) = 0
               MOVE HCO-MOVE-IN (WS-HCT-SUB) TO WS-PRORATE-IN
           ELSE
               MOVE WS-TERM-START TO WS-PRORATE-IN
           END-IF.
           MOVE WS-DROP-DATE TO WS-PRORATE-OUT.
           PERFORM 135-PRORATE-CONTRACT THRU 135-EXIT.

           IF WS-PRORATED-AMOUNT < WS-BILLED-HOUSING
               SUBTRACT WS-PRORATED-AMOUNT FROM WS-BILLED-HOUSING
                   GIVING WS-CREDIT-AMOUNT
           ELSE
               MOVE ZERO TO WS-CREDIT-AMOUNT
           END-IF.

           MOVE WS-DROP-DATE TO HCO-MOVE-OUT (WS-HCT-SUB).
           MOVE 'Y' TO WS-HOUSING-CHANGED-SW.

           MOVE 'HOUSING RE-PRORATED TO WITHDRAWAL'
               TO WS-ADL-NOTE.
           PERFORM 140-POST-CREDIT THRU 140-EXIT.

           ADD 1 TO WS-HOUSING-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-HOUSING-CREDITED.

       130-EXIT.
           EXIT.

      *    CONTRACT WS-HCT-SUB'S CHARGE FOR A STAY FROM WS-PRORATE-IN
      *    TO WS-PRORATE-OUT, BOUNDED BY THE TERM - THE BILLING RUN'S
      *    PRORATION.
       135-PRORATE-CONTRACT.
           COMPUTE WS-OCCUPY-START-INT =
               FUNCTION INTEGER-OF-DATE (WS-PRORATE-IN).
           COMPUTE WS-OCCUPY-END-INT =
               FUNCTION INTEGER-OF-DATE (WS-PRORATE-OUT).
           IF WS-OCCUPY-START-INT < WS-TERM-START-INT
               MOVE WS-TERM-START-INT TO WS-OCCUPY-START-INT
           END-IF.
           IF WS-OCCUPY-END-INT > WS-TERM-END-INT
               MOVE WS-TERM-END-INT TO WS-OCCUPY-END-INT
           END-IF.
           COMPUTE WS-OCCUPY-DAYS =
               WS-OCCUPY-END-INT - WS-OCCUPY-START-INT + 1.
           IF WS-OCCUPY-DAYS < ZERO
               MOVE ZERO TO WS-OCCUPY-DAYS
           END-IF.
           COMPUTE WS-PRORATED-AMOUNT ROUNDED =
               HCO-CONTRACT-AMT (WS-HCT-SUB)
               * WS-OCCUPY-DAYS / WS-TERM-DAYS.

       135-EXIT.
           EXIT.

      *    WS-CREDIT-AMOUNT FOR WS-ASK-KIND / WS-ASK-ITEM COMES OFF THE
      *    STUDENT'S BILL (WS-STT-FOUND) AND PLAN (WS-PLT-FOUND),
      *    NEITHER BELOW ZERO, AND IS RECORDED AND LISTED.  THE
      *    LISTING LINE'S HOURS, PERCENT AND NOTE ARE SET BY THE
      *    CALLER.
       140-POST-CREDIT.
           IF WS-CREDIT-AMOUNT > STT-BILL-TOTAL (WS-STT-FOUND)
               MOVE STT-BILL-TOTAL (WS-STT-FOUND) TO WS-CREDIT-AMOUNT
               MOVE 'CAPPED AT THE BILLED TOTAL' TO WS-ADL-NOTE
           END-IF.
           SUBTRACT WS-CREDIT-AMOUNT FROM STT-BILL-TOTAL (WS-STT-FOUND).

           IF WS-PLT-FOUND > ZERO
              AND WS-CREDIT-AMOUNT > ZERO
               IF WS-CREDIT-AMOUNT > PLT-PLAN-TOTAL (WS-PLT-FOUND)
                   MOVE ZERO TO PLT-PLAN-TOTAL (WS-PLT-FOUND)
               ELSE
                   SUBTRACT WS-CREDIT-AMOUNT
                       FROM PLT-PLAN-TOTAL (WS-PLT-FOUND)
               END-IF
               MOVE 'Y' TO WS-PLANS-CHANGED-SW
           END-IF.

           IF WS-ADT-COUNT NOT < 5000
               DISPLAY "TUITADJH WOULD EXCEED 5000 ADJUSTMENTS"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-ADT-COUNT.
           MOVE WS-ASK-STUDENT TO ADT-STUDENT-ID (WS-ADT-COUNT).
           MOVE WS-ASK-TERM TO ADT-TERM (WS-ADT-COUNT).
           MOVE WS-ASK-KIND TO ADT-KIND (WS-ADT-COUNT).
           MOVE WS-ASK-ITEM TO ADT-ITEM (WS-ADT-COUNT).

           ADD 1 TO WS-NHT-COUNT.
           MOVE SPACES TO NEW-HISTORY-ENTRY (WS-NHT-COUNT).
           MOVE WS-ASK-STUDENT TO NHT-STUDENT-ID (WS-NHT-COUNT).
           MOVE WS-ASK-TERM TO NHT-TERM (WS-NHT-COUNT).
           MOVE WS-ASK-KIND TO NHT-KIND (WS-NHT-COUNT).
           MOVE WS-ASK-ITEM TO NHT-ITEM (WS-NHT-COUNT).
           MOVE DRP-ACTION TO NHT-ACTION (WS-NHT-COUNT).
           MOVE WS-DROP-DATE TO NHT-DROP-DATE (WS-NHT-COUNT).
           IF WS-ASK-KIND = 'T'
               MOVE WS-REFUND-PERCENT
                   TO NHT-REFUND-PERCENT (WS-NHT-COUNT)
           ELSE
               MOVE ZERO TO NHT-REFUND-PERCENT (WS-NHT-COUNT)
           END-IF.
           MOVE WS-CREDIT-AMOUNT TO NHT-CREDIT-AMOUNT (WS-NHT-COUNT).
           MOVE WS-BUSINESS-DATE TO NHT-POSTED-DATE (WS-NHT-COUNT).

           MOVE DRP-ACTION TO WS-ADL-ACTION.
           MOVE WS-ASK-STUDENT TO WS-ADL-STUDENT.
           MOVE WS-ASK-TERM TO WS-ADL-TERM.
           MOVE WS-ASK-ITEM TO WS-ADL-ITEM.
           MOVE WS-DROP-DATE TO WS-ADL-DROP-DATE.
           MOVE WS-CREDIT-AMOUNT TO WS-EDIT-CREDIT.
           MOVE WS-EDIT-CREDIT TO WS-ADL-CREDIT.
           IF WS-PLT-FOUND = ZERO
              AND WS-ADL-NOTE = SPACES
               MOVE 'NO PAYMENT PLAN - BILL TOTAL ONLY'
                   TO WS-ADL-NOTE
           END-IF.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-ADJUSTMENT-LINE
               AFTER ADVANCING 1 LINE.

           ADD WS-CREDIT-AMOUNT TO WS-AUDIT-CREDIT-TOTAL.

       140-EXIT.
           EXIT.

      *    STMTOTAL GOES BACK IN THE ORDER IT CAME, RESEALED WITH ITS
      *    NEW HASH SO THE PAYMENT-PLAN AND REFUND RUNS STILL PROVE.
       150-SAVE-STATEMENT-TOTALS.
           OPEN OUTPUT STATEMENT-TOTAL-FILE.
           IF NOT WS-STMTOTAL-OK
               DISPLAY "CANNOT REWRITE STATEMENT-TOTAL-FILE, STATUS "
                       WS-STMTOTAL-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE ZERO TO WS-CTL-COUNT.
           MOVE ZERO TO WS-CTL-HASH.

           PERFORM 155-SAVE-ONE-TOTAL THRU 155-EXIT
               VARYING WS-STT-SUB FROM 1 BY 1
               UNTIL WS-STT-SUB > WS-STT-COUNT.

           CLOSE STATEMENT-TOTAL-FILE.

           MOVE 'W' TO WS-CTL-ACTION.
           MOVE 'STMTOTAL' TO WS-CTL-FILE.
           CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
               WS-MSG-PROGRAM-ID, WS-CTL-COUNT, WS-CTL-HASH,
               WS-CTL-RESULT.

       159-EXIT.
           EXIT.

       155-SAVE-ONE-TOTAL.
           MOVE SPACES TO STATEMENT-TOTAL-RECORD.
           MOVE STT-STUDENT-ID (WS-STT-SUB) TO STM-STUDENT-ID.
           MOVE STT-TERM (WS-STT-SUB) TO STM-TERM.
           MOVE STT-BILL-TOTAL (WS-STT-SUB) TO STM-BILL-TOTAL.
           WRITE STATEMENT-TOTAL-RECORD.

           ADD 1 TO WS-CTL-COUNT.
           PERFORM 057-HASH-ONE-BYTE THRU 057-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 80.

       155-EXIT.
           EXIT.

       160-SAVE-PAYMENT-PLANS.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           IF NOT WS-PLAN-OK
               DISPLAY "CANNOT REWRITE PAYMENT-PLAN-FILE, STATUS "
                       WS-PLAN-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 165-SAVE-ONE-PLAN THRU 165-EXIT
               VARYING WS-PLT-SUB FROM 1 BY 1
               UNTIL WS-PLT-SUB > WS-PLT-COUNT.

           CLOSE PAYMENT-PLAN-FILE.

       169-EXIT.
           EXIT.

       165-SAVE-ONE-PLAN.
           MOVE SPACES TO PAYMENT-PLAN-RECORD.
           MOVE PLT-STUDENT-ID (WS-PLT-SUB) TO PPL-STUDENT-ID.
           MOVE PLT-TERM (WS-PLT-SUB) TO PPL-TERM.
           MOVE PLT-PLAN-TOTAL (WS-PLT-SUB) TO PPL-PLAN-TOTAL.
           MOVE PLT-INSTALLMENT-COUNT (WS-PLT-SUB)
               TO PPL-INSTALLMENT-COUNT.
           WRITE PAYMENT-PLAN-RECORD.

       165-EXIT.
           EXIT.

       170-SAVE-HOUSING-CONTRACTS.
           OPEN OUTPUT HOUSING-CONTRACT-FILE.
           IF NOT WS-HOUSING-OK
               DISPLAY "CANNOT REWRITE HOUSING-CONTRACT-FILE, STATUS "
                       WS-HOUSING-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 175-SAVE-ONE-CONTRACT THRU 175-EXIT
               VARYING WS-HCT-SUB FROM 1 BY 1
               UNTIL WS-HCT-SUB > WS-HCT-COUNT.

           CLOSE HOUSING-CONTRACT-FILE.

       179-EXIT.
           EXIT.

       175-SAVE-ONE-CONTRACT.
           MOVE SPACES TO HOUSING-CONTRACT-RECORD.
           MOVE HCO-STUDENT-ID (WS-HCT-SUB) TO HCT-STUDENT-ID.
           MOVE HCO-CONTRACT-CODE (WS-HCT-SUB) TO HCT-CONTRACT-CODE.
           MOVE HCO-TERM (WS-HCT-SUB) TO HCT-TERM.
           MOVE HCO-CONTRACT-AMT (WS-HCT-SUB) TO HCT-CONTRACT-AMOUNT.
           MOVE HCO-MOVE-IN (WS-HCT-SUB) TO HCT-MOVE-IN.
           MOVE HCO-MOVE-OUT (WS-HCT-SUB) TO HCT-MOVE-OUT.
           WRITE HOUSING-CONTRACT-RECORD.

       175-EXIT.
           EXIT.

      *    THE MASTERS ARE SAVED - THIS RUN'S CREDITS NOW GO ON
      *    TUITADJH SO THE NEXT RUN WILL NOT GIVE THEM AGAIN.
       180-APPEND-ADJUSTMENT-HISTORY.
           OPEN EXTEND ADJUSTMENT-HISTORY-FILE.
           IF NOT WS-HISTORY-OK
               MOVE "ADJUSTMENT-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 185-APPEND-ONE-ADJUSTMENT THRU 185-EXIT
               VARYING WS-NHT-SUB FROM 1 BY 1
               UNTIL WS-NHT-SUB > WS-NHT-COUNT.

           CLOSE ADJUSTMENT-HISTORY-FILE.

       189-EXIT.
           EXIT.

       185-APPEND-ONE-ADJUSTMENT.
           WRITE ADJUSTMENT-HISTORY-RECORD
               FROM NEW-HISTORY-ENTRY (WS-NHT-SUB).

       185-EXIT.
           EXIT.

       190-PRINT-TOTALS.
           MOVE 'DROPS AND WITHDRAWALS READ' TO WS-CNL-LABEL.
           MOVE WS-INPUT-COUNT TO WS-CNL-COUNT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'COURSES CREDITED' TO WS-CNL-LABEL.
           MOVE WS-TUITION-COUNT TO WS-CNL-COUNT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TUITION CREDITED' TO WS-AML-LABEL.
           MOVE WS-TUITION-CREDITED TO WS-AML-AMOUNT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'CONTRACTS RE-PRORATED' TO WS-CNL-LABEL.
           MOVE WS-HOUSING-COUNT TO WS-CNL-COUNT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'HOUSING AND MEAL PLAN CREDITED' TO WS-AML-LABEL.
           MOVE WS-HOUSING-CREDITED TO WS-AML-AMOUNT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-AMOUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'DROPS AND WITHDRAWALS REJECTED' TO WS-CNL-LABEL.
           MOVE WS-REJECT-COUNT TO WS-CNL-COUNT.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       190-EXIT.
           EXIT.

       195-PRINT-PAGE-HEADING.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE ADJUSTMENT-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

       195-EXIT.
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
      *    EACH RUN - DROPS AND WITHDRAWALS READ, CREDITS POSTED, AND
      *    THE TOTAL CREDITED AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'TUITADJ1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           ADD WS-TUITION-COUNT, WS-HOUSING-COUNT
               GIVING ATR-DETAIL-COUNT.
           MOVE WS-AUDIT-CREDIT-TOTAL TO ATR-CONTROL-TOTAL.

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
