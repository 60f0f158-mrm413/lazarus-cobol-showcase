       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * MONTHLY WORKFORCE MOVEMENT AND TURNOVER.                      *
      *                                                               *
      * THE REGISTER'S EEO HEADCOUNT IS A SNAPSHOT; THIS REPORT SHOWS *
      * HOW THE WORKFORCE MOVED OVER A CALENDAR MONTH (REPORT-MONTH,  *
      * YYYYMM, DEFAULT THE CURRENT MONTH).  BY COMPANY AND           *
      * DEPARTMENT IT GIVES OPENING HEADCOUNT, HIRES, TERMINATIONS,   *
      * TRANSFERS IN AND OUT AND CLOSING HEADCOUNT, WITH THE MONTH'S  *
      * TURNOVER RATE AND THE ROLLING TWELVE-MONTH RATE AGAINST THE   *
      * AVERAGE OF THE TWELVE MONTH-END HEADCOUNTS.  THE CLOSING      *
      * HEADCOUNT IS THEN BANDED BY TENURE FROM EMR-HIRE-DATE, AND    *
      * EVERY LEAVER WHO WENT WITHIN 90 DAYS OF HIRE IS LISTED ON ITS *
      * OWN PAGE.                                                     *
      *                                                               *
      * EMPMSTR GIVES EACH EMPLOYEE'S HIRE DATE, COMPANY AND CURRENT  *
      * DEPARTMENT.  THE FLDHIST ROWS THE HRIS APPLIER WRITES DATE    *
      * EVERYTHING ELSE - STATUS 'T' IS THE TERMINATION, A DEPARTMENT *
      * ROW IS A TRANSFER - AND THE DEPARTMENT CHANGES ARE UNWOUND TO *
      * PLACE EACH EMPLOYEE WHERE THEY STOOD ON ANY GIVEN DAY.  THE   *
      * LATEST APPLYREG REGISTER IS RECONCILED TO THE HISTORY, SO A   *
      * HIRE OR TERMINATION THE APPLIER REPORTED BUT THE HISTORY      *
      * NEVER RECEIVED IS LISTED RATHER THAN SILENTLY MISCOUNTED.     *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS SEQUENTIAL
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPMSTR-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT APPLIED-REGISTER-FILE
               ASSIGN TO EXTERNAL APPLYREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-APPLIED-STATUS.

           SELECT WORKFORCE-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING WKFRPT
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
               88  EMR-TERMINATED                  VALUE 'T'.
           03  FILLER                  PIC X(30).
           03  EMR-WORK-STATE          PIC X(02).
           03  EMR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(05).

       FD  FIELD-HISTORY-FILE.

       01  FIELD-HISTORY-RECORD.
           03  FLH-TIMESTAMP.
               05  FLH-STAMP-YEAR      PIC 9(04).
               05  FILLER              PIC X(01).
               05  FLH-STAMP-MONTH     PIC 9(02).
               05  FILLER              PIC X(01).
               05  FLH-STAMP-DAY       PIC 9(02).
               05  FILLER              PIC X(09).
           03  FILLER                  PIC X(01).
           03  FLH-MASTER-ID           PIC X(01).
               88  HISTORY-IS-EMPLOYEE             VALUE 'E'.
           03  FILLER                  PIC X(01).
           03  FLH-RECORD-KEY.
               05  FLH-EMPLOYEE-NO     PIC 9(04).
               05  FILLER              PIC X(01).
           03  FILLER                  PIC X(01).
           03  FLH-FIELD-NAME          PIC X(12).
           03  FILLER                  PIC X(01).
           03  FLH-OLD-VALUE.
               05  FLH-OLD-DEPARTMENT  PIC X(02).
               05  FILLER              PIC X(14).
           03  FILLER                  PIC X(01).
           03  FLH-NEW-VALUE.
               05  FLH-NEW-WORD        PIC X(08).
               05  FLH-NEW-OPERATOR    PIC X(08).
           03  FLH-NEW-DEPARTMENT-VIEW REDEFINES FLH-NEW-VALUE.
               05  FLH-NEW-DEPARTMENT  PIC X(02).
               05  FILLER              PIC X(14).
           03  FILLER                  PIC X(01).
           03  FLH-SOURCE-PROGRAM      PIC X(08).
           03  FILLER                  PIC X(07).

      *    THE HRIS APPLIER'S REGISTER LINE - ACTION, EMPLOYEE, NAME
      *    AND WHAT WAS DONE.
       FD  APPLIED-REGISTER-FILE.

       01  APPLIED-REGISTER-RECORD.
           03  APR-ACTION              PIC X(01).
               88  APR-ACTION-ADD                  VALUE 'A'.
               88  APR-ACTION-TERMINATE            VALUE 'T'.
           03  FILLER                  PIC X(01).
           03  APR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  APR-EMPLOYEE-NAME       PIC X(20).
           03  FILLER                  PIC X(02).
           03  APR-NOTE                PIC X(20).
           03  FILLER                  PIC X(31).

       FD  WORKFORCE-PRINT-FILE.

       01  WORKFORCE-PRINT-RECORD      PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'WKFTURN1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
       77  WS-EMPMSTR-STATUS           PIC XX.
           88  WS-EMPMSTR-OK                       VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
      *    NO REGISTER MEANS NO HRIS APPLY HAS RUN YET - NOTHING TO
      *    RECONCILE.
       77  WS-APPLIED-STATUS           PIC XX.
           88  WS-APPLIED-OK                       VALUE "00".
           88  WS-APPLIED-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  MASTER-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  MASTER-EOF                          VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  REGISTER-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  REGISTER-EOF                        VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-BAD-MASTER-COUNT         PIC 9(06)   VALUE 0.
       77  WS-PRE-HISTORY-COUNT        PIC 9(06)   VALUE 0.
       77  WS-TRANSFER-OVERFLOW        PIC 9(06)   VALUE 0.
       77  WS-COMPANY-OVERFLOW         PIC 9(06)   VALUE 0.
       77  WS-EARLY-OVERFLOW           PIC 9(06)   VALUE 0.
       77  WS-REGISTER-HIRES           PIC 9(06)   VALUE 0.
       77  WS-REGISTER-TERMS           PIC 9(06)   VALUE 0.
       77  WS-UNMATCHED-COUNT          PIC 9(06)   VALUE 0.
       77  WS-MONTH-TERMS              PIC 9(06)   VALUE 0.
       77  WS-MONTH-CLOSING            PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE MONTH REPORTED, AND THE FIRST DAY OF EACH MONTH FROM
      *    ELEVEN MONTHS BEFORE IT THROUGH THE MONTH AFTER IT.  A
      *    HEADCOUNT "AT THE END OF A MONTH" IS EVERYONE HIRED BEFORE
      *    THE NEXT MONTH'S FIRST DAY AND NOT GONE BY THEN.
       01  WS-REPORT-MONTH-X           PIC X(06)   VALUE SPACES.
       01  WS-REPORT-MONTH REDEFINES WS-REPORT-MONTH-X.
           03  WS-RPT-YEAR             PIC 9(04).
           03  WS-RPT-MONTH            PIC 9(02).
       01  WS-BOUNDARY-TABLE.
           03  WS-BOUNDARY             PIC 9(08)   OCCURS 13 TIMES.
       77  WS-BND-SUB                  PIC 9(02)   VALUE 0.
       77  WS-MONTH-START              PIC 9(08)   VALUE 0.
       77  WS-NEXT-MONTH-START         PIC 9(08)   VALUE 0.
       77  WS-WINDOW-START             PIC 9(08)   VALUE 0.
       77  WS-STEP-YEAR                PIC 9(04)   VALUE 0.
       77  WS-STEP-MONTH               PIC 9(02)   VALUE 0.

      *    ONE ENTRY PER EMPLOYEE NUMBER.  EACH EMPLOYEE'S DEPARTMENT
      *    CHANGES ARE CHAINED IN THE ORDER THE HISTORY RECORDED THEM.
       01  EMPLOYEE-TABLE.
           02  EMPLOYEE-ENTRY          OCCURS 9999 TIMES.
               03  ERT-ON-MASTER-SWITCH
                                       PIC X(01).
                   88  ERT-ON-MASTER               VALUE 'Y'.
               03  ERT-EMPLOYEE-NAME   PIC X(20).
               03  ERT-DEPARTMENT      PIC 9(02).
               03  ERT-COMPANY-CODE    PIC X(02).
               03  ERT-HIRE-DATE       PIC 9(08).
               03  ERT-STATUS          PIC X(01).
                   88  ERT-TERMINATED              VALUE 'T'.
               03  ERT-TERM-DATE       PIC 9(08).
               03  ERT-HIRED-SWITCH    PIC X(01).
                   88  ERT-HIRE-IN-HISTORY         VALUE 'Y'.
               03  ERT-FIRST-TRANSFER  PIC 9(04)   COMP.
               03  ERT-LAST-TRANSFER   PIC 9(04)   COMP.
       77  WS-EMP-SUB                  PIC 9(05)   VALUE 0.

       01  TRANSFER-TABLE.
           02  TRANSFER-ENTRY          OCCURS 5000 TIMES.
               03  TRN-EMPLOYEE-NO     PIC 9(04).
               03  TRN-DATE            PIC 9(08).
               03  TRN-OLD-DEPT        PIC 9(02).
               03  TRN-NEW-DEPT        PIC 9(02).
               03  TRN-NEXT            PIC 9(04)   COMP.
       77  WS-TRN-COUNT                PIC 9(04)   COMP VALUE 0.
       77  WS-TRN-SUB                  PIC 9(04)   COMP VALUE 0.
       77  WS-HISTORY-DATE             PIC 9(08)   VALUE 0.

      *    WHERE AN EMPLOYEE STOOD JUST BEFORE A GIVEN DAY - THE
      *    CURRENT DEPARTMENT, UNLESS A CHANGE DATED THAT DAY OR LATER
      *    HAS TO BE UNWOUND, IN WHICH CASE THE FIRST SUCH CHANGE'S
      *    OLD DEPARTMENT.
       77  WS-ASOF-DATE                PIC 9(08)   VALUE 0.
       77  WS-ASOF-DEPT                PIC 9(02)   VALUE 0.
       77  WS-ASOF-SWITCH              PIC X(1)    VALUE 'N'.
           88  WS-ASOF-FOUND                       VALUE 'Y'.

      *    THE MOVEMENT COUNTS BY COMPANY AND DEPARTMENT.
       01  COMPANY-TABLE.
           02  COMPANY-ENTRY           OCCURS 20 TIMES.
               03  CMP-CODE            PIC X(02).
               03  CMP-DEPT-ENTRY      OCCURS 99 TIMES.
                   05  CMP-USED-SWITCH PIC X(01).
                       88  CMP-DEPT-USED           VALUE 'Y'.
                   05  CMP-OPENING     PIC 9(05).
                   05  CMP-HIRES       PIC 9(05).
                   05  CMP-TERMS       PIC 9(05).
                   05  CMP-XFER-IN     PIC 9(05).
                   05  CMP-XFER-OUT    PIC 9(05).
                   05  CMP-CLOSING     PIC 9(05).
                   05  CMP-R12-TERMS   PIC 9(05).
                   05  CMP-R12-HC-SUM  PIC 9(07).
                   05  CMP-BAND-COUNT  PIC 9(05)   OCCURS 6 TIMES.
       77  WS-CMP-COUNT                PIC 9(02)   VALUE 0.
       77  WS-CMP-SUB                  PIC 9(02)   VALUE 0.
       77  WS-DEPT-SUB                 PIC 9(03)   VALUE 0.
       77  WS-BAND-SUB                 PIC 9(02)   VALUE 0.
       77  WS-PRINT-DEPT               PIC 9(02)   VALUE 0.
       77  WS-FIND-COMPANY             PIC X(02)   VALUE SPACES.

      *    TENURE BANDS, IN DAYS OF SERVICE AT THE END OF THE MONTH.
       01  WS-BAND-LIMIT-VALUES.
           03  FILLER                  PIC 9(05)   VALUE 00090.
           03  FILLER                  PIC 9(05)   VALUE 00365.
           03  FILLER                  PIC 9(05)   VALUE 01095.
           03  FILLER                  PIC 9(05)   VALUE 01826.
           03  FILLER                  PIC 9(05)   VALUE 03652.
           03  FILLER                  PIC 9(05)   VALUE 99999.
       01  WS-BAND-LIMIT-TABLE REDEFINES WS-BAND-LIMIT-VALUES.
           03  WS-BAND-LIMIT           PIC 9(05)   OCCURS 6 TIMES.
       77  WS-TENURE-DAYS              PIC S9(07)  VALUE 0.

      *    LEAVERS INSIDE 90 DAYS OF HIRE, LISTED AFTER THE MOVEMENT.
       01  EARLY-LEAVER-TABLE.
           02  EARLY-LEAVER-ENTRY      OCCURS 500 TIMES.
               03  ELT-EMPLOYEE-NO     PIC 9(04).
               03  ELT-COMPANY-CODE    PIC X(02).
               03  ELT-DEPARTMENT      PIC 9(02).
               03  ELT-DAYS            PIC 9(03).
       77  WS-EARLY-COUNT              PIC 9(04)   VALUE 0.
       77  WS-EARLY-SUB                PIC 9(04)   VALUE 0.
       77  WS-EARLY-LIMIT              PIC 9(03)   VALUE 90.

      *    ONE LINE'S FIGURES - A DEPARTMENT, A COMPANY TOTAL OR THE
      *    GRAND TOTAL - AND THE RUNNING COMPANY AND GRAND TOTALS.
       01  WS-LINE-FIGURES.
           03  WS-LNF-OPENING          PIC 9(05).
           03  WS-LNF-HIRES            PIC 9(05).
           03  WS-LNF-TERMS            PIC 9(05).
           03  WS-LNF-XFER-IN          PIC 9(05).
           03  WS-LNF-XFER-OUT         PIC 9(05).
           03  WS-LNF-CLOSING          PIC 9(05).
           03  WS-LNF-R12-TERMS        PIC 9(05).
           03  WS-LNF-R12-HC-SUM       PIC 9(07).
           03  WS-LNF-BAND             PIC 9(05)   OCCURS 6 TIMES.
       01  WS-COMPANY-FIGURES.
           03  WS-CPF-OPENING          PIC 9(05).
           03  WS-CPF-HIRES            PIC 9(05).
           03  WS-CPF-TERMS            PIC 9(05).
           03  WS-CPF-XFER-IN          PIC 9(05).
           03  WS-CPF-XFER-OUT         PIC 9(05).
           03  WS-CPF-CLOSING          PIC 9(05).
           03  WS-CPF-R12-TERMS        PIC 9(05).
           03  WS-CPF-R12-HC-SUM       PIC 9(07).
           03  WS-CPF-BAND             PIC 9(05)   OCCURS 6 TIMES.
       01  WS-GRAND-FIGURES.
           03  WS-GRF-OPENING          PIC 9(05).
           03  WS-GRF-HIRES            PIC 9(05).
           03  WS-GRF-TERMS            PIC 9(05).
           03  WS-GRF-XFER-IN          PIC 9(05).
           03  WS-GRF-XFER-OUT         PIC 9(05).
           03  WS-GRF-CLOSING          PIC 9(05).
           03  WS-GRF-R12-TERMS        PIC 9(05).
           03  WS-GRF-R12-HC-SUM       PIC 9(07).
           03  WS-GRF-BAND             PIC 9(05)   OCCURS 6 TIMES.
       77  WS-AVERAGE-HEADCOUNT        PIC 9(05)V9 VALUE 0.
       77  WS-R12-AVERAGE              PIC 9(05)V9 VALUE 0.
       77  WS-MONTH-RATE               PIC 9(03)V99 VALUE 0.
       77  WS-R12-RATE                 PIC 9(03)V99 VALUE 0.

       01  WS-PAGE-HEADING.
           03  WS-PGH-TITLE            PIC X(40).
           03  FILLER                  PIC X(07) VALUE 'MONTH '.
           03  WS-PGH-YEAR             PIC 9(04).
           03  FILLER                  PIC X(01) VALUE '-'.
           03  WS-PGH-MONTH            PIC 9(02).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-MOVEMENT-COLUMNS.
           03  FILLER                  PIC X(32) VALUE
                   'CO  DEPT OPENING   HIRES   TERMS'.
           03  FILLER                  PIC X(35) VALUE
                   '  XFR-IN XFR-OUT CLOSING  MONTH %  '.
           03  FILLER                  PIC X(38) VALUE
                   '  12-MO TERMS   12-MO AVG HC   12-MO %'.

       01  WS-MOVEMENT-LINE.
           03  WS-MVL-COMPANY          PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-MVL-DEPT             PIC X(06).
           03  WS-MVL-OPENING          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MVL-HIRES            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MVL-TERMS            PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MVL-XFER-IN          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MVL-XFER-OUT         PIC ZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-MVL-CLOSING          PIC ZZ,ZZ9.
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-MVL-MONTH-RATE       PIC ZZ9.99.
           03  FILLER                  PIC X(09) VALUE SPACES.
           03  WS-MVL-R12-TERMS        PIC ZZ,ZZ9.
           03  FILLER                  PIC X(07) VALUE SPACES.
           03  WS-MVL-R12-AVERAGE      PIC ZZ,ZZ9.9.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-MVL-R12-RATE         PIC ZZ9.99.

       01  WS-TENURE-COLUMNS.
           03  FILLER                  PIC X(40) VALUE
                   'CO  DEPT CLOSING  UNDER 90D   90D-1 YR  '.
           03  FILLER                  PIC X(42) VALUE
                   '  1-3 YRS    3-5 YRS   5-10 YRS    10+ YRS'.

       01  WS-TENURE-LINE.
           03  WS-TNL-COMPANY          PIC X(03).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TNL-DEPT             PIC X(06).
           03  WS-TNL-CLOSING          PIC ZZ,ZZ9.
           03  WS-TNL-BAND-GROUP.
               05  WS-TNL-BAND-ENTRY   OCCURS 6 TIMES.
                   07  FILLER          PIC X(05).
                   07  WS-TNL-BAND     PIC ZZ,ZZ9.

       01  WS-EARLY-COLUMNS.
           03  FILLER                  PIC X(36) VALUE
                   'EMPL  NAME                  CO  DEPT'.
           03  FILLER                  PIC X(29) VALUE
                   ' HIRE DATE  TERM DATE    DAYS'.

       01  WS-EARLY-LINE.
           03  WS-ELL-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ELL-NAME             PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ELL-COMPANY          PIC X(02).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-ELL-DEPT             PIC 9(02).
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-ELL-HIRE-DATE        PIC 9(08).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-ELL-TERM-DATE        PIC 9(08).
           03  FILLER                  PIC X(05) VALUE SPACES.
           03  WS-ELL-DAYS             PIC ZZ9.

       01  WS-COUNT-LINE.
           03  WS-CNL-LABEL            PIC X(50).
           03  WS-CNL-COUNT            PIC ZZZ,ZZ9.

       01  WS-UNMATCHED-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-UML-ACTION           PIC X(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-UML-EMPLOYEE-NO      PIC 9(04).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-UML-NAME             PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-UML-REASON           PIC X(40).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           INITIALIZE EMPLOYEE-TABLE, COMPANY-TABLE,
                      WS-GRAND-FIGURES.

           PERFORM 010-SET-REPORT-MONTH THRU 019-EXIT.
           PERFORM 020-LOAD-MASTER THRU 029-EXIT.
           PERFORM 030-LOAD-HISTORY THRU 039-EXIT.

           OPEN OUTPUT WORKFORCE-PRINT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "WORKFORCE-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 050-COUNT-ONE-EMPLOYEE THRU 050-EXIT
               VARYING WS-EMP-SUB FROM 1 BY 1
               UNTIL WS-EMP-SUB > 9999.

           PERFORM 060-COUNT-ONE-TRANSFER THRU 060-EXIT
               VARYING WS-TRN-SUB FROM 1 BY 1
               UNTIL WS-TRN-SUB > WS-TRN-COUNT.

           PERFORM 100-PRINT-MOVEMENT THRU 109-EXIT.
           PERFORM 130-PRINT-TENURE THRU 139-EXIT.
           PERFORM 150-PRINT-EARLY-LEAVERS THRU 159-EXIT.
           PERFORM 160-RECONCILE-REGISTER THRU 169-EXIT.

           CLOSE WORKFORCE-PRINT-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-UNMATCHED-COUNT > 0
              OR WS-BAD-MASTER-COUNT > 0
              OR WS-TRANSFER-OVERFLOW > 0
              OR WS-COMPANY-OVERFLOW > 0
              OR WS-EARLY-OVERFLOW > 0
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    REPORT-MONTH PICKS THE MONTH; WITHOUT ONE THE RUN REPORTS
      *    THE MONTH IT IS RUN IN, AS THE MONTH-END ROLL DOES.  THE
      *    BOUNDARIES ARE BUILT BACKWARD FROM THE MONTH AFTER.
       010-SET-REPORT-MONTH.
           ACCEPT WS-REPORT-MONTH-X FROM ENVIRONMENT "REPORT-MONTH".
           IF WS-REPORT-MONTH-X IS NOT NUMERIC
               MOVE WS-RUN-DATE-TIME (1:4) TO WS-REPORT-MONTH-X (1:4)
               MOVE WS-RUN-DATE-TIME (6:2) TO WS-REPORT-MONTH-X (5:2)
           END-IF.

           IF WS-RPT-MONTH < 1 OR WS-RPT-MONTH > 12
               DISPLAY "REPORT-MONTH " WS-REPORT-MONTH-X
                       " IS NOT A YYYYMM MONTH - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-RPT-YEAR TO WS-STEP-YEAR.
           MOVE WS-RPT-MONTH TO WS-STEP-MONTH.
           IF WS-STEP-MONTH = 12
               ADD 1 TO WS-STEP-YEAR
               MOVE 1 TO WS-STEP-MONTH
           ELSE
               ADD 1 TO WS-STEP-MONTH
           END-IF.

           PERFORM 015-NOTE-ONE-BOUNDARY THRU 015-EXIT
               VARYING WS-BND-SUB FROM 13 BY -1
               UNTIL WS-BND-SUB < 1.

           MOVE WS-BOUNDARY (1) TO WS-WINDOW-START.
           MOVE WS-BOUNDARY (12) TO WS-MONTH-START.
           MOVE WS-BOUNDARY (13) TO WS-NEXT-MONTH-START.

       019-EXIT.
           EXIT.

       015-NOTE-ONE-BOUNDARY.
           COMPUTE WS-BOUNDARY (WS-BND-SUB) =
               WS-STEP-YEAR * 10000 + WS-STEP-MONTH * 100 + 1.

           IF WS-STEP-MONTH = 1
               SUBTRACT 1 FROM WS-STEP-YEAR
               MOVE 12 TO WS-STEP-MONTH
           ELSE
               SUBTRACT 1 FROM WS-STEP-MONTH
           END-IF.

       015-EXIT.
           EXIT.

       020-LOAD-MASTER.
           OPEN INPUT EMPLOYEE-MASTER-FILE.

           IF NOT WS-EMPMSTR-OK
               MOVE "EMPLOYEE-MASTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EMPMSTR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO MASTER-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-EMPLOYEE THRU 025-EXIT
               UNTIL MASTER-EOF.

           CLOSE EMPLOYEE-MASTER-FILE.

       029-EXIT.
           EXIT.

      *    AN EMPLOYEE WITH NO USABLE DEPARTMENT OR HIRE DATE CANNOT BE
      *    PLACED IN ANY COUNT - THEY ARE TALLIED AND LEFT OUT.
       025-STORE-ONE-EMPLOYEE.
           IF EMR-EMPLOYEE-NO IS NOT NUMERIC
              OR EMR-EMPLOYEE-NO = ZERO
               GO TO 025-READ-NEXT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.

           IF EMR-DEPARTMENT IS NOT NUMERIC
              OR EMR-DEPARTMENT = ZERO
              OR EMR-HIRE-DATE IS NOT NUMERIC
              OR FUNCTION TEST-DATE-YYYYMMDD (EMR-HIRE-DATE) NOT = 0
               ADD 1 TO WS-BAD-MASTER-COUNT
               GO TO 025-READ-NEXT
           END-IF.

           MOVE EMR-EMPLOYEE-NO TO WS-EMP-SUB.
           MOVE 'Y' TO ERT-ON-MASTER-SWITCH (WS-EMP-SUB).
           MOVE EMR-EMPLOYEE-NAME TO ERT-EMPLOYEE-NAME (WS-EMP-SUB).
           MOVE EMR-DEPARTMENT TO ERT-DEPARTMENT (WS-EMP-SUB).
           MOVE EMR-COMPANY-CODE TO ERT-COMPANY-CODE (WS-EMP-SUB).
           MOVE EMR-HIRE-DATE TO ERT-HIRE-DATE (WS-EMP-SUB).
           MOVE EMR-STATUS TO ERT-STATUS (WS-EMP-SUB).

       025-READ-NEXT.
           READ EMPLOYEE-MASTER-FILE
               AT END
                   MOVE 'Y' TO MASTER-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    THE HISTORY DATES THE TERMINATIONS AND TRANSFERS.  IT IS
      *    REQUIRED - WITHOUT IT NO MOVEMENT CAN BE PLACED IN A MONTH.
       030-LOAD-HISTORY.
           OPEN INPUT FIELD-HISTORY-FILE.

           IF NOT WS-HISTORY-OK
               MOVE "FIELD-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 035-NOTE-ONE-CHANGE THRU 035-EXIT
               UNTIL HISTORY-EOF.

           CLOSE FIELD-HISTORY-FILE.

       039-EXIT.
           EXIT.

      *    THE LATEST 'T' IS THE TERMINATION DATE.  EACH DEPARTMENT ROW
      *    IS CHAINED ONTO ITS EMPLOYEE IN FILE ORDER, WHICH IS DATE
      *    ORDER, SO THE FIRST LINK ON OR AFTER A DAY IS THE EARLIEST.
       035-NOTE-ONE-CHANGE.
           IF NOT HISTORY-IS-EMPLOYEE
              OR FLH-EMPLOYEE-NO IS NOT NUMERIC
              OR FLH-EMPLOYEE-NO = ZERO
              OR FLH-STAMP-YEAR IS NOT NUMERIC
              OR FLH-STAMP-MONTH IS NOT NUMERIC
              OR FLH-STAMP-DAY IS NOT NUMERIC
               GO TO 035-READ-NEXT
           END-IF.

           MOVE FLH-EMPLOYEE-NO TO WS-EMP-SUB.
           IF NOT ERT-ON-MASTER (WS-EMP-SUB)
               GO TO 035-READ-NEXT
           END-IF.
           COMPUTE WS-HISTORY-DATE = FLH-STAMP-YEAR * 10000
               + FLH-STAMP-MONTH * 100 + FLH-STAMP-DAY.

           EVALUATE TRUE
               WHEN FLH-FIELD-NAME = 'RECORD'
                AND FLH-NEW-WORD = 'HIRED'
                   MOVE 'Y' TO ERT-HIRED-SWITCH (WS-EMP-SUB)
               WHEN FLH-FIELD-NAME = 'STATUS'
                AND FLH-NEW-WORD = 'T'
                   IF WS-HISTORY-DATE > ERT-TERM-DATE (WS-EMP-SUB)
                       MOVE WS-HISTORY-DATE
                           TO ERT-TERM-DATE (WS-EMP-SUB)
                   END-IF
               WHEN FLH-FIELD-NAME = 'DEPARTMENT'
                AND FLH-OLD-DEPARTMENT IS NUMERIC
                AND FLH-NEW-DEPARTMENT IS NUMERIC
                AND FLH-OLD-DEPARTMENT NOT = '00'
                AND FLH-NEW-DEPARTMENT NOT = '00'
                   PERFORM 037-CHAIN-TRANSFER THRU 037-EXIT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       035-READ-NEXT.
           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       037-CHAIN-TRANSFER.
           IF WS-TRN-COUNT NOT < 5000
               ADD 1 TO WS-TRANSFER-OVERFLOW
               GO TO 037-EXIT
           END-IF.

           ADD 1 TO WS-TRN-COUNT.
           MOVE FLH-EMPLOYEE-NO TO TRN-EMPLOYEE-NO (WS-TRN-COUNT).
           MOVE WS-HISTORY-DATE TO TRN-DATE (WS-TRN-COUNT).
           MOVE FLH-OLD-DEPARTMENT TO TRN-OLD-DEPT (WS-TRN-COUNT).
           MOVE FLH-NEW-DEPARTMENT TO TRN-NEW-DEPT (WS-TRN-COUNT).
           MOVE ZERO TO TRN-NEXT (WS-TRN-COUNT).

           IF ERT-FIRST-TRANSFER (WS-EMP-SUB) = ZERO
               MOVE WS-TRN-COUNT TO ERT-FIRST-TRANSFER (WS-EMP-SUB)
           ELSE
               MOVE WS-TRN-COUNT
                   TO TRN-NEXT (ERT-LAST-TRANSFER (WS-EMP-SUB))
           END-IF.
           MOVE WS-TRN-COUNT TO ERT-LAST-TRANSFER (WS-EMP-SUB).

       037-EXIT.
           EXIT.

      *    EVERYTHING ONE EMPLOYEE CONTRIBUTES - OPENING AND CLOSING
      *    HEADCOUNT, A HIRE OR A TERMINATION IN THE MONTH, THE
      *    TWELVE MONTH-END HEADCOUNTS AND ANY TERMINATION IN THE
      *    TWELVE MONTHS, AND THE TENURE BAND AT THE MONTH'S END.
      *    A TERMINATED EMPLOYEE THE HISTORY NEVER SAW LEAVE WENT
      *    BEFORE THE HISTORY BEGAN, AND COUNTS NOWHERE.
       050-COUNT-ONE-EMPLOYEE.
           IF NOT ERT-ON-MASTER (WS-EMP-SUB)
               GO TO 050-EXIT
           END-IF.

           IF NOT ERT-TERMINATED (WS-EMP-SUB)
               MOVE ZERO TO ERT-TERM-DATE (WS-EMP-SUB)
           ELSE
               IF ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                   ADD 1 TO WS-PRE-HISTORY-COUNT
                   GO TO 050-EXIT
               END-IF
           END-IF.

           MOVE ERT-COMPANY-CODE (WS-EMP-SUB) TO WS-FIND-COMPANY.
           PERFORM 070-FIND-COMPANY THRU 070-EXIT.
           IF WS-CMP-SUB = ZERO
               GO TO 050-EXIT
           END-IF.

           MOVE WS-MONTH-START TO WS-ASOF-DATE.
           IF ERT-HIRE-DATE (WS-EMP-SUB) < WS-ASOF-DATE
              AND (ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                OR ERT-TERM-DATE (WS-EMP-SUB) NOT < WS-ASOF-DATE)
               PERFORM 075-DEPARTMENT-AS-OF THRU 075-EXIT
               ADD 1 TO CMP-OPENING (WS-CMP-SUB, WS-ASOF-DEPT)
           END-IF.

           MOVE WS-NEXT-MONTH-START TO WS-ASOF-DATE.
           IF ERT-HIRE-DATE (WS-EMP-SUB) < WS-ASOF-DATE
              AND (ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                OR ERT-TERM-DATE (WS-EMP-SUB) NOT < WS-ASOF-DATE)
               PERFORM 075-DEPARTMENT-AS-OF THRU 075-EXIT
               ADD 1 TO CMP-CLOSING (WS-CMP-SUB, WS-ASOF-DEPT)
               PERFORM 055-BAND-TENURE THRU 055-EXIT
           END-IF.

      *    A HIRE IS PLACED WHERE THE EMPLOYEE STARTED - A CHANGE
      *    DATED THE HIRE DAY ITSELF IS A TRANSFER AFTER IT.
           IF ERT-HIRE-DATE (WS-EMP-SUB) NOT < WS-MONTH-START
              AND ERT-HIRE-DATE (WS-EMP-SUB) < WS-NEXT-MONTH-START
               MOVE ERT-HIRE-DATE (WS-EMP-SUB) TO WS-ASOF-DATE
               PERFORM 075-DEPARTMENT-AS-OF THRU 075-EXIT
               ADD 1 TO CMP-HIRES (WS-CMP-SUB, WS-ASOF-DEPT)
           END-IF.

      *    A LEAVER IS PLACED WHERE THEY WERE WHEN THEY WENT.  THE DAY
      *    AFTER THE TERMINATION NEED NOT BE A REAL DATE - ONLY
      *    CHANGES DATED LATER THAN IT MATTER.
           IF ERT-TERM-DATE (WS-EMP-SUB) NOT = ZERO
              AND ERT-TERM-DATE (WS-EMP-SUB) NOT < WS-WINDOW-START
              AND ERT-TERM-DATE (WS-EMP-SUB) < WS-NEXT-MONTH-START
               COMPUTE WS-ASOF-DATE = ERT-TERM-DATE (WS-EMP-SUB) + 1
               PERFORM 075-DEPARTMENT-AS-OF THRU 075-EXIT
               ADD 1 TO CMP-R12-TERMS (WS-CMP-SUB, WS-ASOF-DEPT)
               IF ERT-TERM-DATE (WS-EMP-SUB) NOT < WS-MONTH-START
                   ADD 1 TO CMP-TERMS (WS-CMP-SUB, WS-ASOF-DEPT)
                   PERFORM 057-NOTE-EARLY-LEAVER THRU 057-EXIT
               END-IF
           END-IF.

           PERFORM 053-COUNT-ONE-MONTH-END THRU 053-EXIT
               VARYING WS-BND-SUB FROM 2 BY 1
               UNTIL WS-BND-SUB > 13.

       050-EXIT.
           EXIT.

       053-COUNT-ONE-MONTH-END.
           MOVE WS-BOUNDARY (WS-BND-SUB) TO WS-ASOF-DATE.
           IF ERT-HIRE-DATE (WS-EMP-SUB) < WS-ASOF-DATE
              AND (ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                OR ERT-TERM-DATE (WS-EMP-SUB) NOT < WS-ASOF-DATE)
               PERFORM 075-DEPARTMENT-AS-OF THRU 075-EXIT
               ADD 1 TO CMP-R12-HC-SUM (WS-CMP-SUB, WS-ASOF-DEPT)
           END-IF.

       053-EXIT.
           EXIT.

      *    SERVICE RUNS FROM THE HIRE DATE TO THE MONTH'S LAST DAY.
       055-BAND-TENURE.
           COMPUTE WS-TENURE-DAYS =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-MONTH-START)
             - FUNCTION INTEGER-OF-DATE (ERT-HIRE-DATE (WS-EMP-SUB)).

           MOVE 1 TO WS-BAND-SUB.
           PERFORM 056-NEXT-BAND THRU 056-EXIT
               UNTIL WS-BAND-SUB = 6
                  OR WS-TENURE-DAYS NOT > WS-BAND-LIMIT (WS-BAND-SUB).

           ADD 1 TO CMP-BAND-COUNT (WS-CMP-SUB, WS-ASOF-DEPT,
                                    WS-BAND-SUB).

       055-EXIT.
           EXIT.

       056-NEXT-BAND.
           ADD 1 TO WS-BAND-SUB.

       056-EXIT.
           EXIT.

       057-NOTE-EARLY-LEAVER.
           COMPUTE WS-TENURE-DAYS =
               FUNCTION INTEGER-OF-DATE (ERT-TERM-DATE (WS-EMP-SUB))
             - FUNCTION INTEGER-OF-DATE (ERT-HIRE-DATE (WS-EMP-SUB)).

           IF WS-TENURE-DAYS > WS-EARLY-LIMIT
              OR WS-TENURE-DAYS < ZERO
               GO TO 057-EXIT
           END-IF.

           IF WS-EARLY-COUNT NOT < 500
               ADD 1 TO WS-EARLY-OVERFLOW
               GO TO 057-EXIT
           END-IF.

           ADD 1 TO WS-EARLY-COUNT.
           MOVE WS-EMP-SUB TO ELT-EMPLOYEE-NO (WS-EARLY-COUNT).
           MOVE CMP-CODE (WS-CMP-SUB)
               TO ELT-COMPANY-CODE (WS-EARLY-COUNT).
           MOVE WS-ASOF-DEPT TO ELT-DEPARTMENT (WS-EARLY-COUNT).
           MOVE WS-TENURE-DAYS TO ELT-DAYS (WS-EARLY-COUNT).

       057-EXIT.
           EXIT.

      *    A DEPARTMENT CHANGE DATED IN THE MONTH IS ONE TRANSFER OUT
      *    OF THE OLD DEPARTMENT AND ONE INTO THE NEW.
       060-COUNT-ONE-TRANSFER.
           IF TRN-DATE (WS-TRN-SUB) < WS-MONTH-START
              OR TRN-DATE (WS-TRN-SUB) NOT < WS-NEXT-MONTH-START
               GO TO 060-EXIT
           END-IF.

           MOVE TRN-EMPLOYEE-NO (WS-TRN-SUB) TO WS-EMP-SUB.
           IF ERT-TERMINATED (WS-EMP-SUB)
              AND ERT-TERM-DATE (WS-EMP-SUB) = ZERO
               GO TO 060-EXIT
           END-IF.

           MOVE ERT-COMPANY-CODE (WS-EMP-SUB) TO WS-FIND-COMPANY.
           PERFORM 070-FIND-COMPANY THRU 070-EXIT.
           IF WS-CMP-SUB = ZERO
               GO TO 060-EXIT
           END-IF.

           ADD 1 TO CMP-XFER-OUT (WS-CMP-SUB,
                                  TRN-OLD-DEPT (WS-TRN-SUB)).
           MOVE 'Y' TO CMP-USED-SWITCH (WS-CMP-SUB,
                                        TRN-OLD-DEPT (WS-TRN-SUB)).
           ADD 1 TO CMP-XFER-IN (WS-CMP-SUB,
                                 TRN-NEW-DEPT (WS-TRN-SUB)).
           MOVE 'Y' TO CMP-USED-SWITCH (WS-CMP-SUB,
                                        TRN-NEW-DEPT (WS-TRN-SUB)).

       060-EXIT.
           EXIT.

      *    COMPANIES ARE KEPT IN THE ORDER THEY ARE MET.  A TWENTY-
      *    FIRST COMPANY CODE IS TALLIED AND ITS EMPLOYEES LEFT OUT.
       070-FIND-COMPANY.
           MOVE 1 TO WS-CMP-SUB.
           PERFORM 072-NEXT-COMPANY THRU 072-EXIT
               UNTIL WS-CMP-SUB > WS-CMP-COUNT
                  OR CMP-CODE (WS-CMP-SUB) = WS-FIND-COMPANY.

           IF WS-CMP-SUB > WS-CMP-COUNT
               IF WS-CMP-COUNT NOT < 20
                   ADD 1 TO WS-COMPANY-OVERFLOW
                   MOVE ZERO TO WS-CMP-SUB
               ELSE
                   ADD 1 TO WS-CMP-COUNT
                   MOVE WS-CMP-COUNT TO WS-CMP-SUB
                   MOVE WS-FIND-COMPANY TO CMP-CODE (WS-CMP-SUB)
               END-IF
           END-IF.

       070-EXIT.
           EXIT.

       072-NEXT-COMPANY.
           ADD 1 TO WS-CMP-SUB.

       072-EXIT.
           EXIT.

      *    THE EMPLOYEE'S DEPARTMENT JUST BEFORE WS-ASOF-DATE, AND THE
      *    DEPARTMENT MARKED AS HAVING A LINE ON THE REPORT.
       075-DEPARTMENT-AS-OF.
           MOVE ERT-DEPARTMENT (WS-EMP-SUB) TO WS-ASOF-DEPT.
           MOVE 'N' TO WS-ASOF-SWITCH.
           MOVE ERT-FIRST-TRANSFER (WS-EMP-SUB) TO WS-TRN-SUB.

           PERFORM 077-CHECK-ONE-LINK THRU 077-EXIT
               UNTIL WS-TRN-SUB = ZERO
                  OR WS-ASOF-FOUND.

           MOVE 'Y' TO CMP-USED-SWITCH (WS-CMP-SUB, WS-ASOF-DEPT).

       075-EXIT.
           EXIT.

       077-CHECK-ONE-LINK.
           IF TRN-DATE (WS-TRN-SUB) NOT < WS-ASOF-DATE
               MOVE TRN-OLD-DEPT (WS-TRN-SUB) TO WS-ASOF-DEPT
               MOVE 'Y' TO WS-ASOF-SWITCH
           ELSE
               MOVE TRN-NEXT (WS-TRN-SUB) TO WS-TRN-SUB
           END-IF.

       077-EXIT.
           EXIT.

      *    THE MOVEMENT PAGE - ONE LINE PER DEPARTMENT, A TOTAL LINE
      *    PER COMPANY AND ONE FOR THE WHOLE WORKFORCE.
       100-PRINT-MOVEMENT.
           MOVE 'WORKFORCE MOVEMENT AND TURNOVER' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-MOVEMENT-COLUMNS
               AFTER ADVANCING 2 LINES.

           PERFORM 105-PRINT-ONE-COMPANY THRU 105-EXIT
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT.

           MOVE WS-GRAND-FIGURES TO WS-LINE-FIGURES.
           MOVE 'ALL' TO WS-MVL-COMPANY.
           MOVE 'TOTAL' TO WS-MVL-DEPT.
           PERFORM 120-PRINT-MOVEMENT-LINE THRU 120-EXIT.

           MOVE WS-GRF-TERMS TO WS-MONTH-TERMS.
           MOVE WS-GRF-CLOSING TO WS-MONTH-CLOSING.

       109-EXIT.
           EXIT.

       105-PRINT-ONE-COMPANY.
           INITIALIZE WS-COMPANY-FIGURES.
           MOVE SPACES TO WORKFORCE-PRINT-RECORD.
           WRITE WORKFORCE-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 110-PRINT-ONE-DEPARTMENT THRU 110-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES.
           MOVE CMP-CODE (WS-CMP-SUB) TO WS-MVL-COMPANY.
           MOVE 'TOTAL' TO WS-MVL-DEPT.
           PERFORM 120-PRINT-MOVEMENT-LINE THRU 120-EXIT.

       105-EXIT.
           EXIT.

       110-PRINT-ONE-DEPARTMENT.
           IF NOT CMP-DEPT-USED (WS-CMP-SUB, WS-DEPT-SUB)
               GO TO 110-EXIT
           END-IF.

           MOVE CMP-OPENING (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-OPENING.
           MOVE CMP-HIRES (WS-CMP-SUB, WS-DEPT-SUB) TO WS-LNF-HIRES.
           MOVE CMP-TERMS (WS-CMP-SUB, WS-DEPT-SUB) TO WS-LNF-TERMS.
           MOVE CMP-XFER-IN (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-XFER-IN.
           MOVE CMP-XFER-OUT (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-XFER-OUT.
           MOVE CMP-CLOSING (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-CLOSING.
           MOVE CMP-R12-TERMS (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-R12-TERMS.
           MOVE CMP-R12-HC-SUM (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-R12-HC-SUM.

           ADD WS-LNF-OPENING TO WS-CPF-OPENING WS-GRF-OPENING.
           ADD WS-LNF-HIRES TO WS-CPF-HIRES WS-GRF-HIRES.
           ADD WS-LNF-TERMS TO WS-CPF-TERMS WS-GRF-TERMS.
           ADD WS-LNF-XFER-IN TO WS-CPF-XFER-IN WS-GRF-XFER-IN.
           ADD WS-LNF-XFER-OUT TO WS-CPF-XFER-OUT WS-GRF-XFER-OUT.
           ADD WS-LNF-CLOSING TO WS-CPF-CLOSING WS-GRF-CLOSING.
           ADD WS-LNF-R12-TERMS TO WS-CPF-R12-TERMS WS-GRF-R12-TERMS.
           ADD WS-LNF-R12-HC-SUM
               TO WS-CPF-R12-HC-SUM WS-GRF-R12-HC-SUM.

           MOVE CMP-CODE (WS-CMP-SUB) TO WS-MVL-COMPANY.
           MOVE SPACES TO WS-MVL-DEPT.
           MOVE WS-DEPT-SUB TO WS-PRINT-DEPT.
           MOVE WS-PRINT-DEPT TO WS-MVL-DEPT (1:2).
           PERFORM 120-PRINT-MOVEMENT-LINE THRU 120-EXIT.

       110-EXIT.
           EXIT.

      *    THE MONTH'S RATE IS TERMINATIONS OVER THE AVERAGE OF THE
      *    OPENING AND CLOSING HEADCOUNT; THE TWELVE-MONTH RATE IS THE
      *    YEAR'S TERMINATIONS OVER THE AVERAGE MONTH-END HEADCOUNT.
       120-PRINT-MOVEMENT-LINE.
           MOVE ZERO TO WS-MONTH-RATE WS-R12-RATE.
           COMPUTE WS-AVERAGE-HEADCOUNT ROUNDED =
               (WS-LNF-OPENING + WS-LNF-CLOSING) / 2.
           IF WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-MONTH-RATE ROUNDED =
                   WS-LNF-TERMS * 100 / WS-AVERAGE-HEADCOUNT
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-MONTH-RATE
               END-COMPUTE
           END-IF.
           COMPUTE WS-R12-AVERAGE ROUNDED = WS-LNF-R12-HC-SUM / 12.
           IF WS-R12-AVERAGE > ZERO
               COMPUTE WS-R12-RATE ROUNDED =
                   WS-LNF-R12-TERMS * 100 / WS-R12-AVERAGE
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-R12-RATE
               END-COMPUTE
           END-IF.

           MOVE WS-LNF-OPENING TO WS-MVL-OPENING.
           MOVE WS-LNF-HIRES TO WS-MVL-HIRES.
           MOVE WS-LNF-TERMS TO WS-MVL-TERMS.
           MOVE WS-LNF-XFER-IN TO WS-MVL-XFER-IN.
           MOVE WS-LNF-XFER-OUT TO WS-MVL-XFER-OUT.
           MOVE WS-LNF-CLOSING TO WS-MVL-CLOSING.
           MOVE WS-MONTH-RATE TO WS-MVL-MONTH-RATE.
           MOVE WS-LNF-R12-TERMS TO WS-MVL-R12-TERMS.
           MOVE WS-R12-AVERAGE TO WS-MVL-R12-AVERAGE.
           MOVE WS-R12-RATE TO WS-MVL-R12-RATE.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-MOVEMENT-LINE
               AFTER ADVANCING 1 LINE.

       120-EXIT.
           EXIT.

      *    THE CLOSING HEADCOUNT BY TENURE BAND.
       130-PRINT-TENURE.
           MOVE 'CLOSING HEADCOUNT BY TENURE' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-TENURE-COLUMNS
               AFTER ADVANCING 2 LINES.
           INITIALIZE WS-GRAND-FIGURES.

           PERFORM 135-TENURE-ONE-COMPANY THRU 135-EXIT
               VARYING WS-CMP-SUB FROM 1 BY 1
               UNTIL WS-CMP-SUB > WS-CMP-COUNT.

           MOVE WS-GRAND-FIGURES TO WS-LINE-FIGURES.
           MOVE 'ALL' TO WS-TNL-COMPANY.
           MOVE 'TOTAL' TO WS-TNL-DEPT.
           PERFORM 140-PRINT-TENURE-LINE THRU 140-EXIT.

       139-EXIT.
           EXIT.

       135-TENURE-ONE-COMPANY.
           INITIALIZE WS-COMPANY-FIGURES.
           MOVE SPACES TO WORKFORCE-PRINT-RECORD.
           WRITE WORKFORCE-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 137-TENURE-ONE-DEPARTMENT THRU 137-EXIT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > 99.

           MOVE WS-COMPANY-FIGURES TO WS-LINE-FIGURES.
           MOVE CMP-CODE (WS-CMP-SUB) TO WS-TNL-COMPANY.
           MOVE 'TOTAL' TO WS-TNL-DEPT.
           PERFORM 140-PRINT-TENURE-LINE THRU 140-EXIT.

       135-EXIT.
           EXIT.

       137-TENURE-ONE-DEPARTMENT.
           IF NOT CMP-DEPT-USED (WS-CMP-SUB, WS-DEPT-SUB)
              OR CMP-CLOSING (WS-CMP-SUB, WS-DEPT-SUB) = ZERO
               GO TO 137-EXIT
           END-IF.

           MOVE CMP-CLOSING (WS-CMP-SUB, WS-DEPT-SUB)
               TO WS-LNF-CLOSING.
           ADD WS-LNF-CLOSING TO WS-CPF-CLOSING WS-GRF-CLOSING.
           PERFORM 138-COPY-ONE-BAND THRU 138-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6.

           MOVE CMP-CODE (WS-CMP-SUB) TO WS-TNL-COMPANY.
           MOVE SPACES TO WS-TNL-DEPT.
           MOVE WS-DEPT-SUB TO WS-PRINT-DEPT.
           MOVE WS-PRINT-DEPT TO WS-TNL-DEPT (1:2).
           PERFORM 140-PRINT-TENURE-LINE THRU 140-EXIT.

       137-EXIT.
           EXIT.

       138-COPY-ONE-BAND.
           MOVE CMP-BAND-COUNT (WS-CMP-SUB, WS-DEPT-SUB, WS-BAND-SUB)
               TO WS-LNF-BAND (WS-BAND-SUB).
           ADD WS-LNF-BAND (WS-BAND-SUB)
               TO WS-CPF-BAND (WS-BAND-SUB)
                  WS-GRF-BAND (WS-BAND-SUB).

       138-EXIT.
           EXIT.

       140-PRINT-TENURE-LINE.
           MOVE SPACES TO WS-TNL-BAND-GROUP.
           MOVE WS-LNF-CLOSING TO WS-TNL-CLOSING.
           PERFORM 145-EDIT-ONE-BAND THRU 145-EXIT
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 6.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-TENURE-LINE
               AFTER ADVANCING 1 LINE.

       140-EXIT.
           EXIT.

       145-EDIT-ONE-BAND.
           MOVE WS-LNF-BAND (WS-BAND-SUB) TO WS-TNL-BAND (WS-BAND-SUB).

       145-EXIT.
           EXIT.

      *    EVERY LEAVER IN THE MONTH WHO WENT WITHIN 90 DAYS OF HIRE -
      *    EARLY TURNOVER POINTS AT HOW PEOPLE ARE BEING HIRED.
       150-PRINT-EARLY-LEAVERS.
           MOVE 'EARLY TURNOVER - LEFT WITHIN 90 DAYS' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.

           IF WS-EARLY-COUNT = ZERO
               MOVE SPACES TO WORKFORCE-PRINT-RECORD
               MOVE 'NO EMPLOYEE LEFT WITHIN 90 DAYS OF HIRE THIS MONTH'
                   TO WORKFORCE-PRINT-RECORD
               WRITE WORKFORCE-PRINT-RECORD
                   AFTER ADVANCING 2 LINES
               GO TO 159-EXIT
           END-IF.

           WRITE WORKFORCE-PRINT-RECORD FROM WS-EARLY-COLUMNS
               AFTER ADVANCING 2 LINES.
           MOVE SPACES TO WORKFORCE-PRINT-RECORD.
           WRITE WORKFORCE-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 155-PRINT-ONE-LEAVER THRU 155-EXIT
               VARYING WS-EARLY-SUB FROM 1 BY 1
               UNTIL WS-EARLY-SUB > WS-EARLY-COUNT.

           MOVE 'EARLY LEAVERS' TO WS-CNL-LABEL.
           MOVE WS-EARLY-COUNT TO WS-CNL-COUNT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.

       159-EXIT.
           EXIT.

       155-PRINT-ONE-LEAVER.
           MOVE ELT-EMPLOYEE-NO (WS-EARLY-SUB) TO WS-EMP-SUB.
           MOVE WS-EMP-SUB TO WS-ELL-EMPLOYEE-NO.
           MOVE ERT-EMPLOYEE-NAME (WS-EMP-SUB) TO WS-ELL-NAME.
           MOVE ELT-COMPANY-CODE (WS-EARLY-SUB) TO WS-ELL-COMPANY.
           MOVE ELT-DEPARTMENT (WS-EARLY-SUB) TO WS-ELL-DEPT.
           MOVE ERT-HIRE-DATE (WS-EMP-SUB) TO WS-ELL-HIRE-DATE.
           MOVE ERT-TERM-DATE (WS-EMP-SUB) TO WS-ELL-TERM-DATE.
           MOVE ELT-DAYS (WS-EARLY-SUB) TO WS-ELL-DAYS.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-EARLY-LINE
               AFTER ADVANCING 1 LINE.

       155-EXIT.
           EXIT.

      *    THE LATEST HRIS APPLY'S REGISTER AGAINST THE HISTORY - A
      *    HIRE THE HISTORY HAS NO RECORD OF, OR A TERMINATION IT NEVER
      *    DATED, MEANS THE COUNTS ABOVE ARE SHORT.  THE PAGE ENDS
      *    WITH THE EMPLOYEES NO COUNT COULD USE.
       160-RECONCILE-REGISTER.
           MOVE 'HRIS REGISTER RECONCILIATION' TO WS-PGH-TITLE.
           PERFORM 180-PRINT-PAGE-HEADING THRU 180-EXIT.
           MOVE SPACES TO WORKFORCE-PRINT-RECORD.
           WRITE WORKFORCE-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           OPEN INPUT APPLIED-REGISTER-FILE.

           IF WS-APPLIED-NOT-FOUND
               MOVE SPACES TO WORKFORCE-PRINT-RECORD
               MOVE 'NO HRIS APPLY REGISTER ON FILE'
                   TO WORKFORCE-PRINT-RECORD
               WRITE WORKFORCE-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               GO TO 168-PRINT-COUNTS
           END-IF.

           IF NOT WS-APPLIED-OK
               MOVE "APPLIED-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-APPLIED-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ APPLIED-REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
           END-READ.

           PERFORM 165-CHECK-ONE-REGISTER-LINE THRU 165-EXIT
               UNTIL REGISTER-EOF.

           CLOSE APPLIED-REGISTER-FILE.

       168-PRINT-COUNTS.
           MOVE 'REGISTER HIRES' TO WS-CNL-LABEL.
           MOVE WS-REGISTER-HIRES TO WS-CNL-COUNT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'REGISTER TERMINATIONS' TO WS-CNL-LABEL.
           MOVE WS-REGISTER-TERMS TO WS-CNL-COUNT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'REGISTER ACTIVITY NOT IN HISTORY' TO WS-CNL-LABEL.
           MOVE WS-UNMATCHED-COUNT TO WS-CNL-COUNT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'MASTER RECORDS WITHOUT DEPARTMENT OR HIRE DATE'
               TO WS-CNL-LABEL.
           MOVE WS-BAD-MASTER-COUNT TO WS-CNL-COUNT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'TERMINATED BEFORE THE HISTORY BEGAN'
               TO WS-CNL-LABEL.
           MOVE WS-PRE-HISTORY-COUNT TO WS-CNL-COUNT.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-TRANSFER-OVERFLOW > 0
               MOVE 'TRANSFERS BEYOND TABLE - NOT COUNTED'
                   TO WS-CNL-LABEL
               MOVE WS-TRANSFER-OVERFLOW TO WS-CNL-COUNT
               WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-COMPANY-OVERFLOW > 0
               MOVE 'EMPLOYEES BEYOND 20 COMPANIES - NOT COUNTED'
                   TO WS-CNL-LABEL
               MOVE WS-COMPANY-OVERFLOW TO WS-CNL-COUNT
               WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF WS-EARLY-OVERFLOW > 0
               MOVE 'EARLY LEAVERS BEYOND 500 - NOT LISTED'
                   TO WS-CNL-LABEL
               MOVE WS-EARLY-OVERFLOW TO WS-CNL-COUNT
               WRITE WORKFORCE-PRINT-RECORD FROM WS-COUNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       169-EXIT.
           EXIT.

       165-CHECK-ONE-REGISTER-LINE.
           IF APR-EMPLOYEE-NO IS NOT NUMERIC
              OR APR-EMPLOYEE-NO = ZERO
               GO TO 165-READ-NEXT
           END-IF.

           MOVE APR-EMPLOYEE-NO TO WS-EMP-SUB.
           MOVE SPACES TO WS-UML-REASON.

           EVALUATE TRUE
               WHEN APR-ACTION-ADD
                AND APR-NOTE = 'HIRED'
                   ADD 1 TO WS-REGISTER-HIRES
                   IF NOT ERT-ON-MASTER (WS-EMP-SUB)
                       MOVE 'HIRE NOT ON EMPLOYEE MASTER'
                           TO WS-UML-REASON
                   ELSE
                       IF NOT ERT-HIRE-IN-HISTORY (WS-EMP-SUB)
                           MOVE 'HIRE NOT IN FIELD HISTORY'
                               TO WS-UML-REASON
                       END-IF
                   END-IF
               WHEN APR-ACTION-TERMINATE
                AND APR-NOTE = 'TERMINATED'
                   ADD 1 TO WS-REGISTER-TERMS
                   IF NOT ERT-ON-MASTER (WS-EMP-SUB)
                       MOVE 'TERMINATION NOT ON EMPLOYEE MASTER'
                           TO WS-UML-REASON
                   ELSE
                       IF NOT ERT-TERMINATED (WS-EMP-SUB)
                          OR ERT-TERM-DATE (WS-EMP-SUB) = ZERO
                           MOVE 'TERMINATION NOT DATED IN HISTORY'
                               TO WS-UML-REASON
                       END-IF
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           IF WS-UML-REASON NOT = SPACES
               ADD 1 TO WS-UNMATCHED-COUNT
               MOVE APR-ACTION TO WS-UML-ACTION
               MOVE APR-EMPLOYEE-NO TO WS-UML-EMPLOYEE-NO
               MOVE APR-EMPLOYEE-NAME TO WS-UML-NAME
               WRITE WORKFORCE-PRINT-RECORD FROM WS-UNMATCHED-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       165-READ-NEXT.
           READ APPLIED-REGISTER-FILE
               AT END
                   MOVE 'Y' TO REGISTER-EOF-SWITCH
           END-READ.

       165-EXIT.
           EXIT.

       180-PRINT-PAGE-HEADING.
           MOVE WS-RPT-YEAR TO WS-PGH-YEAR.
           MOVE WS-RPT-MONTH TO WS-PGH-MONTH.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE WORKFORCE-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.

       180-EXIT.
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
      *    EACH RUN - MASTER RECORDS READ, THE MONTH'S TERMINATIONS,
      *    AND THE CLOSING HEADCOUNT AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'WKFTURN1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-MONTH-TERMS TO ATR-DETAIL-COUNT.
           MOVE WS-MONTH-CLOSING TO ATR-CONTROL-TOTAL.

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
