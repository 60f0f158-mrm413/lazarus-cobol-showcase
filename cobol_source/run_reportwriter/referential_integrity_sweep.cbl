       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * WEEKLY CROSS-FILE REFERENTIAL INTEGRITY SWEEP.                *
      *                                                               *
      * THE KEY-PATH CHECKER PROVES ONE FILE SOUND IN ITSELF, BUT     *
      * NOTHING PROVED THE MASTERS AGREE WITH EACH OTHER - CHARGE     *
      * HISTORY FOR CUSTOMERS MERGED AWAY WITH NO MRGALIAS ENTRY,     *
      * YEAR-TO-DATE RECORDS FOR EMPLOYEES NOT ON EMPMSTR, STANDING   *
      * DEDUCTIONS FOR TERMINATED EMPLOYEES, ITEMS IN DEPARTMENTS     *
      * THAT DO NOT EXIST, PRIOR TOTALS FOR SALESMEN NO LONGER ON     *
      * SLSMMSTR.  THIS SWEEP TAKES EACH PARENT/CHILD RELATIONSHIP    *
      * FROM THE INTGRULE RULES FILE, ONE RULE PER RECORD ('*' IN     *
      * COLUMN 1 IS A COMMENT):                                       *
      *                                                               *
      *   RULE ID, SEVERITY (E ERROR, W WARNING)                      *
      *   CHILD FILE, KEY START AND LENGTH, AND AN OPTIONAL FILTER -  *
      *     START, LENGTH, VALUE - NAMING WHICH CHILD RECORDS THE     *
      *     RULE COVERS (PRIORTOT'S SALESMAN ROWS ARE TYPE 'S')       *
      *   PARENT FILE, KEY START AND LENGTH, AND AN OPTIONAL          *
      *     CONDITION - START, LENGTH, EQ OR NE, VALUE - THE PARENT   *
      *     MUST MEET (A DEDUCTION'S EMPLOYEE STATUS NE 'T')          *
      *   AN OPTIONAL ALIAS FILE AND KEY START - A CHILD KEY FOUND    *
      *     THERE IS ACCOUNTED FOR EVEN WITHOUT A PARENT (MRGALIAS    *
      *     OLD NUMBERS FOR CHARGE HISTORY)                           *
      *   A DESCRIPTION FOR THE REPORT                                *
      *                                                               *
      * THE FILES A RULE MAY NAME ARE THE MASTERS THIS PROGRAM        *
      * DECLARES: CUSTMSTR, CHRGHIST, MRGALIAS, EMPMSTR, YTDEMPL,     *
      * DEDMSTR, ITEMMSTR, DEPTMSTR, SLSMMSTR AND PRIORTOT.  THE      *
      * INDEXED MASTERS ARE WALKED ALONG THEIR PRIME KEY THE WAY THE  *
      * BACKUP RUN UNLOADS THEM; POSITIONS ARE BYTES OF THE RECORD    *
      * IMAGE, COUNTING FROM 1.                                       *
      *                                                               *
      * FOR EACH RULE THE PARENT KEYS (AND ALIAS KEYS) ARE SORTED     *
      * INTO A TABLE AND EVERY CHILD RECORD IS LOOKED UP IN IT.  A    *
      * CHILD WITH NO PARENT AND NO ALIAS IS AN ORPHAN; A CHILD WHOSE *
      * PARENT FAILS THE CONDITION IS A MISMATCH.  EACH FINDING IS    *
      * LISTED ON INTGRPT UNDER ITS RULE, UP TO 500 A RULE, AND EVERY *
      * RULE'S COUNTS ARE APPENDED TO THE INTGHIST HISTORY, WHICH THE *
      * REPORT READS BACK TO SHOW EACH RULE'S LAST SIX SWEEPS AND     *
      * WHETHER IT IS GETTING BETTER OR WORSE.                        *
      *                                                               *
      * RETURN CODE FOR THE SUITE DRIVER: 8 WHEN ANY ERROR-SEVERITY   *
      * RULE HAS FINDINGS, WHEN A RULE COULD NOT BE CHECKED, OR WHEN  *
      * THERE IS NO RULES FILE; 4 WHEN ONLY WARNING RULES HAVE        *
      * FINDINGS; 0 WHEN THE MASTERS AGREE.                           *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT INTEGRITY-RULE-FILE
               ASSIGN TO EXTERNAL INTGRULE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RULE-STATUS.

           SELECT INTEGRITY-HISTORY-FILE
               ASSIGN TO EXTERNAL INTGHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT INTEGRITY-REPORT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING INTGRPT
                         FILE STATUS IS WS-REPORT-STATUS.

           SELECT CUSTOMER-MASTER-FILE
               ASSIGN TO EXTERNAL CUSTMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS CMR-CUSTOMER-NUMBER
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT MERGE-ALIAS-FILE
               ASSIGN TO EXTERNAL MRGALIAS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT EMPLOYEE-MASTER-FILE
               ASSIGN TO EXTERNAL EMPMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS EMR-EMPLOYEE-NO
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT YTD-EMPLOYEE-FILE
               ASSIGN TO EXTERNAL YTDEMPL
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT DEDUCTION-MASTER-FILE
               ASSIGN TO EXTERNAL DEDMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT ITEM-MASTER-FILE
               ASSIGN TO EXTERNAL ITEMMSTR
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS IMR-ITEM-NUMBER
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT DEPARTMENT-MASTER-FILE
               ASSIGN TO EXTERNAL DEPTMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT SALESMAN-MASTER-FILE
               ASSIGN TO EXTERNAL SLSMMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT PRIOR-TOTALS-FILE
               ASSIGN TO EXTERNAL PRIORTOT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SUBJECT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WRK".

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

       FD  INTEGRITY-RULE-FILE.

       01  INTEGRITY-RULE-RECORD.
           03  IRL-RULE-ID             PIC X(06).
           03  FILLER                  PIC X(01).
           03  IRL-SEVERITY            PIC X(01).
           03  FILLER                  PIC X(01).
           03  IRL-CHILD-FILE          PIC X(08).
           03  FILLER                  PIC X(01).
           03  IRL-CHILD-POS           PIC 9(03).
           03  FILLER                  PIC X(01).
           03  IRL-CHILD-LEN           PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IRL-FILTER-POS          PIC 9(03).
           03  FILLER                  PIC X(01).
           03  IRL-FILTER-LEN          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IRL-FILTER-VALUE        PIC X(06).
           03  FILLER                  PIC X(01).
           03  IRL-PARENT-FILE         PIC X(08).
           03  FILLER                  PIC X(01).
           03  IRL-PARENT-POS          PIC 9(03).
           03  FILLER                  PIC X(01).
           03  IRL-PARENT-LEN          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IRL-COND-POS            PIC 9(03).
           03  FILLER                  PIC X(01).
           03  IRL-COND-LEN            PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IRL-COND-OP             PIC X(02).
           03  FILLER                  PIC X(01).
           03  IRL-COND-VALUE          PIC X(06).
           03  FILLER                  PIC X(01).
           03  IRL-ALIAS-FILE          PIC X(08).
           03  FILLER                  PIC X(01).
           03  IRL-ALIAS-POS           PIC 9(03).
           03  FILLER                  PIC X(01).
           03  IRL-DESCRIPTION         PIC X(40).

      *    ONE RECORD PER RULE PER SWEEP - THE COUNTS OVER TIME.
       FD  INTEGRITY-HISTORY-FILE.

       01  INTEGRITY-HISTORY-RECORD.
           03  IHS-RUN-DATE            PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IHS-RULE-ID             PIC X(06).
           03  FILLER                  PIC X(01).
           03  IHS-SEVERITY            PIC X(01).
           03  FILLER                  PIC X(01).
           03  IHS-CHECKED-COUNT       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IHS-ORPHAN-COUNT        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IHS-MISMATCH-COUNT      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  IHS-RULE-STATUS         PIC X(08).
           03  FILLER                  PIC X(27).

       FD  INTEGRITY-REPORT-FILE.

       01  INTEGRITY-REPORT-RECORD     PIC X(132).

      *    THE MASTERS - ONLY THE PRIME KEYS ARE NAMED; A RULE SEES
      *    EACH RECORD AS AN IMAGE AND PICKS ITS FIELDS BY POSITION.
       FD  CUSTOMER-MASTER-FILE.

       01  CUSTOMER-MASTER-RECORD.
           03  CMR-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(76).

       FD  CHARGE-HISTORY-FILE.

       01  CHARGE-HISTORY-RECORD.
           03  HIS-RECORD-KEY          PIC X(16).
           03  FILLER                  PIC X(64).

       FD  MERGE-ALIAS-FILE.

       01  MERGE-ALIAS-RECORD          PIC X(200).

       FD  EMPLOYEE-MASTER-FILE.

       01  EMPLOYEE-MASTER-RECORD.
           03  EMR-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(76).

       FD  YTD-EMPLOYEE-FILE.

       01  YTD-EMPLOYEE-RECORD.
           03  YTE-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(76).

       FD  DEDUCTION-MASTER-FILE.

       01  DEDUCTION-MASTER-RECORD     PIC X(200).

       FD  ITEM-MASTER-FILE.

       01  ITEM-MASTER-RECORD.
           03  IMR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(75).

       FD  DEPARTMENT-MASTER-FILE.

       01  DEPARTMENT-MASTER-RECORD    PIC X(200).

       FD  SALESMAN-MASTER-FILE.

       01  SALESMAN-MASTER-RECORD      PIC X(200).

       FD  PRIOR-TOTALS-FILE.

       01  PRIOR-TOTALS-RECORD         PIC X(200).

      *    ONE PARENT OR ALIAS KEY, WITH WHAT WAS LEARNED ABOUT IT.
       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           03  SRT-KEY                 PIC X(20).
           03  SRT-PARENT              PIC X(01).
           03  SRT-COND-PASS           PIC X(01).
           03  SRT-ALIAS               PIC X(01).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'REFINTG1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

       77  WS-RULE-STATUS              PIC XX.
           88  WS-RULE-OK                          VALUE "00".
           88  WS-RULE-NOT-FOUND                   VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-SUBJECT-STATUS           PIC XX.
           88  WS-SUBJECT-OK                       VALUE "00".
           88  WS-SUBJECT-NOT-FOUND                VALUE "35".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  RULE-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  RULE-EOF                            VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  SUBJECT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  SUBJECT-EOF                         VALUE 'Y'.
       77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINDING-TOTAL            PIC 9(08)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.

      *    THE MASTERS A RULE MAY NAME, IN THE ORDER THE DISPATCH
      *    PARAGRAPHS TAKE THEM.
       01  SUBJECT-NAME-VALUES.
           03  FILLER                  PIC X(08) VALUE 'CUSTMSTR'.
           03  FILLER                  PIC X(08) VALUE 'CHRGHIST'.
           03  FILLER                  PIC X(08) VALUE 'MRGALIAS'.
           03  FILLER                  PIC X(08) VALUE 'EMPMSTR '.
           03  FILLER                  PIC X(08) VALUE 'YTDEMPL '.
           03  FILLER                  PIC X(08) VALUE 'DEDMSTR '.
           03  FILLER                  PIC X(08) VALUE 'ITEMMSTR'.
           03  FILLER                  PIC X(08) VALUE 'DEPTMSTR'.
           03  FILLER                  PIC X(08) VALUE 'SLSMMSTR'.
           03  FILLER                  PIC X(08) VALUE 'PRIORTOT'.
       01  SUBJECT-NAME-TABLE          REDEFINES SUBJECT-NAME-VALUES.
           03  SBJ-NAME                PIC X(08) OCCURS 10 TIMES.
       77  WS-SUBJECT-COUNT            PIC 9(02)   VALUE 10.
       77  WS-SUBJECT-SUB              PIC 9(02)   VALUE 0.
       77  WS-SUBJECT-FOUND            PIC 9(02)   VALUE 0.
       77  WS-FIND-NAME                PIC X(08)   VALUE SPACES.
       77  WS-SUBJECT-READ-COUNT       PIC 9(08)   VALUE 0.
       01  WS-RECORD-IMAGE             PIC X(200).

      *    THE RULES AS LOADED, WITH WHAT THIS SWEEP FOUND.
       01  RULE-TABLE.
           02  RULE-ENTRY              OCCURS 100 TIMES.
               03  RLT-RULE-ID         PIC X(06).
               03  RLT-SEVERITY        PIC X(01).
               03  RLT-CHILD-FILE      PIC X(08).
               03  RLT-CHILD-POS       PIC 9(03).
               03  RLT-CHILD-LEN       PIC 9(02).
               03  RLT-FILTER-POS      PIC 9(03).
               03  RLT-FILTER-LEN      PIC 9(02).
               03  RLT-FILTER-VALUE    PIC X(06).
               03  RLT-PARENT-FILE     PIC X(08).
               03  RLT-PARENT-POS      PIC 9(03).
               03  RLT-PARENT-LEN      PIC 9(02).
               03  RLT-COND-POS        PIC 9(03).
               03  RLT-COND-LEN        PIC 9(02).
               03  RLT-COND-OP         PIC X(02).
               03  RLT-COND-VALUE      PIC X(06).
               03  RLT-ALIAS-FILE      PIC X(08).
               03  RLT-ALIAS-POS       PIC 9(03).
               03  RLT-DESCRIPTION     PIC X(40).
               03  RLT-CHECKED-COUNT   PIC 9(08).
               03  RLT-ORPHAN-COUNT    PIC 9(08).
               03  RLT-MISMATCH-COUNT  PIC 9(08).
               03  RLT-STATUS          PIC X(08).
               03  RLT-REFUSAL         PIC X(40).
       77  WS-RULE-COUNT               PIC 9(03)   VALUE 0.
       77  WS-RULE-SUB                 PIC 9(03)   VALUE 0.
       77  WS-RULE-LINE                PIC 9(05)   VALUE 0.

      *    EACH RULE'S LAST SIX SWEEPS OFF INTGHIST, OLDEST FIRST.
       01  TREND-TABLE.
           02  TREND-ENTRY             OCCURS 100 TIMES.
               03  TRT-RULE-ID         PIC X(06).
               03  TRT-RUN-COUNT       PIC 9(01).
               03  TRT-RUN             OCCURS 6 TIMES.
                   05  TRT-RUN-DATE    PIC 9(08).
                   05  TRT-FINDINGS    PIC 9(08).
       77  WS-TREND-COUNT              PIC 9(03)   VALUE 0.
       77  WS-TREND-SUB                PIC 9(03)   VALUE 0.
       77  WS-TREND-FOUND              PIC 9(03)   VALUE 0.
       77  WS-TREND-OVERFLOW           PIC 9(06)   VALUE 0.
       77  WS-RUN-SUB                  PIC 9(01)   VALUE 0.
       77  WS-PRIOR-FINDINGS           PIC 9(08)   VALUE 0.
       77  WS-NOW-FINDINGS             PIC 9(08)   VALUE 0.
       77  WS-TREND-WORD               PIC X(08)   VALUE SPACES.

      *    THE RULE IN HAND.
       77  WS-CUR-REFUSED-SWITCH       PIC X(01)   VALUE 'N'.
           88  RULE-REFUSED                        VALUE 'Y'.
       77  WS-LOAD-FILE                PIC X(08)   VALUE SPACES.
       77  WS-LOAD-POS                 PIC 9(03)   VALUE 0.
       77  WS-LOAD-ROLE                PIC X(01)   VALUE SPACE.
           88  LOADING-PARENT                      VALUE 'P'.
           88  LOADING-ALIAS                       VALUE 'A'.
       77  WS-CHILD-KEY                PIC X(20)   VALUE SPACES.
       77  WS-LISTED-COUNT             PIC 9(05)   VALUE 0.
       77  WS-LIST-LIMIT               PIC 9(05)   VALUE 500.
       77  WS-FINDING-TEXT             PIC X(24)   VALUE SPACES.

      *    PARENT AND ALIAS KEYS, SORTED AND MERGED - ONE ENTRY PER
      *    KEY, FLAGGED FOR WHERE IT WAS SEEN.
       77  WS-KEY-COUNT                PIC 9(05)   VALUE 0.
       77  WS-KEY-LIMIT                PIC 9(05)   VALUE 30000.
       01  KEY-TABLE.
           02  KEY-ENTRY               OCCURS 1 TO 30000 TIMES
                                       DEPENDING ON WS-KEY-COUNT
                                       ASCENDING KEY IS KYT-KEY
                                       INDEXED BY KY-IX.
               03  KYT-KEY             PIC X(20).
               03  KYT-PARENT          PIC X(01).
               03  KYT-COND-PASS       PIC X(01).
               03  KYT-ALIAS           PIC X(01).

       77  WS-ERROR-FINDINGS           PIC 9(08)   VALUE 0.
       77  WS-WARNING-FINDINGS         PIC 9(08)   VALUE 0.
       77  WS-REFUSED-COUNT            PIC 9(03)   VALUE 0.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(50) VALUE
                   'CROSS-FILE REFERENTIAL INTEGRITY SWEEP'.
           03  FILLER                  PIC X(06) VALUE ' PAGE '.
           03  WS-PGH-PAGE             PIC ZZ9.
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).

       01  WS-RULE-HEAD-LINE.
           03  FILLER                  PIC X(05) VALUE 'RULE '.
           03  WS-RHL-RULE-ID          PIC X(06).
           03  FILLER                  PIC X(11) VALUE '  SEVERITY '.
           03  WS-RHL-SEVERITY         PIC X(01).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RHL-DESCRIPTION      PIC X(40).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RHL-CHILD            PIC X(08).
           03  FILLER                  PIC X(04) VALUE ' -> '.
           03  WS-RHL-PARENT           PIC X(08).
           03  FILLER                  PIC X(07) VALUE ' ALIAS '.
           03  WS-RHL-ALIAS            PIC X(08).

       01  WS-FINDING-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   '  RECORD NO  KEY             '.
           03  FILLER                  PIC X(30) VALUE
                   '      FINDING                 '.
           03  FILLER                  PIC X(12) VALUE
                   'RECORD IMAGE'.

       01  WS-FINDING-LINE.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-FDL-RECORD           PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-KEY              PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-FINDING          PIC X(24).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-FDL-IMAGE            PIC X(60).

       01  WS-RULE-TOTAL-LINE.
           03  FILLER                  PIC X(09) VALUE ' CHECKED '.
           03  WS-RTL-CHECKED          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(10) VALUE '  ORPHANS '.
           03  WS-RTL-ORPHANS          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(13) VALUE '  MISMATCHES '.
           03  WS-RTL-MISMATCHES       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RTL-STATUS           PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-RTL-NOTE             PIC X(40).

       01  WS-TREND-LINE.
           03  FILLER                  PIC X(10) VALUE
                   ' FINDINGS'.
           03  WS-TRL-RUN              OCCURS 7 TIMES.
               05  FILLER              PIC X(01).
               05  WS-TRL-DATE         PIC X(08).
               05  FILLER              PIC X(01).
               05  WS-TRL-FINDINGS     PIC Z(05)9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-TRL-TREND            PIC X(08).

       01  WS-SUMMARY-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   'RULE   SEV      CHECKED      O'.
           03  FILLER                  PIC X(30) VALUE
                   'RPHANS   MISMATCHES  STATUS   '.
           03  FILLER                  PIC X(30) VALUE
                   '  LAST SWEEP  TREND           '.

       01  WS-SUMMARY-LINE.
           03  WS-SML-RULE-ID          PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-SEVERITY         PIC X(01).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SML-CHECKED          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-ORPHANS          PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-MISMATCHES       PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-STATUS           PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-PRIOR            PIC ZZZ,ZZZ,ZZ9.
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SML-TREND            PIC X(08).

       01  WS-COUNT-LINE.
           03  WS-CNL-LABEL            PIC X(40).
           03  WS-CNL-COUNT            PIC ZZZ,ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-RUN-DATE.

           OPEN OUTPUT INTEGRITY-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "INTEGRITY-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 010-LOAD-HISTORY THRU 019-EXIT.
           PERFORM 020-LOAD-RULES THRU 029-EXIT.

           PERFORM 100-CHECK-ONE-RULE THRU 199-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

           PERFORM 300-PRINT-SUMMARY THRU 309-EXIT.
           PERFORM 320-APPEND-HISTORY THRU 329-EXIT.

           CLOSE INTEGRITY-REPORT-FILE.

      *    THE SUITE DRIVER GATES ON THIS: 8 BLOCKS THE DEPENDENTS,
      *    4 IS REVIEW-AND-CONTINUE.
           EVALUATE TRUE
               WHEN WS-ERROR-FINDINGS > ZERO
               WHEN WS-REFUSED-COUNT > ZERO
               WHEN WS-RULE-COUNT = ZERO
                   MOVE 8 TO WS-FINAL-RETURN-CODE
               WHEN WS-WARNING-FINDINGS > ZERO
               WHEN WS-TREND-OVERFLOW > ZERO
                   MOVE 4 TO WS-FINAL-RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO WS-FINAL-RETURN-CODE
           END-EVALUATE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    NO HISTORY YET - THIS IS THE FIRST SWEEP AND THERE IS
      *    NOTHING TO TREND AGAINST.
       010-LOAD-HISTORY.
           OPEN INPUT INTEGRITY-HISTORY-FILE.

           IF WS-HISTORY-NOT-FOUND
               GO TO 019-EXIT
           END-IF.

           IF NOT WS-HISTORY-OK
               MOVE "INTEGRITY-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ INTEGRITY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 015-TAKE-ONE-HISTORY THRU 015-EXIT
               UNTIL HISTORY-EOF.

           CLOSE INTEGRITY-HISTORY-FILE.

      *    INTGHIST NAMES MORE THAN 100 RULES - THE RULES PAST THE
      *    TABLE SHOW AS NEW ON THE REPORT, AND THE RUN SAYS SO.
           IF WS-TREND-OVERFLOW > ZERO
               MOVE "INTGHIST TREND TABLE" TO WS-MSG-INSERT-1
               MOVE "100 RULES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       019-EXIT.
           EXIT.

      *    THE FILE IS IN SWEEP ORDER, SO EACH RULE'S RUNS ARRIVE
      *    OLDEST FIRST; ONCE SIX ARE HELD THE OLDEST DROPS OFF.
       015-TAKE-ONE-HISTORY.
           MOVE ZERO TO WS-TREND-FOUND.
           PERFORM 017-MATCH-ONE-TREND THRU 017-EXIT
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > WS-TREND-COUNT
                  OR WS-TREND-FOUND > ZERO.

           IF WS-TREND-FOUND = ZERO
               IF WS-TREND-COUNT < 100
                   ADD 1 TO WS-TREND-COUNT
                   MOVE WS-TREND-COUNT TO WS-TREND-FOUND
                   MOVE IHS-RULE-ID TO TRT-RULE-ID (WS-TREND-FOUND)
                   MOVE ZERO TO TRT-RUN-COUNT (WS-TREND-FOUND)
               ELSE
                   ADD 1 TO WS-TREND-OVERFLOW
                   GO TO 015-READ-NEXT
               END-IF
           END-IF.

           IF TRT-RUN-COUNT (WS-TREND-FOUND) = 6
               PERFORM 018-SHIFT-ONE-RUN THRU 018-EXIT
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > 5
           ELSE
               ADD 1 TO TRT-RUN-COUNT (WS-TREND-FOUND)
           END-IF.

           MOVE TRT-RUN-COUNT (WS-TREND-FOUND) TO WS-RUN-SUB.
           MOVE IHS-RUN-DATE
               TO TRT-RUN-DATE (WS-TREND-FOUND, WS-RUN-SUB).
           COMPUTE TRT-FINDINGS (WS-TREND-FOUND, WS-RUN-SUB) =
               IHS-ORPHAN-COUNT + IHS-MISMATCH-COUNT.

       015-READ-NEXT.
           READ INTEGRITY-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       017-MATCH-ONE-TREND.
           IF TRT-RULE-ID (WS-TREND-SUB) = IHS-RULE-ID
               MOVE WS-TREND-SUB TO WS-TREND-FOUND
           END-IF.

       017-EXIT.
           EXIT.

       018-SHIFT-ONE-RUN.
           MOVE TRT-RUN (WS-TREND-FOUND, WS-RUN-SUB + 1)
               TO TRT-RUN (WS-TREND-FOUND, WS-RUN-SUB).

       018-EXIT.
           EXIT.

      *    NO RULES FILE LEAVES NOTHING PROVED - THE SWEEP REPORTS IT
      *    AND RETURNS 8 RATHER THAN A CLEAN 0.
       020-LOAD-RULES.
           OPEN INPUT INTEGRITY-RULE-FILE.

           IF WS-RULE-NOT-FOUND
               DISPLAY "NO INTGRULE RULES FILE - NOTHING CHECKED"
                       UPON SYSERR
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-RULE-OK
               MOVE "INTEGRITY-RULE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RULE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ INTEGRITY-RULE-FILE
               AT END
                   MOVE 'Y' TO RULE-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-RULE THRU 025-EXIT
               UNTIL RULE-EOF.

           CLOSE INTEGRITY-RULE-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-RULE.
           ADD 1 TO WS-RULE-LINE.
           IF INTEGRITY-RULE-RECORD (1:1) = '*'
              OR INTEGRITY-RULE-RECORD = SPACES
               GO TO 025-READ-NEXT
           END-IF.

           IF WS-RULE-COUNT NOT < 100
               DISPLAY "INTGRULE HOLDS MORE THAN 100 RULES - LINE "
                       WS-RULE-LINE " AND AFTER IGNORED" UPON SYSERR
               GO TO 025-READ-NEXT
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE IRL-RULE-ID TO RLT-RULE-ID (WS-RULE-COUNT).
           MOVE IRL-SEVERITY TO RLT-SEVERITY (WS-RULE-COUNT).
           MOVE IRL-CHILD-FILE TO RLT-CHILD-FILE (WS-RULE-COUNT).
           MOVE IRL-FILTER-VALUE TO RLT-FILTER-VALUE (WS-RULE-COUNT).
           MOVE IRL-PARENT-FILE TO RLT-PARENT-FILE (WS-RULE-COUNT).
           MOVE IRL-COND-OP TO RLT-COND-OP (WS-RULE-COUNT).
           MOVE IRL-COND-VALUE TO RLT-COND-VALUE (WS-RULE-COUNT).
           MOVE IRL-ALIAS-FILE TO RLT-ALIAS-FILE (WS-RULE-COUNT).
           MOVE IRL-DESCRIPTION TO RLT-DESCRIPTION (WS-RULE-COUNT).
           MOVE ZERO TO RLT-CHECKED-COUNT (WS-RULE-COUNT).
           MOVE ZERO TO RLT-ORPHAN-COUNT (WS-RULE-COUNT).
           MOVE ZERO TO RLT-MISMATCH-COUNT (WS-RULE-COUNT).
           MOVE SPACES TO RLT-STATUS (WS-RULE-COUNT).
           MOVE SPACES TO RLT-REFUSAL (WS-RULE-COUNT).

      *    A BLANK POSITION OR LENGTH READS AS ZERO - NO FILTER, NO
      *    CONDITION, NO ALIAS.  THE RULE CHECK REFUSES WHAT A
      *    MISSING FIGURE LEAVES UNUSABLE.
           MOVE ZERO TO RLT-CHILD-POS (WS-RULE-COUNT)
                        RLT-CHILD-LEN (WS-RULE-COUNT)
                        RLT-FILTER-POS (WS-RULE-COUNT)
                        RLT-FILTER-LEN (WS-RULE-COUNT)
                        RLT-PARENT-POS (WS-RULE-COUNT)
                        RLT-PARENT-LEN (WS-RULE-COUNT)
                        RLT-COND-POS (WS-RULE-COUNT)
                        RLT-COND-LEN (WS-RULE-COUNT)
                        RLT-ALIAS-POS (WS-RULE-COUNT).
           IF IRL-CHILD-POS IS NUMERIC
               MOVE IRL-CHILD-POS TO RLT-CHILD-POS (WS-RULE-COUNT)
           END-IF.
           IF IRL-CHILD-LEN IS NUMERIC
               MOVE IRL-CHILD-LEN TO RLT-CHILD-LEN (WS-RULE-COUNT)
           END-IF.
           IF IRL-FILTER-POS IS NUMERIC
               MOVE IRL-FILTER-POS TO RLT-FILTER-POS (WS-RULE-COUNT)
           END-IF.
           IF IRL-FILTER-LEN IS NUMERIC
               MOVE IRL-FILTER-LEN TO RLT-FILTER-LEN (WS-RULE-COUNT)
           END-IF.
           IF IRL-PARENT-POS IS NUMERIC
               MOVE IRL-PARENT-POS TO RLT-PARENT-POS (WS-RULE-COUNT)
           END-IF.
           IF IRL-PARENT-LEN IS NUMERIC
               MOVE IRL-PARENT-LEN TO RLT-PARENT-LEN (WS-RULE-COUNT)
           END-IF.
           IF IRL-COND-POS IS NUMERIC
               MOVE IRL-COND-POS TO RLT-COND-POS (WS-RULE-COUNT)
           END-IF.
           IF IRL-COND-LEN IS NUMERIC
               MOVE IRL-COND-LEN TO RLT-COND-LEN (WS-RULE-COUNT)
           END-IF.
           IF IRL-ALIAS-POS IS NUMERIC
               MOVE IRL-ALIAS-POS TO RLT-ALIAS-POS (WS-RULE-COUNT)
           END-IF.

       025-READ-NEXT.
           READ INTEGRITY-RULE-FILE
               AT END
                   MOVE 'Y' TO RULE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

      *    FINDS WS-FIND-NAME AMONG THE MASTERS THIS SWEEP CAN READ.
       090-FIND-SUBJECT.
           MOVE ZERO TO WS-SUBJECT-FOUND.
           PERFORM 091-MATCH-ONE-SUBJECT THRU 091-EXIT
               VARYING WS-SUBJECT-SUB FROM 1 BY 1
               UNTIL WS-SUBJECT-SUB > WS-SUBJECT-COUNT
                  OR WS-SUBJECT-FOUND > ZERO.

       090-EXIT.
           EXIT.

       091-MATCH-ONE-SUBJECT.
           IF SBJ-NAME (WS-SUBJECT-SUB) = WS-FIND-NAME
               MOVE WS-SUBJECT-SUB TO WS-SUBJECT-FOUND
           END-IF.

       091-EXIT.
           EXIT.

      *    ONE RULE: PROVE IT USABLE, SORT ITS PARENT AND ALIAS KEYS
      *    INTO THE KEY TABLE, THEN LOOK UP EVERY CHILD IT COVERS.
       100-CHECK-ONE-RULE.
           MOVE 'N' TO WS-CUR-REFUSED-SWITCH.
           MOVE ZERO TO WS-LISTED-COUNT.

           PERFORM 110-VALIDATE-RULE THRU 119-EXIT.
           PERFORM 180-PRINT-RULE-HEADING THRU 180-EXIT.

           IF RULE-REFUSED
               GO TO 150-CLOSE-RULE
           END-IF.

           MOVE ZERO TO WS-KEY-COUNT.
           MOVE 'N' TO SORT-EOF-SWITCH.
           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-KEY
               INPUT PROCEDURE IS 200-RELEASE-KEYS
                   THRU 209-EXIT
               OUTPUT PROCEDURE IS 220-LOAD-KEY-TABLE
                   THRU 229-EXIT.

           IF RULE-REFUSED
               GO TO 150-CLOSE-RULE
           END-IF.

           PERFORM 130-SWEEP-CHILD THRU 139-EXIT.

       150-CLOSE-RULE.
           PERFORM 160-PRINT-RULE-TOTAL THRU 169-EXIT.

       199-EXIT.
           EXIT.

      *    EVERY FILE NAMED MUST BE ONE THIS SWEEP DECLARES, AND
      *    EVERY FIELD MUST LIE INSIDE THE RECORD IMAGE; THE CHILD
      *    AND PARENT KEYS MUST BE THE SAME LENGTH TO BE COMPARED.
       110-VALIDATE-RULE.
           IF RLT-SEVERITY (WS-RULE-SUB) NOT = 'E'
              AND RLT-SEVERITY (WS-RULE-SUB) NOT = 'W'
               MOVE 'SEVERITY IS NEITHER E NOR W'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               GO TO 118-REFUSE
           END-IF.

           MOVE RLT-CHILD-FILE (WS-RULE-SUB) TO WS-FIND-NAME.
           PERFORM 090-FIND-SUBJECT THRU 090-EXIT.
           IF WS-SUBJECT-FOUND = ZERO
               MOVE 'CHILD FILE IS NOT A MASTER THIS SWEEP READS'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               GO TO 118-REFUSE
           END-IF.

           MOVE RLT-PARENT-FILE (WS-RULE-SUB) TO WS-FIND-NAME.
           PERFORM 090-FIND-SUBJECT THRU 090-EXIT.
           IF WS-SUBJECT-FOUND = ZERO
               MOVE 'PARENT FILE IS NOT A MASTER THIS SWEEP READS'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               GO TO 118-REFUSE
           END-IF.

           IF RLT-ALIAS-FILE (WS-RULE-SUB) NOT = SPACES
               MOVE RLT-ALIAS-FILE (WS-RULE-SUB) TO WS-FIND-NAME
               PERFORM 090-FIND-SUBJECT THRU 090-EXIT
               IF WS-SUBJECT-FOUND = ZERO
                   MOVE 'ALIAS FILE IS NOT A MASTER THIS SWEEP READS'
                       TO RLT-REFUSAL (WS-RULE-SUB)
                   GO TO 118-REFUSE
               END-IF
               IF RLT-ALIAS-POS (WS-RULE-SUB) = ZERO
                  OR RLT-ALIAS-POS (WS-RULE-SUB)
                     + RLT-CHILD-LEN (WS-RULE-SUB) - 1 > 200
                   MOVE 'ALIAS KEY POSITION OUTSIDE THE RECORD'
                       TO RLT-REFUSAL (WS-RULE-SUB)
                   GO TO 118-REFUSE
               END-IF
           END-IF.

           IF RLT-CHILD-LEN (WS-RULE-SUB) = ZERO
              OR RLT-CHILD-LEN (WS-RULE-SUB) > 20
              OR RLT-CHILD-LEN (WS-RULE-SUB)
                 NOT = RLT-PARENT-LEN (WS-RULE-SUB)
               MOVE 'KEY LENGTHS MISSING, OVER 20 OR UNEQUAL'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               GO TO 118-REFUSE
           END-IF.

           IF RLT-CHILD-POS (WS-RULE-SUB) = ZERO
              OR RLT-PARENT-POS (WS-RULE-SUB) = ZERO
              OR RLT-CHILD-POS (WS-RULE-SUB)
                 + RLT-CHILD-LEN (WS-RULE-SUB) - 1 > 200
              OR RLT-PARENT-POS (WS-RULE-SUB)
                 + RLT-PARENT-LEN (WS-RULE-SUB) - 1 > 200
               MOVE 'KEY POSITION OUTSIDE THE RECORD'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               GO TO 118-REFUSE
           END-IF.

           IF RLT-FILTER-POS (WS-RULE-SUB) > ZERO
               IF RLT-FILTER-LEN (WS-RULE-SUB) = ZERO
                  OR RLT-FILTER-LEN (WS-RULE-SUB) > 6
                  OR RLT-FILTER-POS (WS-RULE-SUB)
                     + RLT-FILTER-LEN (WS-RULE-SUB) - 1 > 200
                   MOVE 'CHILD FILTER FIELD NOT USABLE'
                       TO RLT-REFUSAL (WS-RULE-SUB)
                   GO TO 118-REFUSE
               END-IF
           END-IF.

           IF RLT-COND-POS (WS-RULE-SUB) > ZERO
               IF RLT-COND-LEN (WS-RULE-SUB) = ZERO
                  OR RLT-COND-LEN (WS-RULE-SUB) > 6
                  OR RLT-COND-POS (WS-RULE-SUB)
                     + RLT-COND-LEN (WS-RULE-SUB) - 1 > 200
                  OR (RLT-COND-OP (WS-RULE-SUB) NOT = 'EQ'
                      AND RLT-COND-OP (WS-RULE-SUB) NOT = 'NE')
                   MOVE 'PARENT CONDITION NOT USABLE'
                       TO RLT-REFUSAL (WS-RULE-SUB)
                   GO TO 118-REFUSE
               END-IF
           END-IF.

           GO TO 119-EXIT.

       118-REFUSE.
           MOVE 'Y' TO WS-CUR-REFUSED-SWITCH.

       119-EXIT.
           EXIT.

      *    EVERY CHILD RECORD THE FILTER ADMITS IS LOOKED UP BY ITS
      *    KEY.  NO CHILD FILE ON DISK IS NO CHILDREN - NOTHING TO
      *    BE ORPHANED.
       130-SWEEP-CHILD.
           MOVE RLT-CHILD-FILE (WS-RULE-SUB) TO WS-FIND-NAME.
           PERFORM 090-FIND-SUBJECT THRU 090-EXIT.
           PERFORM 600-OPEN-SUBJECT THRU 600-EXIT.
           IF WS-SUBJECT-NOT-FOUND
               MOVE 'CHILD FILE NOT ON DISK'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               GO TO 139-EXIT
           END-IF.
           IF NOT WS-SUBJECT-OK
               MOVE 'CHILD FILE WOULD NOT OPEN'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               MOVE 'Y' TO WS-CUR-REFUSED-SWITCH
               GO TO 139-EXIT
           END-IF.

           PERFORM 610-READ-SUBJECT THRU 610-EXIT.
           PERFORM 135-CHECK-ONE-CHILD THRU 135-EXIT
               UNTIL SUBJECT-EOF.

           PERFORM 620-CLOSE-SUBJECT THRU 620-EXIT.

       139-EXIT.
           EXIT.

       135-CHECK-ONE-CHILD.
           IF RLT-FILTER-POS (WS-RULE-SUB) > ZERO
               IF WS-RECORD-IMAGE (RLT-FILTER-POS (WS-RULE-SUB):
                                   RLT-FILTER-LEN (WS-RULE-SUB))
                  NOT = RLT-FILTER-VALUE (WS-RULE-SUB)
                        (1:RLT-FILTER-LEN (WS-RULE-SUB))
                   GO TO 135-READ-NEXT
               END-IF
           END-IF.

           ADD 1 TO RLT-CHECKED-COUNT (WS-RULE-SUB).
           ADD 1 TO WS-INPUT-COUNT.
           MOVE SPACES TO WS-CHILD-KEY.
           MOVE WS-RECORD-IMAGE (RLT-CHILD-POS (WS-RULE-SUB):
                                 RLT-CHILD-LEN (WS-RULE-SUB))
               TO WS-CHILD-KEY.

           MOVE SPACES TO WS-FINDING-TEXT.
           IF WS-KEY-COUNT = ZERO
               MOVE 'ORPHAN - NO PARENT' TO WS-FINDING-TEXT
           ELSE
               SEARCH ALL KEY-ENTRY
                   AT END
                       MOVE 'ORPHAN - NO PARENT' TO WS-FINDING-TEXT
                   WHEN KYT-KEY (KY-IX) = WS-CHILD-KEY
                       IF KYT-PARENT (KY-IX) = 'Y'
                           IF KYT-COND-PASS (KY-IX) NOT = 'Y'
                               MOVE 'MISMATCH - PARENT FAILS'
                                   TO WS-FINDING-TEXT
                           END-IF
                       ELSE
                           IF KYT-ALIAS (KY-IX) NOT = 'Y'
                               MOVE 'ORPHAN - NO PARENT'
                                   TO WS-FINDING-TEXT
                           END-IF
                       END-IF
               END-SEARCH
           END-IF.

           IF WS-FINDING-TEXT = SPACES
               GO TO 135-READ-NEXT
           END-IF.

           IF WS-FINDING-TEXT (1:6) = 'ORPHAN'
               ADD 1 TO RLT-ORPHAN-COUNT (WS-RULE-SUB)
           ELSE
               ADD 1 TO RLT-MISMATCH-COUNT (WS-RULE-SUB)
           END-IF.

           ADD 1 TO WS-LISTED-COUNT.
           IF WS-LISTED-COUNT > WS-LIST-LIMIT
               GO TO 135-READ-NEXT
           END-IF.

           IF WS-LINE-COUNT > 55
               PERFORM 190-PRINT-PAGE-HEADING THRU 190-EXIT
               PERFORM 185-PRINT-RULE-LINES THRU 185-EXIT
           END-IF.
           MOVE WS-SUBJECT-READ-COUNT TO WS-FDL-RECORD.
           MOVE WS-CHILD-KEY TO WS-FDL-KEY.
           MOVE WS-FINDING-TEXT TO WS-FDL-FINDING.
           MOVE WS-RECORD-IMAGE (1:60) TO WS-FDL-IMAGE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FINDING-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       135-READ-NEXT.
           PERFORM 610-READ-SUBJECT THRU 610-EXIT.

       135-EXIT.
           EXIT.

      *    THE RULE'S COUNTS, ITS LAST SIX SWEEPS AND THIS ONE, AND
      *    WHICH WAY IT IS MOVING.
       160-PRINT-RULE-TOTAL.
           EVALUATE TRUE
               WHEN RULE-REFUSED
                   MOVE 'REFUSED' TO RLT-STATUS (WS-RULE-SUB)
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN RLT-ORPHAN-COUNT (WS-RULE-SUB)
                    + RLT-MISMATCH-COUNT (WS-RULE-SUB) = ZERO
                   MOVE 'CLEAN' TO RLT-STATUS (WS-RULE-SUB)
               WHEN OTHER
                   MOVE 'FINDINGS' TO RLT-STATUS (WS-RULE-SUB)
           END-EVALUATE.

           COMPUTE WS-NOW-FINDINGS =
               RLT-ORPHAN-COUNT (WS-RULE-SUB)
               + RLT-MISMATCH-COUNT (WS-RULE-SUB).
           ADD WS-NOW-FINDINGS TO WS-FINDING-TOTAL.
           IF RLT-SEVERITY (WS-RULE-SUB) = 'E'
               ADD WS-NOW-FINDINGS TO WS-ERROR-FINDINGS
           ELSE
               ADD WS-NOW-FINDINGS TO WS-WARNING-FINDINGS
           END-IF.

           IF WS-LINE-COUNT > 53
               PERFORM 190-PRINT-PAGE-HEADING THRU 190-EXIT
               PERFORM 185-PRINT-RULE-LINES THRU 185-EXIT
           END-IF.

           MOVE RLT-CHECKED-COUNT (WS-RULE-SUB) TO WS-RTL-CHECKED.
           MOVE RLT-ORPHAN-COUNT (WS-RULE-SUB) TO WS-RTL-ORPHANS.
           MOVE RLT-MISMATCH-COUNT (WS-RULE-SUB) TO WS-RTL-MISMATCHES.
           MOVE RLT-STATUS (WS-RULE-SUB) TO WS-RTL-STATUS.
           MOVE RLT-REFUSAL (WS-RULE-SUB) TO WS-RTL-NOTE.
           IF WS-LISTED-COUNT > WS-LIST-LIMIT
               MOVE 'ONLY THE FIRST 500 FINDINGS LISTED'
                   TO WS-RTL-NOTE
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-RULE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 170-FIND-TREND THRU 179-EXIT.
           MOVE WS-TREND-WORD TO WS-TRL-TREND.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-TREND-LINE
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

       169-EXIT.
           EXIT.

      *    LOADS THE TREND LINE WITH THE RULE'S HELD SWEEPS AND THIS
      *    ONE, AND SETS WS-PRIOR-FINDINGS AND WS-TREND-WORD AGAINST
      *    THE LAST SWEEP.
       170-FIND-TREND.
           MOVE SPACES TO WS-TREND-LINE (11:).
           MOVE ZERO TO WS-PRIOR-FINDINGS.
           MOVE 'NEW RULE' TO WS-TREND-WORD.

           MOVE ZERO TO WS-TREND-FOUND.
           PERFORM 177-MATCH-RULE-TREND THRU 177-EXIT
               VARYING WS-TREND-SUB FROM 1 BY 1
               UNTIL WS-TREND-SUB > WS-TREND-COUNT
                  OR WS-TREND-FOUND > ZERO.

           MOVE ZERO TO WS-RUN-SUB.
           IF WS-TREND-FOUND > ZERO
               PERFORM 175-LOAD-ONE-RUN THRU 175-EXIT
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > TRT-RUN-COUNT (WS-TREND-FOUND)
               SUBTRACT 1 FROM WS-RUN-SUB
               MOVE TRT-FINDINGS (WS-TREND-FOUND, WS-RUN-SUB)
                   TO WS-PRIOR-FINDINGS
               EVALUATE TRUE
                   WHEN RULE-REFUSED
                       MOVE SPACES TO WS-TREND-WORD
                   WHEN WS-NOW-FINDINGS < WS-PRIOR-FINDINGS
                       MOVE 'BETTER' TO WS-TREND-WORD
                   WHEN WS-NOW-FINDINGS > WS-PRIOR-FINDINGS
                       MOVE 'WORSE' TO WS-TREND-WORD
                   WHEN OTHER
                       MOVE 'SAME' TO WS-TREND-WORD
               END-EVALUATE
           END-IF.

           ADD 1 TO WS-RUN-SUB.
           MOVE 'THIS RUN' TO WS-TRL-DATE (WS-RUN-SUB).
           MOVE WS-NOW-FINDINGS TO WS-TRL-FINDINGS (WS-RUN-SUB).

       179-EXIT.
           EXIT.

       175-LOAD-ONE-RUN.
           MOVE TRT-RUN-DATE (WS-TREND-FOUND, WS-RUN-SUB)
               TO WS-TRL-DATE (WS-RUN-SUB).
           MOVE TRT-FINDINGS (WS-TREND-FOUND, WS-RUN-SUB)
               TO WS-TRL-FINDINGS (WS-RUN-SUB).

       175-EXIT.
           EXIT.

       177-MATCH-RULE-TREND.
           IF TRT-RULE-ID (WS-TREND-SUB) = RLT-RULE-ID (WS-RULE-SUB)
               MOVE WS-TREND-SUB TO WS-TREND-FOUND
           END-IF.

       177-EXIT.
           EXIT.

       180-PRINT-RULE-HEADING.
           IF WS-LINE-COUNT > 48
               PERFORM 190-PRINT-PAGE-HEADING THRU 190-EXIT
           ELSE
               MOVE SPACES TO INTEGRITY-REPORT-RECORD
               WRITE INTEGRITY-REPORT-RECORD
                   AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           END-IF.
           PERFORM 185-PRINT-RULE-LINES THRU 185-EXIT.

       180-EXIT.
           EXIT.

       185-PRINT-RULE-LINES.
           MOVE RLT-RULE-ID (WS-RULE-SUB) TO WS-RHL-RULE-ID.
           MOVE RLT-SEVERITY (WS-RULE-SUB) TO WS-RHL-SEVERITY.
           MOVE RLT-DESCRIPTION (WS-RULE-SUB) TO WS-RHL-DESCRIPTION.
           MOVE RLT-CHILD-FILE (WS-RULE-SUB) TO WS-RHL-CHILD.
           MOVE RLT-PARENT-FILE (WS-RULE-SUB) TO WS-RHL-PARENT.
           IF RLT-ALIAS-FILE (WS-RULE-SUB) = SPACES
               MOVE 'NONE' TO WS-RHL-ALIAS
           ELSE
               MOVE RLT-ALIAS-FILE (WS-RULE-SUB) TO WS-RHL-ALIAS
           END-IF.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-RULE-HEAD-LINE
               AFTER ADVANCING 1 LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-FINDING-COLUMNS
               AFTER ADVANCING 1 LINE.
           ADD 2 TO WS-LINE-COUNT.

       185-EXIT.
           EXIT.

       190-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-COUNT.

       190-EXIT.
           EXIT.

      *    THE SORT'S INPUT: EVERY PARENT KEY, MARKED WITH WHETHER
      *    THE PARENT MEETS THE RULE'S CONDITION, THEN EVERY ALIAS
      *    KEY.  A PARENT FILE NOT ON DISK HAS NO PARENTS - EVERY
      *    CHILD WILL SHOW AS AN ORPHAN, WHICH IS THE POINT.
       200-RELEASE-KEYS.
           MOVE 'P' TO WS-LOAD-ROLE.
           MOVE RLT-PARENT-FILE (WS-RULE-SUB) TO WS-LOAD-FILE.
           MOVE RLT-PARENT-POS (WS-RULE-SUB) TO WS-LOAD-POS.
           PERFORM 205-RELEASE-ONE-FILE THRU 205-EXIT.

           IF RLT-ALIAS-FILE (WS-RULE-SUB) NOT = SPACES
               MOVE 'A' TO WS-LOAD-ROLE
               MOVE RLT-ALIAS-FILE (WS-RULE-SUB) TO WS-LOAD-FILE
               MOVE RLT-ALIAS-POS (WS-RULE-SUB) TO WS-LOAD-POS
               PERFORM 205-RELEASE-ONE-FILE THRU 205-EXIT
           END-IF.

       209-EXIT.
           EXIT.

       205-RELEASE-ONE-FILE.
           MOVE WS-LOAD-FILE TO WS-FIND-NAME.
           PERFORM 090-FIND-SUBJECT THRU 090-EXIT.
           PERFORM 600-OPEN-SUBJECT THRU 600-EXIT.
           IF WS-SUBJECT-NOT-FOUND
               GO TO 205-EXIT
           END-IF.
           IF NOT WS-SUBJECT-OK
               MOVE 'PARENT OR ALIAS FILE WOULD NOT OPEN'
                   TO RLT-REFUSAL (WS-RULE-SUB)
               MOVE 'Y' TO WS-CUR-REFUSED-SWITCH
               GO TO 205-EXIT
           END-IF.

           PERFORM 610-READ-SUBJECT THRU 610-EXIT.
           PERFORM 207-RELEASE-ONE-KEY THRU 207-EXIT
               UNTIL SUBJECT-EOF.

           PERFORM 620-CLOSE-SUBJECT THRU 620-EXIT.

       205-EXIT.
           EXIT.

       207-RELEASE-ONE-KEY.
           MOVE SPACES TO SORT-WORK-RECORD.
           MOVE WS-RECORD-IMAGE (WS-LOAD-POS:
                                 RLT-CHILD-LEN (WS-RULE-SUB))
               TO SRT-KEY.
           IF LOADING-PARENT
               MOVE 'Y' TO SRT-PARENT
               MOVE 'N' TO SRT-ALIAS
               MOVE 'Y' TO SRT-COND-PASS
               IF RLT-COND-POS (WS-RULE-SUB) > ZERO
                   IF WS-RECORD-IMAGE (RLT-COND-POS (WS-RULE-SUB):
                                       RLT-COND-LEN (WS-RULE-SUB))
                      = RLT-COND-VALUE (WS-RULE-SUB)
                        (1:RLT-COND-LEN (WS-RULE-SUB))
                       IF RLT-COND-OP (WS-RULE-SUB) = 'NE'
                           MOVE 'N' TO SRT-COND-PASS
                       END-IF
                   ELSE
                       IF RLT-COND-OP (WS-RULE-SUB) = 'EQ'
                           MOVE 'N' TO SRT-COND-PASS
                       END-IF
                   END-IF
               END-IF
           ELSE
               MOVE 'N' TO SRT-PARENT
               MOVE 'N' TO SRT-COND-PASS
               MOVE 'Y' TO SRT-ALIAS
           END-IF.
           RELEASE SORT-WORK-RECORD.

           PERFORM 610-READ-SUBJECT THRU 610-EXIT.

       207-EXIT.
           EXIT.

      *    THE SORT'S OUTPUT: ONE TABLE ENTRY PER KEY.  A KEY SEEN
      *    MORE THAN ONCE KEEPS EVERY FLAG ANY OF ITS RECORDS SET -
      *    ONE QUALIFYING PARENT IS ENOUGH.
       220-LOAD-KEY-TABLE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

           PERFORM 225-TABLE-ONE-KEY THRU 225-EXIT
               UNTIL SORT-EOF.

       229-EXIT.
           EXIT.

       225-TABLE-ONE-KEY.
           IF WS-KEY-COUNT > ZERO
               IF SRT-KEY = KYT-KEY (WS-KEY-COUNT)
                   IF SRT-PARENT = 'Y'
                       MOVE 'Y' TO KYT-PARENT (WS-KEY-COUNT)
                   END-IF
                   IF SRT-COND-PASS = 'Y'
                       MOVE 'Y' TO KYT-COND-PASS (WS-KEY-COUNT)
                   END-IF
                   IF SRT-ALIAS = 'Y'
                       MOVE 'Y' TO KYT-ALIAS (WS-KEY-COUNT)
                   END-IF
                   GO TO 225-RETURN-NEXT
               END-IF
           END-IF.

           IF WS-KEY-COUNT NOT < WS-KEY-LIMIT
               IF NOT RULE-REFUSED
                   MOVE 'MORE THAN 30000 PARENT AND ALIAS KEYS'
                       TO RLT-REFUSAL (WS-RULE-SUB)
                   MOVE 'Y' TO WS-CUR-REFUSED-SWITCH
               END-IF
               GO TO 225-RETURN-NEXT
           END-IF.

           ADD 1 TO WS-KEY-COUNT.
           MOVE SRT-KEY TO KYT-KEY (WS-KEY-COUNT).
           MOVE SRT-PARENT TO KYT-PARENT (WS-KEY-COUNT).
           MOVE SRT-COND-PASS TO KYT-COND-PASS (WS-KEY-COUNT).
           MOVE SRT-ALIAS TO KYT-ALIAS (WS-KEY-COUNT).

       225-RETURN-NEXT.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

       225-EXIT.
           EXIT.

      *    THE LAST PAGE: EVERY RULE ON ONE LINE, THEN THE FINDINGS
      *    BY SEVERITY AND THE RETURN CODE THEY MAKE.
       300-PRINT-SUMMARY.
           PERFORM 190-PRINT-PAGE-HEADING THRU 190-EXIT.
           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           MOVE 'SUMMARY BY RULE' TO INTEGRITY-REPORT-RECORD.
           WRITE INTEGRITY-REPORT-RECORD
               AFTER ADVANCING 1 LINE.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-COLUMNS
               AFTER ADVANCING 2 LINES.

           PERFORM 305-PRINT-ONE-SUMMARY THRU 305-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

           MOVE 'RULES CHECKED' TO WS-CNL-LABEL.
           MOVE WS-RULE-COUNT TO WS-CNL-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE 'RULES REFUSED' TO WS-CNL-LABEL.
           MOVE WS-REFUSED-COUNT TO WS-CNL-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'ERROR-SEVERITY FINDINGS' TO WS-CNL-LABEL.
           MOVE WS-ERROR-FINDINGS TO WS-CNL-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'WARNING-SEVERITY FINDINGS' TO WS-CNL-LABEL.
           MOVE WS-WARNING-FINDINGS TO WS-CNL-COUNT.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO INTEGRITY-REPORT-RECORD.
           EVALUATE TRUE
               WHEN WS-RULE-COUNT = ZERO
                   MOVE 'NO RULES ON INTGRULE - NOTHING PROVED'
                       TO INTEGRITY-REPORT-RECORD
               WHEN WS-ERROR-FINDINGS > ZERO
               WHEN WS-REFUSED-COUNT > ZERO
                   MOVE 'MASTERS DO NOT AGREE - ERRORS TO CLEAR'
                       TO INTEGRITY-REPORT-RECORD
               WHEN WS-WARNING-FINDINGS > ZERO
                   MOVE 'MASTERS AGREE EXCEPT FOR WARNINGS'
                       TO INTEGRITY-REPORT-RECORD
               WHEN OTHER
                   MOVE 'MASTERS AGREE' TO INTEGRITY-REPORT-RECORD
           END-EVALUATE.
           WRITE INTEGRITY-REPORT-RECORD
               AFTER ADVANCING 3 LINES.

       309-EXIT.
           EXIT.

       305-PRINT-ONE-SUMMARY.
           COMPUTE WS-NOW-FINDINGS =
               RLT-ORPHAN-COUNT (WS-RULE-SUB)
               + RLT-MISMATCH-COUNT (WS-RULE-SUB).
           IF RLT-STATUS (WS-RULE-SUB) = 'REFUSED'
               MOVE 'Y' TO WS-CUR-REFUSED-SWITCH
           ELSE
               MOVE 'N' TO WS-CUR-REFUSED-SWITCH
           END-IF.
           PERFORM 170-FIND-TREND THRU 179-EXIT.

           MOVE RLT-RULE-ID (WS-RULE-SUB) TO WS-SML-RULE-ID.
           MOVE RLT-SEVERITY (WS-RULE-SUB) TO WS-SML-SEVERITY.
           MOVE RLT-CHECKED-COUNT (WS-RULE-SUB) TO WS-SML-CHECKED.
           MOVE RLT-ORPHAN-COUNT (WS-RULE-SUB) TO WS-SML-ORPHANS.
           MOVE RLT-MISMATCH-COUNT (WS-RULE-SUB) TO WS-SML-MISMATCHES.
           MOVE RLT-STATUS (WS-RULE-SUB) TO WS-SML-STATUS.
           MOVE WS-PRIOR-FINDINGS TO WS-SML-PRIOR.
           MOVE WS-TREND-WORD TO WS-SML-TREND.
           WRITE INTEGRITY-REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1 LINE.

       305-EXIT.
           EXIT.

      *    EVERY RULE'S COUNTS ARE KEPT, REFUSED ONES TOO, SO THE
      *    HISTORY SHOWS A RULE THAT COULD NOT BE CHECKED.
       320-APPEND-HISTORY.
           IF WS-RULE-COUNT = ZERO
               GO TO 329-EXIT
           END-IF.

           OPEN EXTEND INTEGRITY-HISTORY-FILE.
           IF WS-HISTORY-NOT-FOUND
               OPEN OUTPUT INTEGRITY-HISTORY-FILE
           END-IF.
           IF NOT WS-HISTORY-OK
               MOVE "INTEGRITY-HISTORY-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HISTORY-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 325-APPEND-ONE-RULE THRU 325-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

           CLOSE INTEGRITY-HISTORY-FILE.

       329-EXIT.
           EXIT.

       325-APPEND-ONE-RULE.
           MOVE SPACES TO INTEGRITY-HISTORY-RECORD.
           MOVE WS-RUN-DATE TO IHS-RUN-DATE.
           MOVE RLT-RULE-ID (WS-RULE-SUB) TO IHS-RULE-ID.
           MOVE RLT-SEVERITY (WS-RULE-SUB) TO IHS-SEVERITY.
           MOVE RLT-CHECKED-COUNT (WS-RULE-SUB) TO IHS-CHECKED-COUNT.
           MOVE RLT-ORPHAN-COUNT (WS-RULE-SUB) TO IHS-ORPHAN-COUNT.
           MOVE RLT-MISMATCH-COUNT (WS-RULE-SUB)
               TO IHS-MISMATCH-COUNT.
           MOVE RLT-STATUS (WS-RULE-SUB) TO IHS-RULE-STATUS.
           WRITE INTEGRITY-HISTORY-RECORD.

       325-EXIT.
           EXIT.

      *    THE DISPATCH TO THE MASTERS - WS-SUBJECT-FOUND SAYS WHICH.
      *    A MASTER IS OPENED, READ FRONT TO BACK INTO THE RECORD
      *    IMAGE AND CLOSED, THE SAME WAY WHATEVER ITS ORGANIZATION.
       600-OPEN-SUBJECT.
           MOVE 'N' TO SUBJECT-EOF-SWITCH.
           MOVE ZERO TO WS-SUBJECT-READ-COUNT.
           EVALUATE WS-SUBJECT-FOUND
               WHEN 1 OPEN INPUT CUSTOMER-MASTER-FILE
               WHEN 2 OPEN INPUT CHARGE-HISTORY-FILE
               WHEN 3 OPEN INPUT MERGE-ALIAS-FILE
               WHEN 4 OPEN INPUT EMPLOYEE-MASTER-FILE
               WHEN 5 OPEN INPUT YTD-EMPLOYEE-FILE
               WHEN 6 OPEN INPUT DEDUCTION-MASTER-FILE
               WHEN 7 OPEN INPUT ITEM-MASTER-FILE
               WHEN 8 OPEN INPUT DEPARTMENT-MASTER-FILE
               WHEN 9 OPEN INPUT SALESMAN-MASTER-FILE
               WHEN 10 OPEN INPUT PRIOR-TOTALS-FILE
           END-EVALUATE.

       600-EXIT.
           EXIT.

       610-READ-SUBJECT.
           MOVE SPACES TO WS-RECORD-IMAGE.
           EVALUATE WS-SUBJECT-FOUND
               WHEN 1
                   READ CUSTOMER-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE CUSTOMER-MASTER-RECORD TO WS-RECORD-IMAGE
               WHEN 2
                   READ CHARGE-HISTORY-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE CHARGE-HISTORY-RECORD TO WS-RECORD-IMAGE
               WHEN 3
                   READ MERGE-ALIAS-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE MERGE-ALIAS-RECORD TO WS-RECORD-IMAGE
               WHEN 4
                   READ EMPLOYEE-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE EMPLOYEE-MASTER-RECORD TO WS-RECORD-IMAGE
               WHEN 5
                   READ YTD-EMPLOYEE-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE YTD-EMPLOYEE-RECORD TO WS-RECORD-IMAGE
               WHEN 6
                   READ DEDUCTION-MASTER-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE DEDUCTION-MASTER-RECORD TO WS-RECORD-IMAGE
               WHEN 7
                   READ ITEM-MASTER-FILE NEXT RECORD
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE ITEM-MASTER-RECORD TO WS-RECORD-IMAGE
               WHEN 8
                   READ DEPARTMENT-MASTER-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE DEPARTMENT-MASTER-RECORD TO WS-RECORD-IMAGE
               WHEN 9
                   READ SALESMAN-MASTER-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE SALESMAN-MASTER-RECORD TO WS-RECORD-IMAGE
               WHEN 10
                   READ PRIOR-TOTALS-FILE
                       AT END MOVE 'Y' TO SUBJECT-EOF-SWITCH
                   END-READ
                   MOVE PRIOR-TOTALS-RECORD TO WS-RECORD-IMAGE
           END-EVALUATE.

      *    A READ THAT FAILS PART WAY THROUGH WOULD LEAVE THE RULE'S
      *    COUNTS SHORT WITH NOTHING TO SHOW IT - THE SWEEP STOPS.
           IF NOT SUBJECT-EOF
              AND WS-SUBJECT-STATUS (1:1) NOT = '0'
               MOVE SBJ-NAME (WS-SUBJECT-FOUND) TO WS-MSG-INSERT-1
               MOVE WS-SUBJECT-STATUS TO WS-MSG-INSERT-2
               MOVE 0005 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           IF NOT SUBJECT-EOF
               ADD 1 TO WS-SUBJECT-READ-COUNT
           END-IF.

       610-EXIT.
           EXIT.

       620-CLOSE-SUBJECT.
           EVALUATE WS-SUBJECT-FOUND
               WHEN 1 CLOSE CUSTOMER-MASTER-FILE
               WHEN 2 CLOSE CHARGE-HISTORY-FILE
               WHEN 3 CLOSE MERGE-ALIAS-FILE
               WHEN 4 CLOSE EMPLOYEE-MASTER-FILE
               WHEN 5 CLOSE YTD-EMPLOYEE-FILE
               WHEN 6 CLOSE DEDUCTION-MASTER-FILE
               WHEN 7 CLOSE ITEM-MASTER-FILE
               WHEN 8 CLOSE DEPARTMENT-MASTER-FILE
               WHEN 9 CLOSE SALESMAN-MASTER-FILE
               WHEN 10 CLOSE PRIOR-TOTALS-FILE
           END-EVALUATE.

       620-EXIT.
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
      *    EACH RUN - CHILD RECORDS CHECKED, RULES CHECKED, AND THE
      *    FINDING COUNT AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'REFINTG1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-RULE-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-FINDING-TOTAL TO ATR-CONTROL-TOTAL.

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
