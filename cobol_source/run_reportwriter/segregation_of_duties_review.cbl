       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * WEEKLY SEGREGATION-OF-DUTIES CONFLICT REVIEW.                 *
      *                                                               *
      * SIGN-ON PUTS AN OPERATOR ON EVERY SCREEN ACTION, BUT NOBODY   *
      * LOOKED AT THE COMBINATIONS.  THIS STEP GATHERS EACH           *
      * OPERATOR'S ACTIVITY OVER THE LAST SOD-DAYS (DEFAULT 90) DAYS  *
      * AND TESTS IT AGAINST A CONFLICT RULE TABLE.  THE ACTIVITIES:  *
      *   CMKEY   KEYED A SENSITIVE CUSTOMER CHANGE - THE MAKER ON    *
      *           CMPENDG (STILL PENDING) OR ON THE REVIEW SCREEN'S   *
      *           AUDITTRL DECISION RECORDS (DECIDED)                 *
      *   CMAPPR  APPROVED A PENDING CUSTOMER CHANGE - THE CHECKER    *
      *           ON AN AUDITTRL DECISION WITH VERDICT A              *
      *   EMPADD  ADDED AN EMPLOYEE - THE HIRE ROW ON FLDHIST         *
      *   PAYREL  RELEASED HELD PAY - THE PAY RELEASE SCREEN'S        *
      *           AUDITTRL DECISION WITH VERDICT A                    *
      *   RCPT    TOOK CASHIER RECEIPTS - A CSHRSESS DRAWER SESSION   *
      *   REFUND  KEYED STUDENT REFUNDS - THE REFUND RUN'S AUDITTRL   *
      *           RECORD UNDER ITS OPERATOR-ID                        *
      *                                                               *
      * A RULE PAIRS TWO ACTIVITIES, EITHER ON THE SAME SUBJECT (THE  *
      * SAME CUSTOMER, EMPLOYEE OR STUDENT) OR ON ANY SUBJECT AT ALL. *
      * THE STANDING RULES ARE BELOW; A SODRULE FILE, ONE RULE PER    *
      * RECORD ('*' IN COLUMN 1 IS A COMMENT), REPLACES THEM:         *
      *   R001  CMKEY  + CMAPPR  SAME CUSTOMER                        *
      *   R002  EMPADD + PAYREL  SAME EMPLOYEE                        *
      *   R003  RCPT   + REFUND  ANY SUBJECT                          *
      *                                                               *
      * EVERY OPERATOR WHOSE ACTIVITY HITS A RULE IS LISTED ON SODRPT *
      * WITH THE SUPPORTING RECORDS.  THE HIT IS KEPT ON THE SODRVW   *
      * REVIEW FILE, ONE ITEM PER OPERATOR AND RULE, OPEN UNTIL       *
      * INTERNAL AUDIT SIGNS IT OFF ON SODSGN - NEVER BY THE OPERATOR *
      * UNDER REVIEW.  SODSGN IS EMPTIED ONCE THE REVIEW FILE IS      *
      * SAVED, SO A SIGN-OFF IS APPLIED IN ONE RUN ONLY.  A SIGNED    *
      * ITEM REOPENS WHEN NEWER CONFLICTING ACTIVITY TURNS UP.  ANY   *
      * OPEN ITEM OR REFUSED SIGN-OFF ENDS THE RUN WITH RETURN        *
      * CODE 4.                                                       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CONFLICT-RULE-FILE
               ASSIGN TO EXTERNAL SODRULE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RULE-STATUS.

           SELECT OPERATOR-MASTER-FILE
               ASSIGN TO EXTERNAL OPERMSTR
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-OPERMSTR-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-HISTORY-STATUS.

           SELECT PENDING-CHANGE-FILE
               ASSIGN TO EXTERNAL CMPENDG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PENDING-STATUS.

           SELECT CASHIER-SESSION-FILE
               ASSIGN TO EXTERNAL CSHRSESS
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SESSION-STATUS.

           SELECT SIGNOFF-FILE
               ASSIGN TO EXTERNAL SODSGN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SIGNOFF-STATUS.

           SELECT REVIEW-FILE
               ASSIGN TO EXTERNAL SODRVW
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REVIEW-STATUS.

           SELECT REVIEW-PRINT-FILE
               ASSIGN TO EXTERNAL LINE ADVANCING SODRPT
                         FILE STATUS IS WS-PRINT-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO "SORT-WRK".

      *    READ FOR THE SCREEN AND REFUND DECISIONS, THEN APPENDED TO
      *    WITH THIS RUN'S OWN RECORD.
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

       FD  CONFLICT-RULE-FILE.

       01  CONFLICT-RULE-RECORD.
           03  CRL-RULE-ID             PIC X(04).
           03  FILLER                  PIC X(01).
           03  CRL-ACTIVITY-A          PIC X(06).
           03  FILLER                  PIC X(01).
           03  CRL-ACTIVITY-B          PIC X(06).
           03  FILLER                  PIC X(01).
           03  CRL-SCOPE               PIC X(01).
           03  FILLER                  PIC X(01).
           03  CRL-DESCRIPTION         PIC X(40).
           03  FILLER                  PIC X(19).

       FD  OPERATOR-MASTER-FILE.

       01  OPERATOR-MASTER-RECORD.
           03  OPR-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  OPR-OPERATOR-NAME       PIC X(20).
           03  FILLER                  PIC X(51).

       FD  FIELD-HISTORY-FILE.

       01  FIELD-HISTORY-RECORD.
           03  FLH-TIMESTAMP           PIC X(19).
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
           03  FLH-OLD-VALUE           PIC X(16).
           03  FILLER                  PIC X(01).
           03  FLH-NEW-VALUE.
               05  FLH-NEW-WORD        PIC X(08).
               05  FLH-NEW-OPERATOR    PIC X(08).
           03  FILLER                  PIC X(01).
           03  FLH-SOURCE-PROGRAM      PIC X(08).
           03  FILLER                  PIC X(07).

       FD  PENDING-CHANGE-FILE.

       01  PENDING-CHANGE-RECORD.
           03  PND-ENTRY-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  PND-MAKER-ID            PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  PND-FIELD-CODE          PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-OLD-VALUE           PIC X(10).
           03  FILLER                  PIC X(01).
           03  PND-NEW-VALUE           PIC X(10).
           03  FILLER                  PIC X(01).
           03  PND-STATUS              PIC X(01).
               88  CHANGE-IS-PENDING               VALUE 'P'.
           03  FILLER                  PIC X(01).
           03  PND-CHECKER-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  PND-REASON              PIC X(20).
           03  FILLER                  PIC X(04).

       FD  CASHIER-SESSION-FILE.

       01  CASHIER-SESSION-RECORD.
           03  SES-CLOSE-TIMESTAMP     PIC X(19).
           03  FILLER                  PIC X(01).
           03  SES-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  SES-STARTING-DRAWER     PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SES-CASH-TAKEN          PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SES-CHECK-TAKEN         PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SES-CARD-TAKEN          PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SES-COUNTED-DRAWER      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  SES-OVER-SHORT          PIC S9(05)V99.
           03  FILLER                  PIC X(01).
           03  SES-RECEIPT-COUNT       PIC 9(04).

      *    ONE SIGN-OFF PER LINE, KEYED BY INTERNAL AUDIT - THE
      *    OPERATOR AND RULE OF THE ITEM, AND WHO SIGNED IT.
       FD  SIGNOFF-FILE.

       01  SIGNOFF-RECORD.
           03  SGN-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  SGN-RULE-ID             PIC X(04).
           03  FILLER                  PIC X(01).
           03  SGN-SIGNED-BY           PIC X(08).
           03  FILLER                  PIC X(58).

      *    THE REVIEW FILE - ONE ITEM PER OPERATOR AND RULE, 'O'
      *    UNTIL SIGNED OFF, THEN 'S' WITH THE SIGNER.  THE LAST
      *    ACTIVITY DATE IS THE NEWEST CONFLICTING RECORD THE ITEM
      *    COVERS.
       FD  REVIEW-FILE.

       01  REVIEW-RECORD.
           03  SRV-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  SRV-RULE-ID             PIC X(04).
           03  FILLER                  PIC X(01).
           03  SRV-FOUND-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SRV-LAST-ACTIVITY       PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SRV-REVIEW-STATUS       PIC X(01).
           03  FILLER                  PIC X(01).
           03  SRV-SIGNED-BY           PIC X(08).
           03  FILLER                  PIC X(01).
           03  SRV-SIGNED-DATE         PIC 9(08).
           03  FILLER                  PIC X(29).

       FD  REVIEW-PRINT-FILE.

       01  REVIEW-PRINT-RECORD         PIC X(132).

      *    ONE ACTIVITY - WHO, WHAT, ON WHOM, WHEN, AND THE RECORD
      *    THAT SHOWS IT.
       SD  SORT-WORK-FILE.

       01  SORT-WORK-RECORD.
           03  SRT-OPERATOR-ID         PIC X(08).
           03  SRT-ACTIVITY            PIC X(06).
           03  SRT-SUBJECT             PIC X(06).
           03  SRT-DATE                PIC 9(08).
           03  SRT-SOURCE              PIC X(08).
           03  SRT-DETAIL              PIC X(40).

      *    THE SHARED AUDIT-TRAIL RECORD.  THE SCREENS CARRY THEIR
      *    OPERATORS AND VERDICT IN THE RUN-MODES FIELD: THE CHANGE
      *    REVIEW AS MAKER, CHECKER, VERDICT; THE PAY RELEASE AS
      *    SUPERVISOR, VERDICT, PAY DATE; THE REFUND RUN HAS ITS
      *    OPERATOR-ID IN FRONT.
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
           03  ATR-RUN-MODES.
               05  ATR-MODE-OPERATOR   PIC X(08).
               05  FILLER              PIC X(01).
               05  ATR-MODE-CHECKER    PIC X(08).
               05  FILLER              PIC X(01).
               05  ATR-MODE-VERDICT    PIC X(01).
               05  FILLER              PIC X(01).
           03  ATR-RELEASE-MODES       REDEFINES ATR-RUN-MODES.
               05  FILLER              PIC X(09).
               05  ATR-RELEASE-VERDICT PIC X(01).
               05  FILLER              PIC X(01).
               05  ATR-RELEASE-PAY-DATE
                                       PIC X(08).
               05  FILLER              PIC X(01).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'SODCONF1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.

      *    EVERY INPUT BUT THE AUDIT TRAIL MAY BE ABSENT - A SITE
      *    WITH NO CASHIER WINDOW OR NO PENDING CHANGES SIMPLY HAS
      *    NONE OF THAT ACTIVITY.
       77  WS-RULE-STATUS              PIC XX.
           88  WS-RULE-OK                          VALUE "00".
           88  WS-RULE-NOT-FOUND                   VALUE "35".
       77  WS-OPERMSTR-STATUS          PIC XX.
           88  WS-OPERMSTR-OK                      VALUE "00".
           88  WS-OPERMSTR-NOT-FOUND               VALUE "35".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       77  WS-PENDING-STATUS           PIC XX.
           88  WS-PENDING-OK                       VALUE "00".
           88  WS-PENDING-NOT-FOUND                VALUE "35".
       77  WS-SESSION-STATUS           PIC XX.
           88  WS-SESSION-OK                       VALUE "00".
           88  WS-SESSION-NOT-FOUND                VALUE "35".
       77  WS-SIGNOFF-STATUS           PIC XX.
           88  WS-SIGNOFF-OK                       VALUE "00".
           88  WS-SIGNOFF-NOT-FOUND                VALUE "35".
       77  WS-REVIEW-STATUS            PIC XX.
           88  WS-REVIEW-OK                        VALUE "00".
           88  WS-REVIEW-NOT-FOUND                 VALUE "35".
       77  WS-PRINT-STATUS             PIC XX.
           88  WS-PRINT-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  RULE-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  RULE-EOF                            VALUE 'Y'.
       77  OPERATOR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  OPERATOR-EOF                        VALUE 'Y'.
       77  HISTORY-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  HISTORY-EOF                         VALUE 'Y'.
       77  PENDING-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  PENDING-EOF                         VALUE 'Y'.
       77  SESSION-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  SESSION-EOF                         VALUE 'Y'.
       77  SIGNOFF-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  SIGNOFF-EOF                         VALUE 'Y'.
       77  REVIEW-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  REVIEW-EOF                          VALUE 'Y'.
       77  AUDIT-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  AUDIT-EOF                           VALUE 'Y'.
       77  SORT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  SORT-EOF                            VALUE 'Y'.

       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).
       77  WS-RUN-DATE                 PIC 9(08)   VALUE 0.
       77  WS-WINDOW-START             PIC 9(08)   VALUE 0.
       77  WS-SOD-DAYS                 PIC 9(03)   VALUE 90.
       77  WS-PARM-KEYED               PIC X(10)   VALUE SPACES.

      *    A "YYYY-MM-DDTHH:MM:SS" STAMP TURNED INTO A YYYYMMDD DATE.
       01  WS-STAMP                    PIC X(19)   VALUE SPACES.
       01  WS-STAMP-PARTS              REDEFINES WS-STAMP.
           03  WS-STAMP-YEAR           PIC X(04).
           03  FILLER                  PIC X(01).
           03  WS-STAMP-MONTH          PIC X(02).
           03  FILLER                  PIC X(01).
           03  WS-STAMP-DAY            PIC X(02).
           03  FILLER                  PIC X(09).
       01  WS-STAMP-DATE               PIC 9(08)   VALUE 0.
       01  WS-STAMP-DATE-PARTS         REDEFINES WS-STAMP-DATE.
           03  WS-STAMP-DATE-YEAR      PIC X(04).
           03  WS-STAMP-DATE-MONTH     PIC X(02).
           03  WS-STAMP-DATE-DAY       PIC X(02).

      *    THE ACTIVITY A GATHERING PARAGRAPH HANDS TO THE SORT.
       77  WS-ACT-OPERATOR             PIC X(08)   VALUE SPACES.
       77  WS-ACT-CODE                 PIC X(06)   VALUE SPACES.
       77  WS-ACT-SUBJECT              PIC X(06)   VALUE SPACES.
       77  WS-ACT-DATE                 PIC 9(08)   VALUE 0.
       77  WS-ACT-SOURCE               PIC X(08)   VALUE SPACES.
       77  WS-ACT-DETAIL               PIC X(40)   VALUE SPACES.
       01  WS-SUBJECT-BUILD.
           03  WS-SBJ-KIND             PIC X(01).
           03  WS-SBJ-NUMBER           PIC 9(05).
       01  WS-SUBJECT-BUILD-4          REDEFINES WS-SUBJECT-BUILD.
           03  FILLER                  PIC X(01).
           03  WS-SBJ-NUMBER-4         PIC 9(04).
           03  FILLER                  PIC X(01).
       77  WS-EDIT-AMOUNT              PIC Z,ZZZ,ZZ9.99-.
       77  WS-EDIT-COUNT               PIC ZZZ9.

      *    THE ACTIVITY CODES THIS REVIEW KNOWS, WITH WHAT WAS
      *    GATHERED OF EACH.
       01  ACTIVITY-CODE-VALUES.
           03  FILLER                  PIC X(06) VALUE 'CMKEY '.
           03  FILLER                  PIC X(06) VALUE 'CMAPPR'.
           03  FILLER                  PIC X(06) VALUE 'EMPADD'.
           03  FILLER                  PIC X(06) VALUE 'PAYREL'.
           03  FILLER                  PIC X(06) VALUE 'RCPT  '.
           03  FILLER                  PIC X(06) VALUE 'REFUND'.
       01  ACTIVITY-CODE-TABLE         REDEFINES ACTIVITY-CODE-VALUES.
           03  ACD-CODE                PIC X(06) OCCURS 6 TIMES.
       01  ACTIVITY-COUNT-TABLE.
           03  ACD-COUNT               PIC 9(07) OCCURS 6 TIMES.
       77  WS-ACD-SUB                  PIC 9(02)   VALUE 0.
       77  WS-ACD-FOUND                PIC 9(02)   VALUE 0.

      *    THE STANDING RULES, USED WHEN THERE IS NO SODRULE FILE.
       01  STANDING-RULE-VALUES.
           03  FILLER                  PIC X(17) VALUE
                   'R001CMKEY CMAPPRS'.
           03  FILLER                  PIC X(40) VALUE
                   'KEYED AND APPROVED CHANGES, ONE CUSTOMER'.
           03  FILLER                  PIC X(17) VALUE
                   'R002EMPADDPAYRELS'.
           03  FILLER                  PIC X(40) VALUE
                   'ADDED AN EMPLOYEE AND RELEASED THEIR PAY'.
           03  FILLER                  PIC X(17) VALUE
                   'R003RCPT  REFUNDA'.
           03  FILLER                  PIC X(40) VALUE
                   'TOOK CASHIER RECEIPTS AND KEYED REFUNDS'.
       01  STANDING-RULE-TABLE         REDEFINES STANDING-RULE-VALUES.
           03  STR-ENTRY               OCCURS 3 TIMES.
               05  STR-RULE-ID         PIC X(04).
               05  STR-ACTIVITY-A      PIC X(06).
               05  STR-ACTIVITY-B      PIC X(06).
               05  STR-SCOPE           PIC X(01).
               05  STR-DESCRIPTION     PIC X(40).

       01  RULE-TABLE.
           02  RULE-ENTRY              OCCURS 50 TIMES.
               03  RLT-RULE-ID         PIC X(04).
               03  RLT-ACTIVITY-A      PIC X(06).
               03  RLT-ACTIVITY-B      PIC X(06).
               03  RLT-SCOPE           PIC X(01).
                   88  RLT-SAME-SUBJECT            VALUE 'S'.
               03  RLT-DESCRIPTION     PIC X(40).
               03  RLT-HIT-COUNT       PIC 9(05).
       77  WS-RULE-COUNT               PIC 9(03)   VALUE 0.
       77  WS-RULE-SUB                 PIC 9(03)   VALUE 0.
       77  WS-RULE-REFUSED-COUNT       PIC 9(03)   VALUE 0.

       01  OPERATOR-TABLE.
           02  OPERATOR-ENTRY          OCCURS 500 TIMES.
               03  OPT-OPERATOR-ID     PIC X(08).
               03  OPT-NAME            PIC X(20).
       77  WS-OPERATOR-COUNT           PIC 9(03)   VALUE 0.
       77  WS-OPERATOR-SUB             PIC 9(03)   VALUE 0.
       77  WS-OPERATOR-NAME            PIC X(20)   VALUE SPACES.
       77  WS-OPERATOR-OVERFLOW        PIC 9(05)   VALUE 0.

      *    EVERY ACTIVITY IN THE WINDOW, IN OPERATOR, ACTIVITY,
      *    SUBJECT AND DATE ORDER.  ACT-HIT-RULE HOLDS A MARK PER
      *    RULE, SET ON EVERY RECORD THAT SUPPORTS THAT RULE - ONE
      *    RECORD CAN SUPPORT SEVERAL.
       01  ACTIVITY-TABLE.
           02  ACTIVITY-ENTRY          OCCURS 20000 TIMES.
               03  ACT-OPERATOR-ID     PIC X(08).
               03  ACT-ACTIVITY        PIC X(06).
               03  ACT-SUBJECT         PIC X(06).
               03  ACT-DATE            PIC 9(08).
               03  ACT-SOURCE          PIC X(08).
               03  ACT-DETAIL          PIC X(40).
               03  ACT-HIT-MARKS.
                   05  ACT-HIT-RULE    PIC X(01) OCCURS 50 TIMES.
       77  WS-ACTIVITY-COUNT           PIC 9(05)   VALUE 0.
       77  WS-ACTIVITY-LIMIT           PIC 9(05)   VALUE 20000.
       77  WS-ACTIVITY-OVERFLOW        PIC 9(07)   VALUE 0.
       77  WS-BLOCK-START              PIC 9(05)   VALUE 0.
       77  WS-BLOCK-END                PIC 9(05)   VALUE 0.
       77  WS-A-SUB                    PIC 9(05)   VALUE 0.
       77  WS-B-SUB                    PIC 9(05)   VALUE 0.
       77  WS-A-COUNT                  PIC 9(05)   VALUE 0.
       77  WS-B-COUNT                  PIC 9(05)   VALUE 0.
       77  WS-LAST-ACTIVITY            PIC 9(08)   VALUE 0.

      *    THE CONFLICTS THIS RUN FOUND - ONE PER OPERATOR AND RULE,
      *    POINTING BACK INTO THE ACTIVITY TABLE FOR THE SUPPORT.
       01  CONFLICT-TABLE.
           02  CONFLICT-ENTRY          OCCURS 2000 TIMES.
               03  CFT-OPERATOR-ID     PIC X(08).
               03  CFT-RULE-SUB        PIC 9(03).
               03  CFT-BLOCK-START     PIC 9(05).
               03  CFT-BLOCK-END       PIC 9(05).
               03  CFT-LAST-ACTIVITY   PIC 9(08).
               03  CFT-REVIEW-SUB      PIC 9(04).
               03  CFT-REVIEW-NOTE     PIC X(30).
       77  WS-CONFLICT-COUNT           PIC 9(04)   VALUE 0.
       77  WS-CONFLICT-SUB             PIC 9(04)   VALUE 0.
       77  WS-CONFLICT-OVERFLOW        PIC 9(05)   VALUE 0.

       01  REVIEW-TABLE.
           02  REVIEW-ENTRY            OCCURS 2000 TIMES.
               03  RVT-KEY.
                   05  RVT-OPERATOR-ID PIC X(08).
                   05  RVT-RULE-ID     PIC X(04).
               03  RVT-FOUND-DATE      PIC 9(08).
               03  RVT-LAST-ACTIVITY   PIC 9(08).
               03  RVT-REVIEW-STATUS   PIC X(01).
                   88  RVT-OPEN                    VALUE 'O'.
                   88  RVT-SIGNED                  VALUE 'S'.
               03  RVT-SIGNED-BY       PIC X(08).
               03  RVT-SIGNED-DATE     PIC 9(08).
               03  RVT-SEEN-SWITCH     PIC X(01).
       77  WS-RVW-COUNT                PIC 9(04)   VALUE 0.
       77  WS-RVW-SUB                  PIC 9(04)   VALUE 0.
       77  WS-RVW-FOUND                PIC 9(04)   VALUE 0.
       01  WS-HIT-KEY.
           03  WS-HIT-OPERATOR-ID      PIC X(08).
           03  WS-HIT-RULE-ID          PIC X(04).

       01  SIGNOFF-TABLE.
           02  SIGNOFF-ENTRY           OCCURS 200 TIMES.
               03  SLT-OPERATOR-ID     PIC X(08).
               03  SLT-RULE-ID         PIC X(04).
               03  SLT-SIGNED-BY       PIC X(08).
               03  SLT-VERDICT         PIC X(30).
       77  WS-SGN-COUNT                PIC 9(03)   VALUE 0.
       77  WS-SGN-OVERFLOW             PIC 9(05)   VALUE 0.
       77  WS-SGN-SUB                  PIC 9(03)   VALUE 0.
       77  WS-SGN-REFUSED-COUNT        PIC 9(05)   VALUE 0.
       77  WS-SGN-VERDICT              PIC X(30)   VALUE SPACES.
       77  WS-SGN-FILE-SWITCH          PIC X(01)   VALUE 'N'.
           88  SGN-FILE-READ                       VALUE 'Y'.

       77  WS-OPEN-NOW-COUNT           PIC 9(05)   VALUE 0.
       77  WS-OPEN-EARLIER-COUNT       PIC 9(05)   VALUE 0.
       77  WS-SUPPORT-LISTED           PIC 9(03)   VALUE 0.
       77  WS-SUPPORT-LIMIT            PIC 9(03)   VALUE 20.
       77  WS-SUPPORT-UNLISTED         PIC 9(05)   VALUE 0.
       77  WS-LINE-COUNT               PIC 9(03)   VALUE 99.
       77  WS-PAGE-COUNT               PIC 9(03)   VALUE 0.

       01  WS-PAGE-HEADING.
           03  FILLER                  PIC X(40) VALUE
                   'SEGREGATION-OF-DUTIES CONFLICT REVIEW'.
           03  FILLER                  PIC X(07) VALUE 'WINDOW '.
           03  WS-PGH-WINDOW-START     PIC 9(08).
           03  FILLER                  PIC X(04) VALUE ' TO '.
           03  WS-PGH-WINDOW-END       PIC 9(08).
           03  FILLER                  PIC X(06) VALUE '  RUN '.
           03  WS-PGH-RUN-DATE         PIC X(19).
           03  FILLER                  PIC X(06) VALUE ' PAGE '.
           03  WS-PGH-PAGE             PIC ZZ9.

       01  WS-CONFLICT-HEAD-LINE.
           03  FILLER                  PIC X(09) VALUE 'OPERATOR '.
           03  WS-CHL-OPERATOR-ID      PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CHL-OPERATOR-NAME    PIC X(20).
           03  FILLER                  PIC X(07) VALUE '  RULE '.
           03  WS-CHL-RULE-ID          PIC X(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-CHL-DESCRIPTION      PIC X(40).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-CHL-REVIEW-NOTE      PIC X(30).

       01  WS-SUPPORT-COLUMNS.
           03  FILLER                  PIC X(30) VALUE
                   '    ACTIVITY SUBJECT DATE     '.
           03  FILLER                  PIC X(30) VALUE
                   'SOURCE   SUPPORTING RECORD    '.

       01  WS-SUPPORT-LINE.
           03  FILLER                  PIC X(04) VALUE SPACES.
           03  WS-SPL-ACTIVITY         PIC X(06).
           03  FILLER                  PIC X(03) VALUE SPACES.
           03  WS-SPL-SUBJECT          PIC X(06).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SPL-DATE             PIC 9(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SPL-SOURCE           PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SPL-DETAIL           PIC X(40).

       01  WS-SIGNOFF-LINE.
           03  FILLER                  PIC X(09) VALUE 'OPERATOR '.
           03  WS-SGL-OPERATOR-ID      PIC X(08).
           03  FILLER                  PIC X(07) VALUE '  RULE '.
           03  WS-SGL-RULE-ID          PIC X(04).
           03  FILLER                  PIC X(11) VALUE '  SIGNED BY'.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-SGL-SIGNED-BY        PIC X(08).
           03  FILLER                  PIC X(02) VALUE SPACES.
           03  WS-SGL-VERDICT          PIC X(30).

       01  WS-EARLIER-LINE.
           03  FILLER                  PIC X(09) VALUE 'OPERATOR '.
           03  WS-ERL-OPERATOR-ID      PIC X(08).
           03  FILLER                  PIC X(07) VALUE '  RULE '.
           03  WS-ERL-RULE-ID          PIC X(04).
           03  FILLER                  PIC X(08) VALUE '  FOUND '.
           03  WS-ERL-FOUND-DATE       PIC 9(08).
           03  FILLER                  PIC X(16) VALUE
                   '  LAST ACTIVITY '.
           03  WS-ERL-LAST-ACTIVITY    PIC 9(08).

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

           PERFORM 010-READ-PARAMETERS THRU 010-EXIT.
           PERFORM 020-LOAD-RULES THRU 029-EXIT.
           PERFORM 030-LOAD-OPERATORS THRU 039-EXIT.
           PERFORM 040-LOAD-REVIEW-FILE THRU 049-EXIT.
           PERFORM 050-APPLY-SIGNOFFS THRU 059-EXIT.

           SORT SORT-WORK-FILE
               ASCENDING KEY SRT-OPERATOR-ID SRT-ACTIVITY
                             SRT-SUBJECT SRT-DATE
               INPUT PROCEDURE IS 100-GATHER-ACTIVITY
                   THRU 199-EXIT
               OUTPUT PROCEDURE IS 200-LOAD-ACTIVITY-TABLE
                   THRU 209-EXIT.

           PERFORM 300-FIND-CONFLICTS THRU 309-EXIT.

           OPEN OUTPUT REVIEW-PRINT-FILE.
           IF NOT WS-PRINT-OK
               MOVE "REVIEW-PRINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 400-PRINT-REVIEW-REPORT THRU 409-EXIT.

           PERFORM 500-SAVE-REVIEW-FILE THRU 509-EXIT.
           PERFORM 510-EMPTY-SIGNOFF-FILE THRU 519-EXIT.

       000-TERMINATE.
           IF WS-OPEN-NOW-COUNT > ZERO
              OR WS-OPEN-EARLIER-COUNT > ZERO
              OR WS-SGN-REFUSED-COUNT > ZERO
              OR WS-RULE-REFUSED-COUNT > ZERO
              OR WS-CONFLICT-OVERFLOW > ZERO
              OR WS-ACTIVITY-OVERFLOW > ZERO
              OR WS-OPERATOR-OVERFLOW > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

           CLOSE REVIEW-PRINT-FILE.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    THE WINDOW IS KEYED AS A PLAIN WHOLE NUMBER OF DAYS;
      *    ANYTHING ELSE IS REPORTED AND THE DEFAULT STANDS.
       010-READ-PARAMETERS.
           MOVE SPACES TO WS-PARM-KEYED.
           ACCEPT WS-PARM-KEYED FROM ENVIRONMENT 'SOD-DAYS'.
           IF WS-PARM-KEYED NOT = SPACES
               IF FUNCTION TEST-NUMVAL (WS-PARM-KEYED) = 0
                  AND FUNCTION NUMVAL (WS-PARM-KEYED) > 0
                  AND FUNCTION NUMVAL (WS-PARM-KEYED) < 1000
                   COMPUTE WS-SOD-DAYS =
                       FUNCTION NUMVAL (WS-PARM-KEYED)
               ELSE
                   DISPLAY "SOD-DAYS " WS-PARM-KEYED
                           " IS NOT A NUMBER OF DAYS - " WS-SOD-DAYS
                           " USED" UPON SYSERR
               END-IF
           END-IF.

           COMPUTE WS-WINDOW-START = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE) - WS-SOD-DAYS).

       010-EXIT.
           EXIT.

      *    A RULE NAMING AN ACTIVITY THIS REVIEW DOES NOT GATHER, OR
      *    A SCOPE OTHER THAN S OR A, IS REPORTED AND LEFT OUT - IT
      *    COULD NEVER FIRE AND WOULD LOOK LIKE A CLEAN RESULT.
       020-LOAD-RULES.
           OPEN INPUT CONFLICT-RULE-FILE.

           IF WS-RULE-NOT-FOUND
               PERFORM 027-TAKE-STANDING-RULE THRU 027-EXIT
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > 3
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-RULE-OK
               MOVE "CONFLICT-RULE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RULE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ CONFLICT-RULE-FILE
               AT END
                   MOVE 'Y' TO RULE-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-RULE THRU 025-EXIT
               UNTIL RULE-EOF.

           CLOSE CONFLICT-RULE-FILE.

       029-EXIT.
           EXIT.

       025-STORE-ONE-RULE.
           IF CONFLICT-RULE-RECORD (1:1) = '*'
              OR CONFLICT-RULE-RECORD = SPACES
               GO TO 025-READ-NEXT
           END-IF.

           MOVE CRL-ACTIVITY-A TO WS-ACT-CODE.
           PERFORM 090-FIND-ACTIVITY-CODE THRU 090-EXIT.
           IF WS-ACD-FOUND = ZERO
               GO TO 025-REFUSE
           END-IF.
           MOVE CRL-ACTIVITY-B TO WS-ACT-CODE.
           PERFORM 090-FIND-ACTIVITY-CODE THRU 090-EXIT.
           IF WS-ACD-FOUND = ZERO
               GO TO 025-REFUSE
           END-IF.
           IF CRL-SCOPE NOT = 'S' AND CRL-SCOPE NOT = 'A'
               GO TO 025-REFUSE
           END-IF.

           IF WS-RULE-COUNT NOT < 50
               GO TO 025-REFUSE
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE CRL-RULE-ID TO RLT-RULE-ID (WS-RULE-COUNT).
           MOVE CRL-ACTIVITY-A TO RLT-ACTIVITY-A (WS-RULE-COUNT).
           MOVE CRL-ACTIVITY-B TO RLT-ACTIVITY-B (WS-RULE-COUNT).
           MOVE CRL-SCOPE TO RLT-SCOPE (WS-RULE-COUNT).
           MOVE CRL-DESCRIPTION TO RLT-DESCRIPTION (WS-RULE-COUNT).
           MOVE ZERO TO RLT-HIT-COUNT (WS-RULE-COUNT).
           GO TO 025-READ-NEXT.

       025-REFUSE.
           DISPLAY "SODRULE " CRL-RULE-ID " NOT USABLE - "
                   "UNKNOWN ACTIVITY, BAD SCOPE OR OVER 50 RULES"
                   UPON SYSERR.
           ADD 1 TO WS-RULE-REFUSED-COUNT.

       025-READ-NEXT.
           READ CONFLICT-RULE-FILE
               AT END
                   MOVE 'Y' TO RULE-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       027-TAKE-STANDING-RULE.
           ADD 1 TO WS-RULE-COUNT.
           MOVE STR-RULE-ID (WS-RULE-SUB)
               TO RLT-RULE-ID (WS-RULE-COUNT).
           MOVE STR-ACTIVITY-A (WS-RULE-SUB)
               TO RLT-ACTIVITY-A (WS-RULE-COUNT).
           MOVE STR-ACTIVITY-B (WS-RULE-SUB)
               TO RLT-ACTIVITY-B (WS-RULE-COUNT).
           MOVE STR-SCOPE (WS-RULE-SUB) TO RLT-SCOPE (WS-RULE-COUNT).
           MOVE STR-DESCRIPTION (WS-RULE-SUB)
               TO RLT-DESCRIPTION (WS-RULE-COUNT).
           MOVE ZERO TO RLT-HIT-COUNT (WS-RULE-COUNT).

       027-EXIT.
           EXIT.

      *    THE NAMES ARE ONLY FOR THE REPORT - NO OPERATOR MASTER
      *    LEAVES THE NAME COLUMN BLANK.
       030-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-MASTER-FILE.

           IF NOT WS-OPERMSTR-OK
               GO TO 039-EXIT
           END-IF.

           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-EOF-SWITCH
           END-READ.

           PERFORM 035-STORE-ONE-OPERATOR THRU 035-EXIT
               UNTIL OPERATOR-EOF.

           CLOSE OPERATOR-MASTER-FILE.

      *    OPERATORS PAST THE TABLE STILL HAVE THEIR CONFLICTS FOUND,
      *    BUT PRINT WITHOUT A NAME - THE RUN SAYS SO AND ENDS WITH 4.
           IF WS-OPERATOR-OVERFLOW > ZERO
               MOVE "OPERATOR NAME TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
           END-IF.

       039-EXIT.
           EXIT.

       035-STORE-ONE-OPERATOR.
           IF WS-OPERATOR-COUNT < 500
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPR-OPERATOR-ID
                   TO OPT-OPERATOR-ID (WS-OPERATOR-COUNT)
               MOVE OPR-OPERATOR-NAME TO OPT-NAME (WS-OPERATOR-COUNT)
           ELSE
               ADD 1 TO WS-OPERATOR-OVERFLOW
           END-IF.

           READ OPERATOR-MASTER-FILE
               AT END
                   MOVE 'Y' TO OPERATOR-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    THE FIRST RUN HAS NO REVIEW FILE YET.
       040-LOAD-REVIEW-FILE.
           OPEN INPUT REVIEW-FILE.

           IF WS-REVIEW-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-REVIEW-OK
               MOVE "REVIEW-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REVIEW-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO REVIEW-EOF-SWITCH
           END-READ.

           PERFORM 045-STORE-ONE-ITEM THRU 045-EXIT
               UNTIL REVIEW-EOF.

           CLOSE REVIEW-FILE.

       049-EXIT.
           EXIT.

      *    SODRVW IS WRITTEN BACK FROM THIS TABLE, SO AN ITEM IT
      *    CANNOT HOLD WOULD BE LOST - THE RUN STOPS HERE, BEFORE
      *    ANYTHING IS REWRITTEN.
       045-STORE-ONE-ITEM.
           IF WS-RVW-COUNT NOT < 2000
               MOVE "REVIEW ITEM TABLE" TO WS-MSG-INSERT-1
               MOVE "2000 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RVW-COUNT.
           MOVE SRV-OPERATOR-ID TO RVT-OPERATOR-ID (WS-RVW-COUNT).
           MOVE SRV-RULE-ID TO RVT-RULE-ID (WS-RVW-COUNT).
           MOVE SRV-FOUND-DATE TO RVT-FOUND-DATE (WS-RVW-COUNT).
           MOVE SRV-LAST-ACTIVITY TO RVT-LAST-ACTIVITY (WS-RVW-COUNT).
           MOVE SRV-REVIEW-STATUS TO RVT-REVIEW-STATUS (WS-RVW-COUNT).
           MOVE SRV-SIGNED-BY TO RVT-SIGNED-BY (WS-RVW-COUNT).
           MOVE SRV-SIGNED-DATE TO RVT-SIGNED-DATE (WS-RVW-COUNT).
           MOVE 'N' TO RVT-SEEN-SWITCH (WS-RVW-COUNT).

           READ REVIEW-FILE
               AT END
                   MOVE 'Y' TO REVIEW-EOF-SWITCH
           END-READ.

       045-EXIT.
           EXIT.

      *    A SIGN-OFF MUST NAME AN ITEM ON THE REVIEW FILE AND THE
      *    REVIEWER WHO SIGNED IT, AND AN OPERATOR CANNOT CLEAR
      *    THEIR OWN CONFLICT.  SIGNING AN ITEM ALREADY SIGNED
      *    CHANGES NOTHING.  THE FILE IS EMPTIED AFTER SODRVW IS
      *    SAVED (510), SO A SIGN-OFF LEFT BEHIND CANNOT CLEAR AN
      *    ITEM THAT A LATER RUN REOPENS.
       050-APPLY-SIGNOFFS.
           OPEN INPUT SIGNOFF-FILE.

           IF WS-SIGNOFF-NOT-FOUND
               GO TO 059-EXIT
           END-IF.

           IF NOT WS-SIGNOFF-OK
               MOVE "SIGNOFF-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SIGNOFF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'Y' TO WS-SGN-FILE-SWITCH.

           READ SIGNOFF-FILE
               AT END
                   MOVE 'Y' TO SIGNOFF-EOF-SWITCH
           END-READ.

           PERFORM 055-APPLY-ONE-SIGNOFF THRU 055-EXIT
               UNTIL SIGNOFF-EOF.

           CLOSE SIGNOFF-FILE.

       059-EXIT.
           EXIT.

       055-APPLY-ONE-SIGNOFF.
           MOVE SGN-OPERATOR-ID TO WS-HIT-OPERATOR-ID.
           MOVE SGN-RULE-ID TO WS-HIT-RULE-ID.
           PERFORM 080-FIND-ITEM THRU 080-EXIT.

           EVALUATE TRUE
               WHEN SGN-SIGNED-BY = SPACES
                   MOVE 'NO REVIEWER NAMED - REFUSED' TO WS-SGN-VERDICT
                   ADD 1 TO WS-SGN-REFUSED-COUNT
               WHEN SGN-SIGNED-BY = SGN-OPERATOR-ID
                   MOVE 'OWN CONFLICT - REFUSED' TO WS-SGN-VERDICT
                   ADD 1 TO WS-SGN-REFUSED-COUNT
               WHEN WS-RVW-FOUND = ZERO
                   MOVE 'NO SUCH REVIEW ITEM - REFUSED'
                       TO WS-SGN-VERDICT
                   ADD 1 TO WS-SGN-REFUSED-COUNT
               WHEN RVT-SIGNED (WS-RVW-FOUND)
                   MOVE 'ALREADY SIGNED OFF' TO WS-SGN-VERDICT
               WHEN OTHER
                   MOVE 'S' TO RVT-REVIEW-STATUS (WS-RVW-FOUND)
                   MOVE SGN-SIGNED-BY TO RVT-SIGNED-BY (WS-RVW-FOUND)
                   MOVE WS-RUN-DATE TO RVT-SIGNED-DATE (WS-RVW-FOUND)
                   MOVE 'SIGNED OFF' TO WS-SGN-VERDICT
           END-EVALUATE.

           IF WS-SGN-COUNT < 200
               ADD 1 TO WS-SGN-COUNT
               MOVE SGN-OPERATOR-ID TO SLT-OPERATOR-ID (WS-SGN-COUNT)
               MOVE SGN-RULE-ID TO SLT-RULE-ID (WS-SGN-COUNT)
               MOVE SGN-SIGNED-BY TO SLT-SIGNED-BY (WS-SGN-COUNT)
               MOVE WS-SGN-VERDICT TO SLT-VERDICT (WS-SGN-COUNT)
           ELSE
               ADD 1 TO WS-SGN-OVERFLOW
           END-IF.

           READ SIGNOFF-FILE
               AT END
                   MOVE 'Y' TO SIGNOFF-EOF-SWITCH
           END-READ.

       055-EXIT.
           EXIT.

      *    FINDS THE ITEM FOR WS-HIT-KEY, LEAVING ITS SLOT IN
      *    WS-RVW-FOUND, OR ZERO.
       080-FIND-ITEM.
           MOVE ZERO TO WS-RVW-FOUND.
           PERFORM 081-MATCH-ONE-ITEM THRU 081-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT
                  OR WS-RVW-FOUND > ZERO.

       080-EXIT.
           EXIT.

       081-MATCH-ONE-ITEM.
           IF RVT-KEY (WS-RVW-SUB) = WS-HIT-KEY
               MOVE WS-RVW-SUB TO WS-RVW-FOUND
           END-IF.

       081-EXIT.
           EXIT.

      *    FINDS WS-ACT-CODE AMONG THE ACTIVITY CODES, LEAVING ITS
      *    SLOT IN WS-ACD-FOUND, OR ZERO.
       090-FIND-ACTIVITY-CODE.
           MOVE ZERO TO WS-ACD-FOUND.
           PERFORM 091-MATCH-ONE-CODE THRU 091-EXIT
               VARYING WS-ACD-SUB FROM 1 BY 1
               UNTIL WS-ACD-SUB > 6
                  OR WS-ACD-FOUND > ZERO.

       090-EXIT.
           EXIT.

       091-MATCH-ONE-CODE.
           IF ACD-CODE (WS-ACD-SUB) = WS-ACT-CODE
               MOVE WS-ACD-SUB TO WS-ACD-FOUND
           END-IF.

       091-EXIT.
           EXIT.

      *    TURNS WS-STAMP INTO WS-STAMP-DATE, OR ZERO WHEN THE STAMP
      *    IS NOT A DATE.
       095-STAMP-TO-DATE.
           MOVE ZERO TO WS-STAMP-DATE.
           IF WS-STAMP-YEAR IS NUMERIC
              AND WS-STAMP-MONTH IS NUMERIC
              AND WS-STAMP-DAY IS NUMERIC
               MOVE WS-STAMP-YEAR TO WS-STAMP-DATE-YEAR
               MOVE WS-STAMP-MONTH TO WS-STAMP-DATE-MONTH
               MOVE WS-STAMP-DAY TO WS-STAMP-DATE-DAY
           END-IF.

       095-EXIT.
           EXIT.

      *    THE SORT'S INPUT: EVERY OPERATOR ACTION IN THE WINDOW THAT
      *    ONE OF THE ACTIVITY CODES COVERS.
       100-GATHER-ACTIVITY.
           PERFORM 110-SCAN-AUDIT-TRAIL THRU 119-EXIT.
           PERFORM 130-SCAN-FIELD-HISTORY THRU 139-EXIT.
           PERFORM 140-SCAN-PENDING-CHANGES THRU 149-EXIT.
           PERFORM 150-SCAN-CASHIER-SESSIONS THRU 159-EXIT.

       199-EXIT.
           EXIT.

      *    THE AUDIT TRAIL IS EVERY RUN'S AND EVERY SCREEN'S; IT IS
      *    THE ONE INPUT THE REVIEW CANNOT DO WITHOUT.
       110-SCAN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-TRAIL-FILE.

           IF NOT WS-AUDIT-OK
               MOVE "AUDIT-TRAIL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AUDIT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO AUDIT-EOF-SWITCH
           END-READ.

           PERFORM 115-TAKE-ONE-AUDIT THRU 115-EXIT
               UNTIL AUDIT-EOF.

           CLOSE AUDIT-TRAIL-FILE.

       119-EXIT.
           EXIT.

      *    A CHANGE-REVIEW DECISION IS THE MAKER'S KEYING AND, WHEN
      *    APPROVED, THE CHECKER'S APPROVAL; A PAY RELEASE COUNTS
      *    ONLY WHEN IT WAS APPROVED; A REFUND RUN COUNTS WHEN IT
      *    REFUNDED SOMETHING UNDER A NAMED OPERATOR.
       115-TAKE-ONE-AUDIT.
           ADD 1 TO WS-INPUT-COUNT.
           MOVE ATR-RUN-DATE-TIME TO WS-STAMP.
           PERFORM 095-STAMP-TO-DATE THRU 095-EXIT.
           MOVE WS-STAMP-DATE TO WS-ACT-DATE.
           MOVE 'AUDITTRL' TO WS-ACT-SOURCE.

           EVALUATE ATR-PROGRAM-ID
               WHEN 'CMPREVW1'
                   MOVE 'C' TO WS-SBJ-KIND
                   MOVE ATR-INPUT-COUNT (3:4) TO WS-SBJ-NUMBER-4
                   MOVE WS-SUBJECT-BUILD TO WS-ACT-SUBJECT
                   MOVE SPACES TO WS-ACT-DETAIL
                   STRING 'CHANGE REVIEW MAKER ' ATR-MODE-OPERATOR
                           ' CHECKER ' ATR-MODE-CHECKER
                           DELIMITED BY SIZE INTO WS-ACT-DETAIL
                   END-STRING
                   MOVE ATR-MODE-OPERATOR TO WS-ACT-OPERATOR
                   MOVE 'CMKEY' TO WS-ACT-CODE
                   PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
                   IF ATR-MODE-VERDICT = 'A'
                       MOVE ATR-MODE-CHECKER TO WS-ACT-OPERATOR
                       MOVE 'CMAPPR' TO WS-ACT-CODE
                       PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
                   END-IF
               WHEN 'PAYRLSE1'
                   IF ATR-RELEASE-VERDICT = 'A'
                       MOVE 'E' TO WS-SBJ-KIND
                       MOVE ATR-INPUT-COUNT (3:4) TO WS-SBJ-NUMBER-4
                       MOVE WS-SUBJECT-BUILD TO WS-ACT-SUBJECT
                       MOVE ATR-CONTROL-TOTAL TO WS-EDIT-AMOUNT
                       MOVE SPACES TO WS-ACT-DETAIL
                       STRING 'RELEASED PAY DATED '
                               ATR-RELEASE-PAY-DATE ' '
                               WS-EDIT-AMOUNT
                               DELIMITED BY SIZE INTO WS-ACT-DETAIL
                       END-STRING
                       MOVE ATR-MODE-OPERATOR TO WS-ACT-OPERATOR
                       MOVE 'PAYREL' TO WS-ACT-CODE
                       PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
                   END-IF
               WHEN 'STURFND1'
                   IF ATR-DETAIL-COUNT > ZERO
                       MOVE SPACES TO WS-ACT-SUBJECT
                       MOVE ATR-CONTROL-TOTAL TO WS-EDIT-AMOUNT
                       MOVE ATR-DETAIL-COUNT TO WS-EDIT-COUNT
                       MOVE SPACES TO WS-ACT-DETAIL
                       STRING 'REFUND RUN ' WS-EDIT-COUNT
                               ' REFUNDS ' WS-EDIT-AMOUNT
                               DELIMITED BY SIZE INTO WS-ACT-DETAIL
                       END-STRING
                       MOVE ATR-MODE-OPERATOR TO WS-ACT-OPERATOR
                       MOVE 'REFUND' TO WS-ACT-CODE
                       PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           READ AUDIT-TRAIL-FILE
               AT END
                   MOVE 'Y' TO AUDIT-EOF-SWITCH
           END-READ.

       115-EXIT.
           EXIT.

      *    THE HIRE ROW CARRIES THE APPLYING OPERATOR BEHIND THE WORD
      *    HIRED IN ITS NEW VALUE.
       130-SCAN-FIELD-HISTORY.
           OPEN INPUT FIELD-HISTORY-FILE.

           IF NOT WS-HISTORY-OK
               GO TO 139-EXIT
           END-IF.

           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

           PERFORM 135-TAKE-ONE-HISTORY THRU 135-EXIT
               UNTIL HISTORY-EOF.

           CLOSE FIELD-HISTORY-FILE.

       139-EXIT.
           EXIT.

       135-TAKE-ONE-HISTORY.
           ADD 1 TO WS-INPUT-COUNT.
           IF HISTORY-IS-EMPLOYEE
              AND FLH-FIELD-NAME = 'RECORD'
              AND FLH-NEW-WORD = 'HIRED'
              AND FLH-EMPLOYEE-NO IS NUMERIC
               MOVE FLH-TIMESTAMP TO WS-STAMP
               PERFORM 095-STAMP-TO-DATE THRU 095-EXIT
               MOVE WS-STAMP-DATE TO WS-ACT-DATE
               MOVE 'E' TO WS-SBJ-KIND
               MOVE FLH-EMPLOYEE-NO TO WS-SBJ-NUMBER-4
               MOVE WS-SUBJECT-BUILD TO WS-ACT-SUBJECT
               MOVE 'FLDHIST' TO WS-ACT-SOURCE
               MOVE SPACES TO WS-ACT-DETAIL
               STRING 'HIRED BY ' FLH-SOURCE-PROGRAM
                       DELIMITED BY SIZE INTO WS-ACT-DETAIL
               END-STRING
               MOVE FLH-NEW-OPERATOR TO WS-ACT-OPERATOR
               MOVE 'EMPADD' TO WS-ACT-CODE
               PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
           END-IF.

           READ FIELD-HISTORY-FILE
               AT END
                   MOVE 'Y' TO HISTORY-EOF-SWITCH
           END-READ.

       135-EXIT.
           EXIT.

      *    ONLY THE ENTRIES STILL PENDING - A DECIDED ENTRY IS ON THE
      *    AUDIT TRAIL ALREADY, AND THE APPLIER TAKES IT OFF CMPENDG.
       140-SCAN-PENDING-CHANGES.
           OPEN INPUT PENDING-CHANGE-FILE.

           IF NOT WS-PENDING-OK
               GO TO 149-EXIT
           END-IF.

           READ PENDING-CHANGE-FILE
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
           END-READ.

           PERFORM 145-TAKE-ONE-PENDING THRU 145-EXIT
               UNTIL PENDING-EOF.

           CLOSE PENDING-CHANGE-FILE.

       149-EXIT.
           EXIT.

       145-TAKE-ONE-PENDING.
           ADD 1 TO WS-INPUT-COUNT.
           IF CHANGE-IS-PENDING
              AND PND-CUSTOMER-NUMBER IS NUMERIC
              AND PND-ENTRY-DATE IS NUMERIC
               MOVE PND-ENTRY-DATE TO WS-ACT-DATE
               MOVE 'C' TO WS-SBJ-KIND
               MOVE PND-CUSTOMER-NUMBER TO WS-SBJ-NUMBER-4
               MOVE WS-SUBJECT-BUILD TO WS-ACT-SUBJECT
               MOVE 'CMPENDG' TO WS-ACT-SOURCE
               MOVE SPACES TO WS-ACT-DETAIL
               STRING 'PENDING ' PND-FIELD-CODE ' '
                       PND-OLD-VALUE ' TO ' PND-NEW-VALUE
                       DELIMITED BY SIZE INTO WS-ACT-DETAIL
               END-STRING
               MOVE PND-MAKER-ID TO WS-ACT-OPERATOR
               MOVE 'CMKEY' TO WS-ACT-CODE
               PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
           END-IF.

           READ PENDING-CHANGE-FILE
               AT END
                   MOVE 'Y' TO PENDING-EOF-SWITCH
           END-READ.

       145-EXIT.
           EXIT.

      *    A DRAWER SESSION THAT TOOK AT LEAST ONE RECEIPT.
       150-SCAN-CASHIER-SESSIONS.
           OPEN INPUT CASHIER-SESSION-FILE.

           IF NOT WS-SESSION-OK
               GO TO 159-EXIT
           END-IF.

           READ CASHIER-SESSION-FILE
               AT END
                   MOVE 'Y' TO SESSION-EOF-SWITCH
           END-READ.

           PERFORM 155-TAKE-ONE-SESSION THRU 155-EXIT
               UNTIL SESSION-EOF.

           CLOSE CASHIER-SESSION-FILE.

       159-EXIT.
           EXIT.

       155-TAKE-ONE-SESSION.
           ADD 1 TO WS-INPUT-COUNT.
           IF SES-RECEIPT-COUNT IS NUMERIC
              AND SES-RECEIPT-COUNT > ZERO
               MOVE SES-CLOSE-TIMESTAMP TO WS-STAMP
               PERFORM 095-STAMP-TO-DATE THRU 095-EXIT
               MOVE WS-STAMP-DATE TO WS-ACT-DATE
               MOVE SPACES TO WS-ACT-SUBJECT
               MOVE 'CSHRSESS' TO WS-ACT-SOURCE
               MOVE SES-RECEIPT-COUNT TO WS-EDIT-COUNT
               COMPUTE WS-EDIT-AMOUNT = SES-CASH-TAKEN
                   + SES-CHECK-TAKEN + SES-CARD-TAKEN
               MOVE SPACES TO WS-ACT-DETAIL
               STRING 'DRAWER SESSION ' WS-EDIT-COUNT
                       ' RECEIPTS ' WS-EDIT-AMOUNT
                       DELIMITED BY SIZE INTO WS-ACT-DETAIL
               END-STRING
               MOVE SES-OPERATOR-ID TO WS-ACT-OPERATOR
               MOVE 'RCPT' TO WS-ACT-CODE
               PERFORM 190-RELEASE-ACTIVITY THRU 190-EXIT
           END-IF.

           READ CASHIER-SESSION-FILE
               AT END
                   MOVE 'Y' TO SESSION-EOF-SWITCH
           END-READ.

       155-EXIT.
           EXIT.

      *    AN ACTIVITY WITH NO OPERATOR, OR OUTSIDE THE WINDOW, IS
      *    NOT RELEASED.
       190-RELEASE-ACTIVITY.
           IF WS-ACT-OPERATOR = SPACES
              OR WS-ACT-DATE < WS-WINDOW-START
              OR WS-ACT-DATE > WS-RUN-DATE
               GO TO 190-EXIT
           END-IF.

           PERFORM 090-FIND-ACTIVITY-CODE THRU 090-EXIT.
           IF WS-ACD-FOUND > ZERO
               ADD 1 TO ACD-COUNT (WS-ACD-FOUND)
           END-IF.

           MOVE WS-ACT-OPERATOR TO SRT-OPERATOR-ID.
           MOVE WS-ACT-CODE TO SRT-ACTIVITY.
           MOVE WS-ACT-SUBJECT TO SRT-SUBJECT.
           MOVE WS-ACT-DATE TO SRT-DATE.
           MOVE WS-ACT-SOURCE TO SRT-SOURCE.
           MOVE WS-ACT-DETAIL TO SRT-DETAIL.
           RELEASE SORT-WORK-RECORD.

       190-EXIT.
           EXIT.

      *    THE SORT'S OUTPUT, INTO THE ACTIVITY TABLE.  AN OVERFLOW
      *    IS COUNTED AND REPORTED - THE REVIEW IS THEN INCOMPLETE.
       200-LOAD-ACTIVITY-TABLE.
           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

           PERFORM 205-TABLE-ONE-ACTIVITY THRU 205-EXIT
               UNTIL SORT-EOF.

       209-EXIT.
           EXIT.

       205-TABLE-ONE-ACTIVITY.
           IF WS-ACTIVITY-COUNT < WS-ACTIVITY-LIMIT
               ADD 1 TO WS-ACTIVITY-COUNT
               MOVE SRT-OPERATOR-ID
                   TO ACT-OPERATOR-ID (WS-ACTIVITY-COUNT)
               MOVE SRT-ACTIVITY TO ACT-ACTIVITY (WS-ACTIVITY-COUNT)
               MOVE SRT-SUBJECT TO ACT-SUBJECT (WS-ACTIVITY-COUNT)
               MOVE SRT-DATE TO ACT-DATE (WS-ACTIVITY-COUNT)
               MOVE SRT-SOURCE TO ACT-SOURCE (WS-ACTIVITY-COUNT)
               MOVE SRT-DETAIL TO ACT-DETAIL (WS-ACTIVITY-COUNT)
               MOVE SPACES TO ACT-HIT-MARKS (WS-ACTIVITY-COUNT)
           ELSE
               ADD 1 TO WS-ACTIVITY-OVERFLOW
           END-IF.

           RETURN SORT-WORK-FILE
               AT END
                   MOVE 'Y' TO SORT-EOF-SWITCH
           END-RETURN.

       205-EXIT.
           EXIT.

      *    ONE OPERATOR'S ACTIVITY AT A TIME - THE SORT LEFT IT IN
      *    ONE BLOCK OF THE TABLE - TESTED AGAINST EVERY RULE.
       300-FIND-CONFLICTS.
           MOVE 1 TO WS-BLOCK-START.
           PERFORM 310-CHECK-ONE-OPERATOR THRU 319-EXIT
               UNTIL WS-BLOCK-START > WS-ACTIVITY-COUNT.

       309-EXIT.
           EXIT.

       310-CHECK-ONE-OPERATOR.
           MOVE WS-BLOCK-START TO WS-BLOCK-END.
           PERFORM 312-EXTEND-BLOCK THRU 312-EXIT
               UNTIL WS-BLOCK-END NOT < WS-ACTIVITY-COUNT
                  OR ACT-OPERATOR-ID (WS-BLOCK-END + 1)
                     NOT = ACT-OPERATOR-ID (WS-BLOCK-START).

           PERFORM 320-CHECK-ONE-RULE THRU 329-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

           COMPUTE WS-BLOCK-START = WS-BLOCK-END + 1.

       319-EXIT.
           EXIT.

       312-EXTEND-BLOCK.
           ADD 1 TO WS-BLOCK-END.

       312-EXIT.
           EXIT.

      *    ANY-SUBJECT RULES NEED ONE OF EACH ACTIVITY; SAME-SUBJECT
      *    RULES NEED THE PAIR ON ONE CUSTOMER, EMPLOYEE OR STUDENT.
      *    EVERY RECORD ON EITHER SIDE OF A HIT IS MARKED AS SUPPORT.
       320-CHECK-ONE-RULE.
           MOVE ZERO TO WS-A-COUNT.
           MOVE ZERO TO WS-B-COUNT.
           MOVE ZERO TO WS-LAST-ACTIVITY.

           IF RLT-SAME-SUBJECT (WS-RULE-SUB)
               PERFORM 330-PAIR-ONE-A THRU 330-EXIT
                   VARYING WS-A-SUB FROM WS-BLOCK-START BY 1
                   UNTIL WS-A-SUB > WS-BLOCK-END
           ELSE
               PERFORM 340-COUNT-ONE-SIDE THRU 340-EXIT
                   VARYING WS-A-SUB FROM WS-BLOCK-START BY 1
                   UNTIL WS-A-SUB > WS-BLOCK-END
               IF WS-A-COUNT > ZERO AND WS-B-COUNT > ZERO
                   PERFORM 345-MARK-ONE-SIDE THRU 345-EXIT
                       VARYING WS-A-SUB FROM WS-BLOCK-START BY 1
                       UNTIL WS-A-SUB > WS-BLOCK-END
               END-IF
           END-IF.

           IF WS-A-COUNT = ZERO OR WS-B-COUNT = ZERO
               GO TO 329-EXIT
           END-IF.

           IF WS-CONFLICT-COUNT NOT < 2000
               ADD 1 TO WS-CONFLICT-OVERFLOW
               GO TO 329-EXIT
           END-IF.

           ADD 1 TO WS-CONFLICT-COUNT.
           ADD 1 TO RLT-HIT-COUNT (WS-RULE-SUB).
           MOVE ACT-OPERATOR-ID (WS-BLOCK-START)
               TO CFT-OPERATOR-ID (WS-CONFLICT-COUNT).
           MOVE WS-RULE-SUB TO CFT-RULE-SUB (WS-CONFLICT-COUNT).
           MOVE WS-BLOCK-START TO CFT-BLOCK-START (WS-CONFLICT-COUNT).
           MOVE WS-BLOCK-END TO CFT-BLOCK-END (WS-CONFLICT-COUNT).
           MOVE WS-LAST-ACTIVITY
               TO CFT-LAST-ACTIVITY (WS-CONFLICT-COUNT).
           PERFORM 350-NOTE-REVIEW-ITEM THRU 359-EXIT.

       329-EXIT.
           EXIT.

       330-PAIR-ONE-A.
           IF ACT-ACTIVITY (WS-A-SUB) NOT = RLT-ACTIVITY-A (WS-RULE-SUB)
              OR ACT-SUBJECT (WS-A-SUB) = SPACES
               GO TO 330-EXIT
           END-IF.

           PERFORM 335-PAIR-ONE-B THRU 335-EXIT
               VARYING WS-B-SUB FROM WS-BLOCK-START BY 1
               UNTIL WS-B-SUB > WS-BLOCK-END.

       330-EXIT.
           EXIT.

       335-PAIR-ONE-B.
           IF ACT-ACTIVITY (WS-B-SUB) NOT = RLT-ACTIVITY-B (WS-RULE-SUB)
              OR ACT-SUBJECT (WS-B-SUB) NOT = ACT-SUBJECT (WS-A-SUB)
               GO TO 335-EXIT
           END-IF.

           IF ACT-HIT-RULE (WS-A-SUB, WS-RULE-SUB) NOT = 'Y'
               MOVE 'Y' TO ACT-HIT-RULE (WS-A-SUB, WS-RULE-SUB)
               ADD 1 TO WS-A-COUNT
               IF ACT-DATE (WS-A-SUB) > WS-LAST-ACTIVITY
                   MOVE ACT-DATE (WS-A-SUB) TO WS-LAST-ACTIVITY
               END-IF
           END-IF.
           IF ACT-HIT-RULE (WS-B-SUB, WS-RULE-SUB) NOT = 'Y'
               MOVE 'Y' TO ACT-HIT-RULE (WS-B-SUB, WS-RULE-SUB)
               ADD 1 TO WS-B-COUNT
               IF ACT-DATE (WS-B-SUB) > WS-LAST-ACTIVITY
                   MOVE ACT-DATE (WS-B-SUB) TO WS-LAST-ACTIVITY
               END-IF
           END-IF.

       335-EXIT.
           EXIT.

       340-COUNT-ONE-SIDE.
           IF ACT-ACTIVITY (WS-A-SUB) = RLT-ACTIVITY-A (WS-RULE-SUB)
               ADD 1 TO WS-A-COUNT
           END-IF.
           IF ACT-ACTIVITY (WS-A-SUB) = RLT-ACTIVITY-B (WS-RULE-SUB)
               ADD 1 TO WS-B-COUNT
           END-IF.

       340-EXIT.
           EXIT.

       345-MARK-ONE-SIDE.
           IF ACT-ACTIVITY (WS-A-SUB) = RLT-ACTIVITY-A (WS-RULE-SUB)
              OR ACT-ACTIVITY (WS-A-SUB) = RLT-ACTIVITY-B (WS-RULE-SUB)
               MOVE 'Y' TO ACT-HIT-RULE (WS-A-SUB, WS-RULE-SUB)
               IF ACT-DATE (WS-A-SUB) > WS-LAST-ACTIVITY
                   MOVE ACT-DATE (WS-A-SUB) TO WS-LAST-ACTIVITY
               END-IF
           END-IF.

       345-EXIT.
           EXIT.

      *    A NEW CONFLICT OPENS AN ITEM; A SIGNED ITEM REOPENS ONLY
      *    FOR ACTIVITY NEWER THAN WHAT WAS SIGNED FOR.
       350-NOTE-REVIEW-ITEM.
           MOVE CFT-OPERATOR-ID (WS-CONFLICT-COUNT)
               TO WS-HIT-OPERATOR-ID.
           MOVE RLT-RULE-ID (WS-RULE-SUB) TO WS-HIT-RULE-ID.
           PERFORM 080-FIND-ITEM THRU 080-EXIT.

      *    A NEW ITEM SODRVW CANNOT KEEP WOULD GO UNREVIEWED - THE
      *    RUN STOPS BEFORE THE REVIEW FILE OR SODSGN IS TOUCHED.
           IF WS-RVW-FOUND = ZERO
               IF WS-RVW-COUNT NOT < 2000
                   MOVE "REVIEW ITEM TABLE" TO WS-MSG-INSERT-1
                   MOVE "2000 ENTRIES" TO WS-MSG-INSERT-2
                   MOVE 0004 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               ADD 1 TO WS-RVW-COUNT
               MOVE WS-RVW-COUNT TO WS-RVW-FOUND
               MOVE WS-HIT-KEY TO RVT-KEY (WS-RVW-FOUND)
               MOVE WS-RUN-DATE TO RVT-FOUND-DATE (WS-RVW-FOUND)
               MOVE WS-LAST-ACTIVITY
                   TO RVT-LAST-ACTIVITY (WS-RVW-FOUND)
               MOVE 'O' TO RVT-REVIEW-STATUS (WS-RVW-FOUND)
               MOVE SPACES TO RVT-SIGNED-BY (WS-RVW-FOUND)
               MOVE ZERO TO RVT-SIGNED-DATE (WS-RVW-FOUND)
               MOVE 'NEW - OPEN FOR SIGN-OFF'
                   TO CFT-REVIEW-NOTE (WS-CONFLICT-COUNT)
           ELSE
               IF RVT-SIGNED (WS-RVW-FOUND)
                  AND WS-LAST-ACTIVITY >
                      RVT-LAST-ACTIVITY (WS-RVW-FOUND)
                   MOVE 'O' TO RVT-REVIEW-STATUS (WS-RVW-FOUND)
                   MOVE SPACES TO RVT-SIGNED-BY (WS-RVW-FOUND)
                   MOVE ZERO TO RVT-SIGNED-DATE (WS-RVW-FOUND)
                   MOVE WS-RUN-DATE TO RVT-FOUND-DATE (WS-RVW-FOUND)
                   MOVE 'REOPENED - NEWER ACTIVITY'
                       TO CFT-REVIEW-NOTE (WS-CONFLICT-COUNT)
               ELSE
                   IF RVT-SIGNED (WS-RVW-FOUND)
                       MOVE SPACES
                           TO CFT-REVIEW-NOTE (WS-CONFLICT-COUNT)
                       STRING 'SIGNED OFF BY '
                               RVT-SIGNED-BY (WS-RVW-FOUND)
                               DELIMITED BY SIZE
                               INTO CFT-REVIEW-NOTE (WS-CONFLICT-COUNT)
                       END-STRING
                   ELSE
                       MOVE 'OPEN FOR SIGN-OFF'
                           TO CFT-REVIEW-NOTE (WS-CONFLICT-COUNT)
                   END-IF
               END-IF
               IF WS-LAST-ACTIVITY > RVT-LAST-ACTIVITY (WS-RVW-FOUND)
                   MOVE WS-LAST-ACTIVITY
                       TO RVT-LAST-ACTIVITY (WS-RVW-FOUND)
               END-IF
           END-IF.

           MOVE 'Y' TO RVT-SEEN-SWITCH (WS-RVW-FOUND).
           MOVE WS-RVW-FOUND TO CFT-REVIEW-SUB (WS-CONFLICT-COUNT).
           IF RVT-OPEN (WS-RVW-FOUND)
               ADD 1 TO WS-OPEN-NOW-COUNT
           END-IF.

       359-EXIT.
           EXIT.

      *    SIGN-OFFS FIRST, THEN EVERY CONFLICT WITH ITS SUPPORTING
      *    RECORDS, THEN EARLIER ITEMS STILL OPEN, THEN THE COUNTS.
       400-PRINT-REVIEW-REPORT.
           PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT.

           IF WS-SGN-COUNT > ZERO
               MOVE 'SIGN-OFFS APPLIED' TO REVIEW-PRINT-RECORD
               WRITE REVIEW-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
               PERFORM 410-PRINT-ONE-SIGNOFF THRU 410-EXIT
                   VARYING WS-SGN-SUB FROM 1 BY 1
                   UNTIL WS-SGN-SUB > WS-SGN-COUNT
               MOVE SPACES TO REVIEW-PRINT-RECORD
               WRITE REVIEW-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

           MOVE 'CONFLICTS IN THE WINDOW' TO REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF WS-CONFLICT-COUNT = ZERO
               MOVE '  NONE' TO REVIEW-PRINT-RECORD
               WRITE REVIEW-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.
           PERFORM 420-PRINT-ONE-CONFLICT THRU 429-EXIT
               VARYING WS-CONFLICT-SUB FROM 1 BY 1
               UNTIL WS-CONFLICT-SUB > WS-CONFLICT-COUNT.

           PERFORM 440-PRINT-EARLIER-OPEN THRU 449-EXIT.
           PERFORM 460-PRINT-COUNTS THRU 469-EXIT.

       409-EXIT.
           EXIT.

       410-PRINT-ONE-SIGNOFF.
           IF WS-LINE-COUNT > 55
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
           END-IF.
           MOVE SLT-OPERATOR-ID (WS-SGN-SUB) TO WS-SGL-OPERATOR-ID.
           MOVE SLT-RULE-ID (WS-SGN-SUB) TO WS-SGL-RULE-ID.
           MOVE SLT-SIGNED-BY (WS-SGN-SUB) TO WS-SGL-SIGNED-BY.
           MOVE SLT-VERDICT (WS-SGN-SUB) TO WS-SGL-VERDICT.
           WRITE REVIEW-PRINT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       410-EXIT.
           EXIT.

      *    THE SUPPORT IS THE OPERATOR'S RECORDS MARKED FOR THIS
      *    RULE, UP TO WS-SUPPORT-LIMIT OF THEM.
       420-PRINT-ONE-CONFLICT.
           IF WS-LINE-COUNT > 50
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
           END-IF.

           MOVE CFT-RULE-SUB (WS-CONFLICT-SUB) TO WS-RULE-SUB.
           MOVE CFT-OPERATOR-ID (WS-CONFLICT-SUB) TO WS-CHL-OPERATOR-ID.
           PERFORM 480-FIND-OPERATOR-NAME THRU 480-EXIT.
           MOVE WS-OPERATOR-NAME TO WS-CHL-OPERATOR-NAME.
           MOVE RLT-RULE-ID (WS-RULE-SUB) TO WS-CHL-RULE-ID.
           MOVE RLT-DESCRIPTION (WS-RULE-SUB) TO WS-CHL-DESCRIPTION.
           MOVE CFT-REVIEW-NOTE (WS-CONFLICT-SUB)
               TO WS-CHL-REVIEW-NOTE.
           WRITE REVIEW-PRINT-RECORD FROM WS-CONFLICT-HEAD-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REVIEW-PRINT-RECORD FROM WS-SUPPORT-COLUMNS
               AFTER ADVANCING 1 LINE.
           ADD 3 TO WS-LINE-COUNT.

           MOVE ZERO TO WS-SUPPORT-LISTED.
           MOVE ZERO TO WS-SUPPORT-UNLISTED.
           PERFORM 425-PRINT-ONE-SUPPORT THRU 425-EXIT
               VARYING WS-A-SUB FROM CFT-BLOCK-START (WS-CONFLICT-SUB)
               BY 1
               UNTIL WS-A-SUB > CFT-BLOCK-END (WS-CONFLICT-SUB).

           IF WS-SUPPORT-UNLISTED > ZERO
               MOVE SPACES TO REVIEW-PRINT-RECORD
               MOVE WS-SUPPORT-UNLISTED TO WS-CNL-COUNT
               STRING '    AND ' WS-CNL-COUNT
                       ' MORE SUPPORTING RECORDS'
                       DELIMITED BY SIZE INTO REVIEW-PRINT-RECORD
               END-STRING
               WRITE REVIEW-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       429-EXIT.
           EXIT.

       425-PRINT-ONE-SUPPORT.
           IF ACT-HIT-RULE (WS-A-SUB, WS-RULE-SUB) NOT = 'Y'
               GO TO 425-EXIT
           END-IF.

           IF WS-SUPPORT-LISTED NOT < WS-SUPPORT-LIMIT
               ADD 1 TO WS-SUPPORT-UNLISTED
               GO TO 425-EXIT
           END-IF.

           IF WS-LINE-COUNT > 55
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
               WRITE REVIEW-PRINT-RECORD FROM WS-CONFLICT-HEAD-LINE
                   AFTER ADVANCING 1 LINE
               WRITE REVIEW-PRINT-RECORD FROM WS-SUPPORT-COLUMNS
                   AFTER ADVANCING 1 LINE
               ADD 2 TO WS-LINE-COUNT
           END-IF.

           ADD 1 TO WS-SUPPORT-LISTED.
           MOVE ACT-ACTIVITY (WS-A-SUB) TO WS-SPL-ACTIVITY.
           MOVE ACT-SUBJECT (WS-A-SUB) TO WS-SPL-SUBJECT.
           MOVE ACT-DATE (WS-A-SUB) TO WS-SPL-DATE.
           MOVE ACT-SOURCE (WS-A-SUB) TO WS-SPL-SOURCE.
           MOVE ACT-DETAIL (WS-A-SUB) TO WS-SPL-DETAIL.
           WRITE REVIEW-PRINT-RECORD FROM WS-SUPPORT-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       425-EXIT.
           EXIT.

      *    AN OPEN ITEM THIS RUN DID NOT SEE AGAIN - ITS ACTIVITY HAS
      *    AGED OUT OF THE WINDOW - STILL WANTS ITS SIGN-OFF.
       440-PRINT-EARLIER-OPEN.
           MOVE SPACES TO REVIEW-PRINT-RECORD.
           MOVE 'EARLIER ITEMS STILL OPEN' TO REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD
               AFTER ADVANCING 3 LINES.
           ADD 3 TO WS-LINE-COUNT.

           PERFORM 445-PRINT-ONE-EARLIER THRU 445-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT.

           IF WS-OPEN-EARLIER-COUNT = ZERO
               MOVE '  NONE' TO REVIEW-PRINT-RECORD
               WRITE REVIEW-PRINT-RECORD
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

       449-EXIT.
           EXIT.

       445-PRINT-ONE-EARLIER.
           IF NOT RVT-OPEN (WS-RVW-SUB)
              OR RVT-SEEN-SWITCH (WS-RVW-SUB) = 'Y'
               GO TO 445-EXIT
           END-IF.

           IF WS-LINE-COUNT > 55
               PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT
           END-IF.

           ADD 1 TO WS-OPEN-EARLIER-COUNT.
           MOVE RVT-OPERATOR-ID (WS-RVW-SUB) TO WS-ERL-OPERATOR-ID.
           MOVE RVT-RULE-ID (WS-RVW-SUB) TO WS-ERL-RULE-ID.
           MOVE RVT-FOUND-DATE (WS-RVW-SUB) TO WS-ERL-FOUND-DATE.
           MOVE RVT-LAST-ACTIVITY (WS-RVW-SUB)
               TO WS-ERL-LAST-ACTIVITY.
           WRITE REVIEW-PRINT-RECORD FROM WS-EARLIER-LINE
               AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINE-COUNT.

       445-EXIT.
           EXIT.

       460-PRINT-COUNTS.
           PERFORM 490-PRINT-PAGE-HEADING THRU 490-EXIT.
           MOVE 'ACTIVITY GATHERED IN THE WINDOW'
               TO REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD
               AFTER ADVANCING 1 LINE.

           PERFORM 465-PRINT-ONE-ACTIVITY-COUNT THRU 465-EXIT
               VARYING WS-ACD-SUB FROM 1 BY 1
               UNTIL WS-ACD-SUB > 6.

           MOVE 'CONFLICTS FOUND' TO WS-CNL-LABEL.
           MOVE WS-CONFLICT-COUNT TO WS-CNL-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'ITEMS OPEN FROM THIS RUN' TO WS-CNL-LABEL.
           MOVE WS-OPEN-NOW-COUNT TO WS-CNL-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'EARLIER ITEMS STILL OPEN' TO WS-CNL-LABEL.
           MOVE WS-OPEN-EARLIER-COUNT TO WS-CNL-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SIGN-OFFS REFUSED' TO WS-CNL-LABEL.
           MOVE WS-SGN-REFUSED-COUNT TO WS-CNL-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.
           MOVE 'SODRULE RULES NOT USABLE' TO WS-CNL-LABEL.
           MOVE WS-RULE-REFUSED-COUNT TO WS-CNL-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

           IF WS-ACTIVITY-OVERFLOW > ZERO
              OR WS-CONFLICT-OVERFLOW > ZERO
               MOVE SPACES TO REVIEW-PRINT-RECORD
               MOVE 'TABLE OVERFLOW - THIS REVIEW IS INCOMPLETE'
                   TO REVIEW-PRINT-RECORD
               WRITE REVIEW-PRINT-RECORD
                   AFTER ADVANCING 2 LINES
           END-IF.

       469-EXIT.
           EXIT.

       465-PRINT-ONE-ACTIVITY-COUNT.
           MOVE SPACES TO WS-CNL-LABEL.
           STRING '  ' ACD-CODE (WS-ACD-SUB)
                   DELIMITED BY SIZE INTO WS-CNL-LABEL
           END-STRING.
           MOVE ACD-COUNT (WS-ACD-SUB) TO WS-CNL-COUNT.
           WRITE REVIEW-PRINT-RECORD FROM WS-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       465-EXIT.
           EXIT.

       480-FIND-OPERATOR-NAME.
           MOVE SPACES TO WS-OPERATOR-NAME.
           PERFORM 485-MATCH-ONE-OPERATOR THRU 485-EXIT
               VARYING WS-OPERATOR-SUB FROM 1 BY 1
               UNTIL WS-OPERATOR-SUB > WS-OPERATOR-COUNT
                  OR WS-OPERATOR-NAME NOT = SPACES.

       480-EXIT.
           EXIT.

       485-MATCH-ONE-OPERATOR.
           IF OPT-OPERATOR-ID (WS-OPERATOR-SUB)
                   = CFT-OPERATOR-ID (WS-CONFLICT-SUB)
               MOVE OPT-NAME (WS-OPERATOR-SUB) TO WS-OPERATOR-NAME
           END-IF.

       485-EXIT.
           EXIT.

       490-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-COUNT.
           MOVE WS-PAGE-COUNT TO WS-PGH-PAGE.
           MOVE WS-WINDOW-START TO WS-PGH-WINDOW-START.
           MOVE WS-RUN-DATE TO WS-PGH-WINDOW-END.
           MOVE WS-RUN-DATE-TIME TO WS-PGH-RUN-DATE.
           WRITE REVIEW-PRINT-RECORD FROM WS-PAGE-HEADING
               AFTER ADVANCING PAGE.
           MOVE SPACES TO REVIEW-PRINT-RECORD.
           WRITE REVIEW-PRINT-RECORD
               AFTER ADVANCING 1 LINE.
           MOVE 2 TO WS-LINE-COUNT.

       490-EXIT.
           EXIT.

      *    THE WHOLE REVIEW FILE GOES BACK, SIGNED ITEMS INCLUDED -
      *    THEY ARE WHAT A LATER REOPEN IS MEASURED AGAINST.
       500-SAVE-REVIEW-FILE.
           OPEN OUTPUT REVIEW-FILE.
           IF NOT WS-REVIEW-OK
               MOVE "REVIEW-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REVIEW-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 505-SAVE-ONE-ITEM THRU 505-EXIT
               VARYING WS-RVW-SUB FROM 1 BY 1
               UNTIL WS-RVW-SUB > WS-RVW-COUNT.

           CLOSE REVIEW-FILE.

       509-EXIT.
           EXIT.

       505-SAVE-ONE-ITEM.
           MOVE SPACES TO REVIEW-RECORD.
           MOVE RVT-OPERATOR-ID (WS-RVW-SUB) TO SRV-OPERATOR-ID.
           MOVE RVT-RULE-ID (WS-RVW-SUB) TO SRV-RULE-ID.
           MOVE RVT-FOUND-DATE (WS-RVW-SUB) TO SRV-FOUND-DATE.
           MOVE RVT-LAST-ACTIVITY (WS-RVW-SUB) TO SRV-LAST-ACTIVITY.
           MOVE RVT-REVIEW-STATUS (WS-RVW-SUB) TO SRV-REVIEW-STATUS.
           MOVE RVT-SIGNED-BY (WS-RVW-SUB) TO SRV-SIGNED-BY.
           MOVE RVT-SIGNED-DATE (WS-RVW-SUB) TO SRV-SIGNED-DATE.
           WRITE REVIEW-RECORD.

       505-EXIT.
           EXIT.

      *    THE SIGN-OFFS ARE NOW ON SODRVW; SODSGN GOES BACK EMPTY
      *    FOR INTERNAL AUDIT'S NEXT BATCH.
       510-EMPTY-SIGNOFF-FILE.
           IF NOT SGN-FILE-READ
               GO TO 519-EXIT
           END-IF.

           OPEN OUTPUT SIGNOFF-FILE.
           IF NOT WS-SIGNOFF-OK
               MOVE "SIGNOFF-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SIGNOFF-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           CLOSE SIGNOFF-FILE.

       519-EXIT.
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
      *    EACH RUN - RECORDS READ, CONFLICTS FOUND, AND THE ITEMS
      *    LEFT OPEN AS THE CONTROL FIGURE.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'SODCONF1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-CONFLICT-COUNT TO ATR-DETAIL-COUNT.
           COMPUTE ATR-CONTROL-TOTAL =
               WS-OPEN-NOW-COUNT + WS-OPEN-EARLIER-COUNT.

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
