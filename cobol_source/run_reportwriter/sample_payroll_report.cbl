                         RECORD KEY IS YTE-EMPLOYEE-NO
                         FILE STATUS IS WS-EMPYTD-STATUS.

      *    STATE WITHHOLDING WAS ONLY EVER KEPT AS A RUN TOTAL PER
      *    STATE FOR THE GL CREDIT - THE W-2 NEEDS STATE WAGES AND
      *    STATE TAX PER EMPLOYEE FOR THE YEAR.  YTDSTWH IS KEYED ON
      *    TAX YEAR, EMPLOYEE AND WORK STATE, SO AN EMPLOYEE WHO
      *    MOVES STATES MID-YEAR GETS ONE ROW PER STATE AND NOTHING
      *    HAS TO BE ZEROED WHEN YTDEMPL ROLLS AT YEAR END.
           SELECT STATE-YTD-FILE
               ASSIGN TO EXTERNAL YTDSTWH
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS SYT-KEY
                         FILE STATUS IS WS-STATE-YTD-STATUS.

      *    THE JOURNAL FEED REPLACES THE HAND-KEYED ENTRIES: SALARY
      *    EXPENSE DEBITS BY DEPARTMENT AND CREDITS FOR EACH
      *    WITHHOLDING LIABILITY AND NET PAY, BUILT FROM THE SAME
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-DEDREG-STATUS.

      *    401(K) ELECTIVE DEFERRALS.  RETENRL CARRIES EACH ENROLLED
      *    EMPLOYEE'S DEFERRAL PERCENT OF GROSS, BIRTH DATE AND THE
      *    PLAN-YEAR DEFERRALS SO FAR; RETPARM THE ANNUAL DEFERRAL
      *    AND CATCH-UP LIMITS.  EACH DEFERRAL JOINS PRR-MISC-DED
      *    AND BREAKS OUT ON DEDREG AS DEDUCTION TYPE 'K', WHERE THE
      *    REMITTANCE RUN AND THE RETIREMENT PLAN RUN PICK IT UP.
           SELECT RETIREMENT-ENROLL-FILE
               ASSIGN TO EXTERNAL RETENRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RETENRL-STATUS.

           SELECT RETIREMENT-PARAM-FILE
               ASSIGN TO EXTERNAL RETPARM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RETPARM-STATUS.

           SELECT CHART-OF-ACCOUNTS-FILE
               ASSIGN TO EXTERNAL CHARTACC
                         ORGANIZATION IS LINE SEQUENTIAL
       01  FEED-VERSION-VIEW.
           03  FVV-RECORD-TYPE         PIC X(01).
               88  PAY-FEED-VERSION-RECORD         VALUE 'V'.
           03  FILLER                  PIC X(115).

       01  HOURLY-PAY-RECORD.
           03  FILLER                  PIC X(71).
      *    HERE AND RUNS AS THE ONE UNNAMED COMPANY, AS BEFORE.
           03  FILLER                  PIC X(01).
           03  HPR-COMPANY-CODE        PIC X(02).
      *    PREMIUM HOURS OFF THE TIME CLOCK - NIGHT AND WEEKEND
      *    DIFFERENTIAL HOURS AT THEIR HOURS-WEIGHTED PREMIUM RATE,
      *    AND HOURS WORKED ON A COMPANY HOLIDAY.  BOTH ARE ALREADY
      *    INSIDE THE REGULAR/OVERTIME HOURS; THEY PRICE ONLY THE
      *    PREMIUM ON TOP.  A 100-BYTE FEED READS SPACES HERE AND
      *    EARNS NO PREMIUM.
           03  FILLER                  PIC X(01).
           03  HPR-DIFF-HOURS          PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  HPR-DIFF-RATE           PIC 9(02)V999.
           03  FILLER                  PIC X(01).
           03  HPR-HOLIDAY-HOURS       PIC 9(02)V99.

       FD  REPORT-FILE
           REPORT IS QUARTERLY-PAY-REGISTER.
           03  YTE-NET                 PIC 9(08)V99.
           03  FILLER                  PIC X(06).

       FD  STATE-YTD-FILE.

       01  STATE-YTD-RECORD.
           03  SYT-KEY.
               05  SYT-TAX-YEAR        PIC 9(04).
               05  SYT-EMPLOYEE-NO     PIC 9(04).
               05  SYT-STATE-CODE      PIC X(02).
           03  SYT-STATE-WAGES         PIC 9(08)V99.
           03  SYT-STATE-WH            PIC 9(08)V99.
           03  FILLER                  PIC X(10).

       FD  PENDING-RELEASE-FILE.

      *    WIDENED WITH THE HOURLY RECORD - A HELD RECORD'S VACATION
      *    AND SICK HOURS AND ITS PREMIUM HOURS MUST SURVIVE THE
      *    ROUND TRIP THROUGH THE RELEASE SCREEN.
       01  PENDING-RELEASE-RECORD      PIC X(116).

       FD  RELEASE-APPROVED-FILE.

       01  RELEASE-APPROVED-RECORD     PIC X(116).

       FD  POSTED-PAY-FILE.

      *    WIDENED TO THE FULL HOURLY IMAGE SO THE RETRO-PAY RUN CAN
      *    RE-PRICE POSTED HOURLY DETAIL - THE CHECK PRINT AND ACH
      *    EXTRACT STILL READ THE LEADING 80 BYTES UNCHANGED.
       01  POSTED-PAY-RECORD           PIC X(116).

       FD  OVERTIME-ANALYSIS-FILE.


       01  DEDUCTION-REGISTER-RECORD   PIC X(80).

       FD  RETIREMENT-ENROLL-FILE.

      *    ONE RECORD PER ENROLLED EMPLOYEE.  STATUS 'A' DEFERS, 'S'
      *    IS SUSPENDED (HARDSHIP, LEAVE) AND TAKES NOTHING.  THE YTD
      *    FIGURES BELONG TO RTE-PLAN-YEAR AND START OVER WHEN A PAY
      *    DATE IN A LATER YEAR COMES THROUGH; RTE-LIMIT-DATE IS THE
      *    PAY DATE ON WHICH THE ANNUAL LIMIT WAS REACHED, AND
      *    RTE-MATCHED-PAY-DATE THE LAST CYCLE THE RETIREMENT PLAN
      *    RUN MATCHED - THE REGISTER ONLY CARRIES IT THROUGH.
       01  RETIREMENT-ENROLL-RECORD.
           03  RTE-EMPLOYEE-NO         PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RTE-DEFERRAL-RATE       PIC V9999.
           03  FILLER                  PIC X(01).
           03  RTE-BIRTH-DATE          PIC 9(08).
           03  FILLER                  REDEFINES RTE-BIRTH-DATE.
               05  RTE-BIRTH-YEAR      PIC 9(04).
               05  FILLER              PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RTE-STATUS              PIC X(01).
           03  FILLER                  PIC X(01).
           03  RTE-PLAN-YEAR           PIC 9(04).
           03  FILLER                  PIC X(01).
           03  RTE-YTD-DEFERRAL        PIC 9(06)V99.
           03  FILLER                  PIC X(01).
           03  RTE-YTD-MATCH           PIC 9(06)V99.
           03  FILLER                  PIC X(01).
           03  RTE-LIMIT-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RTE-MATCHED-PAY-DATE    PIC 9(08).
           03  FILLER                  PIC X(19).

       FD  RETIREMENT-PARAM-FILE.

      *    ONE RECORD PER PLAN YEAR'S LIMITS AND MATCH FORMULA.  THE
      *    REGISTER USES ONLY THE LIMITS; THE MATCH IS THE RETIREMENT
      *    PLAN RUN'S.  TIER 1 MATCHES RPM-MATCH-RATE-1 OF DEFERRALS
      *    UP TO RPM-MATCH-UPTO-1 OF PAY, TIER 2 RPM-MATCH-RATE-2 OF
      *    DEFERRALS FROM THERE UP TO RPM-MATCH-UPTO-2 OF PAY.
       01  RETIREMENT-PARAM-RECORD.
           03  RPM-PLAN-NUMBER         PIC X(06).
           03  FILLER                  PIC X(01).
           03  RPM-DEFERRAL-LIMIT      PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  RPM-CATCHUP-LIMIT       PIC 9(05)V99.
           03  FILLER                  PIC X(01).
           03  RPM-CATCHUP-AGE         PIC 9(02).
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-RATE-1        PIC 9V9999.
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-UPTO-1        PIC V9999.
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-RATE-2        PIC 9V9999.
           03  FILLER                  PIC X(01).
           03  RPM-MATCH-UPTO-2        PIC V9999.
           03  FILLER                  PIC X(33).

       FD  CHART-OF-ACCOUNTS-FILE.

      *    ACCOUNTING MAINTAINS ONE RECORD PER ACCOUNT THE PAYROLL
       77  WS-EMPYTD-STATUS            PIC XX.
           88  WS-EMPYTD-OK                        VALUE "00".
           88  WS-EMPYTD-NOT-FOUND                 VALUE "35".
       77  WS-STATE-YTD-STATUS         PIC XX.
           88  WS-STATE-YTD-OK                     VALUE "00".
           88  WS-STATE-YTD-NOT-FOUND              VALUE "35".
       77  WS-YTD-GROSS-ECHO           PIC 9(08)V99 VALUE 0.

      *    GL JOURNAL GENERATION - THE CHART LOADS ONCE, THE JOURNAL
               03  DMT-LIMIT           PIC 9(05)V99.
               03  DMT-TAKEN           PIC 9(05)V99.

      *    401(K) ENROLLMENTS - LOADED WHOLE AT INITIATION LIKE THE
      *    DEDUCTION MASTER AND WRITTEN BACK AT TERMINATION WITH THE
      *    PLAN-YEAR DEFERRALS.  NO RETENRL MEANS NO PLAN.  THE
      *    CATCH-UP LIMIT IS ADDED FOR ANYONE REACHING THE CATCH-UP
      *    AGE BY THE END OF THE PLAN YEAR.
       77  WS-RETENRL-STATUS           PIC XX.
           88  WS-RETENRL-OK                       VALUE "00".
           88  WS-RETENRL-NOT-FOUND                VALUE "35".
       77  WS-RETPARM-STATUS           PIC XX.
           88  WS-RETPARM-OK                       VALUE "00".
       77  RETENRL-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  RETENRL-EOF                         VALUE 'Y'.
       77  WS-RETIREMENT-SWITCH        PIC X(1)    VALUE 'N'.
           88  RETIREMENT-IS-ACTIVE                VALUE 'Y'.
       77  WS-RET-COUNT                PIC 9(03)   VALUE 0.
       77  WS-RET-SUB                  PIC 9(03)   VALUE 0.
       77  WS-RET-FOUND                PIC 9(03)   VALUE 0.
       77  WS-RET-DEFERRAL-LIMIT       PIC 9(05)V99 VALUE 0.
       77  WS-RET-CATCHUP-LIMIT        PIC 9(05)V99 VALUE 0.
       77  WS-RET-CATCHUP-AGE          PIC 9(02)   VALUE 0.
       77  WS-RET-ANNUAL-LIMIT         PIC 9(06)V99 VALUE 0.
       77  WS-RET-DEFERRAL             PIC 9(04)V99 VALUE 0.
       77  WS-RET-ROOM                 PIC S9(06)V99 VALUE 0.

       01  RETIREMENT-TABLE.
           02  RETIREMENT-ENTRY        OCCURS 500 TIMES.
               03  RTT-EMPLOYEE-NO     PIC 9(04).
               03  RTT-DEFERRAL-RATE   PIC V9999.
               03  RTT-BIRTH-DATE      PIC 9(08).
               03  RTT-BIRTH-YEAR      REDEFINES RTT-BIRTH-DATE
                                       PIC 9(04).
               03  RTT-STATUS          PIC X(01).
               03  RTT-PLAN-YEAR       PIC 9(04).
               03  RTT-YTD-DEFERRAL    PIC 9(06)V99.
               03  RTT-YTD-MATCH       PIC 9(06)V99.
               03  RTT-LIMIT-DATE      PIC 9(08).
               03  RTT-MATCHED-PAY-DATE
                                       PIC 9(08).

      *    HOURLY/OVERTIME PROCESSING - THE WEEKLY-HOURS CEILING IS
      *    SET BY THE SCHEDULER (OT-HOURS-CEILING), DEFAULTING TO 60.
       77  WS-OTANLYS-STATUS           PIC XX.
       77  WS-COMPUTED-GROSS           PIC 9(05)V99 VALUE 0.
       77  WS-TOTAL-HOURS              PIC 9(03)V99 VALUE 0.
       77  WS-GROSS-VARIANCE           PIC S9(05)V99 VALUE 0.
      *    THE TWO PREMIUM EARNINGS LINES UNDER AN HOURLY DETAIL.
       77  WS-DIFF-HOURS               PIC 9(02)V99 VALUE 0.
       77  WS-DIFF-PREMIUM             PIC 9(04)V99 VALUE 0.
       77  WS-HOLIDAY-HOURS            PIC 9(02)V99 VALUE 0.
       77  WS-HOLIDAY-PREMIUM          PIC 9(04)V99 VALUE 0.

       77  WS-PENDREL-STATUS           PIC XX.
           88  WS-PENDREL-OK                       VALUE "00".
                                   WS-YTD-GROSS-ECHO.
               03  COLUMN 115  PIC 9(03).99 SOURCE WS-COMPUTED-STATE.
               03  COLUMN 124  PIC 9(03).99 SOURCE WS-COMPUTED-LOCAL.
      *    PREMIUM EARNINGS PRINT AS THEIR OWN LINES UNDER THE HOURLY
      *    DETAIL THEY ARE PART OF - HOURS, THEN THE AMOUNT UNDER THE
      *    GROSS COLUMN.
           02  LINE PLUS 1
                      PRESENT WHEN PAY-RECORD-IS-HOURLY
                               AND WS-DIFF-PREMIUM > ZERO.
               03  COLUMN 06   PIC X(18) VALUE 'SHIFT DIFFERENTIAL'.
               03  COLUMN 30   PIC Z9.99 SOURCE WS-DIFF-HOURS.
               03  COLUMN 36   PIC X(03) VALUE 'HRS'.
               03  COLUMN 50   PIC 9(04).99 SOURCE WS-DIFF-PREMIUM.
           02  LINE PLUS 1
                      PRESENT WHEN PAY-RECORD-IS-HOURLY
                               AND WS-HOLIDAY-PREMIUM > ZERO.
               03  COLUMN 06   PIC X(15) VALUE 'HOLIDAY PREMIUM'.
               03  COLUMN 30   PIC Z9.99 SOURCE WS-HOLIDAY-HOURS.
               03  COLUMN 36   PIC X(03) VALUE 'HRS'.
               03  COLUMN 50   PIC 9(04).99 SOURCE WS-HOLIDAY-PREMIUM.

       01  EMPL-FOOT TYPE CONTROL FOOTING PRR-EMPLOYEE-KEY.
           02  LINE PLUS 1

           PERFORM 036-LOAD-DEDUCTION-MASTER THRU 036-EXIT.

           PERFORM 036R-LOAD-RETIREMENT-PLAN THRU 036R-EXIT.

           PERFORM 080-LOAD-CHECKPOINT THRU 089-EXIT.

           ACCEPT WS-CARRY-FORWARD-SWITCH FROM ENVIRONMENT
               END-IF
           END-IF.

           IF (WS-DED-ENTRY-COUNT > ZERO OR RETIREMENT-IS-ACTIVE)
              AND NOT DRY-RUN-REQUESTED
               OPEN OUTPUT DEDUCTION-REGISTER-FILE
               IF NOT WS-DEDREG-OK
                   MOVE "DEDUCTION-REGISTER-FILE" TO WS-MSG-INSERT-1
               END-IF
           END-IF.

           IF NOT DRY-RUN-REQUESTED
               OPEN I-O STATE-YTD-FILE
               IF WS-STATE-YTD-NOT-FOUND
                   OPEN OUTPUT STATE-YTD-FILE
                   IF NOT WS-STATE-YTD-OK
                       MOVE "STATE-YTD-FILE" TO WS-MSG-INSERT-1
                       MOVE WS-STATE-YTD-STATUS TO WS-MSG-INSERT-2
                       MOVE 0002 TO WS-MSG-NUMBER
                       PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                       STOP RUN RETURNING 1
                   END-IF
                   CLOSE STATE-YTD-FILE
                   OPEN I-O STATE-YTD-FILE
               END-IF
               IF NOT WS-STATE-YTD-OK
                   MOVE "STATE-YTD-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-STATE-YTD-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

      *    THE BALANCE FILE CARRIES FORWARD RUN TO RUN LIKE YTDEMPL -
      *    BUILD AN EMPTY ONE ON THE FIRST ARMED RUN RATHER THAN
      *    ABORT.

           IF NOT DRY-RUN-REQUESTED
               CLOSE EMPLOYEE-YTD-FILE
               CLOSE STATE-YTD-FILE
           END-IF.

           IF (WS-DED-ENTRY-COUNT > ZERO OR RETIREMENT-IS-ACTIVE)
              AND NOT DRY-RUN-REQUESTED
               CLOSE DEDUCTION-REGISTER-FILE
           END-IF.

           IF WS-DED-ENTRY-COUNT > ZERO AND NOT DRY-RUN-REQUESTED
               PERFORM 038-SAVE-DEDUCTION-MASTER THRU 038-EXIT
           END-IF.

           IF RETIREMENT-IS-ACTIVE AND NOT DRY-RUN-REQUESTED
               PERFORM 038R-SAVE-RETIREMENT-PLAN THRU 038R-EXIT
           END-IF.

           IF WS-ALO-COUNT > ZERO AND NOT DRY-RUN-REQUESTED
               CLOSE ALLOCATION-REGISTER-FILE
           END-IF.
               CLOSE OVERTIME-ANALYSIS-FILE, PENDING-RELEASE-FILE,
                     POSTED-PAY-FILE
      *        THE PAYPOSTD HANDOFF IS SEALED WITH ITS COUNT AND
      *        THE BYTE HASH OF ALL 116 BYTES OF EACH RECORD SO
      *        THE CHECK PRINT AND ACH EXTRACT CAN PROVE THEY READ
      *        THE SAME FILE THIS RUN WROTE.
               MOVE 'W' TO WS-CTL-ACTION
               MOVE 'PAYPOSTD' TO WS-CTL-FILE
               CALL 'CTLTOTAL' USING WS-CTL-ACTION, WS-CTL-FILE,
       038A-EXIT.
           EXIT.

       036R-LOAD-RETIREMENT-PLAN.
      *    NO ENROLLMENT FILE, NO PLAN - NOTHING IS DEFERRED.  AN
      *    ENROLLMENT FILE WITHOUT ITS LIMITS IS AN ERROR, SINCE
      *    DEFERRING WITH NO LIMIT WOULD OVER-CONTRIBUTE.
           OPEN INPUT RETIREMENT-ENROLL-FILE.

           IF WS-RETENRL-NOT-FOUND
               GO TO 036R-EXIT
           END-IF.

           IF NOT WS-RETENRL-OK
               MOVE "RETIREMENT-ENROLL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETENRL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN INPUT RETIREMENT-PARAM-FILE.

           IF NOT WS-RETPARM-OK
               MOVE "RETIREMENT-PARAM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETPARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ RETIREMENT-PARAM-FILE
               AT END
                   DISPLAY "RETPARM IS EMPTY - NO DEFERRAL LIMITS"
                           UPON SYSERR
                   STOP RUN RETURNING 1
           END-READ.

           IF RPM-DEFERRAL-LIMIT NOT NUMERIC
              OR RPM-CATCHUP-LIMIT NOT NUMERIC
              OR RPM-CATCHUP-AGE NOT NUMERIC
              OR RPM-DEFERRAL-LIMIT = ZERO
               DISPLAY "RETPARM LIMITS NOT NUMERIC" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           MOVE RPM-DEFERRAL-LIMIT TO WS-RET-DEFERRAL-LIMIT.
           MOVE RPM-CATCHUP-LIMIT TO WS-RET-CATCHUP-LIMIT.
           MOVE RPM-CATCHUP-AGE TO WS-RET-CATCHUP-AGE.
           CLOSE RETIREMENT-PARAM-FILE.

           MOVE 'Y' TO WS-RETIREMENT-SWITCH.

           READ RETIREMENT-ENROLL-FILE
               AT END
                   MOVE 'Y' TO RETENRL-EOF-SWITCH
           END-READ.

           PERFORM 037R-STORE-ENROLLMENT THRU 037R-EXIT
               UNTIL RETENRL-EOF.

           CLOSE RETIREMENT-ENROLL-FILE.

       036R-EXIT.
           EXIT.

      *    RETENRL IS WRITTEN BACK FROM THIS TABLE AT TERMINATION,
      *    SO AN ENROLLMENT IT CANNOT HOLD WOULD BE DROPPED FROM THE
      *    FILE - THE RUN STOPS HERE, BEFORE ANYTHING IS POSTED.
       037R-STORE-ENROLLMENT.
           IF WS-RET-COUNT NOT < 500
               MOVE "RETIREMENT ENROLLMENT TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RET-COUNT.
           MOVE RTE-EMPLOYEE-NO TO RTT-EMPLOYEE-NO (WS-RET-COUNT).
           MOVE RTE-DEFERRAL-RATE TO RTT-DEFERRAL-RATE (WS-RET-COUNT).
           MOVE RTE-BIRTH-DATE TO RTT-BIRTH-DATE (WS-RET-COUNT).
           MOVE RTE-STATUS TO RTT-STATUS (WS-RET-COUNT).
           MOVE RTE-PLAN-YEAR TO RTT-PLAN-YEAR (WS-RET-COUNT).
           MOVE RTE-YTD-DEFERRAL TO RTT-YTD-DEFERRAL (WS-RET-COUNT).
           MOVE RTE-YTD-MATCH TO RTT-YTD-MATCH (WS-RET-COUNT).
           MOVE RTE-LIMIT-DATE TO RTT-LIMIT-DATE (WS-RET-COUNT).
           MOVE RTE-MATCHED-PAY-DATE
               TO RTT-MATCHED-PAY-DATE (WS-RET-COUNT).

           READ RETIREMENT-ENROLL-FILE
               AT END
                   MOVE 'Y' TO RETENRL-EOF-SWITCH
           END-READ.

       037R-EXIT.
           EXIT.

      *    THE PLAN-YEAR DEFERRALS GO BACK OUT SO THE ANNUAL LIMIT
      *    HOLDS ACROSS RUNS.
       038R-SAVE-RETIREMENT-PLAN.
           OPEN OUTPUT RETIREMENT-ENROLL-FILE.

           IF NOT WS-RETENRL-OK
               MOVE "RETIREMENT-ENROLL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RETENRL-STATUS TO WS-MSG-INSERT-2
               MOVE 0003 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 038S-SAVE-ONE-ENROLLMENT THRU 038S-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT.

           CLOSE RETIREMENT-ENROLL-FILE.

       038R-EXIT.
           EXIT.

       038S-SAVE-ONE-ENROLLMENT.
           MOVE SPACES TO RETIREMENT-ENROLL-RECORD.
           MOVE RTT-EMPLOYEE-NO (WS-RET-SUB) TO RTE-EMPLOYEE-NO.
           MOVE RTT-DEFERRAL-RATE (WS-RET-SUB) TO RTE-DEFERRAL-RATE.
           MOVE RTT-BIRTH-DATE (WS-RET-SUB) TO RTE-BIRTH-DATE.
           MOVE RTT-STATUS (WS-RET-SUB) TO RTE-STATUS.
           MOVE RTT-PLAN-YEAR (WS-RET-SUB) TO RTE-PLAN-YEAR.
           MOVE RTT-YTD-DEFERRAL (WS-RET-SUB) TO RTE-YTD-DEFERRAL.
           MOVE RTT-YTD-MATCH (WS-RET-SUB) TO RTE-YTD-MATCH.
           MOVE RTT-LIMIT-DATE (WS-RET-SUB) TO RTE-LIMIT-DATE.
           MOVE RTT-MATCHED-PAY-DATE (WS-RET-SUB)
               TO RTE-MATCHED-PAY-DATE.
           WRITE RETIREMENT-ENROLL-RECORD.

       038S-EXIT.
           EXIT.

      *    THE MISC-DEDUCTION LUMP IS REBUILT FROM THE MASTER, IN
      *    PRIORITY ORDER (1 FIRST - COURT-ORDERED GARNISHMENTS ARE
      *    FILED AT THE TOP PRIORITIES), EACH DEDUCTION CLIPPED BY
      *    AND PRR-NET-PAY ARE REPLACED BY THE COMPUTED FIGURES SO
      *    THE REGISTER, YTD, CHECKS AND GL ALL CARRY THE SAME LUMP.
      *    AN HOURLY RECORD'S GROSS IS REBUILT FROM HOURS AND RATE -
      *    REGULAR PLUS TIME-AND-A-HALF OVERTIME, PLUS THE SHIFT
      *    DIFFERENTIAL (DIFFERENTIAL HOURS AT THEIR PREMIUM RATE) AND
      *    THE HOLIDAY PREMIUM (ONE MORE TIMES BASE RATE FOR EVERY
      *    HOLIDAY HOUR, SO STRAIGHT-TIME HOLIDAY HOURS PAY DOUBLE).
      *    A SUPPLIED GROSS THAT DISAGREES, OR A WEEK OVER THE HOURS
      *    CEILING, GOES ON THE OVERTIME ANALYSIS LISTING (GROUPED BY
      *    DEPARTMENT AS THE FEED ARRIVES); THE COMPUTED FIGURE IS
      *    WHAT POSTS.
       023G-COMPUTE-HOURLY-GROSS.
           ADD 1 TO WS-HOURLY-COUNT.

           MOVE ZERO TO WS-DIFF-HOURS, WS-DIFF-PREMIUM,
                        WS-HOLIDAY-HOURS, WS-HOLIDAY-PREMIUM.
           IF HPR-DIFF-HOURS IS NUMERIC AND HPR-DIFF-RATE IS NUMERIC
               MOVE HPR-DIFF-HOURS TO WS-DIFF-HOURS
               COMPUTE WS-DIFF-PREMIUM ROUNDED =
                   HPR-DIFF-HOURS * HPR-DIFF-RATE
           END-IF.
           IF HPR-HOLIDAY-HOURS IS NUMERIC
               MOVE HPR-HOLIDAY-HOURS TO WS-HOLIDAY-HOURS
               COMPUTE WS-HOLIDAY-PREMIUM ROUNDED =
                   HPR-HOLIDAY-HOURS * HPR-HOURLY-RATE
           END-IF.

           COMPUTE WS-COMPUTED-GROSS ROUNDED =
               (HPR-REG-HOURS * HPR-HOURLY-RATE)
               + (HPR-OT-HOURS * HPR-HOURLY-RATE * 1.5).
           ADD WS-DIFF-PREMIUM, WS-HOLIDAY-PREMIUM
               TO WS-COMPUTED-GROSS.
           COMPUTE WS-TOTAL-HOURS = HPR-REG-HOURS + HPR-OT-HOURS.
           COMPUTE WS-GROSS-VARIANCE =
               PRR-GROSS-PAY - WS-COMPUTED-GROSS.
                   PERFORM 028-VERIFY-WITHHOLDINGS THRU 028-EXIT
               END-IF
               PERFORM 023-COMPUTE-DEDUCTIONS THRU 023-EXIT
               PERFORM 023R-COMPUTE-RETIREMENT THRU 023R-EXIT
               PERFORM 029S-COMPUTE-STATE-LOCAL THRU 029S-EXIT
               PERFORM 029X-ALLOCATE-PAY-RECORD THRU 029X-EXIT
               PERFORM 029Z-ACCUMULATE-COMPANY-GL THRU 029Z-EXIT
       023C-EXIT.
           EXIT.

      *    THE 401(K) DEFERRAL IS TAKEN AFTER THE DEDUCTION MASTER'S -
      *    GARNISHMENTS COME FIRST - AT THE ENROLLED PERCENT OF GROSS,
      *    CUT TO WHAT IS LEFT OF THE ANNUAL LIMIT (PLUS CATCH-UP
      *    FOR ANYONE OF AGE BY YEAR END), TO WHAT NET-PAY
      *    PROTECTION STILL ALLOWS, AND TO WHAT PRR-MISC-DED CAN
      *    HOLD.
       023R-COMPUTE-RETIREMENT.
           IF NOT RETIREMENT-IS-ACTIVE
               GO TO 023R-EXIT
           END-IF.

           MOVE ZERO TO WS-RET-FOUND.
           PERFORM 023S-MATCH-ONE-ENROLLMENT THRU 023S-EXIT
               VARYING WS-RET-SUB FROM 1 BY 1
               UNTIL WS-RET-SUB > WS-RET-COUNT
                  OR WS-RET-FOUND > ZERO.

           IF WS-RET-FOUND = ZERO
               GO TO 023R-EXIT
           END-IF.

      *    THE FIRST PAY DATE OF A NEW YEAR STARTS THE LIMIT OVER.
           IF PRR-PAY-DATE-YEAR > RTT-PLAN-YEAR (WS-RET-FOUND)
               MOVE PRR-PAY-DATE-YEAR TO RTT-PLAN-YEAR (WS-RET-FOUND)
               MOVE ZERO TO RTT-YTD-DEFERRAL (WS-RET-FOUND)
               MOVE ZERO TO RTT-YTD-MATCH (WS-RET-FOUND)
               MOVE ZERO TO RTT-LIMIT-DATE (WS-RET-FOUND)
           END-IF.

           IF RTT-STATUS (WS-RET-FOUND) NOT = 'A'
              OR RTT-DEFERRAL-RATE (WS-RET-FOUND) = ZERO
               GO TO 023R-EXIT
           END-IF.

           MOVE WS-RET-DEFERRAL-LIMIT TO WS-RET-ANNUAL-LIMIT.
           IF RTT-BIRTH-YEAR (WS-RET-FOUND) > ZERO
              AND RTT-BIRTH-YEAR (WS-RET-FOUND) + WS-RET-CATCHUP-AGE
                  <= RTT-PLAN-YEAR (WS-RET-FOUND)
               ADD WS-RET-CATCHUP-LIMIT TO WS-RET-ANNUAL-LIMIT
           END-IF.

           COMPUTE WS-RET-DEFERRAL ROUNDED =
               PRR-GROSS-PAY * RTT-DEFERRAL-RATE (WS-RET-FOUND).
           MOVE SPACES TO WS-DED-NOTE.

           COMPUTE WS-RET-ROOM =
               WS-RET-ANNUAL-LIMIT - RTT-YTD-DEFERRAL (WS-RET-FOUND).
           IF WS-RET-ROOM <= ZERO
               GO TO 023R-EXIT
           END-IF.
           IF WS-RET-DEFERRAL >= WS-RET-ROOM
               MOVE WS-RET-ROOM TO WS-RET-DEFERRAL
               MOVE 'ANNUAL LIMIT' TO WS-DED-NOTE
           END-IF.

           COMPUTE WS-RET-ROOM =
               (PRR-GROSS-PAY - PRR-FICA-WH - PRR-FED-WH)
             * (1 - WS-NET-PROTECT-PCT)
             - PRR-MISC-DED.
           IF WS-RET-DEFERRAL > WS-RET-ROOM
               MOVE WS-RET-ROOM TO WS-RET-DEFERRAL
               MOVE 'PROTECTED - CUT' TO WS-DED-NOTE
           END-IF.

           COMPUTE WS-RET-ROOM = 999.99 - PRR-MISC-DED.
           IF WS-RET-DEFERRAL > WS-RET-ROOM
               MOVE WS-RET-ROOM TO WS-RET-DEFERRAL
               MOVE 'MISC FIELD FULL' TO WS-DED-NOTE
           END-IF.

           IF WS-RET-DEFERRAL <= ZERO
               GO TO 023R-EXIT
           END-IF.

           ADD WS-RET-DEFERRAL TO RTT-YTD-DEFERRAL (WS-RET-FOUND).
           IF RTT-YTD-DEFERRAL (WS-RET-FOUND) >= WS-RET-ANNUAL-LIMIT
               MOVE PRR-PAY-DATE TO RTT-LIMIT-DATE (WS-RET-FOUND)
           END-IF.
           ADD WS-RET-DEFERRAL TO PRR-MISC-DED.
           COMPUTE PRR-NET-PAY =
               PRR-GROSS-PAY - PRR-FICA-WH - PRR-FED-WH
               - PRR-MISC-DED.

           IF NOT DRY-RUN-REQUESTED
               MOVE PRR-EMPLOYEE-NO TO WS-DED-EMPLOYEE-NO
               MOVE PRR-EMPLOYEE-NAME TO WS-DED-EMPLOYEE-NAME
               MOVE 'K' TO WS-DED-TYPE-OUT
               MOVE ZERO TO WS-DED-PRIORITY-OUT
               MOVE WS-RET-DEFERRAL TO WS-DED-AMOUNT-OUT
               MOVE WS-DEDUCTION-LINE TO DEDUCTION-REGISTER-RECORD
               WRITE DEDUCTION-REGISTER-RECORD
           END-IF.

       023R-EXIT.
           EXIT.

       023S-MATCH-ONE-ENROLLMENT.
           IF RTT-EMPLOYEE-NO (WS-RET-SUB) = PRR-EMPLOYEE-NO
               MOVE WS-RET-SUB TO WS-RET-FOUND
           END-IF.

       023S-EXIT.
           EXIT.

       033-LOAD-CHART-OF-ACCOUNTS.
      *    THE CHART IS OPTIONAL - A SHOP THAT HAS NOT SET IT UP YET
      *    SIMPLY GETS NO JOURNAL FEED, AND 072 SAYS SO.

           MOVE YTE-GROSS TO WS-YTD-GROSS-ECHO.

           PERFORM 024S-UPDATE-STATE-YTD THRU 024S-EXIT.

       024-EXIT.
           EXIT.

      *    THE SAME CHECK'S GROSS AND STATE WITHHOLDING ROLL INTO THE
      *    EMPLOYEE'S ROW FOR THE PAY YEAR AND WORK STATE.  GROSS IS
      *    KEPT EVEN WHERE THE STATE TAKES NO INCOME TAX, SINCE THE
      *    W-2 STILL REPORTS STATE WAGES THERE.  AN EMPLOYEE WITH NO
      *    WORK STATE ON THE MASTER HAS NOTHING TO REPORT.
       024S-UPDATE-STATE-YTD.
           IF EMR-WORK-STATE = SPACES
               GO TO 024S-EXIT
           END-IF.

           MOVE PRR-PAY-DATE-YEAR TO SYT-TAX-YEAR.
           MOVE PRR-EMPLOYEE-NO TO SYT-EMPLOYEE-NO.
           MOVE EMR-WORK-STATE TO SYT-STATE-CODE.
           READ STATE-YTD-FILE
               INVALID KEY
                   MOVE SPACES TO STATE-YTD-RECORD
                   MOVE PRR-PAY-DATE-YEAR TO SYT-TAX-YEAR
                   MOVE PRR-EMPLOYEE-NO TO SYT-EMPLOYEE-NO
                   MOVE EMR-WORK-STATE TO SYT-STATE-CODE
                   MOVE PRR-GROSS-PAY TO SYT-STATE-WAGES
                   MOVE WS-COMPUTED-STATE TO SYT-STATE-WH
                   WRITE STATE-YTD-RECORD
               NOT INVALID KEY
                   ADD PRR-GROSS-PAY TO SYT-STATE-WAGES
                   ADD WS-COMPUTED-STATE TO SYT-STATE-WH
                   REWRITE STATE-YTD-RECORD
           END-READ.

       024S-EXIT.
           EXIT.

      *    ONE PAYPOSTD RECORD PER POSTED PAY RECORD, CARRYING THE
      *    COMPUTED FIGURES EXACTLY AS THE REGISTER PRINTED THEM.
       029A-WRITE-POSTED-PAY.
           ADD 1 TO WS-CTL-COUNT.
           PERFORM 029H-HASH-ONE-POSTED-BYTE THRU 029H-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 116.

       029A-EXIT.
           EXIT.

      *    THE HANDSHAKE HASH IS THE SUM OF THE ORDINAL VALUES OF
      *    ALL 116 BYTES OF EACH RECORD, HOURS DETAIL INCLUDED - THE
      *    CHECK PRINT AND THE ACH EXTRACT READ THE FULL 116 BYTES
      *    AND COMPUTE THE SAME FIGURE FROM THE RAW RECORDS.  A SHORT
      *    LINE READS BACK SPACE-FILLED, AS IT WAS HASHED HERE.
       029H-HASH-ONE-POSTED-BYTE.
           ADD FUNCTION ORD (POSTED-PAY-RECORD (WS-HASH-SUB:1))
               TO WS-CTL-HASH.
                   PERFORM 028-VERIFY-WITHHOLDINGS THRU 028-EXIT
               END-IF
               PERFORM 023-COMPUTE-DEDUCTIONS THRU 023-EXIT
               PERFORM 023R-COMPUTE-RETIREMENT THRU 023R-EXIT
               PERFORM 029S-COMPUTE-STATE-LOCAL THRU 029S-EXIT
               PERFORM 029X-ALLOCATE-PAY-RECORD THRU 029X-EXIT
               PERFORM 029Z-ACCUMULATE-COMPANY-GL THRU 029Z-EXIT
