      * REGISTER DOES, AND WRITES FINISHED HOURLY DETAIL RECORDS IN   *
      * THE EXACT REGISTER INPUT LAYOUT ON CLOCKOUT - SO HOURS FLOW   *
      * FROM CLOCK TO CHECK WITHOUT BEING RE-KEYED.                   *
      *                                                               *
      * NIGHT AND WEEKEND SHIFTS EARN A DIFFERENTIAL AND HOLIDAY      *
      * HOURS EARN DOUBLE TIME.  THE SHIFTRUL TABLE GIVES EACH RULE A *
      * TIME WINDOW (WHICH MAY WRAP MIDNIGHT), THE DAYS OF THE WEEK   *
      * IT COVERS AND A PREMIUM IN DOLLARS PER HOUR; HOLIDAYS ARE THE *
      * 'H' DAYS ON THE RUNCAL BUSINESS-DAY CALENDAR.  EVERY ROUNDED  *
      * QUARTER HOUR OF A SHIFT IS PLACED BY ITS OWN DATE, WEEKDAY    *
      * AND CLOCK TIME: IT EARNS THE HIGHEST PREMIUM OF THE RULES     *
      * COVERING IT, AND COUNTS AS A HOLIDAY HOUR WHEN ITS DATE IS A  *
      * HOLIDAY.  THE DIFFERENTIAL HOURS (AT THEIR HOURS-WEIGHTED     *
      * RATE) AND THE HOLIDAY HOURS RIDE IN THEIR OWN FIELDS ON THE   *
      * HOURLY DETAIL, AND THE REGISTER PRICES THEM AS SEPARATE       *
      * EARNINGS LINES.  WITHOUT EITHER FILE NO PREMIUM IS EARNED.    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-FEDBRKT-STATUS.

           SELECT SHIFT-RULE-FILE
               ASSIGN TO EXTERNAL SHIFTRUL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SHIFTRUL-STATUS.

           SELECT RUN-CALENDAR-FILE
               ASSIGN TO EXTERNAL RUNCAL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CALENDAR-STATUS.

           SELECT HOURLY-FEED-FILE
               ASSIGN TO EXTERNAL CLOCKOUT
                         ORGANIZATION IS LINE SEQUENTIAL
           03  FBR-RATE                PIC V9999.
           03  FILLER                  PIC X(62).

       FD  SHIFT-RULE-FILE.

      *    ONE PREMIUM RULE.  START AND END ARE HHMM; AN END BEFORE
      *    THE START WRAPS MIDNIGHT AND AN END EQUAL TO THE START
      *    COVERS THE WHOLE DAY.  THE DAY FLAGS RUN MONDAY THROUGH
      *    SUNDAY, 'Y' WHERE THE RULE APPLIES.
       01  SHIFT-RULE-RECORD.
           03  SRL-RULE-CODE           PIC X(04).
           03  FILLER                  PIC X(01).
           03  SRL-START-TIME          PIC 9(04).
           03  FILLER                  PIC X(01).
           03  SRL-END-TIME            PIC 9(04).
           03  FILLER                  PIC X(01).
           03  SRL-DAY-FLAGS.
               05  SRL-DAY-FLAG        PIC X(01) OCCURS 7 TIMES.
           03  FILLER                  PIC X(01).
           03  SRL-PREMIUM-RATE        PIC 9(01)V99.
           03  FILLER                  PIC X(01).
           03  SRL-DESCRIPTION         PIC X(20).
           03  FILLER                  PIC X(33).

       FD  RUN-CALENDAR-FILE.

       01  RUN-CALENDAR-RECORD.
           03  RCL-DATE                PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RCL-DAY-TYPE            PIC X(01).
               88  RCL-HOLIDAY                     VALUE 'H'.
           03  FILLER                  PIC X(01).
           03  RCL-MONTH-END           PIC X(01).
           03  FILLER                  PIC X(01).
           03  RCL-QUARTER-END         PIC X(01).
           03  FILLER                  PIC X(66).

       FD  HOURLY-FEED-FILE.

      *    THE REGISTER'S HOURLY INPUT LAYOUT, COMPANY CODE AND
      *    PREMIUM HOURS AND ALL - ROUTED INTO THE NEXT REGISTER RUN'S
      *    FEED UNCHANGED.
       01  HOURLY-FEED-RECORD.
           03  HFR-DEPARTMENT-NUMBER   PIC 9(02).
           03  FILLER                  PIC X(01).
           03  HFR-SICK-HOURS          PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  HFR-COMPANY-CODE        PIC X(02).
           03  FILLER                  PIC X(01).
           03  HFR-DIFF-HOURS          PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  HFR-DIFF-RATE           PIC 9(02)V999.
           03  FILLER                  PIC X(01).
           03  HFR-HOLIDAY-HOURS       PIC 9(02)V99.

       FD  EXCEPTION-FILE.

           88  WS-FICAPARM-OK                      VALUE "00".
       77  WS-FEDBRKT-STATUS           PIC XX.
           88  WS-FEDBRKT-OK                       VALUE "00".
       77  WS-SHIFTRUL-STATUS          PIC XX.
           88  WS-SHIFTRUL-OK                      VALUE "00".
           88  WS-SHIFTRUL-NOT-FOUND               VALUE "35".
       77  WS-CALENDAR-STATUS          PIC XX.
           88  WS-CALENDAR-OK                      VALUE "00".
           88  WS-CALENDAR-NOT-FOUND               VALUE "35".
       77  WS-FEED-STATUS              PIC XX.
           88  WS-FEED-OK                          VALUE "00".
       77  WS-EXCEPTION-STATUS         PIC XX.
           88  RATE-EOF                            VALUE 'Y'.
       77  FEDBRKT-EOF-SWITCH          PIC X(1)    VALUE 'N'.
           88  FEDBRKT-EOF                         VALUE 'Y'.
       77  SHIFTRUL-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SHIFTRUL-EOF                        VALUE 'Y'.
       77  CALENDAR-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  CALENDAR-EOF                        VALUE 'Y'.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-FEED-COUNT               PIC 9(06)   VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(06)   VALUE 0.
               03  RTT-EMPLOYEE-NO     PIC 9(04).
               03  RTT-HOURLY-RATE     PIC 9(02)V99.

      *    THE PREMIUM RULES OFF SHIFTRUL, WINDOWS HELD AS MINUTES
      *    PAST MIDNIGHT.
       77  WS-RULE-COUNT               PIC 9(02)   VALUE 0.
       77  WS-RULE-SUB                 PIC 9(02)   VALUE 0.
       01  SHIFT-RULE-TABLE.
           02  SHIFT-RULE-ENTRY        OCCURS 50 TIMES.
               03  SRT-RULE-CODE       PIC X(04).
               03  SRT-START-MINUTE    PIC 9(04).
               03  SRT-END-MINUTE      PIC 9(04).
               03  SRT-DAY-FLAGS.
                   05  SRT-DAY-FLAG    PIC X(01) OCCURS 7 TIMES.
               03  SRT-PREMIUM-RATE    PIC 9(01)V99.

      *    THE HOLIDAYS OFF RUNCAL - ONLY THOSE FROM TWO MONTHS
      *    BEFORE THE PAY DATE TO A WEEK AFTER, WHICH COVERS ANY
      *    PUNCH THE RUN WILL SEE.
       77  WS-HOLIDAY-COUNT            PIC 9(03)   VALUE 0.
       77  WS-HOLIDAY-SUB              PIC 9(03)   VALUE 0.
       77  WS-HOLIDAY-LOW-INT          PIC 9(07)   VALUE 0.
       77  WS-HOLIDAY-HIGH-INT         PIC 9(07)   VALUE 0.
       77  WS-CALC-INT                 PIC 9(07)   VALUE 0.
       01  HOLIDAY-TABLE.
           02  HOLIDAY-ENTRY           OCCURS 100 TIMES.
               03  HLT-DATE            PIC 9(08).

      *    THE QUARTER-HOUR WALK ACROSS ONE SHIFT.
       77  WS-UNIT-SUB                 PIC 9(04)   VALUE 0.
       77  WS-UNIT-MINUTE              PIC 9(05)   VALUE 0.
       77  WS-UNIT-INT                 PIC 9(07)   VALUE 0.
       77  WS-UNIT-DATE                PIC 9(08)   VALUE 0.
       77  WS-UNIT-WEEKDAY             PIC 9(01)   VALUE 0.
       77  WS-UNIT-HOLIDAY-SWITCH      PIC X(1)    VALUE 'N'.
           88  UNIT-IS-HOLIDAY                     VALUE 'Y'.
       77  WS-UNIT-PREMIUM             PIC 9(01)V99 VALUE 0.
       77  WS-BADGE-DIFF-MINUTES       PIC 9(06)   VALUE 0.
       77  WS-BADGE-DIFF-RATE-SUM      PIC 9(05)V99 VALUE 0.
       77  WS-BADGE-HOLIDAY-MINUTES    PIC 9(06)   VALUE 0.

       77  WS-FICA-RATE                PIC V9999   VALUE 0.
       77  WS-FICA-WAGE-BASE           PIC 9(06)   VALUE 0.
       77  WS-BRACKET-COUNT            PIC 9(02)   VALUE 0.
       77  WS-REG-HOURS                PIC 9(02)V99 VALUE 0.
       77  WS-OT-HOURS                 PIC 9(02)V99 VALUE 0.
       77  WS-HOURLY-RATE              PIC 9(02)V99 VALUE 0.
       77  WS-DIFF-HOURS               PIC 9(02)V99 VALUE 0.
       77  WS-DIFF-RATE                PIC 9(02)V999 VALUE 0.
       77  WS-DIFF-PREMIUM             PIC 9(04)V99 VALUE 0.
       77  WS-HOLIDAY-HOURS            PIC 9(02)V99 VALUE 0.
       77  WS-HOLIDAY-PREMIUM          PIC 9(04)V99 VALUE 0.
       77  WS-GROSS-PAY                PIC 9(05)V99 VALUE 0.
       77  WS-COMPUTED-FICA            PIC 9(04)V99 VALUE 0.
       77  WS-COMPUTED-FED             PIC 9(04)V99 VALUE 0.

           PERFORM 020-LOAD-RATE-TABLE THRU 029-EXIT.
           PERFORM 026-LOAD-WITHHOLDING-PARAMS THRU 026-EXIT.
           PERFORM 040-LOAD-SHIFT-RULES THRU 049-EXIT.
           PERFORM 050-LOAD-HOLIDAYS THRU 059-EXIT.

           OPEN INPUT CLOCK-PUNCH-FILE,
                INPUT EMPLOYEE-MASTER-FILE,
       027-EXIT.
           EXIT.

      *    THE RULE TABLE IS OPTIONAL - WITHOUT IT NO HOUR EARNS A
      *    DIFFERENTIAL.  A RULE WHOSE TIMES ARE NOT CLOCK TIMES IS
      *    SET ASIDE WITH A NOTE RATHER THAN GUESSED AT.
       040-LOAD-SHIFT-RULES.
           OPEN INPUT SHIFT-RULE-FILE.

           IF WS-SHIFTRUL-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-SHIFTRUL-OK
               MOVE "SHIFT-RULE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SHIFTRUL-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SHIFT-RULE-FILE
               AT END
                   MOVE 'Y' TO SHIFTRUL-EOF-SWITCH
           END-READ.

           PERFORM 042-STORE-ONE-RULE THRU 042-EXIT
               UNTIL SHIFTRUL-EOF.

           CLOSE SHIFT-RULE-FILE.

       049-EXIT.
           EXIT.

       042-STORE-ONE-RULE.
           IF SRL-START-TIME IS NOT NUMERIC
              OR SRL-END-TIME IS NOT NUMERIC
              OR SRL-PREMIUM-RATE IS NOT NUMERIC
              OR SRL-START-TIME (3:2) > '59'
              OR SRL-END-TIME (3:2) > '59'
              OR SRL-START-TIME > 2359
              OR SRL-END-TIME > 2359
               DISPLAY "SHIFTRUL RULE " SRL-RULE-CODE
                       " IS NOT VALID - NOT APPLIED" UPON SYSERR
               GO TO 042-READ-NEXT
           END-IF.

           IF WS-RULE-COUNT NOT < 50
               DISPLAY "SHIFTRUL HOLDS MORE THAN 50 RULES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE SRL-RULE-CODE TO SRT-RULE-CODE (WS-RULE-COUNT).
           MOVE SRL-START-TIME TO WS-TIME-WORK.
           COMPUTE SRT-START-MINUTE (WS-RULE-COUNT) =
               (WS-TIME-HH * 60) + WS-TIME-MM.
           MOVE SRL-END-TIME TO WS-TIME-WORK.
           COMPUTE SRT-END-MINUTE (WS-RULE-COUNT) =
               (WS-TIME-HH * 60) + WS-TIME-MM.
           MOVE SRL-DAY-FLAGS TO SRT-DAY-FLAGS (WS-RULE-COUNT).
           MOVE SRL-PREMIUM-RATE TO SRT-PREMIUM-RATE (WS-RULE-COUNT).

       042-READ-NEXT.
           READ SHIFT-RULE-FILE
               AT END
                   MOVE 'Y' TO SHIFTRUL-EOF-SWITCH
           END-READ.

       042-EXIT.
           EXIT.

      *    THE CALENDAR IS OPTIONAL TOO - WITHOUT IT NO DAY IS A
      *    HOLIDAY.
       050-LOAD-HOLIDAYS.
           COMPUTE WS-HOLIDAY-LOW-INT =
               FUNCTION INTEGER-OF-DATE (WS-PAY-DATE) - 62.
           COMPUTE WS-HOLIDAY-HIGH-INT =
               FUNCTION INTEGER-OF-DATE (WS-PAY-DATE) + 7.

           OPEN INPUT RUN-CALENDAR-FILE.

           IF WS-CALENDAR-NOT-FOUND
               GO TO 059-EXIT
           END-IF.

           IF NOT WS-CALENDAR-OK
               MOVE "RUN-CALENDAR-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CALENDAR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ RUN-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
           END-READ.

           PERFORM 052-HOLD-ONE-HOLIDAY THRU 052-EXIT
               UNTIL CALENDAR-EOF.

           CLOSE RUN-CALENDAR-FILE.

       059-EXIT.
           EXIT.

       052-HOLD-ONE-HOLIDAY.
           IF RCL-HOLIDAY
              AND FUNCTION TEST-DATE-YYYYMMDD (RCL-DATE) = 0
               COMPUTE WS-CALC-INT =
                   FUNCTION INTEGER-OF-DATE (RCL-DATE)
               IF WS-CALC-INT NOT < WS-HOLIDAY-LOW-INT
                  AND WS-CALC-INT NOT > WS-HOLIDAY-HIGH-INT
                  AND WS-HOLIDAY-COUNT < 100
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE RCL-DATE TO HLT-DATE (WS-HOLIDAY-COUNT)
               END-IF
           END-IF.

           READ RUN-CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CALENDAR-EOF-SWITCH
           END-READ.

       052-EXIT.
           EXIT.

       100-PROCESS-ONE-PUNCH.
           ADD 1 TO WS-INPUT-COUNT.


           ADD WS-SHIFT-MINUTES TO WS-BADGE-MINUTES.

      *    EACH ROUNDED QUARTER HOUR, COUNTED FROM THE IN PUNCH, IS
      *    PLACED ON ITS OWN DATE AND WEEKDAY SO A SHIFT RUNNING INTO
      *    A SATURDAY OR A HOLIDAY EARNS FROM THE MIDNIGHT IT CROSSES.
           MOVE WS-IN-MINUTES TO WS-UNIT-MINUTE.
           MOVE WS-OPEN-DATE TO WS-UNIT-DATE.
           PERFORM 112-PLACE-UNIT-DATE THRU 112-EXIT.

           PERFORM 114-PRICE-ONE-QUARTER THRU 114-EXIT
               VARYING WS-UNIT-SUB FROM 1 BY 1
               UNTIL WS-UNIT-SUB > WS-QUARTERS.

       110-EXIT.
           EXIT.

      *    WEEKDAY 1 IS MONDAY, THE FIRST DAY FLAG ON SHIFTRUL.
       112-PLACE-UNIT-DATE.
           COMPUTE WS-UNIT-INT =
               FUNCTION INTEGER-OF-DATE (WS-UNIT-DATE).
           COMPUTE WS-UNIT-WEEKDAY =
               FUNCTION REM (WS-UNIT-INT - 1, 7) + 1.

           MOVE 'N' TO WS-UNIT-HOLIDAY-SWITCH.
           PERFORM 113-MATCH-ONE-HOLIDAY THRU 113-EXIT
               VARYING WS-HOLIDAY-SUB FROM 1 BY 1
               UNTIL WS-HOLIDAY-SUB > WS-HOLIDAY-COUNT
                  OR UNIT-IS-HOLIDAY.

       112-EXIT.
           EXIT.

       113-MATCH-ONE-HOLIDAY.
           IF HLT-DATE (WS-HOLIDAY-SUB) = WS-UNIT-DATE
               MOVE 'Y' TO WS-UNIT-HOLIDAY-SWITCH
           END-IF.

       113-EXIT.
           EXIT.

       114-PRICE-ONE-QUARTER.
           IF WS-UNIT-MINUTE NOT < 1440
               SUBTRACT 1440 FROM WS-UNIT-MINUTE
               COMPUTE WS-UNIT-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-UNIT-INT + 1)
               PERFORM 112-PLACE-UNIT-DATE THRU 112-EXIT
           END-IF.

           IF UNIT-IS-HOLIDAY
               ADD 15 TO WS-BADGE-HOLIDAY-MINUTES
           END-IF.

           MOVE ZERO TO WS-UNIT-PREMIUM.
           PERFORM 116-MATCH-ONE-RULE THRU 116-EXIT
               VARYING WS-RULE-SUB FROM 1 BY 1
               UNTIL WS-RULE-SUB > WS-RULE-COUNT.

           IF WS-UNIT-PREMIUM > ZERO
               ADD 15 TO WS-BADGE-DIFF-MINUTES
               ADD WS-UNIT-PREMIUM TO WS-BADGE-DIFF-RATE-SUM
           END-IF.

           ADD 15 TO WS-UNIT-MINUTE.

       114-EXIT.
           EXIT.

      *    THE HIGHEST PREMIUM COVERING THE QUARTER WINS - RULES DO
      *    NOT STACK.
       116-MATCH-ONE-RULE.
           IF SRT-DAY-FLAG (WS-RULE-SUB, WS-UNIT-WEEKDAY) NOT = 'Y'
               GO TO 116-EXIT
           END-IF.

           IF SRT-PREMIUM-RATE (WS-RULE-SUB) NOT > WS-UNIT-PREMIUM
               GO TO 116-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SRT-START-MINUTE (WS-RULE-SUB) =
                    SRT-END-MINUTE (WS-RULE-SUB)
                   CONTINUE
               WHEN SRT-START-MINUTE (WS-RULE-SUB) <
                    SRT-END-MINUTE (WS-RULE-SUB)
                   IF WS-UNIT-MINUTE < SRT-START-MINUTE (WS-RULE-SUB)
                      OR WS-UNIT-MINUTE NOT <
                         SRT-END-MINUTE (WS-RULE-SUB)
                       GO TO 116-EXIT
                   END-IF
               WHEN OTHER
                   IF WS-UNIT-MINUTE < SRT-START-MINUTE (WS-RULE-SUB)
                      AND WS-UNIT-MINUTE NOT <
                          SRT-END-MINUTE (WS-RULE-SUB)
                       GO TO 116-EXIT
                   END-IF
           END-EVALUATE.

           MOVE SRT-PREMIUM-RATE (WS-RULE-SUB) TO WS-UNIT-PREMIUM.

       116-EXIT.
           EXIT.

      *    A BADGE BREAK SETTLES THE EMPLOYEE: A DANGLING IN PUNCH
      *    GOES TO THE EXCEPTION LIST, THE ROUNDED MINUTES SPLIT
      *    REGULAR/OVERTIME AT THE BASE, AND THE FINISHED RECORD

           MOVE RTT-HOURLY-RATE (WS-RATE-FOUND) TO WS-HOURLY-RATE.

      *    THE DIFFERENTIAL GOES OUT AS HOURS AND THEIR WEIGHTED
      *    RATE - THE AVERAGE PREMIUM OVER THE QUARTERS THAT EARNED
      *    ONE - PRICED HERE FROM THOSE TWO ROUNDED FIGURES EXACTLY
      *    AS THE REGISTER WILL PRICE THEM.
           COMPUTE WS-DIFF-HOURS = WS-BADGE-DIFF-MINUTES / 60.
           MOVE ZERO TO WS-DIFF-RATE.
           IF WS-DIFF-HOURS > ZERO
               COMPUTE WS-DIFF-RATE ROUNDED =
                   (WS-BADGE-DIFF-RATE-SUM * 15)
                   / WS-BADGE-DIFF-MINUTES
           END-IF.
           COMPUTE WS-HOLIDAY-HOURS = WS-BADGE-HOLIDAY-MINUTES / 60.

           MOVE WS-CUR-BADGE TO EMR-EMPLOYEE-NO.
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY

       138-RESET-BADGE.
           MOVE ZERO TO WS-BADGE-MINUTES.
           MOVE ZERO TO WS-BADGE-DIFF-MINUTES,
                        WS-BADGE-DIFF-RATE-SUM,
                        WS-BADGE-HOLIDAY-MINUTES.

       130-EXIT.
           EXIT.
       132-EXIT.
           EXIT.

      *    HOLIDAY HOURS EARN ONE MORE TIMES BASE RATE ON TOP OF THE
      *    REGULAR OR OVERTIME PAY ALREADY IN THE HOURS.
       134-WRITE-FEED-RECORD.
           COMPUTE WS-DIFF-PREMIUM ROUNDED =
               WS-DIFF-HOURS * WS-DIFF-RATE.
           COMPUTE WS-HOLIDAY-PREMIUM ROUNDED =
               WS-HOLIDAY-HOURS * WS-HOURLY-RATE.
           COMPUTE WS-GROSS-PAY ROUNDED =
               (WS-REG-HOURS * WS-HOURLY-RATE)
               + (WS-OT-HOURS * WS-HOURLY-RATE * 1.5).
           ADD WS-DIFF-PREMIUM, WS-HOLIDAY-PREMIUM TO WS-GROSS-PAY.

           IF WS-GROSS-PAY > WS-FICA-WAGE-BASE
               COMPUTE WS-COMPUTED-FICA ROUNDED =
           MOVE ZERO TO HFR-VAC-HOURS.
           MOVE ZERO TO HFR-SICK-HOURS.
           MOVE EMR-COMPANY-CODE TO HFR-COMPANY-CODE.
           MOVE WS-DIFF-HOURS TO HFR-DIFF-HOURS.
           MOVE WS-DIFF-RATE TO HFR-DIFF-RATE.
           MOVE WS-HOLIDAY-HOURS TO HFR-HOLIDAY-HOURS.
           WRITE HOURLY-FEED-RECORD.

           ADD 1 TO WS-FEED-COUNT.
