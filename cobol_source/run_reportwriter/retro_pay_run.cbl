           03  FILLER                  PIC X(01).
           03  PPR-HOURLY-RATE         PIC 9(02)V99.
           03  FILLER                  PIC X(13).
      *    THE TIME CLOCK'S PREMIUM HOURS - SPACES ON A RECORD
      *    POSTED BEFORE THEY WERE CARRIED.
           03  FILLER                  PIC X(01).
           03  PPR-DIFF-HOURS          PIC 9(02)V99.
           03  FILLER                  PIC X(01).
           03  PPR-DIFF-RATE           PIC 9(02)V999.
           03  FILLER                  PIC X(01).
           03  PPR-HOLIDAY-HOURS       PIC 9(02)V99.

       FD  INCREASE-FILE.


       77  WS-NEW-GROSS                PIC 9(05)V99 VALUE 0.
       77  WS-GROSS-DIFF               PIC S9(05)V99 VALUE 0.
       77  WS-DIFF-PREMIUM             PIC 9(04)V99 VALUE 0.
       77  WS-HOLIDAY-HOURS            PIC 9(02)V99 VALUE 0.
       77  WS-TAX-GROSS                PIC 9(05)V99 VALUE 0.
       77  WS-FED-ON-OLD               PIC 9(04)V99 VALUE 0.
       77  WS-FED-ON-NEW               PIC 9(04)V99 VALUE 0.
      *    HOURS (NEW RATE, OR OLD RATE SCALED BY THE PERCENT);
      *    SALARIED PAY SCALES BY THE PERCENT.  A RATE-TYPE INCREASE
      *    CANNOT APPLY TO A SALARIED RECORD AND LEAVES IT UNTOUCHED.
      *    THE HOLIDAY PREMIUM IS A MULTIPLE OF BASE RATE AND MOVES
      *    WITH IT; THE SHIFT DIFFERENTIAL IS A FLAT PREMIUM PER HOUR
      *    AND CARRIES OVER AT ITS POSTED AMOUNT.
       120-COMPUTE-DIFFERENCE.
           MOVE ZERO TO WS-GROSS-DIFF.

           MOVE ZERO TO WS-DIFF-PREMIUM, WS-HOLIDAY-HOURS.
           IF POSTED-RECORD-IS-HOURLY
               IF PPR-DIFF-HOURS IS NUMERIC
                  AND PPR-DIFF-RATE IS NUMERIC
                   COMPUTE WS-DIFF-PREMIUM ROUNDED =
                       PPR-DIFF-HOURS * PPR-DIFF-RATE
               END-IF
               IF PPR-HOLIDAY-HOURS IS NUMERIC
                   MOVE PPR-HOLIDAY-HOURS TO WS-HOLIDAY-HOURS
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN POSTED-RECORD-IS-HOURLY
                  AND INT-INCREASE-TYPE (WS-INC-FOUND) = 'R'
                   COMPUTE WS-NEW-GROSS ROUNDED =
                       ((PPR-REG-HOURS + WS-HOLIDAY-HOURS)
                        * INT-NEW-RATE (WS-INC-FOUND))
                       + (PPR-OT-HOURS
                          * INT-NEW-RATE (WS-INC-FOUND) * 1.5)
                   ADD WS-DIFF-PREMIUM TO WS-NEW-GROSS
               WHEN POSTED-RECORD-IS-HOURLY
                   COMPUTE WS-NEW-GROSS ROUNDED =
                       (((PPR-REG-HOURS + WS-HOLIDAY-HOURS)
                         * PPR-HOURLY-RATE)
                        + (PPR-OT-HOURS * PPR-HOURLY-RATE * 1.5))
                       * (1 + (INT-PERCENT (WS-INC-FOUND) / 100))
                   ADD WS-DIFF-PREMIUM TO WS-NEW-GROSS
               WHEN INT-INCREASE-TYPE (WS-INC-FOUND) = 'P'
                   COMPUTE WS-NEW-GROSS ROUNDED =
                       PPR-GROSS-PAY
