           03  FILLER                  PIC X(01).
           03  PPR-OT-HOURS            PIC 9(02)V99.
           03  FILLER                  PIC X(18).
      *    THE TIME CLOCK'S PREMIUM HOURS ON AN HOURLY RECORD, BYTES
      *    101-116 - CARRIED SO THE LINE READS AS ONE RECORD.
           03  FILLER                  PIC X(16).

       FD  HOURS-HISTORY-FILE.

