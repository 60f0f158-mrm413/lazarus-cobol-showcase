
       FD  PAYROLL-REGISTER-DATA.

      *    THE RAW 116-BYTE IMAGE, FOR THE CONTROL-TOTAL HANDSHAKE'S
      *    BYTE HASH - THE SAME BYTES THE REGISTER HASHED AS IT
      *    WROTE THEM, HOURLY PREMIUM DETAIL INCLUDED.
       01  POSTED-RAW-IMAGE            PIC X(116).

       01  PAYROLL-REGISTER-RECORD.
           03  PRR-DEPARTMENT-NUMBER   PIC 9(02).
           ADD 1 TO WS-CTL-COUNT.
           PERFORM 017-HASH-ONE-BYTE THRU 017-EXIT
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 116.

           READ PAYROLL-REGISTER-DATA
               AT END
