           03  RCP-PAYMENT-DATE        PIC 9(08).
           03  FILLER                  PIC X(01).
           03  RCP-PAYMENT-AMOUNT      PIC 9(07)V99.
           03  FILLER                  PIC X(01).
           03  RCP-TENDER-TYPE         PIC X(01).
               88  TENDER-IS-POINTS                VALUE 'P'.
           03  FILLER                  PIC X(48).

       FD  BANK-CONFIRM-FILE.

       025-SUMMARIZE-ONE-RECEIPT.
           ADD 1 TO WS-INPUT-COUNT.

      *    A LOYALTY POINTS TENDER PAYS THE ACCOUNT BUT NEVER REACHES
      *    THE BANK, SO IT HAS NO PLACE IN THE EXPECTED DEPOSIT.
           IF RCP-PAYMENT-AMOUNT IS NUMERIC
              AND RCP-PAYMENT-DATE IS NUMERIC
              AND NOT TENDER-IS-POINTS
               PERFORM 027-FIND-OR-ADD-DATE THRU 027-EXIT
               IF WS-FOUND-SUB > ZERO
                   ADD RCP-PAYMENT-AMOUNT
