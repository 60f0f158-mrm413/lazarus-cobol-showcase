      *    THE CASH RECEIPTS RUN POSTED THE PAYMENT AS A NEGATIVE
      *    HISTORY ITEM UNDER CUSTOMER/PAYMENT-DATE, APPENDING FROM
      *    SEQUENCE 1 - THE SAME SLOTS ARE WALKED HERE UNTIL THE
      *    ITEM WHOSE AMOUNT MATCHES THE RETURN TURNS UP.  ONLY A
      *    CHECK CAN BOUNCE - A LOYALTY POINTS PAYMENT OF THE SAME
      *    AMOUNT ON THE SAME DAY IS WALKED PAST.
       115-FIND-ORIGINAL-PAYMENT.
           MOVE 'N' TO WS-PAYMENT-FOUND-SWITCH.
           COMPUTE WS-MATCH-AMOUNT = 0 - NSF-PAYMENT-AMOUNT.
                   CONTINUE
               NOT INVALID KEY
                   IF HIS-CHARGE-AMOUNT = WS-MATCH-AMOUNT
                      AND HIS-DESCRIPTION (1:13) = 'PAYMENT CHECK'
                       MOVE 'Y' TO WS-PAYMENT-FOUND-SWITCH
                   END-IF
           END-READ.
