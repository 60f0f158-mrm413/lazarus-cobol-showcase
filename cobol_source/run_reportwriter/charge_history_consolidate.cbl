           03  CPR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CPR-ITEM-NUMBER         PIC 9(05).
      *    A RETURN CREDIT CARRIES THE DATE OF THE SALE IT REVERSES.
           03  FILLER                  PIC X(01).
           03  CPR-RETURN-SALE-DATE    PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CPR-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(14).

       FD  CHARGE-HISTORY-FILE.

           03  HIS-DESCRIPTION         PIC X(20).
           03  HIS-ITEM-DEPARTMENT     PIC 9(02).
           03  HIS-ITEM-NUMBER         PIC 9(05).
      *    THE DISPUTE FLAG AND DATE MAINTAINED BY THE DISPUTE PROGRAMS
      *    SIT IN THE FIRST NINE BYTES OF THE FILLER.
           03  FILLER                  PIC X(09).
           03  HIS-RETURN-SALE-DATE    PIC 9(08).
      *    THE SELLING STORE, SO MERCHANDISING CAN REPORT ITEM
      *    MOVEMENT BY STORE OFF THE HISTORY.
           03  HIS-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(08).

       FD  CUSTOMER-MASTER-FILE.

           MOVE CPR-DESCRIPTION TO HIS-DESCRIPTION.
           MOVE CPR-ITEM-DEPARTMENT TO HIS-ITEM-DEPARTMENT.
           MOVE CPR-ITEM-NUMBER TO HIS-ITEM-NUMBER.
           IF CPR-CHARGE-AMOUNT < ZERO
               MOVE CPR-RETURN-SALE-DATE TO HIS-RETURN-SALE-DATE
           END-IF.
           IF CPR-STORE-NUMBER IS NUMERIC
               MOVE CPR-STORE-NUMBER TO HIS-STORE-NUMBER
           END-IF.

      *    THE APPEND WALKS THE SEQUENCE NUMBER FORWARD PAST ANY
      *    ENTRIES EARLIER RUNS ALREADY WROTE FOR THE SAME CUSTOMER
