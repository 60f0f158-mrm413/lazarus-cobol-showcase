      * NEW VALUE, SOURCE AND TIMESTAMP - SO THE AUDITOR'S "WHO       *
      * CHANGED THIS EMPLOYEE'S FIELDS IN MARCH" IS ONE INQUIRY, NOT  *
      * A JOURNAL REPLAY.  HIRES AND TERMINATIONS LAND THERE TOO AS   *
      * RECORD AND STATUS ENTRIES.  A HIRE'S RECORD ENTRY CARRIES THE *
      * OPERATOR-ID THE FEED WAS APPLIED UNDER BEHIND THE WORD HIRED, *
      * SO THE FRAUD REVIEW CAN SEE WHO PUT THE EMPLOYEE ON FILE.     *
      *                                                               *
      * HEADCOUNT IS HELD TO THE POSCTL POSITION CONTROL FILE - THE   *
      * APPROVED POSITIONS BY DEPARTMENT AND JOB, EACH WITH ITS       *
      * BUDGETED FTE, ITS INCUMBENTS AND A STATUS OF FILLED, VACANT   *
      * OR FROZEN.  A HIRE APPLIES ONLY WHEN IT NAMES A VACANT        *
      * POSITION IN ITS OWN DEPARTMENT; ANY OTHER HIRE GOES TO        *
      * HRISERR.  A TERMINATION FREES THE EMPLOYEE'S SEAT, AND A      *
      * TRANSFER FREES THE OLD SEAT AND TAKES ONE IN THE NEW          *
      * DEPARTMENT - THE POSITION THE FEED NAMES, ELSE THE FIRST      *
      * VACANCY THERE.  HRIS IS THE RECORD FOR A TRANSFER, SO ONE     *
      * WITH NO SEAT TO TAKE STILL APPLIES - THE EMPLOYEE HOLDS NO    *
      * SEAT AND IS LISTED ON HRISERR AS UNSEATED.  A CHANGE FOR A    *
      * TERMINATED EMPLOYEE IS REJECTED; A REHIRE COMES AS AN ADD     *
      * UNDER A NEW NUMBER.  POSCTL IS REWRITTEN AT END OF RUN.       *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ERROR-STATUS.

           SELECT POSITION-CONTROL-FILE
               ASSIGN TO EXTERNAL POSCTL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-POSITION-STATUS.

           SELECT FIELD-HISTORY-FILE
               ASSIGN TO EXTERNAL FLDHIST
                         ORGANIZATION IS LINE SEQUENTIAL
           03  HCR-BANK-ACCOUNT        PIC X(17).
           03  FILLER                  PIC X(01).
           03  HCR-DEPOSIT-INDICATOR   PIC X(01).
           03  FILLER                  PIC X(01).
           03  HCR-POSITION-NO         PIC X(06).
           03  FILLER                  PIC X(11).

       FD  EMPLOYEE-MASTER-FILE.


       01  ERROR-LISTING-RECORD        PIC X(80).

      *    ONE APPROVED POSITION.  A POSITION BUDGETED AT MORE THAN
      *    ONE FTE HOLDS ONE INCUMBENT PER FTE, UP TO FOUR.
       FD  POSITION-CONTROL-FILE.

       01  POSITION-CONTROL-RECORD.
           03  PCR-POSITION-NO         PIC X(06).
           03  FILLER                  PIC X(01).
           03  PCR-DEPARTMENT          PIC 9(02).
           03  FILLER                  PIC X(01).
           03  PCR-JOB-CODE            PIC X(06).
           03  FILLER                  PIC X(01).
           03  PCR-BUDGET-FTE          PIC 9(01)V99.
           03  FILLER                  PIC X(01).
           03  PCR-STATUS              PIC X(01).
           03  FILLER                  PIC X(01).
           03  PCR-VACANT-SINCE        PIC 9(08).
           03  PCR-INCUMBENT-AREA      OCCURS 4 TIMES.
               05  FILLER              PIC X(01).
               05  PCR-INCUMBENT       PIC 9(04).
           03  FILLER                  PIC X(29).

       FD  FIELD-HISTORY-FILE.

      *    THE SHARED FIELD-LEVEL CHANGE-HISTORY RECORD - ONE ROW
           88  WS-ERROR-OK                         VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".
       77  WS-POSITION-STATUS          PIC XX.
           88  WS-POSITION-OK                      VALUE "00".
       77  WS-HISTORY-STATUS           PIC XX.
           88  WS-HISTORY-OK                       VALUE "00".
           88  WS-HISTORY-NOT-FOUND                VALUE "35".
       01  WS-RUN-DATE-TIME            PIC X(19).

       77  WS-SAVE-REG-NOTE            PIC X(20)   VALUE SPACES.
       77  WS-BUSINESS-DATE            PIC 9(08)   VALUE 0.

      *    POSCTL, HELD WHOLE FOR THE RUN.  A FILE LONGER THAN THE
      *    TABLE IS NEVER APPLIED AGAINST - THE REWRITE WOULD DROP
      *    THE POSITIONS PAST THE END.
       01  POSITION-TABLE.
           02  POSITION-ENTRY          OCCURS 1000 TIMES.
               03  PST-POSITION-NO     PIC X(06).
               03  PST-DEPARTMENT      PIC 9(02).
               03  PST-JOB-CODE        PIC X(06).
               03  PST-BUDGET-FTE      PIC 9(01)V99.
               03  PST-STATUS          PIC X(01).
                   88  PST-FILLED                  VALUE 'F'.
                   88  PST-VACANT                  VALUE 'V'.
                   88  PST-FROZEN                  VALUE 'Z'.
               03  PST-VACANT-SINCE    PIC 9(08).
               03  PST-INCUMBENT       PIC 9(04)   OCCURS 4 TIMES.
       77  WS-POSITION-COUNT           PIC 9(04)   VALUE 0.
       77  WS-POSITION-OVERFLOW        PIC 9(06)   VALUE 0.
       77  WS-POS-SUB                  PIC 9(04)   VALUE 0.
       77  WS-SEAT-SUB                 PIC 9(01)   VALUE 0.
       77  WS-FOUND-POSITION           PIC 9(04)   VALUE 0.
       77  WS-FOUND-SEAT               PIC 9(01)   VALUE 0.
       77  WS-OLD-POSITION             PIC 9(04)   VALUE 0.
       77  WS-OLD-SEAT                 PIC 9(01)   VALUE 0.
       77  WS-INCUMBENT-COUNT          PIC 9(01)   VALUE 0.
       77  WS-FIND-EMPLOYEE-NO         PIC 9(04)   VALUE 0.
       77  POSCTL-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  POSCTL-EOF                          VALUE 'Y'.
       77  WS-TARGET-POSITION          PIC 9(04)   VALUE 0.

      *    THE MASTER AS IT STOOD BEFORE A CHANGE - EACH FIELD THE
      *    REBUILD ALTERS BECOMES ONE FLDHIST ROW, AND THE TRAILING
       77  WS-HIS-FIELD-NAME           PIC X(12)   VALUE SPACES.
       77  WS-HIS-OLD-VALUE            PIC X(16)   VALUE SPACES.
       77  WS-HIS-NEW-VALUE            PIC X(16)   VALUE SPACES.
       77  WS-OPERATOR-ID              PIC X(08)   VALUE SPACES.
       01  WS-HIRE-HISTORY-VALUE.
           03  FILLER                  PIC X(08)   VALUE 'HIRED'.
           03  WS-HHV-OPERATOR-ID      PIC X(08)   VALUE SPACES.
       01  WS-BEFORE-IMAGE.
           03  WS-BFR-NAME             PIC X(20).
           03  WS-BFR-GENDER           PIC X(01).
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.

           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT "OPERATOR-ID".
           MOVE WS-OPERATOR-ID TO WS-HHV-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE (1:8) TO WS-BUSINESS-DATE.

           PERFORM 020-LOAD-POSITIONS THRU 029-EXIT.

           OPEN INPUT HRIS-FEED-FILE.

           IF NOT WS-FEED-OK
                 ERROR-LISTING-FILE,
                 FIELD-HISTORY-FILE.

           PERFORM 030-SAVE-POSITIONS THRU 039-EXIT.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-ERROR-COUNT > 0
           EXIT.

       110-APPLY-ADD.
           PERFORM 160-CHECK-HIRE-POSITION THRU 160-EXIT.
           IF CHANGE-REJECTED
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
               GO TO 110-EXIT
           END-IF.

           PERFORM 115-BUILD-MASTER-RECORD THRU 115-EXIT.
           MOVE 'A' TO EMR-STATUS.

                   PERFORM 095-WRITE-ERROR THRU 095-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ADD-COUNT
                   PERFORM 172-TAKE-SEAT THRU 172-EXIT
                   MOVE 'HIRED' TO WS-REG-NOTE
                   PERFORM 140-WRITE-REGISTER THRU 140-EXIT
                   MOVE 'RECORD' TO WS-HIS-FIELD-NAME
                   MOVE SPACES TO WS-HIS-OLD-VALUE
                   MOVE WS-HIRE-HISTORY-VALUE TO WS-HIS-NEW-VALUE
                   PERFORM 150-WRITE-FIELD-HISTORY THRU 150-EXIT
           END-WRITE.

                   MOVE 'EMPLOYEE NOT ON FILE' TO WS-ERR-REASON
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   PERFORM 095-WRITE-ERROR THRU 095-EXIT
                   GO TO 120-EXIT
           END-READ.

      *    A CHANGE MUST NOT BRING A TERMINATED EMPLOYEE BACK TO
      *    ACTIVE, NOR SEAT THEM - THE REGISTER RUN WOULD PAY THEM.
           IF EMR-STATUS = 'T'
               MOVE 'EMPLOYEE IS TERMINATED' TO WS-ERR-REASON
               MOVE 'Y' TO WS-EDIT-SWITCH
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
               GO TO 120-EXIT
           END-IF.

           PERFORM 118-SAVE-BEFORE-IMAGE THRU 118-EXIT.
           PERFORM 115-BUILD-MASTER-RECORD THRU 115-EXIT.
           MOVE 'A' TO EMR-STATUS.
      *    THE FEED CARRIES NO WORK STATE OR COMPANY CODE - THE
      *    TRAILING BYTES GO BACK AS THEY WERE.
           MOVE WS-BFR-TRAILER TO EMPLOYEE-MASTER-RECORD (72:9).
           REWRITE EMPLOYEE-MASTER-RECORD.
           ADD 1 TO WS-CHANGE-COUNT.
           MOVE 'CHANGED' TO WS-REG-NOTE.
           PERFORM 140-WRITE-REGISTER THRU 140-EXIT.
           PERFORM 125-HISTORY-THE-CHANGES THRU 125-EXIT.
           PERFORM 180-TRANSFER-SEAT THRU 180-EXIT.

       120-EXIT.
           EXIT.

                   MOVE 'STATUS' TO WS-HIS-FIELD-NAME
                   MOVE 'T' TO WS-HIS-NEW-VALUE
                   PERFORM 150-WRITE-FIELD-HISTORY THRU 150-EXIT
                   PERFORM 178-FREE-EMPLOYEE-SEAT THRU 178-EXIT
           END-READ.

       130-EXIT.
       150-EXIT.
           EXIT.

      *    A HIRE MUST NAME A POSITION IN ITS OWN DEPARTMENT THAT IS
      *    VACANT - NOT FROZEN, AND WITH A SEAT FREE.
       160-CHECK-HIRE-POSITION.
           IF HCR-POSITION-NO = SPACES
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'NO POSITION NAMED' TO WS-ERR-REASON
               GO TO 160-EXIT
           END-IF.

           PERFORM 162-FIND-POSITION-NO THRU 162-EXIT.

           IF WS-FOUND-POSITION = ZERO
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'POSITION NOT ON FILE' TO WS-ERR-REASON
               GO TO 160-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN PST-DEPARTMENT (WS-FOUND-POSITION)
                       NOT = HCR-DEPARTMENT
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'POSITION IN ANOTHER DEPARTMENT'
                       TO WS-ERR-REASON
               WHEN PST-FROZEN (WS-FOUND-POSITION)
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'POSITION FROZEN' TO WS-ERR-REASON
               WHEN NOT PST-VACANT (WS-FOUND-POSITION)
                   MOVE 'Y' TO WS-EDIT-SWITCH
                   MOVE 'POSITION NOT VACANT' TO WS-ERR-REASON
               WHEN OTHER
                   PERFORM 165-FIND-FREE-SEAT THRU 165-EXIT
                   IF WS-FOUND-SEAT = ZERO
                       MOVE 'Y' TO WS-EDIT-SWITCH
                       MOVE 'POSITION NOT VACANT' TO WS-ERR-REASON
                   END-IF
           END-EVALUATE.

       160-EXIT.
           EXIT.

       162-FIND-POSITION-NO.
           MOVE ZERO TO WS-FOUND-POSITION.
           PERFORM 163-CHECK-ONE-POSITION-NO THRU 163-EXIT
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POSITION-COUNT
                  OR WS-FOUND-POSITION NOT = ZERO.

       162-EXIT.
           EXIT.

       163-CHECK-ONE-POSITION-NO.
           IF PST-POSITION-NO (WS-POS-SUB) = HCR-POSITION-NO
               MOVE WS-POS-SUB TO WS-FOUND-POSITION
           END-IF.

       163-EXIT.
           EXIT.

      *    AN EMPTY SEAT ON THE FOUND POSITION, IF IT HAS ONE.
       165-FIND-FREE-SEAT.
           MOVE ZERO TO WS-FOUND-SEAT.
           PERFORM 166-CHECK-ONE-SEAT THRU 166-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > 4
                  OR WS-FOUND-SEAT NOT = ZERO.

       165-EXIT.
           EXIT.

       166-CHECK-ONE-SEAT.
           IF PST-INCUMBENT (WS-FOUND-POSITION, WS-SEAT-SUB) = ZERO
               MOVE WS-SEAT-SUB TO WS-FOUND-SEAT
           END-IF.

       166-EXIT.
           EXIT.

      *    THE POSITION AND SEAT THE EMPLOYEE NOW HOLDS, IF ANY.
       168-FIND-EMPLOYEE-SEAT.
           MOVE ZERO TO WS-OLD-POSITION, WS-OLD-SEAT.
           PERFORM 169-CHECK-EMPLOYEE-SEAT THRU 169-EXIT
               VARYING WS-POS-SUB FROM 1 BY 1
                 UNTIL WS-POS-SUB > WS-POSITION-COUNT
                    OR WS-OLD-POSITION NOT = ZERO
               AFTER WS-SEAT-SUB FROM 1 BY 1
                 UNTIL WS-SEAT-SUB > 4.

       168-EXIT.
           EXIT.

       169-CHECK-EMPLOYEE-SEAT.
           IF PST-INCUMBENT (WS-POS-SUB, WS-SEAT-SUB)
                   = HCR-EMPLOYEE-NO
              AND WS-OLD-POSITION = ZERO
               MOVE WS-POS-SUB TO WS-OLD-POSITION
               MOVE WS-SEAT-SUB TO WS-OLD-SEAT
           END-IF.

       169-EXIT.
           EXIT.

       172-TAKE-SEAT.
           MOVE HCR-EMPLOYEE-NO
               TO PST-INCUMBENT (WS-FOUND-POSITION, WS-FOUND-SEAT).
           MOVE WS-FOUND-POSITION TO WS-POS-SUB.
           PERFORM 175-SET-POSITION-STATUS THRU 175-EXIT.

       172-EXIT.
           EXIT.

      *    FILLED ONCE THE INCUMBENTS COVER THE BUDGETED FTE, VACANT
      *    OTHERWISE - AND A POSITION TURNING VACANT STARTS ITS
      *    VACANCY CLOCK TODAY.  A FROZEN POSITION STAYS FROZEN UNTIL
      *    FINANCE THAWS IT.
       175-SET-POSITION-STATUS.
           IF PST-FROZEN (WS-POS-SUB)
               GO TO 175-EXIT
           END-IF.

           MOVE ZERO TO WS-INCUMBENT-COUNT.
           PERFORM 176-COUNT-ONE-SEAT THRU 176-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > 4.

           IF WS-INCUMBENT-COUNT < PST-BUDGET-FTE (WS-POS-SUB)
               IF NOT PST-VACANT (WS-POS-SUB)
                   MOVE 'V' TO PST-STATUS (WS-POS-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO PST-VACANT-SINCE (WS-POS-SUB)
               END-IF
           ELSE
               MOVE 'F' TO PST-STATUS (WS-POS-SUB)
               MOVE ZERO TO PST-VACANT-SINCE (WS-POS-SUB)
           END-IF.

       175-EXIT.
           EXIT.

       176-COUNT-ONE-SEAT.
           IF PST-INCUMBENT (WS-POS-SUB, WS-SEAT-SUB) NOT = ZERO
               ADD 1 TO WS-INCUMBENT-COUNT
           END-IF.

       176-EXIT.
           EXIT.

      *    AN EMPLOYEE HIRED BEFORE POSITION CONTROL HOLDS NO SEAT,
      *    AND THERE IS NOTHING TO FREE.
       178-FREE-EMPLOYEE-SEAT.
           PERFORM 168-FIND-EMPLOYEE-SEAT THRU 168-EXIT.
           IF WS-OLD-POSITION = ZERO
               GO TO 178-EXIT
           END-IF.

           MOVE ZERO TO PST-INCUMBENT (WS-OLD-POSITION, WS-OLD-SEAT).
           MOVE WS-OLD-POSITION TO WS-POS-SUB.
           PERFORM 175-SET-POSITION-STATUS THRU 175-EXIT.

       178-EXIT.
           EXIT.

      *    A CHANGE IS A TRANSFER WHEN IT MOVES THE DEPARTMENT OR
      *    NAMES A POSITION OTHER THAN THE ONE HELD.  THE TARGET IS
      *    THE NAMED POSITION WHEN IT IS OPEN IN THE NEW DEPARTMENT,
      *    ELSE THE FIRST VACANCY THERE; WITH NEITHER, THE TRANSFER
      *    STANDS AND THE EMPLOYEE IS LISTED ON HRISERR AS UNSEATED.
       180-TRANSFER-SEAT.
           PERFORM 168-FIND-EMPLOYEE-SEAT THRU 168-EXIT.
           MOVE ZERO TO WS-TARGET-POSITION.

           IF HCR-POSITION-NO NOT = SPACES
               PERFORM 162-FIND-POSITION-NO THRU 162-EXIT
               IF WS-FOUND-POSITION NOT = ZERO
                  AND WS-FOUND-POSITION = WS-OLD-POSITION
                   GO TO 180-EXIT
               END-IF
               IF WS-FOUND-POSITION NOT = ZERO
                  AND PST-DEPARTMENT (WS-FOUND-POSITION)
                          = EMR-DEPARTMENT
                  AND PST-VACANT (WS-FOUND-POSITION)
                   PERFORM 165-FIND-FREE-SEAT THRU 165-EXIT
                   IF WS-FOUND-SEAT NOT = ZERO
                       MOVE WS-FOUND-POSITION TO WS-TARGET-POSITION
                   END-IF
               END-IF
           ELSE
               IF EMR-DEPARTMENT = WS-BFR-DEPARTMENT
                   GO TO 180-EXIT
               END-IF
           END-IF.

      *    A POSITION MOVE WITHIN THE DEPARTMENT TO A POSITION THAT
      *    IS NOT OPEN LEAVES THE EMPLOYEE IN THE SEAT THEY HOLD.
           IF WS-TARGET-POSITION = ZERO
              AND EMR-DEPARTMENT = WS-BFR-DEPARTMENT
               MOVE 'NAMED POSITION NOT OPEN' TO WS-ERR-REASON
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
               GO TO 180-EXIT
           END-IF.

           IF WS-TARGET-POSITION = ZERO
               PERFORM 182-FIND-DEPT-VACANCY THRU 182-EXIT
           END-IF.

           MOVE SPACES TO WS-HIS-OLD-VALUE, WS-HIS-NEW-VALUE.
           IF WS-OLD-POSITION NOT = ZERO
               MOVE PST-POSITION-NO (WS-OLD-POSITION)
                   TO WS-HIS-OLD-VALUE
               MOVE ZERO
                   TO PST-INCUMBENT (WS-OLD-POSITION, WS-OLD-SEAT)
               MOVE WS-OLD-POSITION TO WS-POS-SUB
               PERFORM 175-SET-POSITION-STATUS THRU 175-EXIT
           END-IF.

           IF WS-TARGET-POSITION NOT = ZERO
               MOVE WS-TARGET-POSITION TO WS-FOUND-POSITION
               PERFORM 165-FIND-FREE-SEAT THRU 165-EXIT
               PERFORM 172-TAKE-SEAT THRU 172-EXIT
               MOVE PST-POSITION-NO (WS-TARGET-POSITION)
                   TO WS-HIS-NEW-VALUE
           ELSE
               MOVE 'TRANSFER APPLIED - NO POSITION' TO WS-ERR-REASON
               PERFORM 095-WRITE-ERROR THRU 095-EXIT
           END-IF.

      *    AN EMPLOYEE WHO HELD NO SEAT AND FOUND NONE HAS NO
      *    POSITION CHANGE TO RECORD.
           IF WS-HIS-OLD-VALUE = SPACES
              AND WS-HIS-NEW-VALUE = SPACES
               GO TO 180-EXIT
           END-IF.

           MOVE 'POSITION' TO WS-HIS-FIELD-NAME.
           PERFORM 150-WRITE-FIELD-HISTORY THRU 150-EXIT.

       180-EXIT.
           EXIT.

       182-FIND-DEPT-VACANCY.
           PERFORM 183-CHECK-DEPT-VACANCY THRU 183-EXIT
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POSITION-COUNT
                  OR WS-TARGET-POSITION NOT = ZERO.

       182-EXIT.
           EXIT.

       183-CHECK-DEPT-VACANCY.
           IF PST-DEPARTMENT (WS-POS-SUB) = EMR-DEPARTMENT
              AND PST-VACANT (WS-POS-SUB)
               MOVE WS-POS-SUB TO WS-FOUND-POSITION
               PERFORM 165-FIND-FREE-SEAT THRU 165-EXIT
               IF WS-FOUND-SEAT NOT = ZERO
                   MOVE WS-POS-SUB TO WS-TARGET-POSITION
               END-IF
           END-IF.

       183-EXIT.
           EXIT.

       020-LOAD-POSITIONS.
           OPEN INPUT POSITION-CONTROL-FILE.

           IF NOT WS-POSITION-OK
               MOVE "POSITION-CONTROL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-POSITION-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ POSITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO POSCTL-EOF-SWITCH
           END-READ.

           PERFORM 025-STORE-ONE-POSITION THRU 025-EXIT
               UNTIL POSCTL-EOF.

           CLOSE POSITION-CONTROL-FILE.

           IF WS-POSITION-OVERFLOW > 0
               DISPLAY "POSCTL HAS " WS-POSITION-OVERFLOW
                       " POSITION(S) BEYOND THE POSITION TABLE - "
                       "HRIS APPLY REFUSED" UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

       029-EXIT.
           EXIT.

       025-STORE-ONE-POSITION.
           IF WS-POSITION-COUNT NOT < 1000
               ADD 1 TO WS-POSITION-OVERFLOW
           ELSE
               ADD 1 TO WS-POSITION-COUNT
               MOVE PCR-POSITION-NO
                   TO PST-POSITION-NO (WS-POSITION-COUNT)
               MOVE PCR-DEPARTMENT TO PST-DEPARTMENT (WS-POSITION-COUNT)
               MOVE PCR-JOB-CODE TO PST-JOB-CODE (WS-POSITION-COUNT)
               MOVE PCR-BUDGET-FTE
                   TO PST-BUDGET-FTE (WS-POSITION-COUNT)
               MOVE PCR-STATUS TO PST-STATUS (WS-POSITION-COUNT)
               MOVE PCR-VACANT-SINCE
                   TO PST-VACANT-SINCE (WS-POSITION-COUNT)
               PERFORM 026-STORE-ONE-INCUMBENT THRU 026-EXIT
                   VARYING WS-SEAT-SUB FROM 1 BY 1
                   UNTIL WS-SEAT-SUB > 4
           END-IF.

           READ POSITION-CONTROL-FILE
               AT END
                   MOVE 'Y' TO POSCTL-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       026-STORE-ONE-INCUMBENT.
           IF PCR-INCUMBENT (WS-SEAT-SUB) IS NUMERIC
               MOVE PCR-INCUMBENT (WS-SEAT-SUB)
                   TO PST-INCUMBENT (WS-POSITION-COUNT, WS-SEAT-SUB)
           ELSE
               MOVE ZERO
                   TO PST-INCUMBENT (WS-POSITION-COUNT, WS-SEAT-SUB)
           END-IF.

       026-EXIT.
           EXIT.

       030-SAVE-POSITIONS.
           OPEN OUTPUT POSITION-CONTROL-FILE.
           IF NOT WS-POSITION-OK
               DISPLAY "CANNOT REWRITE POSITION-CONTROL-FILE, STATUS "
                       WS-POSITION-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 035-SAVE-ONE-POSITION THRU 035-EXIT
               VARYING WS-POS-SUB FROM 1 BY 1
               UNTIL WS-POS-SUB > WS-POSITION-COUNT.

           CLOSE POSITION-CONTROL-FILE.

       039-EXIT.
           EXIT.

       035-SAVE-ONE-POSITION.
           MOVE SPACES TO POSITION-CONTROL-RECORD.
           MOVE PST-POSITION-NO (WS-POS-SUB) TO PCR-POSITION-NO.
           MOVE PST-DEPARTMENT (WS-POS-SUB) TO PCR-DEPARTMENT.
           MOVE PST-JOB-CODE (WS-POS-SUB) TO PCR-JOB-CODE.
           MOVE PST-BUDGET-FTE (WS-POS-SUB) TO PCR-BUDGET-FTE.
           MOVE PST-STATUS (WS-POS-SUB) TO PCR-STATUS.
           MOVE PST-VACANT-SINCE (WS-POS-SUB) TO PCR-VACANT-SINCE.
           PERFORM 036-SAVE-ONE-INCUMBENT THRU 036-EXIT
               VARYING WS-SEAT-SUB FROM 1 BY 1
               UNTIL WS-SEAT-SUB > 4.
           WRITE POSITION-CONTROL-RECORD.

       035-EXIT.
           EXIT.

       036-SAVE-ONE-INCUMBENT.
           MOVE PST-INCUMBENT (WS-POS-SUB, WS-SEAT-SUB)
               TO PCR-INCUMBENT (WS-SEAT-SUB).

       036-EXIT.
           EXIT.

       095-WRITE-ERROR.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE HCR-ACTION TO WS-ERR-ACTION.
