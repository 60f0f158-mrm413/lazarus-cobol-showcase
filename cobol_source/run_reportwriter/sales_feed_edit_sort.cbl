      * SORTED ON DISTRICT AND SALESMAN, BUILT ON THE SHOP'S SORT     *
      * FACILITY PER file_sort_line_sequential.cbl AND                *
      * sort_with_input_output_procedures.cbl.                        *
      *                                                               *
      * EVERY SALE NOW NAMES ITS PRODUCT LINE.  THE PRODLINE MASTER   *
      * MUST BE ON HAND; A SALE WITH NO LINE, OR A LINE THE MASTER    *
      * DOES NOT CARRY, GOES TO THE EDIT LISTING RATHER THAN FALLING  *
      * OUT OF THE PRODUCT MIX REPORT UNSEEN.                         *
      *                                                               *
      * A SALE IS CREDITED TO THE DISTRICT ITS SALESMAN WORKS ON THE  *
      * BUSINESS DATE.  WHEN SLSMASGN CARRIES AN ASSIGNMENT HISTORY   *
      * FOR THE SALESMAN, THE DISTRICT IN FORCE ON THAT DATE REPLACES *
      * WHATEVER THE STORE TRANSMITTED, SO A TERRITORY MOVE TAKES     *
      * EFFECT ON ITS DATE AND NOT WHEN THE STORES CATCH UP.          *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SPLITREG-STATUS.

           SELECT PRODUCT-LINE-FILE
               ASSIGN TO EXTERNAL PRODLINE
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PRODLINE-STATUS.

           SELECT SALESMAN-ASSIGN-FILE
               ASSIGN TO EXTERNAL SLSMASGN
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-SLSMASGN-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
           03  SPA-END-DATE            PIC 9(08).
           03  FILLER                  PIC X(51).

       FD  PRODUCT-LINE-FILE.

       01  PRODUCT-LINE-RECORD.
           03  PLR-PRODUCT-LINE        PIC X(03).
           03  FILLER                  PIC X(01).
           03  PLR-DESCRIPTION         PIC X(20).
           03  FILLER                  PIC X(01).
           03  PLR-MARGIN-PCT          PIC 9(02)V9.
           03  FILLER                  PIC X(52).

      *    ONE LINE PER DISTRICT ASSIGNMENT, APPENDED BY THE
      *    TERRITORY ASSIGNMENT RUN AND NEVER REWRITTEN.
       FD  SALESMAN-ASSIGN-FILE.

       01  SALESMAN-ASSIGN-RECORD.
           03  SAR-SALESMAN-NUMBER     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  SAR-DISTRICT            PIC X(01).
           03  FILLER                  PIC X(01).
           03  SAR-EFFECTIVE-DATE      PIC 9(08).
           03  FILLER                  PIC X(01).
           03  SAR-RECORDED-DATE       PIC 9(08).
           03  FILLER                  PIC X(58).

       FD  SPLIT-REGISTER-FILE.

       01  SPLIT-REGISTER-RECORD       PIC X(100).
           03  SWR-DISTRICT-CODE       PIC X(01).
           03  FILLER                  PIC X(01).
           03  SWR-SALE-AMOUNT         PIC S9(04)V99.
           03  FILLER                  PIC X(01).
           03  SWR-PRODUCT-LINE        PIC X(03).
           03  FILLER                  PIC X(01).
           03  SWR-CUSTOMER-NUMBER     PIC X(04).
           03  FILLER                  PIC X(60).

       FD  AUDIT-TRAIL-FILE.

           03  WS-SF-SALESMAN          PIC X(02).
           03  WS-SF-DISTRICT          PIC X(01).
           03  WS-SF-AMOUNT            PIC X(07).
           03  WS-SF-PRODUCT-LINE      PIC X(03).

      *    THE PRODUCT LINES OFF PRODLINE.
       77  WS-PRODLINE-STATUS          PIC XX.
           88  WS-PRODLINE-OK                      VALUE "00".
           88  WS-PRODLINE-NOT-FOUND               VALUE "35".
       77  PRODLINE-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  PRODLINE-EOF                        VALUE 'Y'.
       77  WS-PRODLINE-COUNT           PIC 9(03)   VALUE 0.
       77  WS-PRODLINE-SUB             PIC 9(03)   VALUE 0.
       77  WS-PRODLINE-FOUND           PIC 9(03)   VALUE 0.
       01  PRODUCT-LINE-TABLE.
           02  PRODUCT-LINE-ENTRY      OCCURS 200 TIMES.
               03  PLT-PRODUCT-LINE    PIC X(03).

      *    THE DISTRICT IN FORCE ON THE BUSINESS DATE FOR EACH
      *    SALESMAN WITH AN ASSIGNMENT HISTORY, BY SALESMAN NUMBER -
      *    THE LATEST EFFECTIVE DATE NOT AFTER THE BUSINESS DATE
      *    WINS, AND ON A TIE THE LATER RECORD.  A BLANK DISTRICT
      *    MEANS NO HISTORY AND THE SALE KEEPS ITS OWN.
       77  WS-SLSMASGN-STATUS          PIC XX.
           88  WS-SLSMASGN-OK                      VALUE "00".
           88  WS-SLSMASGN-NOT-FOUND               VALUE "35".
       77  SLSMASGN-EOF-SWITCH         PIC X(1)    VALUE 'N'.
           88  SLSMASGN-EOF                        VALUE 'Y'.
       77  WS-ASSIGN-SUB               PIC 9(03)   VALUE 0.
       77  WS-REALIGNED-COUNT          PIC 9(06)   VALUE 0.
       01  ASSIGNMENT-TABLE.
           02  ASSIGNMENT-ENTRY        OCCURS 99 TIMES.
               03  AST-DISTRICT        PIC X(01).
               03  AST-EFFECTIVE-DATE  PIC 9(08).

       77  WS-PREV-SORTED-RECORD       PIC X(80)   VALUE LOW-VALUES.
       77  WS-SAVE-REASON              PIC X(30)   VALUE SPACES.
           03  FILLER                  PIC X(01) VALUE '%'.

       01  WS-EDIT-LINE.
           03  WS-EDL-IMAGE            PIC X(20).
           03  FILLER                  PIC X(02) VALUE SPACE.
           03  WS-EDL-REASON           PIC X(30).

           END-IF.

           PERFORM 020-LOAD-SPLIT-AGREEMENTS THRU 029-EXIT.
           PERFORM 030-LOAD-PRODUCT-LINES THRU 039-EXIT.
           PERFORM 040-LOAD-ASSIGNMENTS THRU 049-EXIT.

           IF WS-SPLIT-COUNT > ZERO
               OPEN OUTPUT SPLIT-REGISTER-FILE
                       UPON SYSERR
           END-IF.

           IF WS-REALIGNED-COUNT > 0
               DISPLAY WS-REALIGNED-COUNT
                       " SALE(S) CREDITED TO THE ASSIGNED DISTRICT"
                       UPON SYSERR
           END-IF.

           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           IF WS-DUPLICATE-COUNT > 0
           MOVE RAW-SALES-RECORD (1:2) TO WS-SF-SALESMAN.
           MOVE RAW-SALES-RECORD (4:1) TO WS-SF-DISTRICT.
           MOVE RAW-SALES-RECORD (6:7) TO WS-SF-AMOUNT.
           MOVE RAW-SALES-RECORD (13:3) TO WS-SF-PRODUCT-LINE.

           PERFORM 115-VALIDATE-FIELDS THRU 115-EXIT.

           IF SALES-RECORD-REJECTED
               ADD 1 TO WS-REJECT-COUNT
               MOVE SPACES TO WS-EDIT-LINE
               MOVE RAW-SALES-RECORD (1:20) TO WS-EDL-IMAGE
               MOVE WS-SAVE-REASON TO WS-EDL-REASON
               MOVE WS-EDIT-LINE TO EDIT-LISTING-RECORD
               WRITE EDIT-LISTING-RECORD
           ELSE
               PERFORM 118-APPLY-ASSIGNMENT THRU 118-EXIT
               PERFORM 120-RELEASE-WITH-SPLIT THRU 120-EXIT
           END-IF.

       022-EXIT.
           EXIT.

      *    THE PRODUCT LINE MASTER IS REQUIRED - WITHOUT IT NO SALE
      *    COULD BE CHECKED FOR ITS LINE AND THE PRODUCT MIX REPORT
      *    WOULD LOSE WHATEVER IS MISCODED.
       030-LOAD-PRODUCT-LINES.
           OPEN INPUT PRODUCT-LINE-FILE.

           IF NOT WS-PRODLINE-OK
               MOVE "PRODUCT-LINE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRODLINE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ PRODUCT-LINE-FILE
               AT END
                   MOVE 'Y' TO PRODLINE-EOF-SWITCH
           END-READ.

           PERFORM 032-STORE-ONE-PRODUCT-LINE THRU 032-EXIT
               UNTIL PRODLINE-EOF.

           CLOSE PRODUCT-LINE-FILE.

       039-EXIT.
           EXIT.

       032-STORE-ONE-PRODUCT-LINE.
           IF WS-PRODLINE-COUNT NOT < 200
               DISPLAY "PRODLINE HOLDS MORE THAN 200 LINES"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           IF PLR-PRODUCT-LINE NOT = SPACES
               ADD 1 TO WS-PRODLINE-COUNT
               MOVE PLR-PRODUCT-LINE
                   TO PLT-PRODUCT-LINE (WS-PRODLINE-COUNT)
           END-IF.

           READ PRODUCT-LINE-FILE
               AT END
                   MOVE 'Y' TO PRODLINE-EOF-SWITCH
           END-READ.

       032-EXIT.
           EXIT.

      *    THE ASSIGNMENT HISTORY IS OPTIONAL - NO FILE, AND EVERY
      *    SALE KEEPS THE DISTRICT THE STORE SENT.  ASSIGNMENTS
      *    EFFECTIVE AFTER THE BUSINESS DATE ARE NOT YET IN FORCE.
       040-LOAD-ASSIGNMENTS.
           MOVE SPACES TO ASSIGNMENT-TABLE.
           PERFORM 044-CLEAR-ONE-ASSIGNMENT THRU 044-EXIT
               VARYING WS-ASSIGN-SUB FROM 1 BY 1
               UNTIL WS-ASSIGN-SUB > 99.

           OPEN INPUT SALESMAN-ASSIGN-FILE.

           IF WS-SLSMASGN-NOT-FOUND
               GO TO 049-EXIT
           END-IF.

           IF NOT WS-SLSMASGN-OK
               MOVE "SALESMAN-ASSIGN-FILE" TO WS-MSG-INSERT-1
               MOVE WS-SLSMASGN-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           READ SALESMAN-ASSIGN-FILE
               AT END
                   MOVE 'Y' TO SLSMASGN-EOF-SWITCH
           END-READ.

           PERFORM 042-STORE-ONE-ASSIGNMENT THRU 042-EXIT
               UNTIL SLSMASGN-EOF.

           CLOSE SALESMAN-ASSIGN-FILE.

       049-EXIT.
           EXIT.

       042-STORE-ONE-ASSIGNMENT.
           IF SAR-SALESMAN-NUMBER IS NUMERIC
              AND SAR-SALESMAN-NUMBER > ZERO
              AND SAR-DISTRICT NOT = SPACE
              AND SAR-EFFECTIVE-DATE IS NUMERIC
              AND SAR-EFFECTIVE-DATE NOT > WS-BUSINESS-DATE
               MOVE SAR-SALESMAN-NUMBER TO WS-ASSIGN-SUB
               IF AST-DISTRICT (WS-ASSIGN-SUB) = SPACE
                  OR SAR-EFFECTIVE-DATE NOT <
                     AST-EFFECTIVE-DATE (WS-ASSIGN-SUB)
                   MOVE SAR-DISTRICT TO AST-DISTRICT (WS-ASSIGN-SUB)
                   MOVE SAR-EFFECTIVE-DATE
                       TO AST-EFFECTIVE-DATE (WS-ASSIGN-SUB)
               END-IF
           END-IF.

           READ SALESMAN-ASSIGN-FILE
               AT END
                   MOVE 'Y' TO SLSMASGN-EOF-SWITCH
           END-READ.

       042-EXIT.
           EXIT.

       044-CLEAR-ONE-ASSIGNMENT.
           MOVE ZERO TO AST-EFFECTIVE-DATE (WS-ASSIGN-SUB).

       044-EXIT.
           EXIT.

      *    THE SALE GOES TO THE DISTRICT ITS SALESMAN IS ASSIGNED TO
      *    ON THE BUSINESS DATE, BEFORE ANY SPLIT IS WORKED OUT - A
      *    SPLIT'S SECONDARY SHARE STILL GOES WHERE THE AGREEMENT
      *    SAYS.
       118-APPLY-ASSIGNMENT.
           MOVE WS-SF-SALESMAN TO WS-ASSIGN-SUB.

           IF AST-DISTRICT (WS-ASSIGN-SUB) = SPACE
              OR AST-DISTRICT (WS-ASSIGN-SUB) = WS-SF-DISTRICT
               GO TO 118-EXIT
           END-IF.

           MOVE AST-DISTRICT (WS-ASSIGN-SUB) TO RAW-SALES-RECORD (4:1).
           MOVE AST-DISTRICT (WS-ASSIGN-SUB) TO WS-SF-DISTRICT.
           ADD 1 TO WS-REALIGNED-COUNT.

       118-EXIT.
           EXIT.

      *    A CLEAN SALE COVERED BY AN AGREEMENT RELEASES AS TWO
      *    RECORDS - THE PRIMARY'S SHARE AND THE SECONDARY'S, EACH
      *    UNDER ITS OWN SALESMAN AND DISTRICT - AND THE DIVISION
                   CONTINUE
           END-EVALUATE.

           IF SALES-RECORD-REJECTED
               GO TO 115-EXIT
           END-IF.

           IF WS-SF-PRODUCT-LINE = SPACES
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'PRODUCT LINE MISSING' TO WS-SAVE-REASON
               GO TO 115-EXIT
           END-IF.

           MOVE ZERO TO WS-PRODLINE-FOUND.
           PERFORM 117-MATCH-ONE-PRODUCT-LINE THRU 117-EXIT
               VARYING WS-PRODLINE-SUB FROM 1 BY 1
               UNTIL WS-PRODLINE-SUB > WS-PRODLINE-COUNT
                  OR WS-PRODLINE-FOUND > ZERO.

           IF WS-PRODLINE-FOUND = ZERO
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'PRODUCT LINE NOT ON PRODLINE' TO WS-SAVE-REASON
           END-IF.

       115-EXIT.
           EXIT.

       117-MATCH-ONE-PRODUCT-LINE.
           IF PLT-PRODUCT-LINE (WS-PRODLINE-SUB) = WS-SF-PRODUCT-LINE
               MOVE WS-PRODLINE-SUB TO WS-PRODLINE-FOUND
           END-IF.

       117-EXIT.
           EXIT.

       200-COUNT-AND-WRITE.
           OPEN OUTPUT SORTED-SALES-FILE.

