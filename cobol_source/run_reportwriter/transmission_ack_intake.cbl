       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * TRANSMISSION ACKNOWLEDGMENT INTAKE AND MORNING EXCEPTIONS.    *
      *                                                               *
      * THE BANK, THE COLLECTION AGENCY AND THE PAYABLES SYSTEM EACH  *
      * ANSWER A FILE WITH AN ACKNOWLEDGMENT GIVING THE RECORD COUNT  *
      * AND DOLLAR TOTAL THEY RECEIVED AND WHETHER THEY ACCEPTED IT.  *
      * THE JOB CONCATENATES THE NIGHT'S ACKNOWLEDGMENTS, IN THE      *
      * COMMON XMITACK LAYOUT, AND THIS RUN MATCHES EACH ONE TO ITS   *
      * ROW ON THE XMITMANF MANIFEST XMITMAN1 WROTE WHEN THE FILE     *
      * WENT:                                                         *
      *   - FIRST TO AN OPEN ROW OF THE SAME FILE WITH THE SAME COUNT *
      *     AND HASH, WHICH ALSO CLOSES A ROW WHOSE FILE WAS RESENT;  *
      *   - THEN TO THE LATEST ROW STILL AWAITING AN ACKNOWLEDGMENT   *
      *     FOR THAT FILE SENT ON THE DATE THE RECEIVER QUOTES;       *
      *   - THEN TO THE LATEST ROW OF THAT FILE STILL AWAITING ONE.   *
      * A MATCHED ROW IS ACKNOWLEDGED, ACKNOWLEDGED WITH DIFFERENT    *
      * FIGURES, OR REJECTED.  THE XMITEXCP REPORT THEN LISTS EVERY   *
      * FILE PAST ITS CUTOFF WITH NO ACKNOWLEDGMENT, EVERY MISMATCH   *
      * AND REJECTION, EVERY FILE LAST NIGHT DID NOT PRODUCE AND      *
      * EVERY ACKNOWLEDGMENT THAT MATCHED NOTHING.  EACH FILE TO BE   *
      * RESENT IS FLAGGED AGAINST ITS GENCAT GENERATION - THE PATH TO *
      * RESEND FROM, OR WHY THERE IS NONE.  ANY EXCEPTION ENDS THE    *
      * RUN WITH RETURN CODE 4.                                       *
      *                                                               *
      * ACKNOWLEDGED AND NOT-PRODUCED ROWS AGE OFF THE MANIFEST       *
      * AFTER 35 DAYS; OPEN ROWS STAY UNTIL SOMETHING CLOSES THEM.    *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT ACKNOWLEDGMENT-FILE
               ASSIGN TO EXTERNAL XMITACK
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-ACK-STATUS.

           SELECT TRANSMISSION-MANIFEST-FILE
               ASSIGN TO EXTERNAL XMITMANF
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO EXTERNAL GENCAT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CATALOG-STATUS.

           SELECT EXCEPTION-REPORT-FILE
               ASSIGN TO EXTERNAL XMITEXCP
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REPORT-STATUS.

           SELECT AUDIT-TRAIL-FILE
               ASSIGN TO EXTERNAL AUDITTRL
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-AUDIT-STATUS.

      *    EVERY BATCH PROGRAM STAMPS ITS START AND END, WITH RECORD
      *    COUNTS, ONTO THE SHARED TIMING LOG - THE BATCH-WINDOW
      *    REPORT TRENDS THE DURATIONS AND FLAGS JOBS CREEPING
      *    TOWARD THE ONLINE DAY.
           SELECT TIMING-LOG-FILE
               ASSIGN TO EXTERNAL TIMELOG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TIMELOG-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    ONE ACKNOWLEDGMENT PER FILE RECEIVED: WHICH FILE, THE DATE
      *    THE RECEIVER SAYS IT WAS SENT, A ACCEPTED OR R REJECTED,
      *    THE FIGURES THE RECEIVER COUNTED, AND WHEN IT ANSWERED.
       FD  ACKNOWLEDGMENT-FILE.

       01  ACKNOWLEDGMENT-RECORD.
           03  ACK-FILE-CLASS          PIC X(08).
           03  FILLER                  PIC X(01).
           03  ACK-FILE-DATE           PIC X(08).
           03  FILLER                  PIC X(01).
           03  ACK-RESULT              PIC X(01).
               88  ACK-ACCEPTED                    VALUE 'A'.
               88  ACK-REJECTED                    VALUE 'R'.
           03  FILLER                  PIC X(01).
           03  ACK-RECORD-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  ACK-HASH-TOTAL          PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  ACK-RECEIVED-STAMP      PIC X(14).
           03  FILLER                  PIC X(01).
           03  ACK-REASON              PIC X(20).
           03  FILLER                  PIC X(03).

       FD  TRANSMISSION-MANIFEST-FILE.

       01  TRANSMISSION-MANIFEST-RECORD.
           03  XMF-FILE-CLASS          PIC X(08).
           03  FILLER                  PIC X(01).
           03  XMF-SENT-STAMP          PIC X(14).
           03  FILLER                  PIC X(01).
           03  XMF-DESTINATION         PIC X(10).
           03  FILLER                  PIC X(01).
           03  XMF-RECORD-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  XMF-HASH-TOTAL          PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  XMF-GENERATION-STAMP    PIC X(14).
           03  FILLER                  PIC X(01).
           03  XMF-STATUS              PIC X(01).
               88  MANIFEST-AWAITING-ACK           VALUE 'S'.
               88  MANIFEST-ACKNOWLEDGED           VALUE 'A'.
               88  MANIFEST-ACK-MISMATCH           VALUE 'M'.
               88  MANIFEST-REJECTED               VALUE 'R'.
               88  MANIFEST-NOT-PRODUCED           VALUE 'N'.
           03  FILLER                  PIC X(01).
           03  XMF-ACK-STAMP           PIC X(14).
           03  FILLER                  PIC X(01).
           03  XMF-ACK-COUNT           PIC 9(07).
           03  FILLER                  PIC X(01).
           03  XMF-ACK-HASH            PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  XMF-CUTOFF-STAMP        PIC X(14).
           03  FILLER                  PIC X(05).

       FD  GENERATION-CATALOG-FILE.

       01  GENERATION-CATALOG-RECORD.
           03  GCT-FILE-CLASS          PIC X(08).
           03  FILLER                  PIC X(01).
           03  GCT-STAMP               PIC X(14).
           03  FILLER                  PIC X(01).
           03  GCT-STATUS              PIC X(01).
           03  FILLER                  PIC X(01).
           03  GCT-RECORD-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  GCT-PATH                PIC X(40).
           03  FILLER                  PIC X(06).

       FD  EXCEPTION-REPORT-FILE.

       01  EXCEPTION-REPORT-RECORD     PIC X(132).

       FD  AUDIT-TRAIL-FILE.

       01  AUDIT-TRAIL-RECORD.
           03  ATR-RUN-DATE-TIME       PIC X(19).
           03  FILLER                  PIC X(01).
           03  ATR-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  ATR-INPUT-COUNT         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-DETAIL-COUNT        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  ATR-CONTROL-TOTAL       PIC S9(09)V99.
           03  FILLER                  PIC X(20).

       FD  TIMING-LOG-FILE.

       01  TIMING-LOG-RECORD.
           03  TML-TIMESTAMP           PIC X(19).
           03  FILLER                  PIC X(01).
           03  TML-PROGRAM-ID          PIC X(08).
           03  FILLER                  PIC X(01).
           03  TML-EVENT               PIC X(05).
           03  FILLER                  PIC X(01).
           03  TML-RECORD-COUNT        PIC 9(06).
           03  FILLER                  PIC X(38).

       WORKING-STORAGE SECTION.

       77  WS-MSG-NUMBER               PIC 9(04)   VALUE 0.
       77  WS-MSG-INSERT-1             PIC X(30)   VALUE SPACES.
       77  WS-MSG-INSERT-2             PIC X(20)   VALUE SPACES.
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'XMITACK1'.

       77  WS-TIMELOG-STATUS           PIC XX.
           88  WS-TIMELOG-OK                       VALUE "00".
           88  WS-TIMELOG-NOT-FOUND                VALUE "35".
       77  WS-TIMING-EVENT             PIC X(05)   VALUE SPACES.
       77  WS-TIMING-COUNT             PIC 9(06)   VALUE 0.

       77  WS-LOCK-ACTION              PIC X(01)   VALUE SPACE.
       77  WS-LOCK-FILE                PIC X(08)   VALUE 'AUDITTRL'.
       77  WS-LOCK-RESULT              PIC X(01)   VALUE SPACE.
      *    ONE FILE STATUS PER SELECT, CHECKED RIGHT AFTER EVERY OPEN
      *    SO A MISSING OR UNREADABLE FILE ABORTS CLEANLY WITH ITS
      *    STATUS CODE LOGGED INSTEAD OF LETTING A BAD OPEN READ
      *    GARBAGE OR HANG, PER turn_ec_i_o.cbl'S FILE STATUS MECHANICS.
       77  WS-ACK-STATUS               PIC XX.
           88  WS-ACK-OK                           VALUE "00".
           88  WS-ACK-NOT-FOUND                    VALUE "35".
       77  WS-MANIFEST-STATUS          PIC XX.
           88  WS-MANIFEST-OK                      VALUE "00".
           88  WS-MANIFEST-NOT-FOUND               VALUE "35".
       77  WS-CATALOG-STATUS           PIC XX.
           88  WS-CATALOG-OK                       VALUE "00".
           88  WS-CATALOG-NOT-FOUND                VALUE "35".
       77  WS-REPORT-STATUS            PIC XX.
           88  WS-REPORT-OK                        VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  INPUT-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  INPUT-EOF                           VALUE 'Y'.

       77  WS-NOW-STAMP                PIC X(14)   VALUE SPACES.
       01  WS-AGE-OFF-DATE             PIC 9(08)   VALUE 0.
       01  WS-AGE-OFF-TEXT REDEFINES WS-AGE-OFF-DATE
                                       PIC X(08).
       77  WS-LATEST-SENT-DATE         PIC X(08)   VALUE SPACES.
       77  WS-ACK-COUNT                PIC 9(06)   VALUE 0.
       77  WS-MATCHED-COUNT            PIC 9(06)   VALUE 0.
       77  WS-EXCEPTION-COUNT          PIC 9(06)   VALUE 0.
       77  WS-AWAITING-COUNT           PIC 9(06)   VALUE 0.
       77  WS-ACCEPTED-HASH            PIC 9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE WHOLE MANIFEST IS HELD, UPDATED IN PLACE, AND WRITTEN
      *    BACK - THE GENERATION CATALOG'S DISCIPLINE.
       77  WS-MAN-COUNT                PIC 9(03)   VALUE 0.
       77  WS-MAN-SUB                  PIC 9(03)   VALUE 0.
       77  WS-MAN-FOUND                PIC 9(03)   VALUE 0.
       01  MANIFEST-TABLE.
           02  MANIFEST-ROW            PIC X(130)  OCCURS 500 TIMES.

      *    THE ROW BEING EXAMINED IS MOVED HERE TO BE READ.
       01  WS-MANIFEST-VIEW.
           03  MNV-FILE-CLASS          PIC X(08).
           03  FILLER                  PIC X(01).
           03  MNV-SENT-STAMP          PIC X(14).
           03  FILLER                  PIC X(01).
           03  MNV-DESTINATION         PIC X(10).
           03  FILLER                  PIC X(01).
           03  MNV-RECORD-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  MNV-HASH-TOTAL          PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  MNV-GENERATION-STAMP    PIC X(14).
           03  FILLER                  PIC X(01).
           03  MNV-STATUS              PIC X(01).
               88  VIEW-AWAITING-ACK               VALUE 'S'.
               88  VIEW-ACKNOWLEDGED               VALUE 'A'.
               88  VIEW-ACK-MISMATCH               VALUE 'M'.
               88  VIEW-REJECTED                   VALUE 'R'.
               88  VIEW-NOT-PRODUCED               VALUE 'N'.
           03  FILLER                  PIC X(01).
           03  MNV-ACK-STAMP           PIC X(14).
           03  FILLER                  PIC X(01).
           03  MNV-ACK-COUNT           PIC 9(07).
           03  FILLER                  PIC X(01).
           03  MNV-ACK-HASH            PIC 9(11)V99.
           03  FILLER                  PIC X(01).
           03  MNV-CUTOFF-STAMP        PIC X(14).
           03  FILLER                  PIC X(05).

      *    EVERY GENERATION THE CATALOG STILL KNOWS, PURGED OR NOT.
       77  WS-GEN-COUNT                PIC 9(03)   VALUE 0.
       77  WS-GEN-SUB                  PIC 9(03)   VALUE 0.
       77  WS-GEN-FOUND                PIC 9(03)   VALUE 0.
       01  GENERATION-TABLE.
           02  GENERATION-ENTRY        OCCURS 200 TIMES.
               03  GNT-FILE-CLASS      PIC X(08).
               03  GNT-STAMP           PIC X(14).
               03  GNT-STATUS          PIC X(01).
               03  GNT-PATH            PIC X(40).

       77  WS-EXCEPTION-REASON         PIC X(28)   VALUE SPACES.
       77  WS-RESEND-NOTE              PIC X(60)   VALUE SPACES.

       01  WS-TITLE-LINE.
           03  FILLER                  PIC X(35) VALUE
                   'TRANSMISSION EXCEPTIONS - AS OF    '.
           03  WS-TTL-STAMP            PIC X(14).

       01  WS-SECTION-LINE             PIC X(40)   VALUE SPACES.

       01  WS-ACK-LINE.
           03  WS-AKL-FILE-CLASS       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-AKL-FILE-DATE        PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-AKL-RESULT           PIC X(01).
           03  FILLER                  PIC X(09) VALUE ' RECORDS '.
           03  WS-AKL-RECORDS          PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE ' HASH '.
           03  WS-AKL-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-AKL-REASON           PIC X(20).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-AKL-OUTCOME          PIC X(27).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-AKL-SENT-STAMP       PIC X(14).

       01  WS-EXCEPTION-LINE.
           03  WS-EXL-FILE-CLASS       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EXL-SENT-STAMP       PIC X(14).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EXL-DESTINATION      PIC X(10).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-EXL-REASON           PIC X(28).
           03  FILLER                  PIC X(09) VALUE ' CUTOFF  '.
           03  WS-EXL-CUTOFF           PIC X(14).

       01  WS-FIGURES-LINE.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  FILLER                  PIC X(14) VALUE 'SENT RECORDS '.
           03  WS-FGL-SENT-RECORDS     PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE ' HASH '.
           03  WS-FGL-SENT-HASH        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(15) VALUE
                   '  ACK RECORDS '.
           03  WS-FGL-ACK-RECORDS      PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE ' HASH '.
           03  WS-FGL-ACK-HASH         PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  WS-RESEND-LINE.
           03  FILLER                  PIC X(10) VALUE SPACES.
           03  WS-RSL-NOTE             PIC X(60).

       01  WS-SUMMARY-LINE.
           03  FILLER                  PIC X(18) VALUE
                   'ACKNOWLEDGMENTS   '.
           03  WS-SML-ACKS             PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(11) VALUE '  MATCHED  '.
           03  WS-SML-MATCHED          PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(14) VALUE '  EXCEPTIONS  '.
           03  WS-SML-EXCEPTIONS       PIC ZZZ,ZZ9.
           03  FILLER                  PIC X(20) VALUE
                   '  AWAITING CUTOFF  '.
           03  WS-SML-AWAITING         PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
      *    SETTLED ROWS ARE KEPT 35 DAYS.
           MOVE WS-NOW-STAMP (1:8) TO WS-AGE-OFF-DATE.
           COMPUTE WS-AGE-OFF-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-AGE-OFF-DATE) - 35).

           PERFORM 020-LOAD-MANIFEST THRU 029-EXIT.
           PERFORM 030-LOAD-GENERATIONS THRU 039-EXIT.

           OPEN OUTPUT EXCEPTION-REPORT-FILE.
           IF NOT WS-REPORT-OK
               MOVE "EXCEPTION-REPORT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REPORT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-NOW-STAMP TO WS-TTL-STAMP.
           MOVE WS-TITLE-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           PERFORM 100-TAKE-ACKNOWLEDGMENTS THRU 199-EXIT.
           PERFORM 200-LIST-EXCEPTIONS THRU 299-EXIT.

           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-ACK-COUNT TO WS-SML-ACKS.
           MOVE WS-MATCHED-COUNT TO WS-SML-MATCHED.
           MOVE WS-EXCEPTION-COUNT TO WS-SML-EXCEPTIONS.
           MOVE WS-AWAITING-COUNT TO WS-SML-AWAITING.
           MOVE WS-SUMMARY-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           CLOSE EXCEPTION-REPORT-FILE.

           PERFORM 060-SAVE-MANIFEST THRU 069-EXIT.

           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO WS-FINAL-RETURN-CODE
           END-IF.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

      *    SETTLED ROWS PAST THE RETENTION AGE ARE LEFT BEHIND; THE
      *    LATEST SENT DATE MARKS LAST NIGHT'S MANIFEST RUN.
       020-LOAD-MANIFEST.
           OPEN INPUT TRANSMISSION-MANIFEST-FILE.

           IF WS-MANIFEST-NOT-FOUND
               GO TO 029-EXIT
           END-IF.

           IF NOT WS-MANIFEST-OK
               MOVE "TRANSMISSION-MANIFEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-MANIFEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ TRANSMISSION-MANIFEST-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 025-HOLD-ONE-ROW THRU 025-EXIT
               UNTIL INPUT-EOF.

           CLOSE TRANSMISSION-MANIFEST-FILE.

       029-EXIT.
           EXIT.

       025-HOLD-ONE-ROW.
           IF XMF-SENT-STAMP (1:8) > WS-LATEST-SENT-DATE
               MOVE XMF-SENT-STAMP (1:8) TO WS-LATEST-SENT-DATE
           END-IF.

           IF (MANIFEST-ACKNOWLEDGED OR MANIFEST-NOT-PRODUCED)
              AND XMF-SENT-STAMP (1:8) < WS-AGE-OFF-TEXT
               GO TO 025-NEXT
           END-IF.

      *    THE MANIFEST IS WRITTEN BACK FROM THE TABLE - A ROW IT
      *    CANNOT HOLD WOULD BE LOST, SO THE RUN STOPS BEFORE ANY
      *    ACKNOWLEDGMENT IS TAKEN.
           IF WS-MAN-COUNT NOT < 500
               MOVE "TRANSMISSION MANIFEST TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-MAN-COUNT.
           MOVE TRANSMISSION-MANIFEST-RECORD
               TO MANIFEST-ROW (WS-MAN-COUNT).

       025-NEXT.
           READ TRANSMISSION-MANIFEST-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-GENERATIONS.
           OPEN INPUT GENERATION-CATALOG-FILE.

           IF WS-CATALOG-NOT-FOUND
               GO TO 039-EXIT
           END-IF.

           IF NOT WS-CATALOG-OK
               MOVE "GENERATION-CATALOG-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CATALOG-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ GENERATION-CATALOG-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 035-HOLD-ONE-GENERATION THRU 035-EXIT
               UNTIL INPUT-EOF.

           CLOSE GENERATION-CATALOG-FILE.

       039-EXIT.
           EXIT.

       035-HOLD-ONE-GENERATION.
           IF WS-GEN-COUNT < 200
               ADD 1 TO WS-GEN-COUNT
               MOVE GCT-FILE-CLASS TO GNT-FILE-CLASS (WS-GEN-COUNT)
               MOVE GCT-STAMP TO GNT-STAMP (WS-GEN-COUNT)
               MOVE GCT-STATUS TO GNT-STATUS (WS-GEN-COUNT)
               MOVE GCT-PATH TO GNT-PATH (WS-GEN-COUNT)
           END-IF.

           READ GENERATION-CATALOG-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

       060-SAVE-MANIFEST.
           OPEN OUTPUT TRANSMISSION-MANIFEST-FILE.

           IF NOT WS-MANIFEST-OK
               DISPLAY "CANNOT REWRITE TRANSMISSION MANIFEST, STATUS "
                       WS-MANIFEST-STATUS UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 065-SAVE-ONE-ROW THRU 065-EXIT
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-COUNT.

           CLOSE TRANSMISSION-MANIFEST-FILE.

       069-EXIT.
           EXIT.

       065-SAVE-ONE-ROW.
           MOVE MANIFEST-ROW (WS-MAN-SUB)
               TO TRANSMISSION-MANIFEST-RECORD.
           WRITE TRANSMISSION-MANIFEST-RECORD.

       065-EXIT.
           EXIT.

      *    THE ACKNOWLEDGMENT FILE IS OPTIONAL - A MORNING WITH NONE
      *    STILL NEEDS ITS EXCEPTION REPORT.
       100-TAKE-ACKNOWLEDGMENTS.
           MOVE 'ACKNOWLEDGMENTS RECEIVED' TO WS-SECTION-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-SECTION-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           OPEN INPUT ACKNOWLEDGMENT-FILE.

           IF WS-ACK-NOT-FOUND
               GO TO 199-EXIT
           END-IF.

           IF NOT WS-ACK-OK
               MOVE "ACKNOWLEDGMENT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-ACK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ ACKNOWLEDGMENT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 110-MATCH-ONE-ACK THRU 119-EXIT
               UNTIL INPUT-EOF.

           CLOSE ACKNOWLEDGMENT-FILE.

       199-EXIT.
           EXIT.

       110-MATCH-ONE-ACK.
           ADD 1 TO WS-ACK-COUNT.
           MOVE ACK-FILE-CLASS TO WS-AKL-FILE-CLASS.
           MOVE ACK-FILE-DATE TO WS-AKL-FILE-DATE.
           MOVE ACK-RESULT TO WS-AKL-RESULT.
           MOVE ACK-RECORD-COUNT TO WS-AKL-RECORDS.
           MOVE ACK-HASH-TOTAL TO WS-AKL-HASH.
           MOVE ACK-REASON TO WS-AKL-REASON.
           MOVE SPACES TO WS-AKL-SENT-STAMP.

           IF ACK-RECORD-COUNT NOT NUMERIC
              OR ACK-HASH-TOTAL NOT NUMERIC
              OR NOT (ACK-ACCEPTED OR ACK-REJECTED)
               MOVE '** UNREADABLE - NOT APPLIED' TO WS-AKL-OUTCOME
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 118-PRINT-ACK
           END-IF.

           MOVE ZERO TO WS-MAN-FOUND.
           PERFORM 120-MATCH-BY-FIGURES THRU 120-EXIT
               VARYING WS-MAN-SUB FROM WS-MAN-COUNT BY -1
               UNTIL WS-MAN-SUB < 1
                  OR WS-MAN-FOUND > ZERO.
           IF WS-MAN-FOUND = ZERO
               PERFORM 122-MATCH-BY-SENT-DATE THRU 122-EXIT
                   VARYING WS-MAN-SUB FROM WS-MAN-COUNT BY -1
                   UNTIL WS-MAN-SUB < 1
                      OR WS-MAN-FOUND > ZERO
           END-IF.
           IF WS-MAN-FOUND = ZERO
               PERFORM 124-MATCH-ANY-AWAITING THRU 124-EXIT
                   VARYING WS-MAN-SUB FROM WS-MAN-COUNT BY -1
                   UNTIL WS-MAN-SUB < 1
                      OR WS-MAN-FOUND > ZERO
           END-IF.

           IF WS-MAN-FOUND = ZERO
               MOVE '** NO MANIFEST ROW MATCHES' TO WS-AKL-OUTCOME
               ADD 1 TO WS-EXCEPTION-COUNT
               GO TO 118-PRINT-ACK
           END-IF.

           ADD 1 TO WS-MATCHED-COUNT.
           MOVE MANIFEST-ROW (WS-MAN-FOUND) TO WS-MANIFEST-VIEW.
           MOVE ACK-RECEIVED-STAMP TO MNV-ACK-STAMP.
           MOVE ACK-RECORD-COUNT TO MNV-ACK-COUNT.
           MOVE ACK-HASH-TOTAL TO MNV-ACK-HASH.
           EVALUATE TRUE
               WHEN ACK-REJECTED
                   MOVE 'R' TO MNV-STATUS
                   MOVE 'REJECTED' TO WS-AKL-OUTCOME
               WHEN ACK-RECORD-COUNT NOT = MNV-RECORD-COUNT
                 OR ACK-HASH-TOTAL NOT = MNV-HASH-TOTAL
                   MOVE 'M' TO MNV-STATUS
                   MOVE 'FIGURES DIFFER' TO WS-AKL-OUTCOME
               WHEN OTHER
                   MOVE 'A' TO MNV-STATUS
                   MOVE 'ACKNOWLEDGED' TO WS-AKL-OUTCOME
                   ADD ACK-HASH-TOTAL TO WS-ACCEPTED-HASH
           END-EVALUATE.
           MOVE MNV-SENT-STAMP TO WS-AKL-SENT-STAMP.
           MOVE WS-MANIFEST-VIEW TO MANIFEST-ROW (WS-MAN-FOUND).

       118-PRINT-ACK.
           MOVE WS-ACK-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           READ ACKNOWLEDGMENT-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       119-EXIT.
           EXIT.

      *    AN OPEN ROW - AWAITING, MISMATCHED OR REJECTED - WHOSE
      *    FIGURES THE ACKNOWLEDGMENT CONFIRMS.
       120-MATCH-BY-FIGURES.
           MOVE MANIFEST-ROW (WS-MAN-SUB) TO WS-MANIFEST-VIEW.
           IF MNV-FILE-CLASS = ACK-FILE-CLASS
              AND (VIEW-AWAITING-ACK OR VIEW-ACK-MISMATCH
                   OR VIEW-REJECTED)
              AND MNV-RECORD-COUNT = ACK-RECORD-COUNT
              AND MNV-HASH-TOTAL = ACK-HASH-TOTAL
               MOVE WS-MAN-SUB TO WS-MAN-FOUND
           END-IF.

       120-EXIT.
           EXIT.

       122-MATCH-BY-SENT-DATE.
           MOVE MANIFEST-ROW (WS-MAN-SUB) TO WS-MANIFEST-VIEW.
           IF MNV-FILE-CLASS = ACK-FILE-CLASS
              AND VIEW-AWAITING-ACK
              AND MNV-SENT-STAMP (1:8) = ACK-FILE-DATE
               MOVE WS-MAN-SUB TO WS-MAN-FOUND
           END-IF.

       122-EXIT.
           EXIT.

       124-MATCH-ANY-AWAITING.
           MOVE MANIFEST-ROW (WS-MAN-SUB) TO WS-MANIFEST-VIEW.
           IF MNV-FILE-CLASS = ACK-FILE-CLASS
              AND VIEW-AWAITING-ACK
               MOVE WS-MAN-SUB TO WS-MAN-FOUND
           END-IF.

       124-EXIT.
           EXIT.

      *    EVERY ROW STILL OPEN IS EXAMINED AGAINST THE CLOCK; LAST
      *    NIGHT'S NOT-PRODUCED ROWS ARE LISTED SO A FILE THAT NEVER
      *    LEFT IS SEEN THE SAME MORNING.
       200-LIST-EXCEPTIONS.
           MOVE 'FILES NEEDING ATTENTION' TO WS-SECTION-LINE.
           MOVE SPACES TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.
           MOVE WS-SECTION-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           PERFORM 210-EXAMINE-ONE-ROW THRU 219-EXIT
               VARYING WS-MAN-SUB FROM 1 BY 1
               UNTIL WS-MAN-SUB > WS-MAN-COUNT.

       299-EXIT.
           EXIT.

       210-EXAMINE-ONE-ROW.
           MOVE MANIFEST-ROW (WS-MAN-SUB) TO WS-MANIFEST-VIEW.

           EVALUATE TRUE
               WHEN VIEW-AWAITING-ACK
                AND WS-NOW-STAMP > MNV-CUTOFF-STAMP
                   MOVE 'NOT ACKNOWLEDGED BY CUTOFF'
                       TO WS-EXCEPTION-REASON
               WHEN VIEW-AWAITING-ACK
                   ADD 1 TO WS-AWAITING-COUNT
                   GO TO 219-EXIT
               WHEN VIEW-ACK-MISMATCH
                   MOVE 'ACKNOWLEDGED - COUNTS DIFFER'
                       TO WS-EXCEPTION-REASON
               WHEN VIEW-REJECTED
                   MOVE 'REJECTED BY RECEIVER'
                       TO WS-EXCEPTION-REASON
               WHEN VIEW-NOT-PRODUCED
                AND MNV-SENT-STAMP (1:8) = WS-LATEST-SENT-DATE
                   MOVE 'NOT PRODUCED LAST NIGHT'
                       TO WS-EXCEPTION-REASON
               WHEN OTHER
                   GO TO 219-EXIT
           END-EVALUATE.

           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE MNV-FILE-CLASS TO WS-EXL-FILE-CLASS.
           MOVE MNV-SENT-STAMP TO WS-EXL-SENT-STAMP.
           MOVE MNV-DESTINATION TO WS-EXL-DESTINATION.
           MOVE WS-EXCEPTION-REASON TO WS-EXL-REASON.
           MOVE MNV-CUTOFF-STAMP TO WS-EXL-CUTOFF.
           MOVE WS-EXCEPTION-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           IF VIEW-NOT-PRODUCED
               GO TO 219-EXIT
           END-IF.

           MOVE MNV-RECORD-COUNT TO WS-FGL-SENT-RECORDS.
           MOVE MNV-HASH-TOTAL TO WS-FGL-SENT-HASH.
           MOVE MNV-ACK-COUNT TO WS-FGL-ACK-RECORDS.
           MOVE MNV-ACK-HASH TO WS-FGL-ACK-HASH.
           MOVE WS-FIGURES-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

           PERFORM 220-FLAG-RESEND THRU 229-EXIT.
           MOVE WS-RESEND-NOTE TO WS-RSL-NOTE.
           MOVE WS-RESEND-LINE TO EXCEPTION-REPORT-RECORD.
           WRITE EXCEPTION-REPORT-RECORD.

       219-EXIT.
           EXIT.

      *    THE RESEND COMES FROM THE GENERATION TAKEN OF THE FILE AS
      *    SENT - WHILE THE CATALOG STILL HOLDS IT ON DISK.
       220-FLAG-RESEND.
           MOVE SPACES TO WS-RESEND-NOTE.

           IF MNV-GENERATION-STAMP = SPACES
               MOVE 'RESEND: NO GENERATION CATALOGED - REBUILD FILE'
                   TO WS-RESEND-NOTE
               GO TO 229-EXIT
           END-IF.

           MOVE ZERO TO WS-GEN-FOUND.
           PERFORM 225-MATCH-ONE-GENERATION THRU 225-EXIT
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT
                  OR WS-GEN-FOUND > ZERO.

           EVALUATE TRUE
               WHEN WS-GEN-FOUND = ZERO
                   STRING 'RESEND: GENERATION ' MNV-GENERATION-STAMP
                          ' NOT ON CATALOG - REBUILD FILE'
                       DELIMITED BY SIZE INTO WS-RESEND-NOTE
                   END-STRING
               WHEN GNT-STATUS (WS-GEN-FOUND) = 'P'
                   STRING 'RESEND: GENERATION ' MNV-GENERATION-STAMP
                          ' PURGED - REBUILD FILE'
                       DELIMITED BY SIZE INTO WS-RESEND-NOTE
                   END-STRING
               WHEN OTHER
                   STRING 'RESEND FROM GENERATION '
                          GNT-PATH (WS-GEN-FOUND)
                       DELIMITED BY SIZE INTO WS-RESEND-NOTE
                   END-STRING
           END-EVALUATE.

       229-EXIT.
           EXIT.

       225-MATCH-ONE-GENERATION.
           IF GNT-FILE-CLASS (WS-GEN-SUB) = MNV-FILE-CLASS
              AND GNT-STAMP (WS-GEN-SUB) = MNV-GENERATION-STAMP
               MOVE WS-GEN-SUB TO WS-GEN-FOUND
           END-IF.

       225-EXIT.
           EXIT.

      *    ONE TIMING RECORD PER EVENT - START AT INITIATION, END AT
      *    TERMINATION WITH THE RUN'S RECORD COUNT.  THE LOG MUST
      *    NEVER BE THE REASON A RUN FAILS, SO A LOG PROBLEM IS
      *    NOTED AND SWALLOWED.
       099T-WRITE-TIMING.
           OPEN EXTEND TIMING-LOG-FILE.
           IF WS-TIMELOG-NOT-FOUND
               OPEN OUTPUT TIMING-LOG-FILE
           END-IF.
           IF NOT WS-TIMELOG-OK
               DISPLAY "CANNOT APPEND TIMING LOG, STATUS "
                       WS-TIMELOG-STATUS UPON SYSERR
               GO TO 099T-EXIT
           END-IF.

           MOVE SPACES TO TIMING-LOG-RECORD.
           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO TML-TIMESTAMP.
           MOVE WS-MSG-PROGRAM-ID TO TML-PROGRAM-ID.
           MOVE WS-TIMING-EVENT TO TML-EVENT.
           MOVE WS-TIMING-COUNT TO TML-RECORD-COUNT.
           WRITE TIMING-LOG-RECORD.
           CLOSE TIMING-LOG-FILE.

       099T-EXIT.
           EXIT.

      *    ONE DOOR TO THE LOCK REGISTRY - ACTION AND RESULT TRAVEL
      *    IN THE WS-LOCK FIELDS.
       099L-CALL-LOCK-REGISTRY.
           CALL 'LOCKREG' USING WS-LOCK-ACTION, WS-LOCK-FILE,
               WS-MSG-PROGRAM-ID, WS-LOCK-RESULT.

       099L-EXIT.
           EXIT.

       099M-ISSUE-MESSAGE.
           CALL 'MSGWRITE' USING WS-MSG-PROGRAM-ID, WS-MSG-NUMBER,
               WS-MSG-INSERT-1, WS-MSG-INSERT-2.

       099M-EXIT.
           EXIT.
       097-WRITE-AUDIT-TRAIL.
      *    ONE AUDIT RECORD IS APPENDED TO THE SHARED AUDITTRL FILE
      *    EACH RUN - ACKNOWLEDGMENTS READ, EXCEPTIONS LISTED, AND
      *    THE HASH TOTAL OF THE FILES ACKNOWLEDGED IN AGREEMENT.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'XMITACK1' TO ATR-PROGRAM-ID.
           MOVE WS-ACK-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-EXCEPTION-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-ACCEPTED-HASH TO ATR-CONTROL-TOTAL.

           MOVE 'A' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.
           IF WS-LOCK-RESULT NOT = 'Y'
               DISPLAY "AUDIT TRAIL LOCK NOT GRANTED - RUN ABORTED"
                       UPON SYSERR
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND AUDIT-TRAIL-FILE.
           IF NOT WS-AUDIT-OK
               MOVE "AUDIT-TRAIL-FILE" TO WS-MSG-INSERT-1
               MOVE WS-AUDIT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           WRITE AUDIT-TRAIL-RECORD.
           CLOSE AUDIT-TRAIL-FILE.

           MOVE 'R' TO WS-LOCK-ACTION.
           PERFORM 099L-CALL-LOCK-REGISTRY THRU 099L-EXIT.

           MOVE 'END' TO WS-TIMING-EVENT.
           MOVE WS-ACK-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
