       IDENTIFICATION DIVISION.
       PROGRAM-ID. prog.
      * ************************************************************* *
      * OUTBOUND TRANSMISSION MANIFEST.                               *
      *                                                               *
      * THE NIGHT BUILDS ACHFILE, POSPAY, STUACHF, COLLEXTR, DEDACH   *
      * AND PAYBLEXT FOR THE BANK, THE COLLECTION AGENCY AND THE      *
      * PAYABLES SYSTEM, AND UNTIL NOW NOTHING RECORDED WHAT LEFT OR  *
      * WHETHER IT ARRIVED - A POSITIVE-PAY FILE THAT NEVER REACHED   *
      * THE BANK WAS ONLY FOUND WHEN CHECKS BOUNCED.  THIS JOB RUNS   *
      * LAST IN THE SUITE, AFTER THE GENERATION MANAGER HAS           *
      * SNAPSHOTTED THE FILES, AT THE POINT THEY ARE HANDED TO        *
      * TRANSMISSION.  FOR EVERY OUTBOUND FILE IT APPENDS ONE ROW TO  *
      * THE XMITMANF MANIFEST: RECORD COUNT, HASH TOTAL (THE SUM OF   *
      * THE DOLLAR FIELD OVER THE FILE'S DETAIL RECORDS), DESTINATION,*
      * TIME SENT, THE CUTOFF BY WHICH AN ACKNOWLEDGMENT IS DUE, AND  *
      * THE GENCAT GENERATION HOLDING THE VERY FILE SENT, SO A        *
      * RESEND COMES FROM THE CATALOG RATHER THAN FROM WHATEVER THE   *
      * LIVE FILE HOLDS BY THEN.  XMITACK1 MATCHES THE RECEIVERS'     *
      * ACKNOWLEDGMENTS TO THESE ROWS EACH MORNING.                   *
      *                                                               *
      * THE XMITPARM PARAMETER FILE MAY OVERRIDE A FILE'S DESTINATION *
      * AND ITS CUTOFF IN HOURS; WITHOUT IT THE BANK FILES ARE DUE    *
      * BACK IN 8 HOURS AND THE AGENCY AND PAYABLES FILES IN 24.      *
      * A FILE NOT PRODUCED TONIGHT IS MANIFESTED AS SUCH SO THE      *
      * MORNING REPORT SHOWS THE GAP; A FILE ALREADY MANIFESTED WITH  *
      * THE SAME COUNT AND HASH TODAY IS NOT MANIFESTED TWICE.        *
      * ************************************************************* *

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *    EACH OUTBOUND FILE IS READ THROUGH THE SAME ENVIRONMENT
      *    NAME ITS OWN JOB WRITES IT UNDER.
           SELECT OUTBOUND-FILE
               ASSIGN TO DYNAMIC WS-OUTBOUND-PATH
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-OUTBOUND-STATUS.

           SELECT TRANSMISSION-PARM-FILE
               ASSIGN TO EXTERNAL XMITPARM
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-PARM-STATUS.

           SELECT GENERATION-CATALOG-FILE
               ASSIGN TO EXTERNAL GENCAT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CATALOG-STATUS.

           SELECT TRANSMISSION-MANIFEST-FILE
               ASSIGN TO EXTERNAL XMITMANF
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-MANIFEST-STATUS.

           SELECT MANIFEST-REGISTER-FILE
               ASSIGN TO EXTERNAL XMITREG
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-REGISTER-STATUS.

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

       FD  OUTBOUND-FILE.

       01  OUTBOUND-LINE               PIC X(300).

      *    ONE RECORD PER FILE TREASURY WANTS OFF THE DEFAULT - THE
      *    FILE'S NAME, WHERE IT GOES, AND HOW MANY HOURS THE
      *    RECEIVER HAS TO ACKNOWLEDGE IT.
       FD  TRANSMISSION-PARM-FILE.

       01  TRANSMISSION-PARM-RECORD.
           03  XPR-FILE-CLASS          PIC X(08).
           03  FILLER                  PIC X(01).
           03  XPR-DESTINATION         PIC X(10).
           03  FILLER                  PIC X(01).
           03  XPR-CUTOFF-HOURS        PIC 9(02).
           03  FILLER                  PIC X(58).

       FD  GENERATION-CATALOG-FILE.

       01  GENERATION-CATALOG-RECORD.
           03  GCT-FILE-CLASS          PIC X(08).
           03  FILLER                  PIC X(01).
           03  GCT-STAMP               PIC X(14).
           03  FILLER                  PIC X(01).
           03  GCT-STATUS              PIC X(01).
               88  GENERATION-IS-CURRENT           VALUE 'C'.
           03  FILLER                  PIC X(01).
           03  GCT-RECORD-COUNT        PIC 9(07).
           03  FILLER                  PIC X(01).
           03  GCT-PATH                PIC X(40).
           03  FILLER                  PIC X(06).

      *    ONE ROW PER FILE SENT.  S IS SENT AND AWAITING ITS
      *    ACKNOWLEDGMENT, A ACKNOWLEDGED IN AGREEMENT, M ACKNOWLEDGED
      *    WITH DIFFERENT FIGURES, R REJECTED BY THE RECEIVER, N NOT
      *    PRODUCED - NOTHING WAS THERE TO SEND.
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

       FD  MANIFEST-REGISTER-FILE.

       01  MANIFEST-REGISTER-RECORD    PIC X(132).

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
       77  WS-MSG-PROGRAM-ID           PIC X(08)   VALUE 'XMITMAN1'.

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
       77  WS-OUTBOUND-STATUS          PIC XX.
           88  WS-OUTBOUND-OK                      VALUE "00".
       77  WS-PARM-STATUS              PIC XX.
           88  WS-PARM-OK                          VALUE "00".
           88  WS-PARM-NOT-FOUND                   VALUE "35".
       77  WS-CATALOG-STATUS           PIC XX.
           88  WS-CATALOG-OK                       VALUE "00".
           88  WS-CATALOG-NOT-FOUND                VALUE "35".
       77  WS-MANIFEST-STATUS          PIC XX.
           88  WS-MANIFEST-OK                      VALUE "00".
           88  WS-MANIFEST-NOT-FOUND               VALUE "35".
       77  WS-REGISTER-STATUS          PIC XX.
           88  WS-REGISTER-OK                      VALUE "00".
       77  WS-AUDIT-STATUS             PIC XX.
           88  WS-AUDIT-OK                         VALUE "00".

       77  INPUT-EOF-SWITCH            PIC X(1)    VALUE 'N'.
           88  INPUT-EOF                           VALUE 'Y'.

       77  WS-OUTBOUND-PATH            PIC X(64)   VALUE SPACES.
       77  WS-SENT-STAMP               PIC X(14)   VALUE SPACES.
       77  WS-CUTOFF-STAMP             PIC X(14)   VALUE SPACES.
       77  WS-INPUT-COUNT              PIC 9(06)   VALUE 0.
       77  WS-MANIFEST-COUNT           PIC 9(06)   VALUE 0.
       77  WS-HASH-GRAND-TOTAL         PIC 9(09)V99 VALUE 0.
       77  WS-FINAL-RETURN-CODE        PIC 9(02)   VALUE 0.

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE OUTBOUND FILES.  THE HASH IS TAKEN FROM THE DOLLAR
      *    FIELD AT THE GIVEN POSITION OF EVERY RECORD WHOSE FIRST
      *    BYTE IS ONE OF THE DETAIL TYPES - SPACES MEANS EVERY
      *    RECORD IS A DETAIL.  THE RECORD COUNT IS EVERY RECORD,
      *    AS THE RECEIVER COUNTS THEM.
       77  WS-CLASS-SUB                PIC 9(02)   VALUE 0.
       77  WS-CLASS-FOUND              PIC 9(02)   VALUE 0.
       01  OUTBOUND-CLASS-TABLE.
           02  OUTBOUND-CLASS-ENTRY    OCCURS 6 TIMES.
               03  OCT-FILE-CLASS      PIC X(08).
               03  OCT-DESTINATION     PIC X(10).
               03  OCT-CUTOFF-HOURS    PIC 9(02).
               03  OCT-DETAIL-TYPES    PIC X(02).
               03  OCT-AMOUNT-POS      PIC 9(03).
               03  OCT-AMOUNT-LEN      PIC 9(02).

      *    THE FILE BEING MANIFESTED.
       77  WS-FILE-RECORDS             PIC 9(07)   VALUE 0.
       77  WS-FILE-HASH                PIC 9(11)V99 VALUE 0.
       77  WS-AMOUNT-TEXT              PIC X(11)   VALUE SPACES.
       77  WS-AMOUNT-VALUE             PIC 9(09)V99 VALUE 0.
       77  WS-GENERATION-STAMP         PIC X(14)   VALUE SPACES.
       77  WS-GENERATION-COUNT         PIC 9(07)   VALUE 0.
       77  WS-REGISTER-NOTE            PIC X(40)   VALUE SPACES.

      *    THE CURRENT GENERATION OF EACH CLASS ON GENCAT.
       77  WS-GEN-COUNT                PIC 9(03)   VALUE 0.
       77  WS-GEN-SUB                  PIC 9(03)   VALUE 0.
       01  CURRENT-GENERATION-TABLE.
           02  CURRENT-GENERATION      OCCURS 200 TIMES.
               03  CGT-FILE-CLASS      PIC X(08).
               03  CGT-STAMP           PIC X(14).
               03  CGT-RECORD-COUNT    PIC 9(07).

      *    TODAY'S ROWS ALREADY ON THE MANIFEST, SO A RERUN DOES NOT
      *    SEND THE SAME FILE TWICE ON PAPER.
       77  WS-PRIOR-COUNT              PIC 9(03)   VALUE 0.
       77  WS-PRIOR-SUB                PIC 9(03)   VALUE 0.
       77  WS-ALREADY-SENT             PIC X(01)   VALUE 'N'.
       01  PRIOR-MANIFEST-TABLE.
           02  PRIOR-MANIFEST          OCCURS 200 TIMES.
               03  PMT-FILE-CLASS      PIC X(08).
               03  PMT-RECORD-COUNT    PIC 9(07).
               03  PMT-HASH-TOTAL      PIC 9(11)V99.
               03  PMT-STATUS          PIC X(01).

      *    CUTOFF ARITHMETIC - THE SENT TIME PLUS THE CLASS'S HOURS.
       77  WS-CUT-HOURS                PIC 9(04)   VALUE 0.
       77  WS-CUT-DAYS                 PIC 9(03)   VALUE 0.
       77  WS-CUT-HOUR                 PIC 9(02)   VALUE 0.
       77  WS-CUT-DATE                 PIC 9(08)   VALUE 0.
       77  WS-CUT-INT                  PIC 9(08)   VALUE 0.

       01  WS-REGISTER-HEADING.
           03  FILLER                  PIC X(35) VALUE
                   'TRANSMISSION MANIFEST - SENT STAMP '.
           03  WS-RGH-STAMP            PIC X(14).

       01  WS-REGISTER-LINE.
           03  WS-RGL-FILE-CLASS       PIC X(08).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGL-DESTINATION      PIC X(10).
           03  FILLER                  PIC X(09) VALUE ' RECORDS '.
           03  WS-RGL-RECORDS          PIC Z,ZZZ,ZZ9.
           03  FILLER                  PIC X(06) VALUE ' HASH '.
           03  WS-RGL-HASH             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           03  FILLER                  PIC X(05) VALUE ' GEN '.
           03  WS-RGL-GENERATION       PIC X(14).
           03  FILLER                  PIC X(08) VALUE ' CUTOFF '.
           03  WS-RGL-CUTOFF           PIC X(14).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-RGL-NOTE             PIC X(30).

       PROCEDURE DIVISION.

       000-INITIATE.
           MOVE 'START' TO WS-TIMING-EVENT.
           MOVE ZERO TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

           MOVE FUNCTION FORMATTED-CURRENT-DATE('YYYY-MM-DDThh:mm:ss')
               TO WS-RUN-DATE-TIME.
      *    THE SENT STAMP IS YYYYMMDDHHMMSS LIKE THE GENERATION
      *    STAMP, SO THE TWO SORT AND COMPARE THE SAME WAY.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SENT-STAMP.

           PERFORM 005-LOAD-CLASS-TABLE THRU 005-EXIT.
           PERFORM 010-LOAD-TRANSMISSION-PARMS THRU 019-EXIT.
           PERFORM 020-LOAD-CURRENT-GENERATIONS THRU 029-EXIT.
           PERFORM 030-LOAD-TODAYS-MANIFEST THRU 039-EXIT.

           OPEN OUTPUT MANIFEST-REGISTER-FILE.
           IF NOT WS-REGISTER-OK
               MOVE "MANIFEST-REGISTER-FILE" TO WS-MSG-INSERT-1
               MOVE WS-REGISTER-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           OPEN EXTEND TRANSMISSION-MANIFEST-FILE.
           IF WS-MANIFEST-NOT-FOUND
               OPEN OUTPUT TRANSMISSION-MANIFEST-FILE
           END-IF.
           IF NOT WS-MANIFEST-OK
               MOVE "TRANSMISSION-MANIFEST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-MANIFEST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE WS-SENT-STAMP TO WS-RGH-STAMP.
           MOVE WS-REGISTER-HEADING TO MANIFEST-REGISTER-RECORD.
           WRITE MANIFEST-REGISTER-RECORD.
           MOVE SPACES TO MANIFEST-REGISTER-RECORD.
           WRITE MANIFEST-REGISTER-RECORD.

           PERFORM 100-MANIFEST-ONE-FILE THRU 199-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 6.

           CLOSE TRANSMISSION-MANIFEST-FILE,
                 MANIFEST-REGISTER-FILE.

       000-TERMINATE.
           PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT.

           STOP RUN RETURNING WS-FINAL-RETURN-CODE.

       005-LOAD-CLASS-TABLE.
           MOVE 'ACHFILE'  TO OCT-FILE-CLASS (1).
           MOVE 'BANK'     TO OCT-DESTINATION (1).
           MOVE 8          TO OCT-CUTOFF-HOURS (1).
           MOVE '66'       TO OCT-DETAIL-TYPES (1).
           MOVE 28         TO OCT-AMOUNT-POS (1).
           MOVE 10         TO OCT-AMOUNT-LEN (1).

           MOVE 'POSPAY'   TO OCT-FILE-CLASS (2).
           MOVE 'BANK'     TO OCT-DESTINATION (2).
           MOVE 8          TO OCT-CUTOFF-HOURS (2).
           MOVE 'IC'       TO OCT-DETAIL-TYPES (2).
           MOVE 19         TO OCT-AMOUNT-POS (2).
           MOVE 9          TO OCT-AMOUNT-LEN (2).

           MOVE 'STUACHF'  TO OCT-FILE-CLASS (3).
           MOVE 'BANK'     TO OCT-DESTINATION (3).
           MOVE 8          TO OCT-CUTOFF-HOURS (3).
           MOVE '66'       TO OCT-DETAIL-TYPES (3).
           MOVE 30         TO OCT-AMOUNT-POS (3).
           MOVE 10         TO OCT-AMOUNT-LEN (3).

           MOVE 'COLLEXTR' TO OCT-FILE-CLASS (4).
           MOVE 'COLLAGENCY' TO OCT-DESTINATION (4).
           MOVE 24         TO OCT-CUTOFF-HOURS (4).
           MOVE SPACES     TO OCT-DETAIL-TYPES (4).
           MOVE 54         TO OCT-AMOUNT-POS (4).
           MOVE 9          TO OCT-AMOUNT-LEN (4).

           MOVE 'DEDACH'   TO OCT-FILE-CLASS (5).
           MOVE 'BANK'     TO OCT-DESTINATION (5).
           MOVE 8          TO OCT-CUTOFF-HOURS (5).
           MOVE '66'       TO OCT-DETAIL-TYPES (5).
           MOVE 30         TO OCT-AMOUNT-POS (5).
           MOVE 10         TO OCT-AMOUNT-LEN (5).

           MOVE 'PAYBLEXT' TO OCT-FILE-CLASS (6).
           MOVE 'PAYABLES' TO OCT-DESTINATION (6).
           MOVE 24         TO OCT-CUTOFF-HOURS (6).
           MOVE SPACES     TO OCT-DETAIL-TYPES (6).
           MOVE 11         TO OCT-AMOUNT-POS (6).
           MOVE 9          TO OCT-AMOUNT-LEN (6).

       005-EXIT.
           EXIT.

      *    THE PARAMETER FILE IS OPTIONAL.  A RECORD NAMING NO
      *    OUTBOUND FILE IS REPORTED AND IGNORED.
       010-LOAD-TRANSMISSION-PARMS.
           OPEN INPUT TRANSMISSION-PARM-FILE.

           IF WS-PARM-NOT-FOUND
               GO TO 019-EXIT
           END-IF.

           IF NOT WS-PARM-OK
               MOVE "TRANSMISSION-PARM-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PARM-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ TRANSMISSION-PARM-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 015-APPLY-ONE-PARM THRU 015-EXIT
               UNTIL INPUT-EOF.

           CLOSE TRANSMISSION-PARM-FILE.

       019-EXIT.
           EXIT.

       015-APPLY-ONE-PARM.
           MOVE ZERO TO WS-CLASS-FOUND.
           PERFORM 017-MATCH-ONE-CLASS THRU 017-EXIT
               VARYING WS-CLASS-SUB FROM 1 BY 1
               UNTIL WS-CLASS-SUB > 6
                  OR WS-CLASS-FOUND > ZERO.

           IF WS-CLASS-FOUND = ZERO
               DISPLAY "XMITPARM NAMES UNKNOWN FILE " XPR-FILE-CLASS
                       " - IGNORED" UPON SYSERR
           ELSE
               IF XPR-DESTINATION NOT = SPACES
                   MOVE XPR-DESTINATION
                       TO OCT-DESTINATION (WS-CLASS-FOUND)
               END-IF
               IF XPR-CUTOFF-HOURS IS NUMERIC
                  AND XPR-CUTOFF-HOURS > ZERO
                   MOVE XPR-CUTOFF-HOURS
                       TO OCT-CUTOFF-HOURS (WS-CLASS-FOUND)
               END-IF
           END-IF.

           READ TRANSMISSION-PARM-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       015-EXIT.
           EXIT.

       017-MATCH-ONE-CLASS.
           IF OCT-FILE-CLASS (WS-CLASS-SUB) = XPR-FILE-CLASS
               MOVE WS-CLASS-SUB TO WS-CLASS-FOUND
           END-IF.

       017-EXIT.
           EXIT.

      *    ONLY THE CURRENT GENERATION OF EACH CLASS MATTERS - IT IS
      *    THE SNAPSHOT THE GENERATION MANAGER TOOK OF WHAT IS ABOUT
      *    TO GO.  NO CATALOG MEANS NO GENERATION TO RECORD.
       020-LOAD-CURRENT-GENERATIONS.
           OPEN INPUT GENERATION-CATALOG-FILE.

           IF WS-CATALOG-NOT-FOUND
               GO TO 029-EXIT
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

           PERFORM 025-HOLD-ONE-GENERATION THRU 025-EXIT
               UNTIL INPUT-EOF.

           CLOSE GENERATION-CATALOG-FILE.

       029-EXIT.
           EXIT.

       025-HOLD-ONE-GENERATION.
           IF GENERATION-IS-CURRENT
              AND WS-GEN-COUNT < 200
               ADD 1 TO WS-GEN-COUNT
               MOVE GCT-FILE-CLASS TO CGT-FILE-CLASS (WS-GEN-COUNT)
               MOVE GCT-STAMP TO CGT-STAMP (WS-GEN-COUNT)
               MOVE GCT-RECORD-COUNT
                   TO CGT-RECORD-COUNT (WS-GEN-COUNT)
           END-IF.

           READ GENERATION-CATALOG-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       025-EXIT.
           EXIT.

       030-LOAD-TODAYS-MANIFEST.
           OPEN INPUT TRANSMISSION-MANIFEST-FILE.

           IF WS-MANIFEST-NOT-FOUND
               GO TO 039-EXIT
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

           PERFORM 035-HOLD-ONE-TODAY THRU 035-EXIT
               UNTIL INPUT-EOF.

           CLOSE TRANSMISSION-MANIFEST-FILE.

       039-EXIT.
           EXIT.

       035-HOLD-ONE-TODAY.
           IF XMF-SENT-STAMP (1:8) = WS-SENT-STAMP (1:8)
              AND WS-PRIOR-COUNT < 200
               ADD 1 TO WS-PRIOR-COUNT
               MOVE XMF-FILE-CLASS TO PMT-FILE-CLASS (WS-PRIOR-COUNT)
               MOVE XMF-RECORD-COUNT
                   TO PMT-RECORD-COUNT (WS-PRIOR-COUNT)
               MOVE XMF-HASH-TOTAL TO PMT-HASH-TOTAL (WS-PRIOR-COUNT)
               MOVE XMF-STATUS TO PMT-STATUS (WS-PRIOR-COUNT)
           END-IF.

           READ TRANSMISSION-MANIFEST-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       035-EXIT.
           EXIT.

      *    ONE OUTBOUND FILE: COUNT AND HASH IT, FIND ITS GENERATION,
      *    AND MANIFEST IT - OR MANIFEST THAT IT WAS NOT THERE.
       100-MANIFEST-ONE-FILE.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE ZERO TO WS-FILE-HASH.
           MOVE SPACES TO WS-GENERATION-STAMP.
           MOVE SPACES TO WS-REGISTER-NOTE.
           PERFORM 150-COMPUTE-CUTOFF THRU 150-EXIT.

           MOVE SPACES TO WS-OUTBOUND-PATH.
           ACCEPT WS-OUTBOUND-PATH FROM ENVIRONMENT
               OCT-FILE-CLASS (WS-CLASS-SUB).
           IF WS-OUTBOUND-PATH = SPACES
               MOVE 'NOT PRODUCED - PATH NOT SET' TO WS-REGISTER-NOTE
               GO TO 190-WRITE-NOT-PRODUCED
           END-IF.

           OPEN INPUT OUTBOUND-FILE.
           IF NOT WS-OUTBOUND-OK
               MOVE 'NOT PRODUCED - FILE NOT PRESENT'
                   TO WS-REGISTER-NOTE
               GO TO 190-WRITE-NOT-PRODUCED
           END-IF.

           MOVE 'N' TO INPUT-EOF-SWITCH.
           READ OUTBOUND-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

           PERFORM 110-COUNT-ONE-RECORD THRU 110-EXIT
               UNTIL INPUT-EOF.

           CLOSE OUTBOUND-FILE.

           IF WS-FILE-RECORDS = ZERO
               MOVE 'NOT PRODUCED - FILE EMPTY' TO WS-REGISTER-NOTE
               GO TO 190-WRITE-NOT-PRODUCED
           END-IF.

           MOVE 'N' TO WS-ALREADY-SENT.
           PERFORM 120-MATCH-ONE-PRIOR THRU 120-EXIT
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR WS-ALREADY-SENT = 'Y'.
           IF WS-ALREADY-SENT = 'Y'
               MOVE 'ALREADY MANIFESTED TODAY' TO WS-REGISTER-NOTE
               PERFORM 180-WRITE-REGISTER-LINE THRU 180-EXIT
               GO TO 199-EXIT
           END-IF.

      *    THE CURRENT GENERATION IS ONLY THE FILE SENT IF IT HOLDS
      *    THE SAME NUMBER OF RECORDS - OTHERWISE THE GENERATION
      *    MANAGER HAS NOT RUN SINCE THE FILE WAS REBUILT.
           MOVE ZERO TO WS-GENERATION-COUNT.
           PERFORM 130-MATCH-ONE-GENERATION THRU 130-EXIT
               VARYING WS-GEN-SUB FROM 1 BY 1
               UNTIL WS-GEN-SUB > WS-GEN-COUNT.
           EVALUATE TRUE
               WHEN WS-GENERATION-STAMP = SPACES
                   MOVE 'SENT - NO GENERATION CATALOGED'
                       TO WS-REGISTER-NOTE
               WHEN WS-GENERATION-COUNT NOT = WS-FILE-RECORDS
                   MOVE SPACES TO WS-GENERATION-STAMP
                   MOVE 'SENT - GENERATION DOES NOT MATCH'
                       TO WS-REGISTER-NOTE
               WHEN OTHER
                   MOVE 'SENT' TO WS-REGISTER-NOTE
           END-EVALUATE.

           MOVE SPACES TO TRANSMISSION-MANIFEST-RECORD.
           MOVE OCT-FILE-CLASS (WS-CLASS-SUB) TO XMF-FILE-CLASS.
           MOVE WS-SENT-STAMP TO XMF-SENT-STAMP.
           MOVE OCT-DESTINATION (WS-CLASS-SUB) TO XMF-DESTINATION.
           MOVE WS-FILE-RECORDS TO XMF-RECORD-COUNT.
           MOVE WS-FILE-HASH TO XMF-HASH-TOTAL.
           MOVE WS-GENERATION-STAMP TO XMF-GENERATION-STAMP.
           MOVE 'S' TO XMF-STATUS.
           MOVE ZERO TO XMF-ACK-COUNT.
           MOVE ZERO TO XMF-ACK-HASH.
           MOVE WS-CUTOFF-STAMP TO XMF-CUTOFF-STAMP.
           WRITE TRANSMISSION-MANIFEST-RECORD.

           ADD 1 TO WS-MANIFEST-COUNT.
           ADD WS-FILE-HASH TO WS-HASH-GRAND-TOTAL.
           PERFORM 180-WRITE-REGISTER-LINE THRU 180-EXIT.
           GO TO 199-EXIT.

       190-WRITE-NOT-PRODUCED.
           MOVE ZERO TO WS-FILE-RECORDS.
           MOVE ZERO TO WS-FILE-HASH.
           MOVE 'N' TO WS-ALREADY-SENT.
           PERFORM 120-MATCH-ONE-PRIOR THRU 120-EXIT
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR WS-ALREADY-SENT = 'Y'.
           IF WS-ALREADY-SENT = 'Y'
               PERFORM 180-WRITE-REGISTER-LINE THRU 180-EXIT
               GO TO 199-EXIT
           END-IF.

           MOVE SPACES TO TRANSMISSION-MANIFEST-RECORD.
           MOVE OCT-FILE-CLASS (WS-CLASS-SUB) TO XMF-FILE-CLASS.
           MOVE WS-SENT-STAMP TO XMF-SENT-STAMP.
           MOVE OCT-DESTINATION (WS-CLASS-SUB) TO XMF-DESTINATION.
           MOVE ZERO TO XMF-RECORD-COUNT.
           MOVE ZERO TO XMF-HASH-TOTAL.
           MOVE 'N' TO XMF-STATUS.
           MOVE ZERO TO XMF-ACK-COUNT.
           MOVE ZERO TO XMF-ACK-HASH.
           MOVE WS-CUTOFF-STAMP TO XMF-CUTOFF-STAMP.
           WRITE TRANSMISSION-MANIFEST-RECORD.

           PERFORM 180-WRITE-REGISTER-LINE THRU 180-EXIT.

       199-EXIT.
           EXIT.

       110-COUNT-ONE-RECORD.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO WS-FILE-RECORDS.

           IF OCT-DETAIL-TYPES (WS-CLASS-SUB) = SPACES
              OR OUTBOUND-LINE (1:1)
                     = OCT-DETAIL-TYPES (WS-CLASS-SUB) (1:1)
              OR OUTBOUND-LINE (1:1)
                     = OCT-DETAIL-TYPES (WS-CLASS-SUB) (2:1)
               PERFORM 115-ADD-ONE-AMOUNT THRU 115-EXIT
           END-IF.

           READ OUTBOUND-FILE
               AT END
                   MOVE 'Y' TO INPUT-EOF-SWITCH
           END-READ.

       110-EXIT.
           EXIT.

      *    THE AMOUNT FIELDS ARE UNSIGNED WITH TWO IMPLIED DECIMALS;
      *    RIGHT-JUSTIFIED INTO AN 11-DIGIT FIELD THEY READ AS
      *    9(09)V99 WHATEVER THEIR WIDTH.  A FIELD THAT IS NOT
      *    NUMERIC ADDS NOTHING.
       115-ADD-ONE-AMOUNT.
           MOVE ZEROS TO WS-AMOUNT-TEXT.
           MOVE OUTBOUND-LINE (OCT-AMOUNT-POS (WS-CLASS-SUB) :
                               OCT-AMOUNT-LEN (WS-CLASS-SUB))
               TO WS-AMOUNT-TEXT (12 - OCT-AMOUNT-LEN (WS-CLASS-SUB) :
                                  OCT-AMOUNT-LEN (WS-CLASS-SUB)).
           IF WS-AMOUNT-TEXT IS NUMERIC
               MOVE WS-AMOUNT-TEXT TO WS-AMOUNT-VALUE
               ADD WS-AMOUNT-VALUE TO WS-FILE-HASH
           END-IF.

       115-EXIT.
           EXIT.

      *    A SENT FILE MATCHES A ROW SENT TODAY WITH THE SAME
      *    FIGURES; A MISSING ONE MATCHES A NOT-PRODUCED ROW TODAY.
       120-MATCH-ONE-PRIOR.
           IF PMT-FILE-CLASS (WS-PRIOR-SUB)
                  = OCT-FILE-CLASS (WS-CLASS-SUB)
              AND PMT-RECORD-COUNT (WS-PRIOR-SUB) = WS-FILE-RECORDS
              AND PMT-HASH-TOTAL (WS-PRIOR-SUB) = WS-FILE-HASH
               IF WS-FILE-RECORDS = ZERO
                  AND PMT-STATUS (WS-PRIOR-SUB) = 'N'
                   MOVE 'Y' TO WS-ALREADY-SENT
               END-IF
               IF WS-FILE-RECORDS > ZERO
                  AND PMT-STATUS (WS-PRIOR-SUB) NOT = 'N'
                   MOVE 'Y' TO WS-ALREADY-SENT
               END-IF
           END-IF.

       120-EXIT.
           EXIT.

       130-MATCH-ONE-GENERATION.
           IF CGT-FILE-CLASS (WS-GEN-SUB)
                  = OCT-FILE-CLASS (WS-CLASS-SUB)
               MOVE CGT-STAMP (WS-GEN-SUB) TO WS-GENERATION-STAMP
               MOVE CGT-RECORD-COUNT (WS-GEN-SUB)
                   TO WS-GENERATION-COUNT
           END-IF.

       130-EXIT.
           EXIT.

      *    THE CUTOFF IS THE SENT STAMP MOVED ON BY THE CLASS'S HOURS,
      *    CARRYING WHOLE DAYS INTO THE DATE.
       150-COMPUTE-CUTOFF.
           MOVE WS-SENT-STAMP (9:2) TO WS-CUT-HOUR.
           COMPUTE WS-CUT-HOURS =
               WS-CUT-HOUR + OCT-CUTOFF-HOURS (WS-CLASS-SUB).
           DIVIDE WS-CUT-HOURS BY 24
               GIVING WS-CUT-DAYS REMAINDER WS-CUT-HOUR.
           MOVE WS-SENT-STAMP (1:8) TO WS-CUT-DATE.
           COMPUTE WS-CUT-INT =
               FUNCTION INTEGER-OF-DATE (WS-CUT-DATE) + WS-CUT-DAYS.
           COMPUTE WS-CUT-DATE =
               FUNCTION DATE-OF-INTEGER (WS-CUT-INT).

           MOVE WS-CUT-DATE TO WS-CUTOFF-STAMP (1:8).
           MOVE WS-CUT-HOUR TO WS-CUTOFF-STAMP (9:2).
           MOVE WS-SENT-STAMP (11:4) TO WS-CUTOFF-STAMP (11:4).

       150-EXIT.
           EXIT.

       180-WRITE-REGISTER-LINE.
           MOVE OCT-FILE-CLASS (WS-CLASS-SUB) TO WS-RGL-FILE-CLASS.
           MOVE OCT-DESTINATION (WS-CLASS-SUB) TO WS-RGL-DESTINATION.
           MOVE WS-FILE-RECORDS TO WS-RGL-RECORDS.
           MOVE WS-FILE-HASH TO WS-RGL-HASH.
           MOVE WS-GENERATION-STAMP TO WS-RGL-GENERATION.
           MOVE WS-CUTOFF-STAMP TO WS-RGL-CUTOFF.
           MOVE WS-REGISTER-NOTE TO WS-RGL-NOTE.
           MOVE WS-REGISTER-LINE TO MANIFEST-REGISTER-RECORD.
           WRITE MANIFEST-REGISTER-RECORD.

       180-EXIT.
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
      *    EACH RUN - OUTBOUND RECORDS COUNTED, FILES MANIFESTED, AND
      *    THE SUM OF THEIR HASH TOTALS.
           MOVE SPACES TO AUDIT-TRAIL-RECORD.
           MOVE WS-RUN-DATE-TIME TO ATR-RUN-DATE-TIME.
           MOVE 'XMITMAN1' TO ATR-PROGRAM-ID.
           MOVE WS-INPUT-COUNT TO ATR-INPUT-COUNT.
           MOVE WS-MANIFEST-COUNT TO ATR-DETAIL-COUNT.
           MOVE WS-HASH-GRAND-TOTAL TO ATR-CONTROL-TOTAL.

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
           MOVE WS-MANIFEST-COUNT TO WS-TIMING-COUNT.
           PERFORM 099T-WRITE-TIMING THRU 099T-EXIT.

       097-EXIT.
           EXIT.
