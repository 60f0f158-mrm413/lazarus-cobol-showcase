                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-TAXRATE-STATUS.

      *    SALES-TAX EXEMPTION CERTIFICATES, ONE PER CUSTOMER, KEPT UP
      *    BY ACCOUNTING ON THE CERTIFICATE SCREEN.  A CUSTOMER WHOSE
      *    CERTIFICATE IS ON FILE, ISSUED BY THE STATE THEIR TAX IS
      *    OWED TO AND IN FORCE ON THE VISIT DATE, BUYS TAX FREE; THE
      *    SALE STILL POSTS AND IS REMITTED AS EXEMPT UNDER ITS
      *    REASON.  THE FILE IS OPTIONAL - NO FILE, NO EXEMPTIONS.
           SELECT TAX-EXEMPT-FILE
               ASSIGN TO EXTERNAL TAXEXCRT
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS RANDOM
                         RECORD KEY IS TXC-CUSTOMER-NUMBER
                         FILE STATUS IS WS-TAXEXCRT-STATUS.

      *    MERCHANDISING'S ITEM-LEVEL PROMOTIONS, ONE DATE-RANGED
      *    RECORD PER PROMOTED ITEM - A PROMOTED ITEM VALIDATES AT
      *    ITS PROMO PRICE INSTEAD OF THE MASTER RETAIL PRICE, SO
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-BATCHREG-STATUS.

      *    A RETURN VISIT IS MATCHED AGAINST THE CUSTOMER'S CHARGE
      *    HISTORY BEFORE ANY CREDIT POSTS - THE ORIGINAL SALE MUST BE
      *    THERE FOR THE ITEM ON THE DATE THE RECEIPT SAYS, AND THE
      *    UNITS ALREADY BROUGHT BACK AGAINST IT MUST NOT REACH WHAT
      *    WAS BOUGHT.  READ ONLY; THE NIGHTLY CONSOLIDATION STILL
      *    OWNS EVERY WRITE.
           SELECT CHARGE-HISTORY-FILE
               ASSIGN TO EXTERNAL CHRGHIST
                         ORGANIZATION IS INDEXED
                         ACCESS MODE IS DYNAMIC
                         RECORD KEY IS HIS-RECORD-KEY
                         FILE STATUS IS WS-CHRGHIST-STATUS.

      *    THE RESTART CHECKPOINT, REWRITTEN WHOLE EVERY
      *    WS-CHECKPOINT-INTERVAL VISITS THE WAY THE PAYROLL REGISTER
      *    KEEPS PAYCKPT.  A RUN THAT FINDS ONE WAITING CARRIES ON
      *    FROM IT INSTEAD OF POSTING THE FEED FROM THE TOP; A CLEAN
      *    TERMINATION EMPTIES IT.  THE FILE IS OPTIONAL.
           SELECT CHECKPOINT-FILE
               ASSIGN TO EXTERNAL CHGCKPT
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-CHECKPOINT-STATUS.

      *    SCRATCH COPY USED ON A RESTART TO CUT EACH OUTPUT BACK TO
      *    ITS CHECKPOINTED LENGTH - THE SAME PASS-THROUGH AND BACK
      *    AS CREDWORK.
           SELECT RESTART-WORK-FILE
               ASSIGN TO EXTERNAL CHGRSWRK
                         ORGANIZATION IS LINE SEQUENTIAL
                         FILE STATUS IS WS-RSWORK-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *    THROUGH ONE FEED - IT IS THE SENIOR CONTROL BREAK, SO ONE
      *    RUN PRODUCES PER-STORE SUBTOTAL PAGES AND A COMPANY RECAP
      *    INSTEAD OF THREE STAPLED SYSPRINTS.
      *    THE BYTE BEHIND THE STORE NUMBER IS THE VISIT TYPE - 'R'
      *    IS A MERCHANDISE RETURN THAT CREDITS THE CUSTOMER, A SPACE
      *    (EVERY FEED WRITTEN BEFORE RETURNS EXISTED) IS A SALE.
       01  TRANSACTION-RECORD.
           03  TR-STORE-NUMBER         PIC 9(03).
           03  TR-VISIT-TYPE           PIC X(01).
               88  RETURN-VISIT                    VALUE 'R'.
           03  TR-CUSTOMER-NUMBER      PIC 9(04).
           03  FILLER                  PIC X(01).
           03  TR-CUSTOMER-NAME        PIC X(16).
      *    LAYOUT VERSION FOR THE PRE-SUITE COMPATIBILITY CHECK -
      *    HERE IT IS JUST ANOTHER NON-DETAIL RECORD TO STEP OVER,
      *    AND A FEED WITHOUT ONE IS A LEGACY FEED.
      *    A RETURN VISIT KEEPS THE SALE VISIT'S HEADER BUT EACH ITEM
      *    ALSO CARRIES THE DATE OF THE SALE IT CAME FROM, OFF THE
      *    RECEIPT - THE WIDER ENTRY HOLDS AT MOST THREE ITEMS IN THE
      *    SAME RECORD LENGTH.  THE FIRST ITEM'S NUMBER AND COST SIT
      *    WHERE A SALE'S DO, SO A WHOLE-VISIT REJECT STILL LISTS
      *    THEM CORRECTLY.
       01  RETURN-VISIT-RECORD.
           03  FILLER                  PIC X(26).
           03  RVR-LINE-ITEM-COUNT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  RVR-LINE-ITEM           OCCURS 1 TO 3 TIMES
                                       DEPENDING ON RVR-LINE-ITEM-COUNT.
               05  RVR-ITEM-NUMBER     PIC 9(05).
               05  FILLER              PIC X(01).
               05  RVR-ITEM-COST       PIC 9(03)V99.
               05  FILLER              PIC X(01).
               05  RVR-SALE-DATE       PIC 9(08).

       01  BATCH-HEADER-RECORD.
           03  BHR-RECORD-TYPE         PIC X(01).
               88  FEED-HEADER-RECORD              VALUE 'H'.
      *    CUSTOMER'S IDENTITY MUST NOT LEAVE THE BUILDING IN THE
      *    JSON/CSV SIDECARS UNDER THE DATA-HANDLING POLICY - THE
      *    PRINTED REPORT, WHICH STAYS IN THE OFFICE, IS UNTOUCHED.
      *    CMR-ACCOUNT-STATUS IS SET BY THE MONTHLY LIFECYCLE RUN - A
      *    CLOSED ACCOUNT IS REFUSED OUTRIGHT, A DORMANT ONE GOES TO
      *    THE CREDIT DESK LIKE AN OVER-LIMIT VISIT.
           03  FILLER                  PIC X(02).
           03  CMR-ACCOUNT-STATUS      PIC X(01).
               88  ACCOUNT-IS-DORMANT              VALUE 'D'.
               88  ACCOUNT-IS-CLOSED               VALUE 'C'.
           03  CMR-PRIVACY-FLAG        PIC X(01).
               88  CUSTOMER-IS-PRIVATE             VALUE 'Y'.
      *    SET BY THE NSF RETURNED-PAYMENT RUN WHEN THE BANK BOUNCES
      *    MERCHANDISING MAINTAINS ONE RECORD PER SELLABLE ITEM -
      *    DESCRIPTION, OWNING DEPARTMENT, AND THE CURRENT RETAIL
      *    PRICE THE KEYED COST IS SANITY-CHECKED AGAINST.
      *    ITEMMNT1 KEEPS THE PRICE DATED: IMR-RETAIL-PRICE FROM
      *    IMR-PRICE-EFFECTIVE-DATE ON, IMR-PRIOR-PRICE BEFORE IT, AND
      *    A SCHEDULED IMR-FUTURE-PRICE FROM ITS OWN DATE, SO A VISIT
      *    IS CHECKED AGAINST THE PRICE IN EFFECT ON ITS BUSINESS DATE.
      *    A RECORD WRITTEN BEFORE THE DATES EXISTED HAS SPACES THERE
      *    AND IS READ AS ONE UNDATED CURRENT PRICE.
       01  ITEM-MASTER-RECORD.
           03  IMR-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(01).
           03  IMR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  IMR-RETAIL-PRICE        PIC 9(03)V99.
           03  IMR-PRICE-HISTORY.
               05  FILLER              PIC X(01).
               05  IMR-ITEM-STATUS     PIC X(01).
                   88  ITEM-IS-DISCONTINUED        VALUE 'D'.
               05  FILLER              PIC X(01).
               05  IMR-PRICE-EFFECTIVE-DATE PIC 9(08).
               05  FILLER              PIC X(01).
               05  IMR-PRIOR-PRICE     PIC 9(03)V99.
               05  FILLER              PIC X(01).
               05  IMR-FUTURE-EFFECTIVE-DATE PIC 9(08).
               05  FILLER              PIC X(01).
               05  IMR-FUTURE-PRICE    PIC 9(03)V99.
               05  FILLER              PIC X(01).
               05  IMR-DISCONTINUED-DATE PIC 9(08).
               05  FILLER              PIC X(04).

       FD  PRICE-VARIANCE-FILE.

           03  TXR-JURISDICTION-NAME   PIC X(20).
           03  FILLER                  PIC X(52).

       FD  TAX-EXEMPT-FILE.

       01  TAX-EXEMPT-RECORD.
           03  TXC-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01).
           03  TXC-CERTIFICATE-NUMBER  PIC X(15).
           03  FILLER                  PIC X(01).
           03  TXC-ISSUING-STATE       PIC X(02).
           03  FILLER                  PIC X(01).
           03  TXC-EXEMPT-REASON       PIC X(01).
           03  FILLER                  PIC X(01).
           03  TXC-ISSUE-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TXC-EXPIRY-DATE         PIC 9(08).
           03  FILLER                  PIC X(01).
           03  TXC-OPERATOR-ID         PIC X(08).
           03  FILLER                  PIC X(01).
           03  TXC-MAINTAINED-DATE     PIC 9(08).
           03  FILLER                  PIC X(09).

       FD  PROMO-PRICE-FILE.

       01  PROMO-PRICE-RECORD.
           03  CPR-ITEM-DEPARTMENT     PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CPR-ITEM-NUMBER         PIC 9(05).
      *    A RETURN POSTS NEGATIVE AND CARRIES THE DATE OF THE SALE IT
      *    REVERSES, SO LATER RETURNS AGAINST THE SAME SALE CAN BE
      *    COUNTED OFF THE HISTORY.
           03  FILLER                  PIC X(01).
           03  CPR-RETURN-SALE-DATE    PIC 9(08).
      *    THE SELLING STORE, FOR THE INVENTORY RELIEF THAT COUNTS
      *    EACH POSTED ITEM OFF THAT STORE'S ON-HAND.
           03  FILLER                  PIC X(01).
           03  CPR-STORE-NUMBER        PIC 9(03).
           03  FILLER                  PIC X(14).

       FD  CREDIT-HOLD-FILE.

           03  BRG-POSTED-DATE         PIC 9(08).
           03  FILLER                  PIC X(61).

       FD  CHARGE-HISTORY-FILE.

      *    THE SAME LAYOUT THE CONSOLIDATION APPENDS - THE DISPUTE
      *    FLAG AND DATE BELONG TO CUSTOMER SERVICE AND ARE LEFT
      *    ANONYMOUS HERE.
       01  CHARGE-HISTORY-RECORD.
           03  HIS-RECORD-KEY.
               05  HIS-CUSTOMER-NUMBER PIC 9(04).
               05  HIS-CHARGE-DATE     PIC 9(08).
               05  HIS-SEQUENCE        PIC 9(04).
           03  HIS-CHARGE-AMOUNT       PIC S9(07)V99.
           03  HIS-DESCRIPTION         PIC X(20).
           03  HIS-ITEM-DEPARTMENT     PIC 9(02).
           03  HIS-ITEM-NUMBER         PIC 9(05).
           03  FILLER                  PIC X(09).
           03  HIS-RETURN-SALE-DATE    PIC 9(08).
           03  FILLER                  PIC X(11).

       FD  TIMING-LOG-FILE.

       01  TIMING-LOG-RECORD.
           03  RPM-SWITCH-VALUE        PIC X(08).
           03  FILLER                  PIC X(44).

       FD  CHECKPOINT-FILE.

      *    ONE 'C' COUNTS AND ONE 'M' MONEY RECORD, AN 'F' RECORD PER
      *    POSTING-PASS OUTPUT, THEN ONE RECORD PER LIVE ENTRY OF EACH
      *    RUN TABLE - 'T' TAX JURISDICTION, 'G' GL DEPARTMENT, 'R'
      *    RETURN POSTED THIS RUN, 'B' PENDING BATCH, 'S' STORE DATE.
       01  CHECKPOINT-RECORD.
           03  CKPT-REC-TYPE           PIC X(01).
               88  CKPT-COUNTS-RECORD              VALUE 'C'.
               88  CKPT-MONEY-RECORD               VALUE 'M'.
               88  CKPT-FILE-COUNT-RECORD          VALUE 'F'.
               88  CKPT-TAX-RECORD                 VALUE 'T'.
               88  CKPT-DEPT-RECORD                VALUE 'G'.
               88  CKPT-RETURN-RECORD              VALUE 'R'.
               88  CKPT-BATCH-RECORD               VALUE 'B'.
               88  CKPT-STORE-DATE-RECORD          VALUE 'S'.
           03  FILLER                  PIC X(01).
           03  CKPT-BODY               PIC X(158).
       01  CKPT-COUNT-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-RECORDS-CONSUMED   PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-POST-DATE          PIC 9(08).
           03  FILLER                  PIC X(01).
           03  CKPT-INPUT-COUNT        PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-DETAIL-COUNT       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-REJECT-COUNT       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-HOLD-COUNT         PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-PRICE-VARY-COUNT   PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-DUP-BATCH-COUNT    PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CKPT-DUP-VISIT-COUNT    PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-RETURN-COUNT       PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-EXEMPT-LINE-COUNT  PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-PROMO-APPLIED-COUNT PIC 9(06).
           03  FILLER                  PIC X(01).
           03  CKPT-MASKED-ROW-COUNT   PIC 9(06).
           03  FILLER                  PIC X(68).
       01  CKPT-MONEY-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-AUDIT-CHARGE-TOTAL PIC S9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-RETURN-CHARGE-TOTAL PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-CTL-HASH           PIC 9(12).
           03  FILLER                  PIC X(01).
           03  CKPT-FOOT-STORE         PIC 9(03).
           03  FILLER                  PIC X(01).
           03  CKPT-FOOT-CUSTOMER      PIC 9(04).
           03  CKPT-FOOT-LEVEL         OCCURS 3 TIMES.
               05  FILLER              PIC X(01).
               05  CKPT-FOOT-DISCOUNT  PIC S9(09)V99.
               05  FILLER              PIC X(01).
               05  CKPT-FOOT-CHARGE    PIC S9(09)V99.
               05  FILLER              PIC X(01).
               05  CKPT-FOOT-TAX       PIC S9(09)V99.
           03  FILLER                  PIC X(05).
       01  CKPT-FILE-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-FILE-NAME          PIC X(10).
           03  FILLER                  PIC X(01).
           03  CKPT-FILE-RECORDS       PIC 9(09).
           03  FILLER                  PIC X(138).
       01  CKPT-TAX-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-TAX-SUB            PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CKPT-TAX-TAXABLE-SALES  PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-TAX-DUE            PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-TAX-RETURN-SALES   PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-TAX-RETURN-TAX     PIC 9(09)V99.
           03  CKPT-TAX-EXEMPT-ENTRY   OCCURS 6 TIMES.
               05  FILLER              PIC X(01).
               05  CKPT-TAX-EXEMPT-SALES PIC S9(09)V99.
           03  FILLER                  PIC X(36).
       01  CKPT-DEPT-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-DEPT-NUMBER        PIC 9(02).
           03  FILLER                  PIC X(01).
           03  CKPT-DEPT-GROSS-SALES   PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-DEPT-DISCOUNT-AMT  PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-DEPT-RETURN-GROSS  PIC 9(09)V99.
           03  FILLER                  PIC X(01).
           03  CKPT-DEPT-RETURN-DISCOUNT PIC 9(09)V99.
           03  FILLER                  PIC X(108).
       01  CKPT-RETURN-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-RTN-CUSTOMER-NUMBER PIC 9(04).
           03  FILLER                  PIC X(01).
           03  CKPT-RTN-ITEM-NUMBER    PIC 9(05).
           03  FILLER                  PIC X(01).
           03  CKPT-RTN-SALE-DATE      PIC 9(08).
           03  FILLER                  PIC X(139).
       01  CKPT-BATCH-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-BATCH-STORE-NUMBER PIC 9(03).
           03  FILLER                  PIC X(01).
           03  CKPT-BATCH-NUMBER       PIC 9(06).
           03  FILLER                  PIC X(148).
       01  CKPT-STORE-DATE-REC REDEFINES CHECKPOINT-RECORD.
           03  FILLER                  PIC X(02).
           03  CKPT-SDT-STORE-NUMBER   PIC 9(03).
           03  FILLER                  PIC X(01).
           03  CKPT-SDT-BUSINESS-DATE  PIC 9(08).
           03  FILLER                  PIC X(146).

       FD  RESTART-WORK-FILE.

       01  RESTART-WORK-RECORD         PIC X(200).

       WORKING-STORAGE SECTION.
      *    ONE FILE STATUS PER SELECT, CHECKED RIGHT AFTER EVERY OPEN
      *    SO A MISSING OR UNREADABLE FILE ABORTS CLEANLY WITH ITS
           88  WS-PRICEVAR-OK                      VALUE "00".
       77  WS-TAXRATE-STATUS           PIC XX.
           88  WS-TAXRATE-OK                       VALUE "00".
       77  WS-TAXEXCRT-STATUS          PIC XX.
           88  WS-TAXEXCRT-OK                      VALUE "00".
           88  WS-TAXEXCRT-NOT-FOUND               VALUE "35".
       77  WS-TAXREMIT-STATUS          PIC XX.
           88  WS-TAXREMIT-OK                      VALUE "00".
       77  WS-CHRGPOST-STATUS          PIC XX.
           88  RATES-EOF                           VALUE 'Y'.
       77  AR-EOF-SWITCH               PIC X(1)    VALUE 'N'.
           88  AR-EOF                              VALUE 'Y'.
       77  HISTORY-SCAN-EOF-SWITCH     PIC X(1)    VALUE 'N'.
           88  HISTORY-SCAN-DONE                   VALUE 'Y'.
       77  WS-EDIT-SWITCH              PIC X(1)    VALUE 'N'.
           88  TRANSACTION-REJECTED                VALUE 'Y'.
       77  WS-CUSTOMER-EDIT-SWITCH     PIC X(1)    VALUE 'N'.
      *    AN ITEM-LEVEL REJECT RECYCLES AS A ONE-ITEM VISIT SO A
      *    RESUBMISSION CANNOT DOUBLE-POST THE ITEMS THAT ALREADY
      *    WENT THROUGH CLEAN.
      *    A RETURN ITEM RECYCLES AS A ONE-ITEM RETURN VISIT, ITS
      *    SALE DATE RIDING BEHIND THE COST WHERE THE RETURN LAYOUT
      *    EXPECTS IT.
       01  WS-RECYCLE-VISIT.
           03  WRV-STORE-NUMBER        PIC 9(03).
           03  WRV-VISIT-TYPE          PIC X(01) VALUE SPACE.
           03  WRV-CUSTOMER-NUMBER     PIC 9(04).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WRV-CUSTOMER-NAME       PIC X(16).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WRV-ITEM-COST           PIC 9(03)V99.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WRV-SALE-DATE           PIC X(08) VALUE SPACES.

      *    MERCHANDISE RETURNS - THE RETURN VISIT'S ITEMS ARE LIFTED
      *    OUT OF THE WIDER RETURN LAYOUT INTO THE SALE LAYOUT SO THE
      *    SAME EDITS, DETAIL LINE AND FEEDS SERVE BOTH, WITH EACH
      *    ITEM'S SALE DATE KEPT HERE ALONGSIDE.  RETURNS POSTED THIS
      *    RUN ARE REMEMBERED TOO - THEY ARE NOT ON CHRGHIST UNTIL THE
      *    CONSOLIDATION RUNS, BUT THEY COUNT AGAINST THE SALE ALL THE
      *    SAME.
       77  WS-CHRGHIST-STATUS          PIC XX.
           88  WS-CHRGHIST-OK                      VALUE "00".
           88  WS-CHRGHIST-NOT-FOUND               VALUE "35".
       77  WS-HISTORY-OPEN-SWITCH      PIC X(1)    VALUE 'N'.
           88  HISTORY-IS-OPEN                     VALUE 'Y'.
       77  WS-RTN-SOLD-COUNT           PIC 9(04)   VALUE 0.
       77  WS-RTN-RETURNED-COUNT       PIC 9(04)   VALUE 0.
       77  WS-RTN-SALE-AMOUNT          PIC S9(07)V99 VALUE 0.
       77  WS-RTN-CREDIT-AMOUNT        PIC S9(07)V99 VALUE 0.
       77  WS-RTN-SUB                  PIC 9(03)   VALUE 0.
       77  WS-RETURN-COUNT             PIC 9(06)   VALUE 0.
       77  WS-RETURN-CHARGE-TOTAL      PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-RETURN-TAX         PIC 9(09)V99 VALUE 0.
       77  WS-TOTAL-RETURN-DISCOUNT    PIC 9(09)V99 VALUE 0.
       77  WS-RETURN-AR-CREDIT         PIC 9(09)V99 VALUE 0.
       01  WS-RETURN-ITEM-TABLE.
           02  WS-RETURN-ITEM          OCCURS 3 TIMES.
               03  RIT-ITEM-NUMBER     PIC 9(05).
               03  RIT-ITEM-COST       PIC 9(03)V99.
               03  RIT-SALE-DATE       PIC 9(08).
       77  WS-RUN-RETURN-COUNT         PIC 9(03)   VALUE 0.
       01  WS-RUN-RETURN-TABLE.
           02  WS-RUN-RETURN-ENTRY     OCCURS 500 TIMES.
               03  RRT-CUSTOMER-NUMBER PIC 9(04).
               03  RRT-ITEM-NUMBER     PIC 9(05).
               03  RRT-SALE-DATE       PIC 9(08).

       77  WS-VISIT-TOTAL              PIC 9(05)V99 VALUE 0.
       77  WS-PROJECTED-BALANCE        PIC S9(08)V99 VALUE 0.
      *    A CUSTOMER CARRYING THE NSF FLAG IS CHECKED AGAINST HALF
      *    RETAIL-PRICE TOLERANCE DOES NOT APPLY TO IT.
       77  WS-FINCHG-ITEM-NUMBER       PIC 9(05)   VALUE 99999.
       77  WS-PRICE-DIFF               PIC S9(04)V99 VALUE 0.
      *    THE PRICE THE COST IS CHECKED AGAINST - WHICHEVER OF THE
      *    MASTER'S DATED PRICES WAS IN EFFECT ON THE VISIT'S BUSINESS
      *    DATE.  THAT DATE IS THE STORE'S BATCH HEADER DATE, OR THE
      *    RUN DATE ON A FEED WITH NO HEADERS.
       77  WS-EFFECTIVE-PRICE          PIC 9(03)V99 VALUE 0.
       77  WS-VISIT-DATE               PIC 9(08)   VALUE 0.
       77  WS-STORE-DATE-COUNT         PIC 9(02)   VALUE 0.
       77  WS-STORE-DATE-SUB           PIC 9(02)   VALUE 0.
       77  WS-STORE-DATE-FOUND         PIC 9(02)   VALUE 0.
       01  WS-STORE-DATE-TABLE.
           02  WS-STORE-DATE-ENTRY     OCCURS 10 TIMES.
               03  SDT-STORE-NUMBER    PIC 9(03).
               03  SDT-BUSINESS-DATE   PIC 9(08).
       77  WS-PRICE-VARY-COUNT         PIC 9(06)   VALUE 0.
       77  WS-ITEM-DESC                PIC X(20)   VALUE SPACES.
       77  WS-SAVE-EXC-REASON          PIC X(30)   VALUE SPACES.
               03  ICE-DEPARTMENT      PIC 9(02).
               03  ICE-DESCRIPTION     PIC X(20).
               03  ICE-RETAIL-PRICE    PIC 9(03)V99.
               03  ICE-PRICE-HISTORY   PIC X(45).

      *    MERGED-NUMBER TRANSLATION - LOADED ONCE, CONSULTED BEFORE
      *    EVERY CUSTOMER MASTER READ.  A TRANSLATED VISIT SKIPS THE
               03  CHT-DEPARTMENT      PIC X(02).
               03  CHT-DESCRIPTION     PIC X(30).

      *    RETURNS ROLL INTO THEIR OWN SLOTS SO THE JOURNAL CARRIES
      *    THE REVERSAL AS ITS OWN ENTRIES INSTEAD OF QUIETLY NETTING
      *    IT OUT OF THE DAY'S SALES.
       01  WS-GL-DEPT-SALES-TABLE.
           02  WS-GL-DEPT-SALES-ENTRY  OCCURS 99 TIMES.
               03  GLD-GROSS-SALES     PIC 9(09)V99.
               03  GLD-DISCOUNT-AMT    PIC 9(09)V99.
               03  GLD-RETURN-GROSS    PIC 9(09)V99.
               03  GLD-RETURN-DISCOUNT PIC 9(09)V99.

       01  JOURNAL-STAGE-TABLE.
           02  JOURNAL-STAGE-ENTRY     OCCURS 99 TIMES.
               03  JST-ACCOUNT-NUMBER  PIC 9(06).
               03  JST-DEBIT-CREDIT    PIC X(01).
               03  JST-AMOUNT          PIC 9(09)V99.
       77  WS-DUP-BATCH-COUNT          PIC 9(04)   VALUE 0.
       77  WS-DUP-VISIT-COUNT          PIC 9(06)   VALUE 0.

      *    CHECKPOINT AND RESTART - EVERY WS-CHECKPOINT-INTERVAL
      *    VISITS THE FEED POSITION, THE RUN'S ACCUMULATORS, THE OPEN
      *    FOOTING TOTALS AND EACH OUTPUT'S RECORD COUNT GO TO
      *    CHGCKPT.  THE POSITION IS RECORDS CONSUMED, NOT VISITS
      *    POSTED - HEADERS, TRAILERS AND SKIPPED DUPLICATE VISITS ALL
      *    COUNT - SO A RESTART STEPS OVER EXACTLY WHAT THE ABENDED
      *    RUN HAD ALREADY DISPOSED OF.
       77  WS-CHECKPOINT-STATUS        PIC XX.
           88  WS-CHECKPOINT-OK                    VALUE "00".
           88  WS-CHECKPOINT-NOT-FOUND             VALUE "35".
       77  WS-RSWORK-STATUS            PIC XX.
           88  WS-RSWORK-OK                        VALUE "00".
       77  RSWORK-EOF-SWITCH           PIC X(1)    VALUE 'N'.
           88  RSWORK-EOF                          VALUE 'Y'.
       77  CKPT-EOF-SWITCH             PIC X(1)    VALUE 'N'.
           88  CKPT-EOF                            VALUE 'Y'.
       77  WS-RESTART-SWITCH           PIC X(1)    VALUE 'N'.
           88  RESTART-FROM-CHECKPOINT             VALUE 'Y'.
       77  WS-RECORDS-CONSUMED         PIC 9(06)   VALUE 0.
       77  WS-CHECKPOINT-POSITION      PIC 9(06)   VALUE 0.
       77  WS-CHECKPOINT-INTERVAL      PIC 9(06)   VALUE 500.
       77  WS-CHECKPOINT-QUOTIENT      PIC 9(06)   VALUE 0.
       77  WS-CHECKPOINT-REMAINDER     PIC 9(06)   VALUE 0.
       77  WS-CKPT-SUB                 PIC 9(03)   VALUE 0.
       77  WS-CKPT-FILE-NAME           PIC X(10)   VALUE SPACES.
       77  WS-CKPT-FILE-RECORDS        PIC 9(06)   VALUE 0.
       77  WS-RESTART-COPIED           PIC 9(06)   VALUE 0.

      *    RECORDS ON EACH POSTING-PASS OUTPUT - CHRGPOST'S IS THE
      *    CONTROL-TOTAL COUNT ALREADY KEPT FOR CTLTOTAL.  CREDHOLD
      *    AND RECYCLE START FROM WHAT EARLIER RUNS LEFT IN THEM.
       77  WS-REJECTS-ON-FILE          PIC 9(06)   VALUE 0.
       77  WS-JSON-ON-FILE             PIC 9(06)   VALUE 0.
       77  WS-CSV-ON-FILE              PIC 9(06)   VALUE 0.
       77  WS-PRICEVAR-ON-FILE         PIC 9(06)   VALUE 0.
       77  WS-HOLD-ON-FILE             PIC 9(06)   VALUE 0.
       77  WS-OVERLIMIT-ON-FILE        PIC 9(06)   VALUE 0.
       77  WS-RECYCLE-ON-FILE          PIC 9(06)   VALUE 0.
       77  WS-RECONWRK-ON-FILE         PIC 9(06)   VALUE 0.

      *    THE STORE AND CUSTOMER LAST GENERATED AND THEIR RUNNING
      *    FOOTING TOTALS - LEVEL 1 THE CUSTOMER, 2 THE STORE, 3 THE
      *    COMPANY.
       01  WS-FOOTING-POSITION.
           03  WS-FOOT-STORE           PIC 9(03)   VALUE 0.
           03  WS-FOOT-CUSTOMER        PIC 9(04)   VALUE 0.
           03  WS-FOOT-LEVEL           OCCURS 3 TIMES.
               05  WS-FOOT-DISCOUNT    PIC S9(09)V99 VALUE 0.
               05  WS-FOOT-CHARGE      PIC S9(09)V99 VALUE 0.
               05  WS-FOOT-TAX         PIC S9(09)V99 VALUE 0.

      *    WHAT THE ABENDED RUN HAD ALREADY ADDED INTO EACH FOOTING
      *    STILL OPEN AT ITS CHECKPOINT, CARRIED INTO THE RESTARTED
      *    RUN'S FOOTINGS BY THE DECLARATIVES AND CLEARED ONCE USED.
       01  WS-PRIOR-CUSTOMER-TOTALS.
           03  WS-PRIOR-CUST-DISCOUNT  PIC S9(09)V99 VALUE 0.
           03  WS-PRIOR-CUST-CHARGE    PIC S9(09)V99 VALUE 0.
           03  WS-PRIOR-CUST-TAX       PIC S9(09)V99 VALUE 0.
       01  WS-PRIOR-STORE-TOTALS.
           03  WS-PRIOR-STORE-DISCOUNT PIC S9(09)V99 VALUE 0.
           03  WS-PRIOR-STORE-CHARGE   PIC S9(09)V99 VALUE 0.
           03  WS-PRIOR-STORE-TAX      PIC S9(09)V99 VALUE 0.
       01  WS-PRIOR-COMPANY-TOTALS.
           03  WS-PRIOR-CO-DISCOUNT    PIC S9(09)V99 VALUE 0.
           03  WS-PRIOR-CO-CHARGE      PIC S9(09)V99 VALUE 0.
           03  WS-PRIOR-CO-TAX         PIC S9(09)V99 VALUE 0.

       01  DISCOUNT-TABLE.
           02  DISCOUNT                OCCURS 99 TIMES
                                       INDEXED BY DISCOUNT-IX
               03  TT-RATE             PIC V9999 VALUE ZERO.
               03  TT-TAXABLE-SALES    PIC 9(09)V99 VALUE ZERO.
               03  TT-TAX-DUE          PIC 9(09)V99 VALUE ZERO.
               03  TT-RETURN-SALES     PIC 9(09)V99 VALUE ZERO.
               03  TT-RETURN-TAX       PIC 9(09)V99 VALUE ZERO.
               03  TT-EXEMPT-SALES     PIC S9(09)V99 VALUE ZERO
                                       OCCURS 6 TIMES.

      *    THE CUSTOMER'S EXEMPTION CERTIFICATE, PICKED UP WITH THE
      *    JURISDICTION AS THE MASTER IS READ, AND THE SIX EXEMPTION
      *    REASONS ACCOUNTING FILES UNDER.  A CERTIFICATE CARRYING ANY
      *    OTHER REASON CODE IS TREATED AS NO CERTIFICATE AT ALL.
       77  WS-EXEMPT-OPEN-SWITCH       PIC X(1)    VALUE 'N'.
           88  EXEMPT-FILE-IS-OPEN                 VALUE 'Y'.
       77  WS-CERT-SWITCH              PIC X(1)    VALUE 'N'.
           88  CUSTOMER-HAS-CERTIFICATE            VALUE 'Y'.
       77  WS-CERT-ISSUE-DATE          PIC 9(08)   VALUE 0.
       77  WS-CERT-EXPIRY-DATE         PIC 9(08)   VALUE 0.
      *    THE DATE THE CERTIFICATE IS TESTED AGAINST - THE VISIT DATE
      *    FOR A SALE, THE ORIGINAL SALE DATE FOR A RETURN.
       77  WS-CERT-TEST-DATE           PIC 9(08)   VALUE 0.
       77  WS-CERT-REASON-SUB          PIC 9(02)   VALUE 0.
       77  WS-EXR-SUB                  PIC 9(02)   VALUE 0.
       77  WS-EXEMPT-LINE-COUNT        PIC 9(06)   VALUE 0.
       77  WS-EXEMPTED-SWITCH          PIC X(1)    VALUE 'N'.
           88  LINE-WAS-EXEMPTED                   VALUE 'Y'.
       01  EXEMPT-REASON-VALUES.
           03  FILLER                  PIC X(21)
                   VALUE 'REXEMPT - RESALE     '.
           03  FILLER                  PIC X(21)
                   VALUE 'GEXEMPT - GOVERNMENT '.
           03  FILLER                  PIC X(21)
                   VALUE 'NEXEMPT - NONPROFIT  '.
           03  FILLER                  PIC X(21)
                   VALUE 'AEXEMPT - AGRICULTURE'.
           03  FILLER                  PIC X(21)
                   VALUE 'MEXEMPT - MANUFACTURE'.
           03  FILLER                  PIC X(21)
                   VALUE 'OEXEMPT - OTHER      '.
       01  EXEMPT-REASON-TABLE         REDEFINES EXEMPT-REASON-VALUES.
           03  EXEMPT-REASON-ENTRY     OCCURS 6 TIMES
                                       INDEXED BY EXR-IX.
               05  EXR-CODE            PIC X(01).
               05  EXR-NAME            PIC X(20).

      *    THE AR-POSTED EXTRACT IS NO LONGER LOADED INTO A FIXED
      *    TABLE - THE OLD 500-ENTRY CEILING SILENTLY DROPPED EVERY

       01  WS-RUN-DATE-TIME            PIC X(19).

      *    THE WORK AMOUNTS ARE ALWAYS THE POSITIVE SIZE OF THE LINE;
      *    THE POSTED AMOUNTS CARRY THE SIGN - NEGATIVE FOR A RETURN -
      *    AND ARE WHAT THE PRINTED LINE AND ITS FOOTINGS ADD UP, SO A
      *    CUSTOMER WHO BOUGHT AND RETURNED ON ONE DAY FOOTS NET.
       01  CALCULATED-FIELDS.
           03  WS-DISCOUNT-AMT         PIC 9(3)V99.
           03  WS-CHARGE-AMT           PIC 9(3)V99.
           03  WS-TAX-AMT              PIC 9(3)V99.
           03  WS-POSTED-DISCOUNT-AMT  PIC S9(3)V99.
           03  WS-POSTED-CHARGE-AMT    PIC S9(3)V99.
           03  WS-POSTED-TAX-AMT       PIC S9(3)V99.
       77  WS-TAXED-SWITCH             PIC X(1)    VALUE 'N'.
           88  LINE-WAS-TAXED                      VALUE 'Y'.

       01  WS-TAX-REMIT-LINE.
           03  WS-TRL-JURISDICTION     PIC X(02).
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TRL-RATE             PIC .9999.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TRL-TAXABLE-SALES    PIC $$$,$$$,$$9.99-.
           03  FILLER                  PIC X(01) VALUE SPACE.
           03  WS-TRL-TAX-DUE          PIC $$$,$$$,$$9.99-.

      *    ONE JSON DOCUMENT IS EMITTED PER PROCESSED TRANSACTION,
      *    ALONGSIDE THE PRINTED REPORT, FOR THE WEB DASHBOARD FEED -
           03  WS-JSON-DEPARTMENT      PIC 9(02).
           03  WS-JSON-ITEM-NO         PIC 9(05).
           03  WS-JSON-ITEM-COST       PIC 9(03)V99.
           03  WS-JSON-DISCOUNT-AMT    PIC S9(03)V99.
           03  WS-JSON-CHARGE-AMT      PIC S9(03)V99.
           03  WS-JSON-PROMO-DISCOUNT  PIC 9(03)V99.
           03  WS-JSON-VISIT-TYPE      PIC X(06).
       01  WS-JSON-TEXT                PIC X(200).

      *    MASKING WORK FIELDS - A FLAGGED CUSTOMER'S SIDECAR ROWS
                                   TR-ITEM-COST (WS-LI-SUB).
               03  COLUMN 67   PIC V99 SOURCE DISCOUNT (DISCOUNT-IX).
               03  COLUMN 69   PIC X(01) VALUE '%'.
               03  COLUMN 78   PIC $$$$.99- SOURCE
                                   WS-POSTED-DISCOUNT-AMT.
               03  COLUMN 93   PIC $$$$.99- SOURCE WS-POSTED-CHARGE-AMT.
               03  COLUMN 102  PIC $$$$.99- SOURCE WS-POSTED-TAX-AMT.
               03  COLUMN 112  PIC X(14) SOURCE WS-ITEM-DESC.
               03  COLUMN 127  PIC $$$.99 SOURCE WS-PROMO-DISCOUNT-AMT.
      
       01  CUSTOMER-TOTAL TYPE CONTROL FOOTING TR-CUSTOMER-NUMBER
           NEXT GROUP IS PLUS 2.
           02  LINE PLUS 1.
               03  CT-DISCOUNT-AMT COLUMN 77 PIC $$$$.99- SUM
                       WS-POSTED-DISCOUNT-AMT.
               03  CT-CHARGE-AMT COLUMN 92 PIC $$$$$.99- SUM
                       WS-POSTED-CHARGE-AMT.
               03  CT-TAX-AMT COLUMN 101 PIC $$$$$.99- SUM
                       WS-POSTED-TAX-AMT.
               03  COLUMN 111  PIC X VALUE '*'.

      *    NEXT GROUP NEXT PAGE ON THE OUTGOING STORE'S FOOTING IS
           NEXT GROUP NEXT PAGE.
           02  LINE PLUS 2.
               03  COLUMN 50   PIC X(12) VALUE 'STORE TOTALS'.
               03  STT-DISCOUNT-AMT COLUMN 76 PIC $$$$$$.99- SUM
                       CT-DISCOUNT-AMT.
               03  STT-CHARGE-AMT COLUMN 90 PIC $$$$$$$.99- SUM
                       CT-CHARGE-AMT.
               03  STT-TAX-AMT COLUMN 101 PIC $$$$$$.99- SUM
                       CT-TAX-AMT.
               03  COLUMN 112  PIC XX VALUE '**'.

      *    THE COMPANY CONSOLIDATED RECAP LANDS ON ITS OWN PAGE AFTER
      *    THE LAST STORE'S EJECT - ONE RUN, ONE AUDIT RECORD, WITH
                   'COMPANY CONSOLIDATED RECAP'.
           02  LINE PLUS 2.
               03  COLUMN 50   PIC X(14) VALUE 'COMPANY TOTALS'.
               03  CO-DISCOUNT-AMT COLUMN 74 PIC $$$$$$$.99- SUM
                       STT-DISCOUNT-AMT.
               03  CO-CHARGE-AMT COLUMN 88 PIC $$$$$$$$.99- SUM
                       STT-CHARGE-AMT.
               03  CO-TAX-AMT COLUMN 101 PIC $$$$$$$.99- SUM
                       STT-TAX-AMT.
               03  COLUMN 113  PIC XX VALUE '**'.
      
       PROCEDURE DIVISION.

      *    THE SAME WORK FILE AND FOLD INTO THE SAME TOTALS.
       USE-CUSTOMER-TOTAL SECTION. USE BEFORE REPORTING CUSTOMER-TOTAL.
       USE-CUSTOMER-TOTAL-PROC.
      *    ON A CHECKPOINT RESTART THE CUSTOMER OPEN AT THE CHECKPOINT
      *    FOOTS WITH WHAT THE ABENDED RUN HAD ALREADY POSTED FOR IT,
      *    THE SAME CARRY THE PAYROLL REGISTER MAKES AT ITS COMPANY
      *    FOOTING - AND ITS RECON WORK RECORD CARRIES THE WHOLE DAY.
           IF RESTART-FROM-CHECKPOINT
               COMPUTE CT-DISCOUNT-AMT =
                   CT-DISCOUNT-AMT + WS-PRIOR-CUST-DISCOUNT
               COMPUTE CT-CHARGE-AMT =
                   CT-CHARGE-AMT + WS-PRIOR-CUST-CHARGE
               COMPUTE CT-TAX-AMT =
                   CT-TAX-AMT + WS-PRIOR-CUST-TAX
               MOVE ZEROS TO WS-PRIOR-CUSTOMER-TOTALS
           END-IF.

           IF DRY-RUN-REQUESTED OR NOT AR-FILE-IS-OPEN
               GO TO USE-CUSTOMER-TOTAL-EXIT
           END-IF.
           MOVE CT-CHARGE-AMT TO RWK-CHARGE-AMT.
           MOVE CT-DISCOUNT-AMT TO RWK-DISCOUNT-AMT.
           WRITE RECON-WORK-RECORD.
           ADD 1 TO WS-RECONWRK-ON-FILE.

       USE-CUSTOMER-TOTAL-EXIT.
           EXIT.

      *    THE STORE OPEN AT THE CHECKPOINT PICKS UP ITS CUSTOMERS
      *    THAT HAD ALREADY FOOTED BEFORE THE ABEND, AND THE COMPANY
      *    RECAP ITS STORES THAT HAD.
       USE-STORE-TOTAL SECTION. USE BEFORE REPORTING STORE-TOTAL.
       USE-STORE-TOTAL-PROC.
           IF RESTART-FROM-CHECKPOINT
               COMPUTE STT-DISCOUNT-AMT =
                   STT-DISCOUNT-AMT + WS-PRIOR-STORE-DISCOUNT
               COMPUTE STT-CHARGE-AMT =
                   STT-CHARGE-AMT + WS-PRIOR-STORE-CHARGE
               COMPUTE STT-TAX-AMT =
                   STT-TAX-AMT + WS-PRIOR-STORE-TAX
               MOVE ZEROS TO WS-PRIOR-STORE-TOTALS
           END-IF.

       USE-STORE-TOTAL-EXIT.
           EXIT.

       USE-COMPANY-TOTAL SECTION. USE BEFORE REPORTING COMPANY-TOTAL.
       USE-COMPANY-TOTAL-PROC.
           IF RESTART-FROM-CHECKPOINT
               COMPUTE CO-DISCOUNT-AMT =
                   CO-DISCOUNT-AMT + WS-PRIOR-CO-DISCOUNT
               COMPUTE CO-CHARGE-AMT =
                   CO-CHARGE-AMT + WS-PRIOR-CO-CHARGE
               COMPUTE CO-TAX-AMT =
                   CO-TAX-AMT + WS-PRIOR-CO-TAX
               MOVE ZEROS TO WS-PRIOR-COMPANY-TOTALS
           END-IF.

       USE-COMPANY-TOTAL-EXIT.
           EXIT.

       END DECLARATIVES.

       000-INITIATE.
               DISPLAY "DRY RUN - NO FILES WILL BE UPDATED" UPON SYSERR
           END-IF.

      *    A DRY RUN NEITHER RESTARTS FROM NOR LEAVES A CHECKPOINT -
      *    ONE WAITING IN CHGCKPT IS LEFT FOR THE REAL RERUN.
           IF NOT DRY-RUN-REQUESTED
               PERFORM 070-LOAD-CHECKPOINT THRU 079-EXIT
           END-IF.

      *    A CHECKPOINT RESTART IS A CONTINUATION OF TODAY'S RUN, NOT A
      *    NEW RUN, AND A DRY RUN IS A PREVIEW ONLY, SO NEITHER ONE IS
      *    SUBJECT TO THE SAME-DAY RE-RUN GUARD BELOW.
           IF NOT RESTART-FROM-CHECKPOINT
               AND NOT DRY-RUN-REQUESTED
               PERFORM 010-CHECK-RERUN-GUARD THRU 019-EXIT
           END-IF.

           IF NOT DRY-RUN-REQUESTED
               PERFORM 060-OPEN-AR-POSTED THRU 069-EXIT
               IF AR-FILE-IS-OPEN
                   IF RESTART-FROM-CHECKPOINT
                       PERFORM 129-REPOSITION-RECON-WORK THRU 129-EXIT
                   ELSE
                       OPEN OUTPUT RECON-WORK-FILE
                   END-IF
                   IF NOT WS-RECONWRK-OK
                       DISPLAY "CANNOT OPEN RECON-WORK-FILE, STATUS "
                               WS-RECONWRK-STATUS UPON SYSERR

           OPEN INPUT TRANSACTION-DATA,
                INPUT CUSTOMER-MASTER-FILE,
                INPUT ITEM-MASTER-FILE.

      *    ON A RESTART EVERY OUTPUT THE POSTING PASS WRITES IS CUT
      *    BACK TO ITS CHECKPOINTED LENGTH AND LEFT OPEN, INSTEAD OF
      *    BEING OPENED FRESH.
           IF RESTART-FROM-CHECKPOINT
               PERFORM 121-REPOSITION-REJECTS THRU 121-EXIT
           ELSE
               OPEN OUTPUT EXCEPTION-FILE
           END-IF.

           IF NOT WS-TRANS-OK
               MOVE "TRANSACTION-DATA" TO WS-MSG-INSERT-1
               STOP RUN RETURNING 1
           END-IF.

      *    NO HISTORY FILE YET MEANS NO SALE CAN BE MATCHED - RETURN
      *    VISITS ARE REFUSED AND SALES POST AS THEY ALWAYS HAVE.
           OPEN INPUT CHARGE-HISTORY-FILE.
           IF WS-CHRGHIST-OK
               MOVE 'Y' TO WS-HISTORY-OPEN-SWITCH
           ELSE
               IF NOT WS-CHRGHIST-NOT-FOUND
                   MOVE "CHARGE-HISTORY-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CHRGHIST-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           OPEN INPUT TAX-EXEMPT-FILE.
           IF WS-TAXEXCRT-OK
               MOVE 'Y' TO WS-EXEMPT-OPEN-SWITCH
           ELSE
               IF NOT WS-TAXEXCRT-NOT-FOUND
                   MOVE "TAX-EXEMPT-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-TAXEXCRT-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

      *    A DRY RUN STILL READS, EDITS, AND COUNTS EVERY TRANSACTION
      *    SO THE COUNTS DISPLAYED AT 000-TERMINATE ARE ACCURATE, BUT
      *    IT NEVER OPENS REPORT-FILE OR GENERATEs A LINE OF THE
      *    PRINTED REPORT - THAT WAY OPERATIONS CAN SEE THE EXPECTED
      *    COUNTS WITHOUT THE FULL REPORT EVER BEING PRODUCED.
      *    A RESTART PRINTS A CONTINUATION REPORT, AS THE PAYROLL
      *    REGISTER'S DOES - THE ABENDED RUN'S SYSPRINT HOLDS THE
      *    PAGES BEFORE THE CHECKPOINT.
           IF NOT DRY-RUN-REQUESTED
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-OK
      *    (WHICH WOULD TRUNCATE THE EXISTING FILE) DURING A DRY RUN -
      *    SAME PRINCIPLE AS THE CSV SIDECAR JUST BELOW.
           IF NOT DRY-RUN-REQUESTED
               IF RESTART-FROM-CHECKPOINT
                   PERFORM 122-REPOSITION-JSON-FEED THRU 122-EXIT
               ELSE
                   OPEN OUTPUT JSON-FEED-FILE
               END-IF
               OPEN OUTPUT RECONCILE-FILE
               IF NOT WS-JSON-OK
                   MOVE "JSON-FEED-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-JSON-STATUS TO WS-MSG-INSERT-2
      *    ALL FEED A DOWNSTREAM DESK, SO NONE IS TOUCHED DURING A
      *    DRY RUN - SAME PRINCIPLE AS THE JSON FEED ABOVE.
           IF NOT DRY-RUN-REQUESTED
               IF RESTART-FROM-CHECKPOINT
                   PERFORM 124-REPOSITION-PRICE-VARIANCE THRU 124-EXIT
               ELSE
                   OPEN OUTPUT PRICE-VARIANCE-FILE
               END-IF
               IF NOT WS-PRICEVAR-OK
                   MOVE "PRICE-VARIANCE-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-PRICEVAR-STATUS TO WS-MSG-INSERT-2
      *        EXTEND, NOT OUTPUT - HOLDS CREDIT HAS NOT RELEASED YET
      *        MUST SURVIVE INTO THE NEXT RUN; A RELEASED HOLD IS
      *        PURGED FROM THE FILE WHEN ITS RELEASE POSTS.
               IF RESTART-FROM-CHECKPOINT
                   PERFORM 125-REPOSITION-CREDIT-HOLD THRU 125-EXIT
                   PERFORM 126-REPOSITION-OVER-LIMIT THRU 126-EXIT
               ELSE
                   PERFORM 072-COUNT-CARRIED-RECORDS THRU 072-EXIT
                   OPEN EXTEND CREDIT-HOLD-FILE
                   IF WS-HOLD-NOT-FOUND
                       OPEN OUTPUT CREDIT-HOLD-FILE
                   END-IF
                   OPEN OUTPUT OVER-LIMIT-FILE
               END-IF
               IF NOT WS-HOLD-OK
                   MOVE "CREDIT-HOLD-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-HOLD-STATUS TO WS-MSG-INSERT-2
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
               IF RESTART-FROM-CHECKPOINT
                   PERFORM 127-REPOSITION-CHARGE-POST THRU 127-EXIT
               ELSE
                   OPEN OUTPUT CHARGE-POST-FILE
               END-IF
               IF NOT WS-CHRGPOST-OK
                   MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CHRGPOST-STATUS TO WS-MSG-INSERT-2
      *        EXTEND, NOT OUTPUT - REJECTS THE CLERK HAS NOT
      *        CORRECTED YET MUST SURVIVE THE NEXT RUN; THE
      *        CORRECTION SCREEN CONSUMES THE FILE AS IT WORKS.
               IF RESTART-FROM-CHECKPOINT
                   PERFORM 128-REPOSITION-RECYCLE THRU 128-EXIT
               ELSE
                   OPEN EXTEND RECYCLE-FILE
                   IF WS-RECYCLE-NOT-FOUND
                       OPEN OUTPUT RECYCLE-FILE
                   END-IF
               END-IF
               IF NOT WS-RECYCLE-OK
                   MOVE "RECYCLE-FILE" TO WS-MSG-INSERT-1
           END-IF.

           IF CSV-OUTPUT-REQUESTED AND NOT DRY-RUN-REQUESTED
               IF RESTART-FROM-CHECKPOINT
                   PERFORM 123-REPOSITION-CSV THRU 123-EXIT
               ELSE
                   OPEN OUTPUT CSV-FILE
               END-IF
               IF NOT WS-CSV-OK
                   MOVE "CSV-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-CSV-STATUS TO WS-MSG-INSERT-2
               PERFORM 045-PRESORT-TRANSACTIONS THRU 045-EXIT
           END-IF.

      *    A RESTART PUTS BACK THE ABENDED RUN'S ACCUMULATORS, PICKS
      *    THE REPORT UP INSIDE THE GROUP IT WAS PRINTING, AND STEPS
      *    OVER EVERY FEED RECORD THE CHECKPOINT HAD ALREADY SEEN.
           IF RESTART-FROM-CHECKPOINT
               PERFORM 073-RESTORE-CHECKPOINT-TOTALS THRU 073-EXIT
               PERFORM 074-PRIME-REPORT-CONTINUATION THRU 074-EXIT
           END-IF.

           PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT.

           IF RESTART-FROM-CHECKPOINT
               PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT
                   UNTIL WS-RECORDS-CONSUMED > WS-CHECKPOINT-POSITION
                      OR END-OF-FILE
           END-IF.

           PERFORM 100-PROCESS-TRANSACTION-DATA THRU 199-EXIT
               UNTIL END-OF-FILE.

           END-IF.
           CLOSE ITEM-MASTER-FILE,
                 EXCEPTION-FILE.
           IF HISTORY-IS-OPEN
               CLOSE CHARGE-HISTORY-FILE
           END-IF.
           IF EXEMPT-FILE-IS-OPEN
               CLOSE TAX-EXEMPT-FILE
           END-IF.

           IF NOT DRY-RUN-REQUESTED
               CLOSE CREDIT-HOLD-FILE, OVER-LIMIT-FILE,
               UPON SYSERR.
           DISPLAY "CREDIT HOLDS CARRIED   : " WS-HOLD-CARRY-COUNT
               UPON SYSERR.
           DISPLAY "RETURN ITEMS CREDITED  : " WS-RETURN-COUNT
               UPON SYSERR.
           DISPLAY "TAX-EXEMPT ITEMS       : " WS-EXEMPT-LINE-COUNT
               UPON SYSERR.

           IF NOT DRY-RUN-REQUESTED
               TERMINATE CUSTOMER-REPORT
               PERFORM 097-WRITE-AUDIT-TRAIL THRU 097-EXIT
               PERFORM 015-WRITE-RUN-MARKER THRU 015-EXIT
               PERFORM 034-REGISTER-POSTED-BATCHES THRU 034-EXIT
               PERFORM 078-CLEAR-CHECKPOINT THRU 078-EXIT
           ELSE
               DISPLAY "DRY RUN EXPECTED INPUT COUNT  : "
                       WS-INPUT-COUNT UPON SYSERR
               WHEN FEED-HEADER-RECORD
               WHEN FEED-VERSION-RECORD
                   CONTINUE
               WHEN RETURN-VISIT
                   ADD 1 TO WS-BAL-DETAIL-COUNT
                   IF RVR-LINE-ITEM-COUNT IS NUMERIC
                      AND RVR-LINE-ITEM-COUNT > ZERO
                      AND RVR-LINE-ITEM-COUNT < 4
                       PERFORM 027-HASH-RETURN-ITEM THRU 027-EXIT
                           VARYING WS-LI-SUB FROM 1 BY 1
                           UNTIL WS-LI-SUB > RVR-LINE-ITEM-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-BAL-DETAIL-COUNT
                   IF TR-LINE-ITEM-COUNT IS NUMERIC
       026-EXIT.
           EXIT.

      *    THE STORE SYSTEMS HASH A RETURNED ITEM'S COST THE SAME AS
      *    A SOLD ONE - THE TRAILER TOTAL IS OF COSTS, NOT OF MONEY.
       027-HASH-RETURN-ITEM.
           IF RVR-ITEM-COST (WS-LI-SUB) IS NUMERIC
               ADD RVR-ITEM-COST (WS-LI-SUB) TO WS-BAL-HASH-TOTAL
           END-IF.

       027-EXIT.
           EXIT.

      *    THE REGISTRY IS OPTIONAL ON THE FIRST RUN AT A NEW SHOP -
      *    NO FILE SIMPLY MEANS NO BATCH HAS EVER POSTED.
       030-LOAD-BATCH-REGISTRY.
      *    BATCH'S VISITS ARE COUNTED AND DROPPED, AND EVERY POSTABLE
      *    VISIT IS TAGGED WITH ITS STORE AND CUSTOMER AND SORTED
      *    ONTO THE WORK FILE.  THE FEED IS CLOSED WHEN THE SORT
      *    FINISHES - THE POSTING LOOP READS THE WORK FILE.  A
      *    CUSTOMER'S VISITS KEEP THEIR FEED ORDER, SO A RESTART'S
      *    PRESORT LAYS THE WORK FILE DOWN EXACTLY AS BEFORE AND THE
      *    CHECKPOINT POSITION STILL POINTS AT THE SAME VISIT.
       045-PRESORT-TRANSACTIONS.
           SORT HV-SORT-FILE
               ASCENDING KEY HVS-STORE-NUMBER, HVS-CUSTOMER-NUMBER
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS 046-RELEASE-FEED-RECORDS
                   THRU 046-EXIT
               GIVING HIGH-VOLUME-WORK-FILE.
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-CONSUMED
                       MOVE 6 TO TR-LINE-ITEM-COUNT
                       MOVE HVW-VISIT-IMAGE TO TRANSACTION-RECORD
               END-READ
               READ TRANSACTION-DATA
                   AT END
                       MOVE 'Y' TO END-OF-FILE-SWITCH
                   NOT AT END
                       ADD 1 TO WS-RECORDS-CONSUMED
               END-READ
           END-IF.

       032-CHECK-BATCH-HEADER.
           MOVE 'N' TO WS-DUP-BATCH-SWITCH.

      *    THE HEADER'S BUSINESS DATE IS THE DATE EVERY VISIT IN THE
      *    BATCH WAS RUNG UP - KEPT BY STORE SO THE PRESORTED PATH,
      *    WHICH SEES ALL THE HEADERS BEFORE ANY VISIT, PRICES EACH
      *    VISIT BY ITS OWN STORE'S DATE.
           IF BHR-BUSINESS-DATE IS NUMERIC
              AND BHR-BUSINESS-DATE NOT = ZERO
               MOVE ZERO TO WS-STORE-DATE-FOUND
               PERFORM 036-MATCH-HEADER-STORE THRU 036-EXIT
                   VARYING WS-STORE-DATE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-DATE-SUB > WS-STORE-DATE-COUNT
                      OR WS-STORE-DATE-FOUND > ZERO
               IF WS-STORE-DATE-FOUND = ZERO
                  AND WS-STORE-DATE-COUNT < 10
                   ADD 1 TO WS-STORE-DATE-COUNT
                   MOVE WS-STORE-DATE-COUNT TO WS-STORE-DATE-FOUND
                   MOVE BHR-STORE-NUMBER
                       TO SDT-STORE-NUMBER (WS-STORE-DATE-FOUND)
               END-IF
               IF WS-STORE-DATE-FOUND > ZERO
                   MOVE BHR-BUSINESS-DATE
                       TO SDT-BUSINESS-DATE (WS-STORE-DATE-FOUND)
               END-IF
           END-IF.

           PERFORM 033-MATCH-ONE-REGISTRY-ENTRY THRU 033-EXIT
               VARYING WS-BATCHREG-SUB FROM 1 BY 1
               UNTIL WS-BATCHREG-SUB > WS-BATCHREG-COUNT
                  OR SKIPPING-DUP-BATCH.

      *    A RESTART'S PRESORT SEES EVERY HEADER AGAIN, BUT THE
      *    REFUSALS AHEAD OF THE CHECKPOINT ARE ALREADY ON REJECTS -
      *    THE RESTORED COUNTS AND TABLES REPLACE WHAT IT REBUILDS.
           IF SKIPPING-DUP-BATCH
               ADD 1 TO WS-DUP-BATCH-COUNT
               IF NOT (HIGH-VOLUME-MODE AND RESTART-FROM-CHECKPOINT)
                   MOVE SPACES TO EXCEPTION-RECORD
                   STRING 'STORE ' BHR-STORE-NUMBER
                          ' BATCH ' BHR-BATCH-NUMBER
                          ' ALREADY POSTED - BATCH REFUSED WHOLE'
                       DELIMITED BY SIZE INTO EXCEPTION-RECORD
                   END-STRING
                   WRITE EXCEPTION-RECORD
                   ADD 1 TO WS-REJECTS-ON-FILE
               END-IF
           ELSE
               IF WS-PENDING-BATCH-COUNT < 10
                   ADD 1 TO WS-PENDING-BATCH-COUNT
       035-EXIT.
           EXIT.

       036-MATCH-HEADER-STORE.
           IF SDT-STORE-NUMBER (WS-STORE-DATE-SUB) = BHR-STORE-NUMBER
               MOVE WS-STORE-DATE-SUB TO WS-STORE-DATE-FOUND
           END-IF.

       036-EXIT.
           EXIT.

       050-LOAD-DISCOUNT-RATES.
      *    RATES ARE MAINTAINED BY MERCHANDISING IN RATESIN, ONE
      *    DEPARTMENT/RATE PAIR PER RECORD, SO A RATE CHANGE NO
       067-EXIT.
           EXIT.

      *    A CHARGE RUN THAT ABENDED PARTWAY THROUGH THE FEED LEAVES
      *    ITS LAST CHECKPOINT IN CHGCKPT.  THIS FIRST PASS OVER IT
      *    TAKES ONLY WHAT HAS TO BE KNOWN BEFORE ANY OUTPUT OPENS -
      *    THAT THIS IS A RESTART, WHERE IN THE FEED IT STOPPED, THE
      *    POSTING DATE IT WAS USING, AND HOW MANY RECORDS EACH
      *    OUTPUT HELD AT THAT VISIT.  THE ACCUMULATORS COME BACK IN
      *    073, AFTER THE HIGH-VOLUME PRESORT HAS HAD ITS SAY.  NO
      *    FILE, OR AN EMPTY ONE, IS AN ORDINARY RUN FROM THE TOP.
       070-LOAD-CHECKPOINT.
           MOVE 'N' TO CKPT-EOF-SWITCH.
           MOVE 'N' TO WS-RESTART-SWITCH.

           OPEN INPUT CHECKPOINT-FILE.

           IF WS-CHECKPOINT-NOT-FOUND
               GO TO 079-EXIT
           END-IF.
           IF NOT WS-CHECKPOINT-OK
               MOVE "CHECKPOINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKPOINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 071-NOTE-CHECKPOINT-POSITION THRU 071-EXIT
               UNTIL CKPT-EOF.

           CLOSE CHECKPOINT-FILE.

           IF RESTART-FROM-CHECKPOINT
               DISPLAY "RESTARTING FROM CHECKPOINT AT FEED RECORD "
                       WS-CHECKPOINT-POSITION UPON SYSERR
           END-IF.

       079-EXIT.
           EXIT.

       071-NOTE-CHECKPOINT-POSITION.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO CKPT-EOF-SWITCH
           END-READ.

           IF NOT CKPT-EOF
               EVALUATE TRUE
                   WHEN CKPT-COUNTS-RECORD
                       MOVE 'Y' TO WS-RESTART-SWITCH
                       MOVE CKPT-RECORDS-CONSUMED
                           TO WS-CHECKPOINT-POSITION
                       MOVE CKPT-POST-DATE TO WS-POST-DATE
                   WHEN CKPT-FILE-COUNT-RECORD
                       PERFORM 071A-NOTE-ONE-FILE-COUNT THRU 071A-EXIT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       071-EXIT.
           EXIT.

       071A-NOTE-ONE-FILE-COUNT.
           EVALUATE CKPT-FILE-NAME
               WHEN 'REJECTS'
                   MOVE CKPT-FILE-RECORDS TO WS-REJECTS-ON-FILE
               WHEN 'CHARGEJSON'
                   MOVE CKPT-FILE-RECORDS TO WS-JSON-ON-FILE
               WHEN 'CHARGECSV'
                   MOVE CKPT-FILE-RECORDS TO WS-CSV-ON-FILE
               WHEN 'PRICEVAR'
                   MOVE CKPT-FILE-RECORDS TO WS-PRICEVAR-ON-FILE
               WHEN 'CREDHOLD'
                   MOVE CKPT-FILE-RECORDS TO WS-HOLD-ON-FILE
               WHEN 'OVERLIMT'
                   MOVE CKPT-FILE-RECORDS TO WS-OVERLIMIT-ON-FILE
               WHEN 'CHRGPOST'
                   MOVE CKPT-FILE-RECORDS TO WS-CTL-COUNT
               WHEN 'RECYCLE'
                   MOVE CKPT-FILE-RECORDS TO WS-RECYCLE-ON-FILE
               WHEN 'RECON-WRK'
                   MOVE CKPT-FILE-RECORDS TO WS-RECONWRK-ON-FILE
           END-EVALUATE.

       071A-EXIT.
           EXIT.

      *    CREDHOLD AND RECYCLE ARE OPENED EXTEND, SO WHAT AN EARLIER
      *    RUN LEFT IN THEM IS COUNTED FIRST - A CHECKPOINT RECORDS
      *    EACH FILE'S WHOLE LENGTH, CARRIED RECORDS INCLUDED.
       072-COUNT-CARRIED-RECORDS.
           MOVE ZERO TO WS-HOLD-ON-FILE.
           OPEN INPUT CREDIT-HOLD-FILE.
           IF WS-HOLD-OK
               MOVE 'N' TO HOLD-EOF-SWITCH
               PERFORM 072A-COUNT-ONE-HOLD THRU 072A-EXIT
                   UNTIL HOLD-EOF
               CLOSE CREDIT-HOLD-FILE
           END-IF.

           MOVE ZERO TO WS-RECYCLE-ON-FILE.
           OPEN INPUT RECYCLE-FILE.
           IF WS-RECYCLE-OK
               MOVE 'N' TO RSWORK-EOF-SWITCH
               PERFORM 072B-COUNT-ONE-RECYCLE THRU 072B-EXIT
                   UNTIL RSWORK-EOF
               CLOSE RECYCLE-FILE
           END-IF.

       072-EXIT.
           EXIT.

       072A-COUNT-ONE-HOLD.
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE 'Y' TO HOLD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-HOLD-ON-FILE
           END-READ.

       072A-EXIT.
           EXIT.

       072B-COUNT-ONE-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO WS-RECYCLE-ON-FILE
           END-READ.

       072B-EXIT.
           EXIT.

      *    THE SECOND PASS PUTS BACK EVERY ACCUMULATOR THE ABENDED
      *    RUN HAD BUILT.  IT RUNS AFTER THE HIGH-VOLUME PRESORT, WHICH
      *    RE-READS EVERY BATCH HEADER, SO THE CHECKPOINTED DUPLICATE
      *    COUNTS AND BATCH TABLES REPLACE WHATEVER THE PRESORT HAS
      *    JUST REBUILT.  THE OPEN FOOTING TOTALS ARE SPLIT INTO THE
      *    PART EACH LEVEL STILL OWES: THE OPEN CUSTOMER'S OWN
      *    AMOUNTS, THE STORE'S FINISHED CUSTOMERS, AND THE COMPANY'S
      *    FINISHED STORES - EACH ROLLS UP INTO THE NEXT AS IT FOOTS.
       073-RESTORE-CHECKPOINT-TOTALS.
           MOVE 'N' TO CKPT-EOF-SWITCH.
           MOVE ZERO TO WS-PENDING-BATCH-COUNT.
           MOVE ZERO TO WS-STORE-DATE-COUNT.
           MOVE ZERO TO WS-RUN-RETURN-COUNT.

           OPEN INPUT CHECKPOINT-FILE.
           IF NOT WS-CHECKPOINT-OK
               MOVE "CHECKPOINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKPOINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           PERFORM 073A-RESTORE-ONE-RECORD THRU 073A-EXIT
               UNTIL CKPT-EOF.

           CLOSE CHECKPOINT-FILE.

           MOVE WS-FOOT-DISCOUNT (1) TO WS-PRIOR-CUST-DISCOUNT.
           MOVE WS-FOOT-CHARGE (1) TO WS-PRIOR-CUST-CHARGE.
           MOVE WS-FOOT-TAX (1) TO WS-PRIOR-CUST-TAX.
           COMPUTE WS-PRIOR-STORE-DISCOUNT =
               WS-FOOT-DISCOUNT (2) - WS-FOOT-DISCOUNT (1).
           COMPUTE WS-PRIOR-STORE-CHARGE =
               WS-FOOT-CHARGE (2) - WS-FOOT-CHARGE (1).
           COMPUTE WS-PRIOR-STORE-TAX =
               WS-FOOT-TAX (2) - WS-FOOT-TAX (1).
           COMPUTE WS-PRIOR-CO-DISCOUNT =
               WS-FOOT-DISCOUNT (3) - WS-FOOT-DISCOUNT (2).
           COMPUTE WS-PRIOR-CO-CHARGE =
               WS-FOOT-CHARGE (3) - WS-FOOT-CHARGE (2).
           COMPUTE WS-PRIOR-CO-TAX =
               WS-FOOT-TAX (3) - WS-FOOT-TAX (2).

       073-EXIT.
           EXIT.

       073A-RESTORE-ONE-RECORD.
           READ CHECKPOINT-FILE
               AT END
                   MOVE 'Y' TO CKPT-EOF-SWITCH
                   GO TO 073A-EXIT
           END-READ.

           EVALUATE TRUE
               WHEN CKPT-COUNTS-RECORD
                   MOVE CKPT-INPUT-COUNT TO WS-INPUT-COUNT
                   MOVE CKPT-DETAIL-COUNT TO WS-DETAIL-COUNT
                   MOVE CKPT-REJECT-COUNT TO WS-REJECT-COUNT
                   MOVE CKPT-HOLD-COUNT TO WS-HOLD-COUNT
                   MOVE CKPT-PRICE-VARY-COUNT TO WS-PRICE-VARY-COUNT
                   MOVE CKPT-DUP-BATCH-COUNT TO WS-DUP-BATCH-COUNT
                   MOVE CKPT-DUP-VISIT-COUNT TO WS-DUP-VISIT-COUNT
                   MOVE CKPT-RETURN-COUNT TO WS-RETURN-COUNT
                   MOVE CKPT-EXEMPT-LINE-COUNT TO WS-EXEMPT-LINE-COUNT
                   MOVE CKPT-PROMO-APPLIED-COUNT
                       TO WS-PROMO-APPLIED-COUNT
                   MOVE CKPT-MASKED-ROW-COUNT TO WS-MASKED-ROW-COUNT
               WHEN CKPT-MONEY-RECORD
                   MOVE CKPT-AUDIT-CHARGE-TOTAL
                       TO WS-AUDIT-CHARGE-TOTAL
                   MOVE CKPT-RETURN-CHARGE-TOTAL
                       TO WS-RETURN-CHARGE-TOTAL
                   MOVE CKPT-CTL-HASH TO WS-CTL-HASH
                   MOVE CKPT-FOOT-STORE TO WS-FOOT-STORE
                   MOVE CKPT-FOOT-CUSTOMER TO WS-FOOT-CUSTOMER
                   PERFORM 073B-RESTORE-FOOT-LEVEL THRU 073B-EXIT
                       VARYING WS-CKPT-SUB FROM 1 BY 1
                       UNTIL WS-CKPT-SUB > 3
               WHEN CKPT-TAX-RECORD
                   MOVE CKPT-TAX-SUB TO WS-CKPT-SUB
                   MOVE CKPT-TAX-TAXABLE-SALES
                       TO TT-TAXABLE-SALES (WS-CKPT-SUB)
                   MOVE CKPT-TAX-DUE TO TT-TAX-DUE (WS-CKPT-SUB)
                   MOVE CKPT-TAX-RETURN-SALES
                       TO TT-RETURN-SALES (WS-CKPT-SUB)
                   MOVE CKPT-TAX-RETURN-TAX
                       TO TT-RETURN-TAX (WS-CKPT-SUB)
                   PERFORM 073C-RESTORE-EXEMPT-SALES THRU 073C-EXIT
                       VARYING WS-EXR-SUB FROM 1 BY 1
                       UNTIL WS-EXR-SUB > 6
               WHEN CKPT-DEPT-RECORD
                   MOVE CKPT-DEPT-NUMBER TO WS-CKPT-SUB
                   MOVE CKPT-DEPT-GROSS-SALES
                       TO GLD-GROSS-SALES (WS-CKPT-SUB)
                   MOVE CKPT-DEPT-DISCOUNT-AMT
                       TO GLD-DISCOUNT-AMT (WS-CKPT-SUB)
                   MOVE CKPT-DEPT-RETURN-GROSS
                       TO GLD-RETURN-GROSS (WS-CKPT-SUB)
                   MOVE CKPT-DEPT-RETURN-DISCOUNT
                       TO GLD-RETURN-DISCOUNT (WS-CKPT-SUB)
               WHEN CKPT-RETURN-RECORD
                   ADD 1 TO WS-RUN-RETURN-COUNT
                   MOVE CKPT-RTN-CUSTOMER-NUMBER
                       TO RRT-CUSTOMER-NUMBER (WS-RUN-RETURN-COUNT)
                   MOVE CKPT-RTN-ITEM-NUMBER
                       TO RRT-ITEM-NUMBER (WS-RUN-RETURN-COUNT)
                   MOVE CKPT-RTN-SALE-DATE
                       TO RRT-SALE-DATE (WS-RUN-RETURN-COUNT)
               WHEN CKPT-BATCH-RECORD
                   ADD 1 TO WS-PENDING-BATCH-COUNT
                   MOVE CKPT-BATCH-STORE-NUMBER
                       TO PBT-STORE-NUMBER (WS-PENDING-BATCH-COUNT)
                   MOVE CKPT-BATCH-NUMBER
                       TO PBT-BATCH-NUMBER (WS-PENDING-BATCH-COUNT)
               WHEN CKPT-STORE-DATE-RECORD
                   ADD 1 TO WS-STORE-DATE-COUNT
                   MOVE CKPT-SDT-STORE-NUMBER
                       TO SDT-STORE-NUMBER (WS-STORE-DATE-COUNT)
                   MOVE CKPT-SDT-BUSINESS-DATE
                       TO SDT-BUSINESS-DATE (WS-STORE-DATE-COUNT)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       073A-EXIT.
           EXIT.

       073B-RESTORE-FOOT-LEVEL.
           MOVE CKPT-FOOT-DISCOUNT (WS-CKPT-SUB)
               TO WS-FOOT-DISCOUNT (WS-CKPT-SUB).
           MOVE CKPT-FOOT-CHARGE (WS-CKPT-SUB)
               TO WS-FOOT-CHARGE (WS-CKPT-SUB).
           MOVE CKPT-FOOT-TAX (WS-CKPT-SUB)
               TO WS-FOOT-TAX (WS-CKPT-SUB).

       073B-EXIT.
           EXIT.

       073C-RESTORE-EXEMPT-SALES.
           MOVE CKPT-TAX-EXEMPT-SALES (WS-EXR-SUB)
               TO TT-EXEMPT-SALES (WS-CKPT-SUB, WS-EXR-SUB).

       073C-EXIT.
           EXIT.

      *    THE CONTINUATION REPORT HAS TO PICK UP INSIDE THE STORE
      *    AND CUSTOMER THE ABENDED RUN WAS PRINTING, OR THE OPEN
      *    CUSTOMER'S FIRST NEW LINE WOULD NOT BREAK AGAINST ANYTHING
      *    AND ITS PRIOR AMOUNTS WOULD NEVER FOOT.  A SUMMARY GENERATE
      *    WITH NOTHING POSTED SETS THE CONTROL VALUES AND PRINTS THE
      *    STORE HEADING WITHOUT A DETAIL LINE; THE DECLARATIVES ADD
      *    THE PRIOR AMOUNTS IN AS EACH OPEN LEVEL FOOTS.
       074-PRIME-REPORT-CONTINUATION.
           IF WS-DETAIL-COUNT = ZERO
               GO TO 074-EXIT
           END-IF.

           MOVE WS-FOOT-STORE TO TR-STORE-NUMBER.
           MOVE WS-FOOT-CUSTOMER TO TR-CUSTOMER-NUMBER.
           MOVE ZERO TO WS-POSTED-DISCOUNT-AMT
                        WS-POSTED-CHARGE-AMT
                        WS-POSTED-TAX-AMT.
           GENERATE CUSTOMER-REPORT.

       074-EXIT.
           EXIT.

      *    A CHECKPOINT IS TAKEN EVERY WS-CHECKPOINT-INTERVAL VISITS,
      *    AFTER THE VISIT HAS POSTED EVERYTHING IT IS GOING TO, AND
      *    REWRITES CHGCKPT WHOLE.  A RESTART THEN NEEDS NOTHING FROM
      *    THE ABENDED RUN BUT THIS FILE AND THE OUTPUTS IT NAMES -
      *    THE TERMINATION-ONLY FILES (TAXREMIT, ARGLJRNL, ARGLPROF,
      *    THE RECONCILE LISTING AND THE AUDIT RECORD) ARE BUILT FROM
      *    THE RESTORED ACCUMULATORS WHEN THE RESTARTED RUN FINISHES.
       076-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.

           IF NOT WS-CHECKPOINT-OK
               MOVE "CHECKPOINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKPOINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'C' TO CKPT-REC-TYPE.
           MOVE WS-RECORDS-CONSUMED TO CKPT-RECORDS-CONSUMED.
           MOVE WS-POST-DATE TO CKPT-POST-DATE.
           MOVE WS-INPUT-COUNT TO CKPT-INPUT-COUNT.
           MOVE WS-DETAIL-COUNT TO CKPT-DETAIL-COUNT.
           MOVE WS-REJECT-COUNT TO CKPT-REJECT-COUNT.
           MOVE WS-HOLD-COUNT TO CKPT-HOLD-COUNT.
           MOVE WS-PRICE-VARY-COUNT TO CKPT-PRICE-VARY-COUNT.
           MOVE WS-DUP-BATCH-COUNT TO CKPT-DUP-BATCH-COUNT.
           MOVE WS-DUP-VISIT-COUNT TO CKPT-DUP-VISIT-COUNT.
           MOVE WS-RETURN-COUNT TO CKPT-RETURN-COUNT.
           MOVE WS-EXEMPT-LINE-COUNT TO CKPT-EXEMPT-LINE-COUNT.
           MOVE WS-PROMO-APPLIED-COUNT TO CKPT-PROMO-APPLIED-COUNT.
           MOVE WS-MASKED-ROW-COUNT TO CKPT-MASKED-ROW-COUNT.
           WRITE CHECKPOINT-RECORD.

           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'M' TO CKPT-REC-TYPE.
           MOVE WS-AUDIT-CHARGE-TOTAL TO CKPT-AUDIT-CHARGE-TOTAL.
           MOVE WS-RETURN-CHARGE-TOTAL TO CKPT-RETURN-CHARGE-TOTAL.
           MOVE WS-CTL-HASH TO CKPT-CTL-HASH.
           MOVE WS-FOOT-STORE TO CKPT-FOOT-STORE.
           MOVE WS-FOOT-CUSTOMER TO CKPT-FOOT-CUSTOMER.
           PERFORM 076A-SAVE-FOOT-LEVEL THRU 076A-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > 3.
           WRITE CHECKPOINT-RECORD.

           MOVE 'REJECTS' TO WS-CKPT-FILE-NAME.
           MOVE WS-REJECTS-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'CHARGEJSON' TO WS-CKPT-FILE-NAME.
           MOVE WS-JSON-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'CHARGECSV' TO WS-CKPT-FILE-NAME.
           MOVE WS-CSV-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'PRICEVAR' TO WS-CKPT-FILE-NAME.
           MOVE WS-PRICEVAR-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'CREDHOLD' TO WS-CKPT-FILE-NAME.
           MOVE WS-HOLD-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'OVERLIMT' TO WS-CKPT-FILE-NAME.
           MOVE WS-OVERLIMIT-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'CHRGPOST' TO WS-CKPT-FILE-NAME.
           MOVE WS-CTL-COUNT TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'RECYCLE' TO WS-CKPT-FILE-NAME.
           MOVE WS-RECYCLE-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.
           MOVE 'RECON-WRK' TO WS-CKPT-FILE-NAME.
           MOVE WS-RECONWRK-ON-FILE TO WS-CKPT-FILE-RECORDS.
           PERFORM 076B-WRITE-FILE-COUNT THRU 076B-EXIT.

           PERFORM 076C-WRITE-TAX-ENTRY THRU 076C-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-TAX-JURIS-COUNT.
           PERFORM 076D-WRITE-DEPT-ENTRY THRU 076D-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > 99.
           PERFORM 076E-WRITE-RETURN-ENTRY THRU 076E-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-RUN-RETURN-COUNT.
           PERFORM 076F-WRITE-BATCH-ENTRY THRU 076F-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-PENDING-BATCH-COUNT.
           PERFORM 076G-WRITE-STORE-DATE THRU 076G-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > WS-STORE-DATE-COUNT.

           CLOSE CHECKPOINT-FILE.

       076-EXIT.
           EXIT.

       076A-SAVE-FOOT-LEVEL.
           MOVE WS-FOOT-DISCOUNT (WS-CKPT-SUB)
               TO CKPT-FOOT-DISCOUNT (WS-CKPT-SUB).
           MOVE WS-FOOT-CHARGE (WS-CKPT-SUB)
               TO CKPT-FOOT-CHARGE (WS-CKPT-SUB).
           MOVE WS-FOOT-TAX (WS-CKPT-SUB)
               TO CKPT-FOOT-TAX (WS-CKPT-SUB).

       076A-EXIT.
           EXIT.

       076B-WRITE-FILE-COUNT.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'F' TO CKPT-REC-TYPE.
           MOVE WS-CKPT-FILE-NAME TO CKPT-FILE-NAME.
           MOVE WS-CKPT-FILE-RECORDS TO CKPT-FILE-RECORDS.
           WRITE CHECKPOINT-RECORD.

       076B-EXIT.
           EXIT.

       076C-WRITE-TAX-ENTRY.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'T' TO CKPT-REC-TYPE.
           MOVE WS-CKPT-SUB TO CKPT-TAX-SUB.
           MOVE TT-TAXABLE-SALES (WS-CKPT-SUB)
               TO CKPT-TAX-TAXABLE-SALES.
           MOVE TT-TAX-DUE (WS-CKPT-SUB) TO CKPT-TAX-DUE.
           MOVE TT-RETURN-SALES (WS-CKPT-SUB)
               TO CKPT-TAX-RETURN-SALES.
           MOVE TT-RETURN-TAX (WS-CKPT-SUB) TO CKPT-TAX-RETURN-TAX.
           PERFORM 076H-SAVE-EXEMPT-SALES THRU 076H-EXIT
               VARYING WS-EXR-SUB FROM 1 BY 1
               UNTIL WS-EXR-SUB > 6.
           WRITE CHECKPOINT-RECORD.

       076C-EXIT.
           EXIT.

      *    ONLY DEPARTMENTS THAT HAVE POSTED SOMETHING ARE WRITTEN -
      *    THE TABLE STARTS ALL ZERO ON A RESTART AS ON ANY RUN.
       076D-WRITE-DEPT-ENTRY.
           IF WS-GL-DEPT-SALES-ENTRY (WS-CKPT-SUB) = ZEROS
               GO TO 076D-EXIT
           END-IF.

           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'G' TO CKPT-REC-TYPE.
           MOVE WS-CKPT-SUB TO CKPT-DEPT-NUMBER.
           MOVE GLD-GROSS-SALES (WS-CKPT-SUB) TO CKPT-DEPT-GROSS-SALES.
           MOVE GLD-DISCOUNT-AMT (WS-CKPT-SUB)
               TO CKPT-DEPT-DISCOUNT-AMT.
           MOVE GLD-RETURN-GROSS (WS-CKPT-SUB)
               TO CKPT-DEPT-RETURN-GROSS.
           MOVE GLD-RETURN-DISCOUNT (WS-CKPT-SUB)
               TO CKPT-DEPT-RETURN-DISCOUNT.
           WRITE CHECKPOINT-RECORD.

       076D-EXIT.
           EXIT.

       076E-WRITE-RETURN-ENTRY.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'R' TO CKPT-REC-TYPE.
           MOVE RRT-CUSTOMER-NUMBER (WS-CKPT-SUB)
               TO CKPT-RTN-CUSTOMER-NUMBER.
           MOVE RRT-ITEM-NUMBER (WS-CKPT-SUB) TO CKPT-RTN-ITEM-NUMBER.
           MOVE RRT-SALE-DATE (WS-CKPT-SUB) TO CKPT-RTN-SALE-DATE.
           WRITE CHECKPOINT-RECORD.

       076E-EXIT.
           EXIT.

       076F-WRITE-BATCH-ENTRY.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'B' TO CKPT-REC-TYPE.
           MOVE PBT-STORE-NUMBER (WS-CKPT-SUB)
               TO CKPT-BATCH-STORE-NUMBER.
           MOVE PBT-BATCH-NUMBER (WS-CKPT-SUB) TO CKPT-BATCH-NUMBER.
           WRITE CHECKPOINT-RECORD.

       076F-EXIT.
           EXIT.

       076G-WRITE-STORE-DATE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 'S' TO CKPT-REC-TYPE.
           MOVE SDT-STORE-NUMBER (WS-CKPT-SUB)
               TO CKPT-SDT-STORE-NUMBER.
           MOVE SDT-BUSINESS-DATE (WS-CKPT-SUB)
               TO CKPT-SDT-BUSINESS-DATE.
           WRITE CHECKPOINT-RECORD.

       076G-EXIT.
           EXIT.

       076H-SAVE-EXEMPT-SALES.
           MOVE TT-EXEMPT-SALES (WS-CKPT-SUB, WS-EXR-SUB)
               TO CKPT-TAX-EXEMPT-SALES (WS-EXR-SUB).

       076H-EXIT.
           EXIT.

      *    THE REPORT WRITER KEEPS ITS SUM COUNTERS TO ITSELF, SO THE
      *    OPEN CUSTOMER, STORE AND COMPANY TOTALS A CHECKPOINT NEEDS
      *    ARE KEPT ALONGSIDE IT HERE, RIGHT AFTER EACH GENERATE -
      *    LEVEL 1 THE CUSTOMER, 2 THE STORE, 3 THE COMPANY.
       077-ACCUMULATE-FOOTING-TOTALS.
           IF TR-STORE-NUMBER NOT = WS-FOOT-STORE
               MOVE TR-STORE-NUMBER TO WS-FOOT-STORE
               MOVE ZEROS TO WS-FOOT-LEVEL (2)
               MOVE ZEROS TO WS-FOOT-LEVEL (1)
               MOVE TR-CUSTOMER-NUMBER TO WS-FOOT-CUSTOMER
           END-IF.
           IF TR-CUSTOMER-NUMBER NOT = WS-FOOT-CUSTOMER
               MOVE TR-CUSTOMER-NUMBER TO WS-FOOT-CUSTOMER
               MOVE ZEROS TO WS-FOOT-LEVEL (1)
           END-IF.

           PERFORM 077A-ADD-ONE-FOOT-LEVEL THRU 077A-EXIT
               VARYING WS-CKPT-SUB FROM 1 BY 1
               UNTIL WS-CKPT-SUB > 3.

       077-EXIT.
           EXIT.

       077A-ADD-ONE-FOOT-LEVEL.
           ADD WS-POSTED-DISCOUNT-AMT TO WS-FOOT-DISCOUNT (WS-CKPT-SUB).
           ADD WS-POSTED-CHARGE-AMT TO WS-FOOT-CHARGE (WS-CKPT-SUB).
           ADD WS-POSTED-TAX-AMT TO WS-FOOT-TAX (WS-CKPT-SUB).

       077A-EXIT.
           EXIT.

      *    THE RUN FINISHED, SO THE CHECKPOINT IT LEFT BEHIND IS
      *    EMPTIED - THE NEXT RUN STARTS FROM THE TOP OF ITS FEED.
       078-CLEAR-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.

           IF NOT WS-CHECKPOINT-OK
               MOVE "CHECKPOINT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHECKPOINT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           CLOSE CHECKPOINT-FILE.

       078-EXIT.
           EXIT.

      *    ON A RESTART EACH OUTPUT THE POSTING PASS WRITES IS CUT
      *    BACK TO THE RECORD COUNT ITS CHECKPOINT SAYS IT HELD - THE
      *    FIRST THAT MANY RECORDS PASS THROUGH CHGRSWRK AND BACK, THE
      *    ABENDED RUN'S RECORDS PAST THE CHECKPOINT FALL AWAY, AND
      *    THE FILE IS LEFT OPEN FOR THE RESTARTED RUN TO CARRY ON
      *    WRITING.  A FILE HOLDING FEWER RECORDS THAN ITS CHECKPOINT
      *    IS NOT THE FILE THE CHECKPOINT WAS TAKEN AGAINST, AND THE
      *    RESTART IS REFUSED.
       120-OPEN-RESTART-WORK.
           OPEN OUTPUT RESTART-WORK-FILE.
           IF NOT WS-RSWORK-OK
               MOVE "RESTART-WORK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RSWORK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

       120-EXIT.
           EXIT.

       120A-REFUSE-SHORT-OUTPUT.
           DISPLAY "CHECKPOINT RESTART REFUSED - " WS-MSG-INSERT-1
                   " HOLDS FEWER RECORDS THAN ITS CHECKPOINT"
                   UPON SYSERR.
           DISPLAY "RESTORE THE FILES OR EMPTY CHGCKPT AND RERUN"
                   " FROM THE TOP" UPON SYSERR.
           STOP RUN RETURNING 1.

       120A-EXIT.
           EXIT.

       121-REPOSITION-REJECTS.
           IF WS-REJECTS-ON-FILE = ZERO
               OPEN OUTPUT EXCEPTION-FILE
               GO TO 121-EXIT
           END-IF.

           OPEN INPUT EXCEPTION-FILE.
           IF NOT WS-EXCEPTION-OK
               MOVE "EXCEPTION-FILE" TO WS-MSG-INSERT-1
               MOVE WS-EXCEPTION-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 121A-SAVE-ONE-REJECTS THRU 121A-EXIT
               UNTIL WS-RESTART-COPIED = WS-REJECTS-ON-FILE
                  OR RSWORK-EOF.
           CLOSE EXCEPTION-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-REJECTS-ON-FILE
               MOVE "EXCEPTION-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT EXCEPTION-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 121B-COPY-BACK-ONE-REJECTS THRU 121B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       121-EXIT.
           EXIT.

       121A-SAVE-ONE-REJECTS.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE EXCEPTION-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       121A-EXIT.
           EXIT.

       121B-COPY-BACK-ONE-REJECTS.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO EXCEPTION-RECORD
                   WRITE EXCEPTION-RECORD
           END-READ.

       121B-EXIT.
           EXIT.

       122-REPOSITION-JSON-FEED.
           IF WS-JSON-ON-FILE = ZERO
               OPEN OUTPUT JSON-FEED-FILE
               GO TO 122-EXIT
           END-IF.

           OPEN INPUT JSON-FEED-FILE.
           IF NOT WS-JSON-OK
               MOVE "JSON-FEED-FILE" TO WS-MSG-INSERT-1
               MOVE WS-JSON-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 122A-SAVE-ONE-JSON-FEED THRU 122A-EXIT
               UNTIL WS-RESTART-COPIED = WS-JSON-ON-FILE
                  OR RSWORK-EOF.
           CLOSE JSON-FEED-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-JSON-ON-FILE
               MOVE "JSON-FEED-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT JSON-FEED-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 122B-COPY-BACK-ONE-JSON-FEED THRU 122B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       122-EXIT.
           EXIT.

       122A-SAVE-ONE-JSON-FEED.
           READ JSON-FEED-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE JSON-FEED-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       122A-EXIT.
           EXIT.

       122B-COPY-BACK-ONE-JSON-FEED.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO JSON-FEED-RECORD
                   WRITE JSON-FEED-RECORD
           END-READ.

       122B-EXIT.
           EXIT.

       123-REPOSITION-CSV.
           IF WS-CSV-ON-FILE = ZERO
               OPEN OUTPUT CSV-FILE
               GO TO 123-EXIT
           END-IF.

           OPEN INPUT CSV-FILE.
           IF NOT WS-CSV-OK
               MOVE "CSV-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CSV-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 123A-SAVE-ONE-CSV THRU 123A-EXIT
               UNTIL WS-RESTART-COPIED = WS-CSV-ON-FILE
                  OR RSWORK-EOF.
           CLOSE CSV-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-CSV-ON-FILE
               MOVE "CSV-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT CSV-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 123B-COPY-BACK-ONE-CSV THRU 123B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       123-EXIT.
           EXIT.

       123A-SAVE-ONE-CSV.
           READ CSV-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE CSV-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       123A-EXIT.
           EXIT.

       123B-COPY-BACK-ONE-CSV.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO CSV-RECORD
                   WRITE CSV-RECORD
           END-READ.

       123B-EXIT.
           EXIT.

       124-REPOSITION-PRICE-VARIANCE.
           IF WS-PRICEVAR-ON-FILE = ZERO
               OPEN OUTPUT PRICE-VARIANCE-FILE
               GO TO 124-EXIT
           END-IF.

           OPEN INPUT PRICE-VARIANCE-FILE.
           IF NOT WS-PRICEVAR-OK
               MOVE "PRICE-VARIANCE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-PRICEVAR-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 124A-SAVE-ONE-PRICE-VARIANCE THRU 124A-EXIT
               UNTIL WS-RESTART-COPIED = WS-PRICEVAR-ON-FILE
                  OR RSWORK-EOF.
           CLOSE PRICE-VARIANCE-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-PRICEVAR-ON-FILE
               MOVE "PRICE-VARIANCE-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT PRICE-VARIANCE-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 124B-COPY-BACK-ONE-PRICE-VARIANCE THRU 124B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       124-EXIT.
           EXIT.

       124A-SAVE-ONE-PRICE-VARIANCE.
           READ PRICE-VARIANCE-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE PRICE-VARIANCE-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       124A-EXIT.
           EXIT.

       124B-COPY-BACK-ONE-PRICE-VARIANCE.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO PRICE-VARIANCE-RECORD
                   WRITE PRICE-VARIANCE-RECORD
           END-READ.

       124B-EXIT.
           EXIT.

       125-REPOSITION-CREDIT-HOLD.
           IF WS-HOLD-ON-FILE = ZERO
               OPEN OUTPUT CREDIT-HOLD-FILE
               GO TO 125-EXIT
           END-IF.

           OPEN INPUT CREDIT-HOLD-FILE.
           IF NOT WS-HOLD-OK
               MOVE "CREDIT-HOLD-FILE" TO WS-MSG-INSERT-1
               MOVE WS-HOLD-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 125A-SAVE-ONE-CREDIT-HOLD THRU 125A-EXIT
               UNTIL WS-RESTART-COPIED = WS-HOLD-ON-FILE
                  OR RSWORK-EOF.
           CLOSE CREDIT-HOLD-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-HOLD-ON-FILE
               MOVE "CREDIT-HOLD-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT CREDIT-HOLD-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 125B-COPY-BACK-ONE-CREDIT-HOLD THRU 125B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       125-EXIT.
           EXIT.

       125A-SAVE-ONE-CREDIT-HOLD.
           READ CREDIT-HOLD-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE CREDIT-HOLD-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       125A-EXIT.
           EXIT.

       125B-COPY-BACK-ONE-CREDIT-HOLD.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO CREDIT-HOLD-RECORD
                   WRITE CREDIT-HOLD-RECORD
           END-READ.

       125B-EXIT.
           EXIT.

       126-REPOSITION-OVER-LIMIT.
           IF WS-OVERLIMIT-ON-FILE = ZERO
               OPEN OUTPUT OVER-LIMIT-FILE
               GO TO 126-EXIT
           END-IF.

           OPEN INPUT OVER-LIMIT-FILE.
           IF NOT WS-OVERLIMIT-OK
               MOVE "OVER-LIMIT-FILE" TO WS-MSG-INSERT-1
               MOVE WS-OVERLIMIT-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 126A-SAVE-ONE-OVER-LIMIT THRU 126A-EXIT
               UNTIL WS-RESTART-COPIED = WS-OVERLIMIT-ON-FILE
                  OR RSWORK-EOF.
           CLOSE OVER-LIMIT-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-OVERLIMIT-ON-FILE
               MOVE "OVER-LIMIT-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT OVER-LIMIT-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 126B-COPY-BACK-ONE-OVER-LIMIT THRU 126B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       126-EXIT.
           EXIT.

       126A-SAVE-ONE-OVER-LIMIT.
           READ OVER-LIMIT-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE OVER-LIMIT-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       126A-EXIT.
           EXIT.

       126B-COPY-BACK-ONE-OVER-LIMIT.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO OVER-LIMIT-RECORD
                   WRITE OVER-LIMIT-RECORD
           END-READ.

       126B-EXIT.
           EXIT.

       127-REPOSITION-CHARGE-POST.
           IF WS-CTL-COUNT = ZERO
               OPEN OUTPUT CHARGE-POST-FILE
               GO TO 127-EXIT
           END-IF.

           OPEN INPUT CHARGE-POST-FILE.
           IF NOT WS-CHRGPOST-OK
               MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
               MOVE WS-CHRGPOST-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 127A-SAVE-ONE-CHARGE-POST THRU 127A-EXIT
               UNTIL WS-RESTART-COPIED = WS-CTL-COUNT
                  OR RSWORK-EOF.
           CLOSE CHARGE-POST-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-CTL-COUNT
               MOVE "CHARGE-POST-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT CHARGE-POST-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 127B-COPY-BACK-ONE-CHARGE-POST THRU 127B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       127-EXIT.
           EXIT.

       127A-SAVE-ONE-CHARGE-POST.
           READ CHARGE-POST-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE CHARGE-POST-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       127A-EXIT.
           EXIT.

       127B-COPY-BACK-ONE-CHARGE-POST.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO CHARGE-POST-RECORD
                   WRITE CHARGE-POST-RECORD
           END-READ.

       127B-EXIT.
           EXIT.

       128-REPOSITION-RECYCLE.
           IF WS-RECYCLE-ON-FILE = ZERO
               OPEN OUTPUT RECYCLE-FILE
               GO TO 128-EXIT
           END-IF.

           OPEN INPUT RECYCLE-FILE.
           IF NOT WS-RECYCLE-OK
               MOVE "RECYCLE-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RECYCLE-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 128A-SAVE-ONE-RECYCLE THRU 128A-EXIT
               UNTIL WS-RESTART-COPIED = WS-RECYCLE-ON-FILE
                  OR RSWORK-EOF.
           CLOSE RECYCLE-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-RECYCLE-ON-FILE
               MOVE "RECYCLE-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT RECYCLE-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 128B-COPY-BACK-ONE-RECYCLE THRU 128B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       128-EXIT.
           EXIT.

       128A-SAVE-ONE-RECYCLE.
           READ RECYCLE-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RECYCLE-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       128A-EXIT.
           EXIT.

       128B-COPY-BACK-ONE-RECYCLE.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO RECYCLE-RECORD
                   WRITE RECYCLE-RECORD
           END-READ.

       128B-EXIT.
           EXIT.

       129-REPOSITION-RECON-WORK.
           IF WS-RECONWRK-ON-FILE = ZERO
               OPEN OUTPUT RECON-WORK-FILE
               GO TO 129-EXIT
           END-IF.

           OPEN INPUT RECON-WORK-FILE.
           IF NOT WS-RECONWRK-OK
               MOVE "RECON-WORK-FILE" TO WS-MSG-INSERT-1
               MOVE WS-RECONWRK-STATUS TO WS-MSG-INSERT-2
               MOVE 0001 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.
           PERFORM 120-OPEN-RESTART-WORK THRU 120-EXIT.

           MOVE ZERO TO WS-RESTART-COPIED.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 129A-SAVE-ONE-RECON-WORK THRU 129A-EXIT
               UNTIL WS-RESTART-COPIED = WS-RECONWRK-ON-FILE
                  OR RSWORK-EOF.
           CLOSE RECON-WORK-FILE, RESTART-WORK-FILE.

           IF WS-RESTART-COPIED < WS-RECONWRK-ON-FILE
               MOVE "RECON-WORK-FILE" TO WS-MSG-INSERT-1
               PERFORM 120A-REFUSE-SHORT-OUTPUT THRU 120A-EXIT
           END-IF.

           OPEN OUTPUT RECON-WORK-FILE.
           OPEN INPUT RESTART-WORK-FILE.
           MOVE 'N' TO RSWORK-EOF-SWITCH.
           PERFORM 129B-COPY-BACK-ONE-RECON-WORK THRU 129B-EXIT
               UNTIL RSWORK-EOF.
           CLOSE RESTART-WORK-FILE.

       129-EXIT.
           EXIT.

       129A-SAVE-ONE-RECON-WORK.
           READ RECON-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RECON-WORK-RECORD TO RESTART-WORK-RECORD
                   WRITE RESTART-WORK-RECORD
                   ADD 1 TO WS-RESTART-COPIED
           END-READ.

       129A-EXIT.
           EXIT.

       129B-COPY-BACK-ONE-RECON-WORK.
           READ RESTART-WORK-FILE
               AT END
                   MOVE 'Y' TO RSWORK-EOF-SWITCH
               NOT AT END
                   MOVE RESTART-WORK-RECORD TO RECON-WORK-RECORD
                   WRITE RECON-WORK-RECORD
           END-READ.

       129B-EXIT.
           EXIT.

       100-PROCESS-TRANSACTION-DATA.
      *    THE BALANCING PASS HAS ALREADY PROVED THE BATCH AGAINST
      *    ITS OWN TRAILER; THE HEADER IS WHERE THE RE-TRANSMISSION
      *    CHECK RUNS - A STORE/BATCH PAIR THE REGISTRY ALREADY
      *    CARRIES IS REFUSED WHOLE, AND ITS VISITS ARE SKIPPED TO
      *    THE TRAILER INSTEAD OF POSTING A SECOND TIME.
           IF FEED-VERSION-RECORD
               PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT
               GO TO 199-EXIT
           END-IF.

           IF FEED-HEADER-RECORD
               PERFORM 032-CHECK-BATCH-HEADER THRU 032-EXIT
               PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT
               GO TO 199-EXIT
           END-IF.

           IF FEED-TRAILER-RECORD
               MOVE 'N' TO WS-DUP-BATCH-SWITCH
               PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT
               GO TO 199-EXIT
           END-IF.

           IF SKIPPING-DUP-BATCH
               ADD 1 TO WS-DUP-VISIT-COUNT
               PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT
               GO TO 199-EXIT
           END-IF.

           ADD 1 TO WS-INPUT-COUNT.

      *    THE CUSTOMER NUMBER AND CUSTOMER MASTER ARE THE SAME FOR
      *    EVERY LINE ITEM ON ONE VISIT, SO THEY ARE CHECKED ONCE PER
      *    VISIT HERE RATHER THAN ONCE PER LINE ITEM - A VISIT WITH A
      *    BAD CUSTOMER NUMBER IS REJECTED WHOLE, WITH ONE EXCEPTION-
      *    FILE ROW, INSTEAD OF ONE ROW PER LINE ITEM ON IT.
           PERFORM 091-EDIT-CUSTOMER THRU 091-EXIT.

           IF CUSTOMER-REJECTED
               MOVE 1 TO WS-LI-SUB
               PERFORM 095-WRITE-EXCEPTION THRU 095-EXIT
           ELSE
               IF RETURN-VISIT
                   PERFORM 110-PROCESS-RETURN-VISIT THRU 110-EXIT
               ELSE
                   PERFORM 093-CHECK-CREDIT-LIMIT THRU 093-EXIT
                   IF VISIT-OVER-LIMIT
                       PERFORM 096-WRITE-CREDIT-HOLD THRU 096-EXIT
                   ELSE
                       PERFORM 101-PROCESS-LINE-ITEM THRU 101-EXIT
                           VARYING WS-LI-SUB FROM 1 BY 1
                           UNTIL WS-LI-SUB > TR-LINE-ITEM-COUNT
                   END-IF
               END-IF
           END-IF.

      *    THE VISIT HAS WRITTEN EVERYTHING IT IS GOING TO, SO THIS
      *    IS A CLEAN POINT TO CHECKPOINT AT.
           IF NOT DRY-RUN-REQUESTED
               DIVIDE WS-INPUT-COUNT BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CHECKPOINT-QUOTIENT
                   REMAINDER WS-CHECKPOINT-REMAINDER
               IF WS-CHECKPOINT-REMAINDER = ZERO
                   PERFORM 076-WRITE-CHECKPOINT THRU 076-EXIT
               END-IF
           END-IF.

           PERFORM 098R-READ-NEXT-VISIT THRU 098R-EXIT.

       199-EXIT.
           EXIT.

      *    VISITS THE CREDIT DESK RELEASED FROM AN EARLIER RUN'S HOLD
      *    FILE ARE POSTED AFTER THE DAY'S FEED, THROUGH THE SAME
      *    CUSTOMER EDITS AND LINE-ITEM PROCESSING, WITH ONLY THE
      *    CREDIT-LIMIT CHECK WAIVED.
       105-PROCESS-RELEASES.
           MOVE 'Y' TO WS-RELEASED-SWITCH.

           OPEN INPUT RELEASE-FILE.

           IF WS-RELEASE-OK
               READ RELEASE-FILE
                   AT END
                       MOVE 'Y' TO RELEASE-EOF-SWITCH
               END-READ
               PERFORM 106-PROCESS-ONE-RELEASE THRU 106-EXIT
                   UNTIL RELEASE-EOF
               CLOSE RELEASE-FILE
      *        THE RELEASED VISITS JUST POSTED - THEIR HOLDS COME OFF
      *        CREDHOLD FIRST, WHILE THE RELEASE IMAGES ARE STILL ON
      *        FILE TO MATCH AGAINST, AND THEN THE RELEASE FILE IS
      *        CLEARED OR EVERY LATER RUN WOULD CHARGE THEM AGAIN.  A
      *        DRY RUN POSTED NOTHING AND LEAVES BOTH FILES WAITING.
               IF NOT DRY-RUN-REQUESTED
                   IF WS-RELEASE-COUNT > ZERO
                       PERFORM 105A-CONSUME-RELEASED-HOLDS
                           THRU 105A-EXIT
                   END-IF
                   OPEN OUTPUT RELEASE-FILE
                   CLOSE RELEASE-FILE
               END-IF
           ELSE
               IF NOT WS-RELEASE-NOT-FOUND
                   MOVE "RELEASE-FILE" TO WS-MSG-INSERT-1
                   MOVE WS-RELEASE-STATUS TO WS-MSG-INSERT-2
                   MOVE 0001 TO WS-MSG-NUMBER
                   PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
                   STOP RUN RETURNING 1
               END-IF
           END-IF.

           MOVE 'N' TO WS-RELEASED-SWITCH.

       105-EXIT.
           EXIT.

       106-PROCESS-ONE-RELEASE.
           MOVE RELEASE-RECORD TO TRANSACTION-RECORD.
           ADD 1 TO WS-INPUT-COUNT.
           ADD 1 TO WS-RELEASE-COUNT.

           PERFORM 091-EDIT-CUSTOMER THRU 091-EXIT.

           IF CUSTOMER-REJECTED
               MOVE 1 TO WS-LI-SUB
               PERFORM 095-WRITE-EXCEPTION THRU 095-EXIT
           ELSE
               MOVE 1 TO WS-LI-SUB
               PERFORM 095-WRITE-EXCEPTION THRU 095-EXIT
           ELSE
               IF RETURN-VISIT
                   PERFORM 110-PROCESS-RETURN-VISIT THRU 110-EXIT
               ELSE
                   PERFORM 093-CHECK-CREDIT-LIMIT THRU 093-EXIT
                   IF VISIT-OVER-LIMIT
                       PERFORM 096-WRITE-CREDIT-HOLD THRU 096-EXIT
                   ELSE
                       PERFORM 101-PROCESS-LINE-ITEM THRU 101-EXIT
                           VARYING WS-LI-SUB FROM 1 BY 1
                           UNTIL WS-LI-SUB > TR-LINE-ITEM-COUNT
                   END-IF
               END-IF
           END-IF.

      *    ONE PASS OF THIS PARAGRAPH HANDLES ONE LINE ITEM OFF THE
      *    CURRENT CUSTOMER VISIT, SO A SIX-ITEM VISIT GENERATES SIX
      *    CHARGE-DETAIL LINES.
      *    A RETURNED ITEM IS PRICED EXACTLY AS A SOLD ONE - SAME
      *    DEPARTMENT DISCOUNT - AND PROVED AGAINST THE ORIGINAL SALE
      *    BEFORE IT IS ALLOWED TO POST AS A CREDIT, CARRYING THE TAX
      *    THAT SALE COLLECTED.
       101-PROCESS-LINE-ITEM.
           PERFORM 090-EDIT-TRANSACTION THRU 090-EXIT.

           IF NOT TRANSACTION-REJECTED
               SET DISCOUNT-IX TO TR-ITEM-DEPARTMENT (WS-LI-SUB)
               COMPUTE WS-DISCOUNT-AMT ROUNDED =
                   TR-ITEM-COST (WS-LI-SUB) * DISCOUNT (DISCOUNT-IX)
               COMPUTE WS-CHARGE-AMT =
                   TR-ITEM-COST (WS-LI-SUB) - WS-DISCOUNT-AMT
               PERFORM 102-COMPUTE-SALES-TAX THRU 102-EXIT
               IF RETURN-VISIT
                   PERFORM 113-MATCH-ORIGINAL-SALE THRU 113-EXIT
               END-IF
           END-IF.

           IF TRANSACTION-REJECTED
               PERFORM 095-WRITE-EXCEPTION THRU 095-EXIT
               GO TO 101-EXIT
           END-IF.

           PERFORM 102A-ACCUMULATE-SALES-TAX THRU 102A-EXIT.
           ADD 1 TO WS-DETAIL-COUNT.

           IF RETURN-VISIT
               PERFORM 116-ACCUMULATE-RETURN THRU 116-EXIT
           ELSE
               MOVE WS-DISCOUNT-AMT TO WS-POSTED-DISCOUNT-AMT
               MOVE WS-CHARGE-AMT TO WS-POSTED-CHARGE-AMT
               MOVE WS-TAX-AMT TO WS-POSTED-TAX-AMT
               ADD WS-CHARGE-AMT TO WS-AUDIT-CHARGE-TOTAL
      *        EACH POSTED LINE ROLLS INTO ITS DEPARTMENT'S JOURNAL
      *        ACCUMULATORS - GROSS FOR THE SALES CREDIT, DISCOUNT
                   GLD-GROSS-SALES (TR-ITEM-DEPARTMENT (WS-LI-SUB))
               ADD WS-DISCOUNT-AMT TO
                   GLD-DISCOUNT-AMT (TR-ITEM-DEPARTMENT (WS-LI-SUB))
           END-IF.

           IF NOT DRY-RUN-REQUESTED
               GENERATE CHARGE-DETAIL
               PERFORM 077-ACCUMULATE-FOOTING-TOTALS THRU 077-EXIT
               PERFORM 098-WRITE-JSON-DETAIL THRU 098-EXIT
               PERFORM 099-WRITE-CSV-DETAIL THRU 099-EXIT
               PERFORM 103-WRITE-CHARGE-POST THRU 103-EXIT
           END-IF.

       101-EXIT.
           EXIT.

      *    A RETURN VISIT SKIPS THE CREDIT CHECK - IT CAN ONLY LOWER
      *    WHAT THE CUSTOMER OWES.  ITS ITEMS ARE LIFTED OUT OF THE
      *    WIDER RETURN LAYOUT FIRST, EVERY ONE BEFORE ANY IS PUT BACK
      *    (THE TWO LAYOUTS OVERLAP), THEN REWRITTEN IN THE SALE
      *    LAYOUT SO THE LINE-ITEM PROCESSING SERVES BOTH.
       110-PROCESS-RETURN-VISIT.
           PERFORM 111-LIFT-ONE-RETURN-ITEM THRU 111-EXIT
               VARYING WS-LI-SUB FROM 1 BY 1
               UNTIL WS-LI-SUB > RVR-LINE-ITEM-COUNT.

           PERFORM 112-RESTORE-ONE-RETURN-ITEM THRU 112-EXIT
               VARYING WS-LI-SUB FROM 1 BY 1
               UNTIL WS-LI-SUB > TR-LINE-ITEM-COUNT.

           PERFORM 101-PROCESS-LINE-ITEM THRU 101-EXIT
               VARYING WS-LI-SUB FROM 1 BY 1
               UNTIL WS-LI-SUB > TR-LINE-ITEM-COUNT.

       110-EXIT.
           EXIT.

       111-LIFT-ONE-RETURN-ITEM.
           MOVE RVR-ITEM-NUMBER (WS-LI-SUB)
               TO RIT-ITEM-NUMBER (WS-LI-SUB).
           MOVE RVR-ITEM-COST (WS-LI-SUB) TO RIT-ITEM-COST (WS-LI-SUB).
           MOVE RVR-SALE-DATE (WS-LI-SUB) TO RIT-SALE-DATE (WS-LI-SUB).

       111-EXIT.
           EXIT.

       112-RESTORE-ONE-RETURN-ITEM.
           MOVE RIT-ITEM-NUMBER (WS-LI-SUB)
               TO TR-ITEM-NUMBER (WS-LI-SUB).
           MOVE RIT-ITEM-COST (WS-LI-SUB) TO TR-ITEM-COST (WS-LI-SUB).

       112-EXIT.
           EXIT.

      *    THE ORIGINAL SALE IS THE CUSTOMER'S CHRGHIST ENTRY FOR THE
      *    ITEM ON THE RECEIPT DATE.  EVERY UNIT SOLD THAT DAY COUNTS,
      *    LESS EVERY EARLIER RETURN AGAINST THE SAME SALE - THOSE
      *    SIT LATER IN THE SAME CUSTOMER'S HISTORY, NEGATIVE, WITH
      *    THE SALE DATE CARRIED - LESS THIS RUN'S OWN RETURNS.  ONE
      *    LINE ITEM IS ONE UNIT.  THE CREDIT MAY NOT EXCEED WHAT THE
      *    CUSTOMER WAS CHARGED FOR THE UNIT EITHER.
      *    A TAXED RETURN CREDITS THE TAX THE SALE COLLECTED, NOT
      *    TODAY'S RATE APPLIED AFRESH - THE CHRGHIST AMOUNT IS THE
      *    CHARGE PLUS ITS TAX, SO THE TAX IS WHAT IS LEFT OF IT
      *    AFTER THE CHARGE.  THE REMITTANCE AND THE JOURNAL THEN
      *    REVERSE WHAT WAS ACTUALLY REMITTED.
       113-MATCH-ORIGINAL-SALE.
           MOVE ZERO TO WS-RTN-SOLD-COUNT.
           MOVE ZERO TO WS-RTN-RETURNED-COUNT.
           MOVE ZERO TO WS-RTN-SALE-AMOUNT.

           IF HISTORY-IS-OPEN
              AND RIT-SALE-DATE (WS-LI-SUB) IS NUMERIC
               MOVE TR-CUSTOMER-NUMBER TO HIS-CUSTOMER-NUMBER
               MOVE RIT-SALE-DATE (WS-LI-SUB) TO HIS-CHARGE-DATE
               MOVE ZERO TO HIS-SEQUENCE
               MOVE 'N' TO HISTORY-SCAN-EOF-SWITCH
               START CHARGE-HISTORY-FILE
                   KEY IS GREATER THAN OR EQUAL TO HIS-RECORD-KEY
                   INVALID KEY
                       MOVE 'Y' TO HISTORY-SCAN-EOF-SWITCH
               END-START
               PERFORM 114-SCAN-ONE-HISTORY THRU 114-EXIT
                   UNTIL HISTORY-SCAN-DONE
           END-IF.

           IF WS-RTN-SOLD-COUNT = ZERO
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'NO MATCHING SALE FOR RETURN' TO WS-EXC-REASON
               GO TO 113-EXIT
           END-IF.

           PERFORM 115-COUNT-ONE-RUN-RETURN THRU 115-EXIT
               VARYING WS-RTN-SUB FROM 1 BY 1
               UNTIL WS-RTN-SUB > WS-RUN-RETURN-COUNT.

           IF WS-RTN-RETURNED-COUNT NOT < WS-RTN-SOLD-COUNT
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'RETURN EXCEEDS QUANTITY SOLD' TO WS-EXC-REASON
               GO TO 113-EXIT
           END-IF.

           IF LINE-WAS-TAXED
              AND WS-CHARGE-AMT NOT > WS-RTN-SALE-AMOUNT
               COMPUTE WS-TAX-AMT =
                   WS-RTN-SALE-AMOUNT - WS-CHARGE-AMT
           END-IF.

           COMPUTE WS-RTN-CREDIT-AMOUNT = WS-CHARGE-AMT + WS-TAX-AMT.
           IF WS-RTN-CREDIT-AMOUNT > WS-RTN-SALE-AMOUNT
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'RETURN EXCEEDS SALE AMOUNT' TO WS-EXC-REASON
           END-IF.

       113-EXIT.
           EXIT.

       114-SCAN-ONE-HISTORY.
           READ CHARGE-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO HISTORY-SCAN-EOF-SWITCH
                   GO TO 114-EXIT
           END-READ.

           IF HIS-CUSTOMER-NUMBER NOT = TR-CUSTOMER-NUMBER
               MOVE 'Y' TO HISTORY-SCAN-EOF-SWITCH
               GO TO 114-EXIT
           END-IF.

           IF HIS-ITEM-NUMBER NOT = TR-ITEM-NUMBER (WS-LI-SUB)
               GO TO 114-EXIT
           END-IF.

           IF HIS-CHARGE-AMOUNT > ZERO
              AND HIS-CHARGE-DATE = RIT-SALE-DATE (WS-LI-SUB)
               ADD 1 TO WS-RTN-SOLD-COUNT
               IF HIS-CHARGE-AMOUNT > WS-RTN-SALE-AMOUNT
                   MOVE HIS-CHARGE-AMOUNT TO WS-RTN-SALE-AMOUNT
               END-IF
           END-IF.

           IF HIS-CHARGE-AMOUNT < ZERO
              AND HIS-RETURN-SALE-DATE IS NUMERIC
              AND HIS-RETURN-SALE-DATE = RIT-SALE-DATE (WS-LI-SUB)
               ADD 1 TO WS-RTN-RETURNED-COUNT
           END-IF.

       114-EXIT.
           EXIT.

       115-COUNT-ONE-RUN-RETURN.
           IF RRT-CUSTOMER-NUMBER (WS-RTN-SUB) = TR-CUSTOMER-NUMBER
              AND RRT-ITEM-NUMBER (WS-RTN-SUB) =
                      TR-ITEM-NUMBER (WS-LI-SUB)
              AND RRT-SALE-DATE (WS-RTN-SUB) =
                      RIT-SALE-DATE (WS-LI-SUB)
               ADD 1 TO WS-RTN-RETURNED-COUNT
           END-IF.

       115-EXIT.
           EXIT.

      *    THE CREDIT POSTS NEGATIVE EVERYWHERE THE SALE POSTED
      *    POSITIVE: THE RUN'S CONTROL TOTAL, THE DETAIL LINE AND ITS
      *    FOOTINGS, AND CHRGPOST.  THE JOURNAL AND THE REMITTANCE
      *    KEEP THE RETURN IN ITS OWN ACCUMULATORS SO BOTH CAN SHOW IT
      *    AS A SEPARATE REVERSING ENTRY.
       116-ACCUMULATE-RETURN.
           COMPUTE WS-POSTED-DISCOUNT-AMT = ZERO - WS-DISCOUNT-AMT.
           COMPUTE WS-POSTED-CHARGE-AMT = ZERO - WS-CHARGE-AMT.
           COMPUTE WS-POSTED-TAX-AMT = ZERO - WS-TAX-AMT.
           SUBTRACT WS-CHARGE-AMT FROM WS-AUDIT-CHARGE-TOTAL.
           ADD WS-CHARGE-AMT TO WS-RETURN-CHARGE-TOTAL.
           ADD TR-ITEM-COST (WS-LI-SUB) TO
               GLD-RETURN-GROSS (TR-ITEM-DEPARTMENT (WS-LI-SUB)).
           ADD WS-DISCOUNT-AMT TO
               GLD-RETURN-DISCOUNT (TR-ITEM-DEPARTMENT (WS-LI-SUB)).
           ADD 1 TO WS-RETURN-COUNT.

      *    THE TABLE GUARDS AGAINST A RETURN BEING CREDITED TWICE IN
      *    ONE RUN - A RETURN IT CANNOT HOLD STOPS THE RUN RATHER
      *    THAN GO UNGUARDED.
           IF WS-RUN-RETURN-COUNT NOT < 500
               MOVE "RUN RETURN TABLE" TO WS-MSG-INSERT-1
               MOVE "500 ENTRIES" TO WS-MSG-INSERT-2
               MOVE 0004 TO WS-MSG-NUMBER
               PERFORM 099M-ISSUE-MESSAGE THRU 099M-EXIT
               STOP RUN RETURNING 1
           END-IF.

           ADD 1 TO WS-RUN-RETURN-COUNT.
           MOVE TR-CUSTOMER-NUMBER
               TO RRT-CUSTOMER-NUMBER (WS-RUN-RETURN-COUNT).
           MOVE TR-ITEM-NUMBER (WS-LI-SUB)
               TO RRT-ITEM-NUMBER (WS-RUN-RETURN-COUNT).
           MOVE RIT-SALE-DATE (WS-LI-SUB)
               TO RRT-SALE-DATE (WS-RUN-RETURN-COUNT).

       116-EXIT.
           EXIT.

      *    ONE CHRGPOST RECORD PER POSTED LINE ITEM - CHARGE PLUS TAX,
      *    THE AMOUNT THE CUSTOMER OWES - FOR THE NIGHTLY HISTORY
      *    CONSOLIDATION.
           MOVE SPACES TO CHARGE-POST-RECORD.
           MOVE TR-CUSTOMER-NUMBER TO CPR-CUSTOMER-NUMBER.
           MOVE WS-POST-DATE TO CPR-CHARGE-DATE.
           COMPUTE CPR-CHARGE-AMOUNT =
               WS-POSTED-CHARGE-AMT + WS-POSTED-TAX-AMT.
           MOVE WS-ITEM-DESC TO CPR-DESCRIPTION.
           MOVE TR-ITEM-DEPARTMENT (WS-LI-SUB) TO CPR-ITEM-DEPARTMENT.
           MOVE TR-ITEM-NUMBER (WS-LI-SUB) TO CPR-ITEM-NUMBER.
           MOVE TR-STORE-NUMBER TO CPR-STORE-NUMBER.
           IF RETURN-VISIT
               MOVE RIT-SALE-DATE (WS-LI-SUB) TO CPR-RETURN-SALE-DATE
           END-IF.
           WRITE CHARGE-POST-RECORD.

           ADD 1 TO WS-CTL-COUNT.
      *    BOTH THE DEPARTMENT IS FLAGGED TAXABLE ON RATESIN AND THE
      *    CUSTOMER'S JURISDICTION RESOLVED AGAINST TAXRATES.  EACH
      *    TAXED LINE ALSO ROLLS INTO ITS JURISDICTION'S REMITTANCE
      *    ACCUMULATORS FOR THE END-OF-RUN SUMMARY - BUT ONLY ONCE THE
      *    LINE IS SURE TO POST, SINCE A RETURN CAN STILL BE REFUSED
      *    AFTER ITS TAX IS KNOWN.
      *    A LINE THAT WOULD BE TAXED IS LEFT UNTAXED ONLY WHEN THE
      *    CUSTOMER'S CERTIFICATE WAS IN FORCE ON THE VISIT DATE - ONE
      *    THAT HAS LAPSED, OR HAS NOT STARTED, EXEMPTS NOTHING.  A
      *    RETURN IS TESTED AS OF THE SALE IT REVERSES, SO A CUSTOMER
      *    EXEMPTED SINCE STILL GETS BACK THE TAX THEY PAID.  THE
      *    RETURN'S TAX FIGURED HERE IS ONLY PROVISIONAL - 113 SETS
      *    THE AMOUNT THE SALE ACTUALLY COLLECTED.
       102-COMPUTE-SALES-TAX.
           MOVE ZERO TO WS-TAX-AMT.
           MOVE 'N' TO WS-TAXED-SWITCH.
           MOVE 'N' TO WS-EXEMPTED-SWITCH.

           IF WS-CUR-TAX-SUB = ZERO
               GO TO 102-EXIT
               GO TO 102-EXIT
           END-IF.

           MOVE WS-VISIT-DATE TO WS-CERT-TEST-DATE.
           IF RETURN-VISIT
              AND RIT-SALE-DATE (WS-LI-SUB) IS NUMERIC
               MOVE RIT-SALE-DATE (WS-LI-SUB) TO WS-CERT-TEST-DATE
           END-IF.

           IF CUSTOMER-HAS-CERTIFICATE
              AND WS-CERT-TEST-DATE NOT < WS-CERT-ISSUE-DATE
              AND WS-CERT-TEST-DATE NOT > WS-CERT-EXPIRY-DATE
               MOVE 'Y' TO WS-EXEMPTED-SWITCH
               GO TO 102-EXIT
           END-IF.

           SET TAX-IX TO WS-CUR-TAX-SUB.
           COMPUTE WS-TAX-AMT ROUNDED =
               WS-CHARGE-AMT * TT-RATE (TAX-IX).
           MOVE 'Y' TO WS-TAXED-SWITCH.

       102-EXIT.
           EXIT.

      *    A RETURN REVERSES THE TAX THE SALE CHARGED INTO ITS OWN
      *    ACCUMULATORS, SO THE REMITTANCE SHOWS IT AS A CREDIT LINE.
      *    AN EXEMPT LINE ROLLS INTO ITS JURISDICTION'S EXEMPT SALES
      *    UNDER THE CERTIFICATE'S REASON, NET OF EXEMPT RETURNS.
       102A-ACCUMULATE-SALES-TAX.
           IF LINE-WAS-EXEMPTED
               ADD 1 TO WS-EXEMPT-LINE-COUNT
               SET TAX-IX TO WS-CUR-TAX-SUB
               IF RETURN-VISIT
                   SUBTRACT WS-CHARGE-AMT FROM
                       TT-EXEMPT-SALES (TAX-IX, WS-CERT-REASON-SUB)
               ELSE
                   ADD WS-CHARGE-AMT TO
                       TT-EXEMPT-SALES (TAX-IX, WS-CERT-REASON-SUB)
               END-IF
               GO TO 102A-EXIT
           END-IF.

           IF NOT LINE-WAS-TAXED
               GO TO 102A-EXIT
           END-IF.

           SET TAX-IX TO WS-CUR-TAX-SUB.
           IF RETURN-VISIT
               ADD WS-CHARGE-AMT TO TT-RETURN-SALES (TAX-IX)
               ADD WS-TAX-AMT TO TT-RETURN-TAX (TAX-IX)
           ELSE
               ADD WS-CHARGE-AMT TO TT-TAXABLE-SALES (TAX-IX)
               ADD WS-TAX-AMT TO TT-TAX-DUE (TAX-IX)
           END-IF.

       102A-EXIT.
           EXIT.

       090-EDIT-TRANSACTION.
           MOVE 'N' TO WS-EDIT-SWITCH.
           MOVE SPACES TO WS-EXC-REASON.
               END-IF
           END-IF.

           PERFORM 089E-SET-EFFECTIVE-PRICE THRU 089E-EXIT.

      *    A DISCONTINUED ITEM CAN STILL COME BACK AS A RETURN, BUT
      *    CANNOT BE SOLD ON OR AFTER ITS DISCONTINUANCE DATE.
           IF ITEM-IS-DISCONTINUED
              AND NOT RETURN-VISIT
              AND IMR-DISCONTINUED-DATE IS NUMERIC
              AND IMR-DISCONTINUED-DATE NOT > WS-VISIT-DATE
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'ITEM DISCONTINUED' TO WS-EXC-REASON
               GO TO 089-EXIT
           END-IF.

           IF IMR-ITEM-DEPARTMENT NOT =
               TR-ITEM-DEPARTMENT (WS-LI-SUB)
               MOVE 'Y' TO WS-EDIT-SWITCH
               MOVE 'ITEM WRONG DEPARTMENT' TO WS-EXC-REASON
           ELSE
               MOVE IMR-ITEM-DESCRIPTION TO WS-ITEM-DESC
      *        A RETURN IS PROVED AGAINST WHAT THE SALE CHARGED, NOT
      *        AGAINST TODAY'S SHELF PRICE.
               IF NOT RETURN-VISIT
                   PERFORM 088-CHECK-PRICE-TOLERANCE THRU 088-EXIT
               END-IF
           END-IF.

       089-EXIT.
                   TO IMR-ITEM-DESCRIPTION
               MOVE ICE-RETAIL-PRICE (WS-ICACHE-SUB)
                   TO IMR-RETAIL-PRICE
               MOVE ICE-PRICE-HISTORY (WS-ICACHE-SUB)
                   TO IMR-PRICE-HISTORY
           END-IF.

       089D-EXIT.
           EXIT.

      *    THE VISIT'S BUSINESS DATE COMES FROM ITS STORE'S BATCH
      *    HEADER; THE PRICE IN EFFECT ON IT IS A SCHEDULED PRICE
      *    WHOSE DATE HAS ARRIVED (ITEMMNT1 MAY NOT HAVE PROMOTED IT
      *    YET), ELSE THE PRIOR PRICE FOR A DATE BEFORE THE CURRENT
      *    ONE STARTED, ELSE THE CURRENT PRICE.
       089E-SET-EFFECTIVE-PRICE.
           MOVE WS-POST-DATE TO WS-VISIT-DATE.
           MOVE ZERO TO WS-STORE-DATE-FOUND.
           PERFORM 089F-MATCH-STORE-DATE THRU 089F-EXIT
               VARYING WS-STORE-DATE-SUB FROM 1 BY 1
               UNTIL WS-STORE-DATE-SUB > WS-STORE-DATE-COUNT
                  OR WS-STORE-DATE-FOUND > ZERO.
           IF WS-STORE-DATE-FOUND > ZERO
               MOVE SDT-BUSINESS-DATE (WS-STORE-DATE-FOUND)
                   TO WS-VISIT-DATE
           END-IF.

           MOVE IMR-RETAIL-PRICE TO WS-EFFECTIVE-PRICE.

           IF IMR-FUTURE-EFFECTIVE-DATE IS NUMERIC
              AND IMR-FUTURE-EFFECTIVE-DATE NOT = ZERO
              AND IMR-FUTURE-EFFECTIVE-DATE NOT > WS-VISIT-DATE
               MOVE IMR-FUTURE-PRICE TO WS-EFFECTIVE-PRICE
               GO TO 089E-EXIT
           END-IF.

           IF IMR-PRICE-EFFECTIVE-DATE IS NUMERIC
              AND IMR-PRICE-EFFECTIVE-DATE > WS-VISIT-DATE
              AND IMR-PRIOR-PRICE IS NUMERIC
              AND IMR-PRIOR-PRICE NOT = ZERO
               MOVE IMR-PRIOR-PRICE TO WS-EFFECTIVE-PRICE
           END-IF.

       089E-EXIT.
           EXIT.

       089F-MATCH-STORE-DATE.
           IF SDT-STORE-NUMBER (WS-STORE-DATE-SUB) = TR-STORE-NUMBER
               MOVE WS-STORE-DATE-SUB TO WS-STORE-DATE-FOUND
           END-IF.

       089F-EXIT.
           EXIT.

       089B-STORE-ITEM-CACHE.
           IF WS-ICACHE-COUNT < 50
               ADD 1 TO WS-ICACHE-COUNT
               TO ICE-DESCRIPTION (WS-ICACHE-NEXT-SLOT).
           MOVE IMR-RETAIL-PRICE
               TO ICE-RETAIL-PRICE (WS-ICACHE-NEXT-SLOT).
           MOVE IMR-PRICE-HISTORY
               TO ICE-PRICE-HISTORY (WS-ICACHE-NEXT-SLOT).

       089B-EXIT.
           EXIT.
                   WHEN PMT-ITEM-NUMBER (PROMO-IX) =
                           TR-ITEM-NUMBER (WS-LI-SUB)
                       ADD 1 TO WS-PROMO-APPLIED-COUNT
                       IF WS-EFFECTIVE-PRICE >
                               PMT-PROMO-PRICE (PROMO-IX)
                           COMPUTE WS-PROMO-DISCOUNT-AMT =
                               WS-EFFECTIVE-PRICE -
                               PMT-PROMO-PRICE (PROMO-IX)
                       END-IF
                       COMPUTE WS-PRICE-DIFF =
           END-IF.

           COMPUTE WS-PRICE-DIFF =
               TR-ITEM-COST (WS-LI-SUB) - WS-EFFECTIVE-PRICE.

       088-TEST-TOLERANCE.

                   MOVE TR-ITEM-NUMBER (WS-LI-SUB) TO WS-PVR-ITEM-NO
                   MOVE IMR-ITEM-DESCRIPTION TO WS-PVR-DESCRIPTION
                   MOVE TR-ITEM-COST (WS-LI-SUB) TO WS-PVR-KEYED-COST
                   MOVE WS-EFFECTIVE-PRICE TO WS-PVR-RETAIL-PRICE
                   MOVE WS-PRICE-DIFF TO WS-PVR-DIFFERENCE
                   MOVE TR-CUSTOMER-NUMBER TO WS-PVR-CUST-NO
                   MOVE WS-PRICE-VARIANCE-LINE TO PRICE-VARIANCE-RECORD
                   WRITE PRICE-VARIANCE-RECORD
                   ADD 1 TO WS-PRICEVAR-ON-FILE
               END-IF
           END-IF.

           ELSE
               IF TR-LINE-ITEM-COUNT = ZERO
                  OR TR-LINE-ITEM-COUNT > 6
                  OR (RETURN-VISIT AND TR-LINE-ITEM-COUNT > 3)
                   MOVE 'Y' TO WS-CUSTOMER-EDIT-SWITCH
                   MOVE 'BAD LINE ITEM COUNT' TO WS-EXC-REASON
               ELSE
                   MOVE 'Y' TO WS-CUSTOMER-EDIT-SWITCH
                   MOVE 'CUSTOMER NAME MISMATCH' TO WS-EXC-REASON
               ELSE
                   IF ACCOUNT-IS-CLOSED
                       MOVE 'Y' TO WS-CUSTOMER-EDIT-SWITCH
                       MOVE 'ACCOUNT CLOSED' TO WS-EXC-REASON
                   ELSE
                       PERFORM 092A-FIND-TAX-JURISDICTION
                           THRU 092A-EXIT
                   END-IF
               END-IF
           END-IF.

      *    ONE TAXRATES HAS NEVER HEARD OF, IS SIMPLY NOT TAXED.
       092A-FIND-TAX-JURISDICTION.
           MOVE ZERO TO WS-CUR-TAX-SUB.
           MOVE 'N' TO WS-CERT-SWITCH.

           IF CMR-TAX-JURISDICTION = SPACES
              OR WS-TAX-JURIS-COUNT = ZERO
                   SET WS-CUR-TAX-SUB TO TAX-IX
           END-SEARCH.

           IF WS-CUR-TAX-SUB > ZERO
              AND EXEMPT-FILE-IS-OPEN
               PERFORM 092E-READ-EXEMPT-CERTIFICATE THRU 092E-EXIT
           END-IF.

       092A-EXIT.
           EXIT.

      *    ONLY A CERTIFICATE WITH A NUMBER, ISSUED BY THE STATE THE
      *    CUSTOMER'S TAX IS OWED TO, WITH A KNOWN REASON AND BOTH ITS
      *    DATES FILLED IN, IS TAKEN UP - ANYTHING LESS AND THE
      *    CUSTOMER IS TAXED AS USUAL UNTIL ACCOUNTING PUTS IT RIGHT.
       092E-READ-EXEMPT-CERTIFICATE.
           MOVE CMR-CUSTOMER-NUMBER TO TXC-CUSTOMER-NUMBER.
           READ TAX-EXEMPT-FILE
               INVALID KEY
                   GO TO 092E-EXIT
           END-READ.

           IF TXC-CERTIFICATE-NUMBER = SPACES
              OR TXC-ISSUING-STATE NOT = CMR-TAX-JURISDICTION
              OR TXC-ISSUE-DATE IS NOT NUMERIC
              OR TXC-EXPIRY-DATE IS NOT NUMERIC
              OR TXC-EXPIRY-DATE = ZERO
               GO TO 092E-EXIT
           END-IF.

           SET EXR-IX TO 1.
           SEARCH EXEMPT-REASON-ENTRY
               AT END
                   GO TO 092E-EXIT
               WHEN EXR-CODE (EXR-IX) = TXC-EXEMPT-REASON
                   SET WS-CERT-REASON-SUB TO EXR-IX
           END-SEARCH.

           MOVE TXC-ISSUE-DATE TO WS-CERT-ISSUE-DATE.
           MOVE TXC-EXPIRY-DATE TO WS-CERT-EXPIRY-DATE.
           MOVE 'Y' TO WS-CERT-SWITCH.

       092E-EXIT.
           EXIT.

      *    092-VALIDATE-CUSTOMER-MASTER HAS ALREADY READ THE MASTER
      *    RECORD BY THE TIME THIS RUNS, SO THE OPEN BALANCE AND
      *    CREDIT LIMIT ARE SITTING IN THE RECORD AREA.  A MASTER
               GO TO 093-EXIT
           END-IF.

      *    A DORMANT ACCOUNT WAKING UP IS HELD WHATEVER ITS LIMIT -
      *    THE CREDIT DESK CONFIRMS IT IS REALLY THE CUSTOMER.
           IF ACCOUNT-IS-DORMANT
               MOVE ZERO TO WS-VISIT-TOTAL
               PERFORM 094-SUM-VISIT-ITEM THRU 094-EXIT
                   VARYING WS-LI-SUB FROM 1 BY 1
                   UNTIL WS-LI-SUB > TR-LINE-ITEM-COUNT
               MOVE 'Y' TO WS-CREDIT-SWITCH
               GO TO 093-EXIT
           END-IF.

           IF CMR-CREDIT-LIMIT IS NOT NUMERIC
              OR CMR-CREDIT-LIMIT = ZERO
               GO TO 093-EXIT
               MOVE SPACES TO CREDIT-HOLD-RECORD
               MOVE TRANSACTION-RECORD TO CREDIT-HOLD-RECORD
               WRITE CREDIT-HOLD-RECORD
               ADD 1 TO WS-HOLD-ON-FILE

               MOVE SPACES TO WS-OVER-LIMIT-LINE
               MOVE TR-CUSTOMER-NUMBER TO WS-OVL-CUST-NO
                   MOVE ZERO TO WS-OVL-OPEN-BALANCE
               END-IF
               MOVE CMR-CREDIT-LIMIT TO WS-OVL-CREDIT-LIMIT
               EVALUATE TRUE
                   WHEN ACCOUNT-IS-DORMANT
                       MOVE 'DORMANT ACCOUNT' TO WS-OVL-REASON
                   WHEN CUSTOMER-HAS-NSF
                       MOVE 'OVER NSF-HALF LIMIT' TO WS-OVL-REASON
                   WHEN OTHER
                       MOVE 'OVER CREDIT LIMIT' TO WS-OVL-REASON
               END-EVALUATE
               MOVE WS-OVER-LIMIT-LINE TO OVER-LIMIT-RECORD
               WRITE OVER-LIMIT-RECORD
               ADD 1 TO WS-OVERLIMIT-ON-FILE
           END-IF.

       096-EXIT.

           MOVE WS-EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-REJECTS-ON-FILE.
           ADD 1 TO WS-REJECT-COUNT.

           IF PROCESSING-RECYCLES
               MOVE TRANSACTION-RECORD TO RCY-TRANSACTION-IMAGE
           ELSE
               MOVE TR-STORE-NUMBER TO WRV-STORE-NUMBER
               MOVE TR-VISIT-TYPE TO WRV-VISIT-TYPE
               MOVE TR-CUSTOMER-NUMBER TO WRV-CUSTOMER-NUMBER
               MOVE TR-CUSTOMER-NAME TO WRV-CUSTOMER-NAME
               MOVE 1 TO WRV-LINE-ITEM-COUNT
               MOVE TR-ITEM-NUMBER (WS-LI-SUB) TO WRV-ITEM-NUMBER
               MOVE TR-ITEM-COST (WS-LI-SUB) TO WRV-ITEM-COST
               IF RETURN-VISIT
                   MOVE RIT-SALE-DATE (WS-LI-SUB) TO WRV-SALE-DATE
               ELSE
                   MOVE SPACES TO WRV-SALE-DATE
               END-IF
               MOVE WS-RECYCLE-VISIT TO RCY-TRANSACTION-IMAGE
           END-IF.

           MOVE WS-SAVE-EXC-REASON TO RCY-REJECT-REASON.
           WRITE RECYCLE-RECORD.
           ADD 1 TO WS-RECYCLE-ON-FILE.

       094A-EXIT.
           EXIT.
      *    ONE LINE PER JURISDICTION THAT SAW TAXABLE SALES THIS RUN -
      *    JURISDICTION, RATE USED, TAXABLE SALES AND TAX DUE - SO
      *    ACCOUNTING CAN FILE THE REMITTANCE STRAIGHT OFF TAXREMIT.
      *    A JURISDICTION THAT TOOK RETURNS GETS A SECOND, NEGATIVE
      *    LINE FOR THE SALES RETURNED AND THE TAX GIVEN BACK, AND ONE
      *    THAT SOLD TO CERTIFICATE HOLDERS GETS A LINE PER EXEMPTION
      *    REASON FOR THE EXEMPT SALES, NET OF RETURNS, WITH NO TAX.
       085-WRITE-TAX-REMITTANCE.
           IF WS-TAX-JURIS-COUNT = ZERO
               GO TO 085-EXIT
           MOVE WS-TAX-REMIT-LINE TO TAX-REMIT-RECORD.
           WRITE TAX-REMIT-RECORD.

           IF TT-RETURN-SALES (TAX-IX) = ZERO
              AND TT-RETURN-TAX (TAX-IX) = ZERO
               GO TO 086-EXEMPT-SALES
           END-IF.

           MOVE SPACES TO WS-TAX-REMIT-LINE.
           MOVE TT-JURISDICTION (TAX-IX) TO WS-TRL-JURISDICTION.
           MOVE 'RETURNS' TO WS-TRL-NAME.
           MOVE TT-RATE (TAX-IX) TO WS-TRL-RATE.
           COMPUTE WS-TRL-TAXABLE-SALES =
               ZERO - TT-RETURN-SALES (TAX-IX).
           COMPUTE WS-TRL-TAX-DUE = ZERO - TT-RETURN-TAX (TAX-IX).
           MOVE WS-TAX-REMIT-LINE TO TAX-REMIT-RECORD.
           WRITE TAX-REMIT-RECORD.

       086-EXEMPT-SALES.
           PERFORM 087-WRITE-EXEMPT-LINE THRU 087-EXIT
               VARYING WS-EXR-SUB FROM 1 BY 1
               UNTIL WS-EXR-SUB > 6.

       086-EXIT.
           EXIT.

       087-WRITE-EXEMPT-LINE.
           IF TT-EXEMPT-SALES (TAX-IX, WS-EXR-SUB) = ZERO
               GO TO 087-EXIT
           END-IF.

           MOVE SPACES TO WS-TAX-REMIT-LINE.
           MOVE TT-JURISDICTION (TAX-IX) TO WS-TRL-JURISDICTION.
           MOVE EXR-NAME (WS-EXR-SUB) TO WS-TRL-NAME.
           MOVE ZERO TO WS-TRL-RATE.
           MOVE TT-EXEMPT-SALES (TAX-IX, WS-EXR-SUB)
               TO WS-TRL-TAXABLE-SALES.
           MOVE ZERO TO WS-TRL-TAX-DUE.
           MOVE WS-TAX-REMIT-LINE TO TAX-REMIT-RECORD.
           WRITE TAX-REMIT-RECORD.

       087-EXIT.
           EXIT.

      *    THE RUN-CONTROL FILE LOADS ONCE, KEEPING ONLY THIS JOB'S
      *    ENTRIES; 006-APPLY-RUN-PARAMETERS RE-APPLIES THEM AFTER
      *    EVERY RAW ENVIRONMENT ACCEPT SO THE FILE ALWAYS WINS, AND
      *    TAXREMIT SUMMARY PRINTS FROM.  EVERYTHING STAGES IN
      *    WORKING STORAGE; THE FILE IS RELEASED ONLY WHEN THE PROOF
      *    SHEET FOOTS AND EVERY ACCOUNT RESOLVED.
      *    RETURNS REVERSE THE SAME FOUR LEGS AS THEIR OWN ENTRIES -
      *    AN AR CONTROL CREDIT, A DISCOUNT CONTRA CREDIT, SALES
      *    DEBITS BY DEPARTMENT AND TAX LIABILITY DEBITS BY
      *    JURISDICTION - SO THE LEDGER SHOWS THE RETURNS, NOT JUST A
      *    SMALLER DAY.
       180-GENERATE-AR-JOURNAL.
           IF WS-CHART-COUNT = ZERO
               DISPLAY "CHART OF ACCOUNTS NOT PRESENT - AR JOURNAL "
           END-IF.

           MOVE ZERO TO WS-TOTAL-TAX-DUE.
           MOVE ZERO TO WS-TOTAL-RETURN-TAX.
           IF WS-TAX-JURIS-COUNT > ZERO
               PERFORM 181-SUM-ONE-JURISDICTION THRU 181-EXIT
                   VARYING TAX-IX FROM 1 BY 1
           END-IF.

           MOVE ZERO TO WS-TOTAL-DISCOUNT.
           MOVE ZERO TO WS-TOTAL-RETURN-DISCOUNT.
           PERFORM 182-SUM-ONE-DEPT-DISCOUNT THRU 182-EXIT
               VARYING WS-GL-DEPT-SUB FROM 1 BY 1
               UNTIL WS-GL-DEPT-SUB > 99.

      *    THE AR CONTROL DEBIT IS WHAT ACTUALLY POSTED TO THE
      *    CUSTOMERS - CHARGES NET OF DISCOUNT, PLUS THE TAX.  THE
      *    CONTROL TOTAL IS NET OF RETURNS, SO THEY ARE ADDED BACK
      *    HERE AND CREDITED ON THEIR OWN BELOW.
           COMPUTE WS-AR-DEBIT-AMOUNT =
               WS-AUDIT-CHARGE-TOTAL + WS-RETURN-CHARGE-TOTAL
               + WS-TOTAL-TAX-DUE.
           COMPUTE WS-RETURN-AR-CREDIT =
               WS-RETURN-CHARGE-TOTAL + WS-TOTAL-RETURN-TAX.

           MOVE 'R' TO WS-CREDIT-TYPE.
           MOVE SPACES TO WS-GL-DEPT-X.
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

           IF WS-RETURN-AR-CREDIT > ZERO
               MOVE 'R' TO WS-CREDIT-TYPE
               MOVE SPACES TO WS-GL-DEPT-X
               MOVE WS-RETURN-AR-CREDIT TO WS-ENTRY-AMOUNT
               MOVE 'C' TO WS-ENTRY-SIDE
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

           IF WS-TOTAL-RETURN-DISCOUNT > ZERO
               MOVE 'X' TO WS-CREDIT-TYPE
               MOVE SPACES TO WS-GL-DEPT-X
               MOVE WS-TOTAL-RETURN-DISCOUNT TO WS-ENTRY-AMOUNT
               MOVE 'C' TO WS-ENTRY-SIDE
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

           PERFORM 183-STAGE-DEPT-SALES-CREDIT THRU 183-EXIT
               VARYING WS-GL-DEPT-SUB FROM 1 BY 1
               UNTIL WS-GL-DEPT-SUB > 99.

       181-SUM-ONE-JURISDICTION.
           ADD TT-TAX-DUE (TAX-IX) TO WS-TOTAL-TAX-DUE.
           ADD TT-RETURN-TAX (TAX-IX) TO WS-TOTAL-RETURN-TAX.

       181-EXIT.
           EXIT.

       182-SUM-ONE-DEPT-DISCOUNT.
           ADD GLD-DISCOUNT-AMT (WS-GL-DEPT-SUB) TO WS-TOTAL-DISCOUNT.
           ADD GLD-RETURN-DISCOUNT (WS-GL-DEPT-SUB)
               TO WS-TOTAL-RETURN-DISCOUNT.

       182-EXIT.
           EXIT.

       183-STAGE-DEPT-SALES-CREDIT.
           MOVE 'G' TO WS-CREDIT-TYPE.
           MOVE WS-GL-DEPT-SUB TO WS-GL-DEPT-X.

           IF GLD-GROSS-SALES (WS-GL-DEPT-SUB) > ZERO
               MOVE GLD-GROSS-SALES (WS-GL-DEPT-SUB) TO WS-ENTRY-AMOUNT
               MOVE 'C' TO WS-ENTRY-SIDE
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

           IF GLD-RETURN-GROSS (WS-GL-DEPT-SUB) > ZERO
               MOVE GLD-RETURN-GROSS (WS-GL-DEPT-SUB)
                   TO WS-ENTRY-AMOUNT
               MOVE 'D' TO WS-ENTRY-SIDE
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

       183-EXIT.
           EXIT.

       184-STAGE-TAX-CREDIT.
           MOVE 'T' TO WS-CREDIT-TYPE.
           MOVE TT-JURISDICTION (TAX-IX) TO WS-GL-DEPT-X.

           IF TT-TAX-DUE (TAX-IX) > ZERO
               MOVE TT-TAX-DUE (TAX-IX) TO WS-ENTRY-AMOUNT
               MOVE 'C' TO WS-ENTRY-SIDE
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

           IF TT-RETURN-TAX (TAX-IX) > ZERO
               MOVE TT-RETURN-TAX (TAX-IX) TO WS-ENTRY-AMOUNT
               MOVE 'D' TO WS-ENTRY-SIDE
               PERFORM 185-STAGE-ONE-ENTRY THRU 185-EXIT
           END-IF.

       184-EXIT.
           EXIT.
               GO TO 185-EXIT
           END-IF.

           IF WS-STAGE-COUNT >= 99
               MOVE SPACES TO GL-PROOF-RECORD
               MOVE 'JOURNAL STAGE TABLE FULL - ENTRY DROPPED'
                   TO GL-PROOF-RECORD
           MOVE TR-ITEM-DEPARTMENT (WS-LI-SUB) TO WS-JSON-DEPARTMENT.
           MOVE TR-ITEM-NUMBER (WS-LI-SUB) TO WS-JSON-ITEM-NO.
           MOVE TR-ITEM-COST (WS-LI-SUB) TO WS-JSON-ITEM-COST.
           MOVE WS-POSTED-DISCOUNT-AMT TO WS-JSON-DISCOUNT-AMT.
           MOVE WS-POSTED-CHARGE-AMT TO WS-JSON-CHARGE-AMT.
           MOVE WS-PROMO-DISCOUNT-AMT TO WS-JSON-PROMO-DISCOUNT.
           IF RETURN-VISIT
               MOVE 'RETURN' TO WS-JSON-VISIT-TYPE
           ELSE
               MOVE 'SALE' TO WS-JSON-VISIT-TYPE
           END-IF.

           JSON GENERATE WS-JSON-TEXT FROM WS-JSON-DETAIL
               NAME OF WS-JSON-CUST-NO IS 'customerNumber',
                       WS-JSON-ITEM-COST IS 'itemCost',
                       WS-JSON-DISCOUNT-AMT IS 'discountAmount',
                       WS-JSON-CHARGE-AMT IS 'chargeAmount',
                       WS-JSON-PROMO-DISCOUNT IS 'promoDiscount',
                       WS-JSON-VISIT-TYPE IS 'visitType'

           MOVE WS-JSON-TEXT TO JSON-FEED-RECORD.
           WRITE JSON-FEED-RECORD.
           ADD 1 TO WS-JSON-ON-FILE.

       098-EXIT.
           EXIT.
                   WS-CHARGE-AMT              DELIMITED BY SIZE
                   ','                        DELIMITED BY SIZE
                   WS-PROMO-DISCOUNT-AMT      DELIMITED BY SIZE
                   ','                        DELIMITED BY SIZE
                   WS-JSON-VISIT-TYPE         DELIMITED BY SPACE
                   INTO CSV-RECORD
               END-STRING
               WRITE CSV-RECORD
               ADD 1 TO WS-CSV-ON-FILE
           END-IF.

       099-EXIT.
