       identification division.
       program-id. prog.

      *    collections promise-to-pay entry screen.  when a collector
      *    talks a past-due customer into a payment arrangement the
      *    promise used to live on a sticky note and the dunning run
      *    escalated the customer anyway.  the collector keys the
      *    customer number, the account comes up off CUSTMSTR with
      *    its open balance, and the promised amount and date are
      *    keyed and confirmed onto PTPFILE with the collector's
      *    operator id and today's date.  a customer holds at most
      *    one active promise - a second one is refused until the
      *    nightly check settles the first as kept, partial or
      *    broken.  while a promise is active the dunning run holds
      *    the customer at their current letter level and the
      *    finance-charge run passes them over.

       environment division.
       configuration section.
       special-names.
           crt status is promise-crt-status.
       input-output section.
       file-control.
           select customer-master-file assign to external custmstr
               organization is indexed
               access mode is random
               record key is cmr-customer-number
               file status is custmstr-status.

           select promise-file assign to external ptpfile
               organization is line sequential
               file status is ptpfile-status.

       data division.
       file section.
       fd  customer-master-file.
       01  customer-master-record.
           05  cmr-customer-number     pic 9(04).
           05  filler                  pic x(01).
           05  cmr-customer-name       pic x(16).
           05  filler                  pic x(01).
           05  cmr-open-balance        pic s9(07)v99.
           05  filler                  pic x(01).
           05  cmr-credit-limit        pic 9(07)v99.
           05  filler                  pic x(39).

       fd  promise-file.
      *>   one row per promise taken - active until the nightly
      *>   check marks it kept, partial or broken and stamps what
      *>   was actually paid against it
       01  promise-record.
           05  ptp-customer-number     pic 9(04).
           05  filler                  pic x(01).
           05  ptp-promised-amount     pic 9(07)v99.
           05  filler                  pic x(01).
           05  ptp-promised-date       pic 9(08).
           05  filler                  pic x(01).
           05  ptp-taken-date          pic 9(08).
           05  filler                  pic x(01).
           05  ptp-operator-id         pic x(08).
           05  filler                  pic x(01).
           05  ptp-status              pic x(01).
               88  promise-is-active            value "A".
           05  filler                  pic x(01).
           05  ptp-paid-amount         pic 9(07)v99.
           05  filler                  pic x(01).
           05  ptp-settled-date        pic 9(08).
           05  filler                  pic x(18).

       working-storage section.
       01  promise-crt-status.
           05  promise-crt-status-1  pic x.
           05  promise-crt-status-2  pic x.
           05  promise-crt-status-3  pic x.
           05  promise-crt-status-4  pic x.

       77  custmstr-status      pic xx.
           88  custmstr-ok              value "00".
       77  ptpfile-status       pic xx.
           88  ptpfile-ok               value "00".
           88  ptpfile-not-found        value "35".

       77  more-actions         pic x value "Y".
           88  keep-going               value "Y" "y".
       77  action-code          pic x value space.
           88  action-is-enter          value "E" "e".
           88  action-is-exit           value "X" "x".
       77  confirm-action       pic x value "N".
           88  action-confirmed         value "Y" "y".
       77  operator-id          pic x(08) value spaces.
       77  promise-eof          pic x value "N".
           88  no-more-promises         value "Y".
       77  active-found         pic x value "N".
           88  customer-has-promise     value "Y".
       77  wanted-customer      pic 9(04) value zero.
       77  keyed-amount         pic 9(07)v99 value zero.
       77  keyed-date           pic 9(08) value zero.
       77  today-date           pic 9(08) value zero.
       77  promises-taken       pic 9(4) value 0.

       procedure division.
           accept operator-id from environment "OPERATOR-ID"
           if operator-id = spaces
               display "Collector id         : " line 1 col 5
               accept operator-id line 1 col 30
           end-if

           open input customer-master-file
           if not custmstr-ok
               display "cannot open customer master, status "
                   custmstr-status upon syserr
               stop run returning 1
           end-if

           perform one-promise-action
               until not keep-going

           close customer-master-file
           display "promises taken: " promises-taken upon syserr
           goback.

       one-promise-action.
           display "Promise-to-pay entry" line 1 col 40
           display "Action (E/X)         : " line 3 col 5
           accept action-code line 3 col 30 with update

           evaluate true
               when action-is-enter   perform take-one-promise
               when action-is-exit    move "N" to more-actions
               when other             continue
           end-evaluate
           .

      *> the account comes up for a look first, then any promise
      *> already working on it - only a customer with none gets a
      *> new one
       take-one-promise.
           display "Customer number      : " line 5 col 5
           accept cmr-customer-number line 5 col 30 with update

           read customer-master-file
               invalid key
                   display "Customer not on master file    "
                       line 11 col 5
                   exit paragraph
           end-read

           display cmr-customer-name line 6 col 5
           display "Open balance:" line 6 col 25
           display cmr-open-balance line 6 col 40

           move cmr-customer-number to wanted-customer
           perform find-active-promise
           if customer-has-promise
               display "Active promise on file - due    "
                   line 11 col 5
               display ptp-promised-date line 11 col 38
               display ptp-promised-amount line 11 col 48
               exit paragraph
           end-if

           move zero to keyed-amount
           move zero to keyed-date
           display "Promised amount      : " line 7 col 5
           accept keyed-amount line 7 col 30 with update
           display "Promised date        : " line 8 col 5
           accept keyed-date line 8 col 30 with update

           move function current-date (1:8) to today-date
           evaluate true
               when keyed-amount not > zero
                   display "Promised amount must be above zero"
                       line 11 col 5
               when function test-date-yyyymmdd (keyed-date) not = 0
                   display "Promised date is not a valid date "
                       line 11 col 5
               when keyed-date < today-date
                   display "Promised date is already past     "
                       line 11 col 5
               when other
                   perform confirm-one-promise
           end-evaluate
           .

       confirm-one-promise.
           move "N" to confirm-action
           display "Record this promise (Y/N)? : " line 9 col 5
           accept confirm-action line 9 col 35 with update
           if action-confirmed
               perform write-one-promise
           else
               display "Promise abandoned                 "
                   line 11 col 5
           end-if
           .

      *> a full pass of the promise file - it holds only the open
      *> arrangements and the recently settled ones, so it stays short
       find-active-promise.
           move "N" to active-found
           move "N" to promise-eof
           open input promise-file
           if ptpfile-not-found
               exit paragraph
           end-if
           if not ptpfile-ok
               display "cannot read promise file, status "
                   ptpfile-status upon syserr
               exit paragraph
           end-if
           perform read-one-promise
               until no-more-promises or customer-has-promise
           close promise-file
           .

       read-one-promise.
           read promise-file
               at end
                   move "Y" to promise-eof
               not at end
                   if ptp-customer-number = wanted-customer
                      and promise-is-active
                       move "Y" to active-found
                   end-if
           end-read
           .

       write-one-promise.
           open extend promise-file
           if not ptpfile-ok
               open output promise-file
           end-if
           if not ptpfile-ok
               display "cannot open promise file, status "
                   ptpfile-status upon syserr
               exit paragraph
           end-if
           move spaces to promise-record
           move wanted-customer to ptp-customer-number
           move keyed-amount to ptp-promised-amount
           move keyed-date to ptp-promised-date
           move today-date to ptp-taken-date
           move operator-id to ptp-operator-id
           move "A" to ptp-status
           move zero to ptp-paid-amount
           move zero to ptp-settled-date
           write promise-record
           close promise-file
           add 1 to promises-taken
           display "Promise recorded                  "
               line 11 col 5
           .
