       identification division.
       program-id. prog.

      *    electronic statement enrollment.  a customer who asks for
      *    an emailed statement is keyed here onto the indexed
      *    CUSTEDLV delivery file, one row per customer - the
      *    customer master has no bytes left for a 50-character
      *    address, so the delivery preference and the email travel
      *    beside it the way the tax exemption certificate does.
      *    the statement run (CUSTSTMT) sends an E customer's
      *    statement to the vendor's e-statement extract and prints
      *    no paper copy; a customer with no row, or a P row, is
      *    mailed as before.  the vendor's bounce-back file switches
      *    a customer back to P from the statement run itself, so a
      *    bounced address shows here with its bounce date and
      *    reason until somebody keys a good one.
      *
      *    actions: E enroll or change, P return to paper, X exit.
      *    every change is appended to FLDHIST under the customer
      *    key as fields DELIVERY and EMAIL.

       environment division.
       configuration section.
       special-names.
           crt status is edlv-crt-status.
       input-output section.
       file-control.
           select customer-master-file assign to external custmstr
               organization is indexed
               access mode is random
               record key is cmr-customer-number
               file status is custmstr-status.

           select delivery-file assign to external custedlv
               organization is indexed
               access mode is random
               record key is edl-customer-number
               file status is custedlv-status.

           select field-history-file assign to external fldhist
               organization is line sequential
               file status is fldhist-status.

       data division.
       file section.
       fd  customer-master-file.
       01  customer-master-record.
           05  cmr-customer-number     pic 9(04).
           05  filler                  pic x(01).
           05  cmr-customer-name       pic x(16).
           05  filler                  pic x(25).
           05  cmr-account-status      pic x(01).
               88  account-is-closed           value "C".
           05  filler                  pic x(33).

       fd  delivery-file.
      *>   one delivery preference per customer, stamped with who
      *>   keyed it and when; the bounce fields are the statement
      *>   run's, kept until the next enrollment clears them
       01  delivery-record.
           05  edl-customer-number     pic 9(04).
           05  filler                  pic x(01).
           05  edl-delivery-pref       pic x(01).
               88  delivery-is-electronic      value "E".
               88  delivery-is-paper           value "P".
           05  filler                  pic x(01).
           05  edl-email-address       pic x(50).
           05  filler                  pic x(01).
           05  edl-bounce-date         pic 9(08).
           05  filler                  pic x(01).
           05  edl-bounce-reason       pic x(20).
           05  filler                  pic x(01).
           05  edl-operator-id         pic x(08).
           05  filler                  pic x(01).
           05  edl-maintained-date     pic 9(08).
           05  filler                  pic x(15).

       fd  field-history-file.
      *>   the shared field-level change-history record
       01  field-history-record.
           05  flh-timestamp           pic x(19).
           05  filler                  pic x(01).
           05  flh-master-id           pic x(01).
           05  filler                  pic x(01).
           05  flh-record-key          pic x(05).
           05  filler                  pic x(01).
           05  flh-field-name          pic x(12).
           05  filler                  pic x(01).
           05  flh-old-value           pic x(16).
           05  filler                  pic x(01).
           05  flh-new-value           pic x(16).
           05  filler                  pic x(01).
           05  flh-source-program      pic x(08).
           05  filler                  pic x(07).

       working-storage section.
       01  edlv-crt-status.
           05  edlv-crt-status-1     pic x.
           05  edlv-crt-status-2     pic x.
           05  edlv-crt-status-3     pic x.
           05  edlv-crt-status-4     pic x.

       77  custmstr-status      pic xx.
           88  custmstr-ok              value "00".
       77  custedlv-status      pic xx.
           88  custedlv-ok              value "00".
       77  fldhist-status       pic xx.
           88  fldhist-ok               value "00".

       77  more-actions         pic x value "Y".
           88  keep-going               value "Y" "y".
       77  action-code          pic x value space.
           88  action-is-enroll         value "E" "e".
           88  action-is-paper          value "P" "p".
           88  action-is-exit           value "X" "x".
       77  confirm-action       pic x value "N".
           88  action-confirmed         value "Y" "y".
       77  pref-on-file         pic x value "N".
           88  preference-on-file       value "Y".
       77  operator-id          pic x(08) value spaces.
       77  today-date           pic 9(08) value zero.
       77  at-sign-count        pic 9(02) value zero.
       77  enrollments-keyed    pic 9(4) value 0.
       77  paper-returns-keyed  pic 9(4) value 0.

      *>   the preference and address as read, so only what actually
      *>   changed is journaled
       77  old-delivery-pref    pic x(01) value space.
       77  old-email-address    pic x(50) value spaces.
       77  history-field-name   pic x(12) value spaces.
       77  history-old-value    pic x(16) value spaces.
       77  history-new-value    pic x(16) value spaces.

      *>   the sign-on area the SIGNON subprogram fills in
       01  signon-area.
           05  sno-program-id          pic x(08).
           05  sno-operator-id         pic x(08).
           05  sno-operator-name       pic x(20).
           05  sno-authority           pic 9(01).
           05  sno-result              pic x(01).
               88  signon-granted              value "Y".

       procedure division.
           move "EDLVMNT1" to sno-program-id
           call "SIGNON" using signon-area
           if not signon-granted
               display "sign-on refused - screen not started"
                   upon syserr
               stop run returning 1
           end-if
           move sno-operator-id to operator-id

           open input customer-master-file
           if not custmstr-ok
               display "cannot open customer master, status "
                   custmstr-status upon syserr
               stop run returning 1
           end-if

           open i-o delivery-file
           if not custedlv-ok
      *>       the first enrollment ever keyed builds the file
               open output delivery-file
               if not custedlv-ok
                   display "cannot open delivery file, status "
                       custedlv-status upon syserr
                   stop run returning 1
               end-if
               close delivery-file
               open i-o delivery-file
           end-if

           perform one-delivery-action
               until not keep-going

           close customer-master-file
                 delivery-file
           display "e-statement enrollments: " enrollments-keyed
               upon syserr
           display "returned to paper: " paper-returns-keyed
               upon syserr
           goback.

       one-delivery-action.
           display "Statement delivery" line 1 col 40
           display "Action (E/P/X)       : " line 3 col 5
           accept action-code line 3 col 30 with update

           evaluate true
               when action-is-enroll  perform enroll-one-customer
               when action-is-paper   perform return-one-to-paper
               when action-is-exit    move "N" to more-actions
               when other             continue
           end-evaluate
           .

      *> the customer must be on the master and not closed; the
      *> address already held, and any bounce against it, comes up
      *> so a correction only has to retype the address
       enroll-one-customer.
           perform read-customer-and-preference
           if cmr-customer-number = zero
               exit paragraph
           end-if

           display "Email address        : " line 7 col 5
           accept edl-email-address line 7 col 30 with update

           move zero to at-sign-count
           inspect edl-email-address tallying at-sign-count
               for all "@"
           evaluate true
               when edl-email-address = spaces
                   display "Email address is required         "
                       line 13 col 5
               when at-sign-count not = 1
                   display "Email address needs one @         "
                       line 13 col 5
               when edl-email-address (1:1) = "@"
                   display "Email address has no mailbox      "
                       line 13 col 5
               when other
                   move "E" to edl-delivery-pref
                   perform confirm-one-preference
           end-evaluate
           .

      *> a customer who asks for paper again keeps the address on
      *> file - only the preference changes
       return-one-to-paper.
           perform read-customer-and-preference
           if cmr-customer-number = zero
               exit paragraph
           end-if
           if not preference-on-file
              or delivery-is-paper
               display "Customer already receives paper   "
                   line 13 col 5
               exit paragraph
           end-if
           move "P" to edl-delivery-pref
           perform confirm-one-preference
           .

       read-customer-and-preference.
           display "Customer number      : " line 5 col 5
           accept cmr-customer-number line 5 col 30 with update

           read customer-master-file
               invalid key
                   display "Customer not on master file       "
                       line 13 col 5
                   move zero to cmr-customer-number
                   exit paragraph
           end-read
           if account-is-closed
               display "Account is closed                 "
                   line 13 col 5
               move zero to cmr-customer-number
               exit paragraph
           end-if
           display cmr-customer-name line 6 col 5

           move cmr-customer-number to edl-customer-number
           move "N" to pref-on-file
           read delivery-file
               invalid key
                   move spaces to delivery-record
                   move cmr-customer-number to edl-customer-number
                   move "P" to edl-delivery-pref
                   move zero to edl-bounce-date
               not invalid key
                   move "Y" to pref-on-file
           end-read
           move edl-delivery-pref to old-delivery-pref
           move edl-email-address to old-email-address

           display "Delivery now         : " line 8 col 5
           display edl-delivery-pref line 8 col 30
           if edl-bounce-date not = zero
               display "Bounced " line 9 col 5
               display edl-bounce-date line 9 col 14
               display edl-bounce-reason line 9 col 24
           end-if
           .

       confirm-one-preference.
           move "N" to confirm-action
           display "Record this delivery (Y/N)? : " line 14 col 5
           accept confirm-action line 14 col 36 with update
           if not action-confirmed
               display "Change abandoned                  "
                   line 13 col 5
               exit paragraph
           end-if

           move function current-date (1:8) to today-date
           move operator-id to edl-operator-id
           move today-date to edl-maintained-date
      *>   a fresh enrollment answers the last bounce
           if delivery-is-electronic
               move zero to edl-bounce-date
               move spaces to edl-bounce-reason
           end-if
           if preference-on-file
               rewrite delivery-record
                   invalid key
                       display "Change failed, status "
                           custedlv-status line 13 col 5
                       exit paragraph
               end-rewrite
           else
               write delivery-record
                   invalid key
                       display "Enrollment failed, status "
                           custedlv-status line 13 col 5
                       exit paragraph
               end-write
           end-if

           if delivery-is-electronic
               add 1 to enrollments-keyed
           else
               add 1 to paper-returns-keyed
           end-if
           if edl-delivery-pref not = old-delivery-pref
               move "DELIVERY" to history-field-name
               move old-delivery-pref to history-old-value
               move edl-delivery-pref to history-new-value
               perform write-one-history
           end-if
           if edl-email-address not = old-email-address
               move "EMAIL" to history-field-name
               move old-email-address to history-old-value
               move edl-email-address to history-new-value
               perform write-one-history
           end-if
           display "Delivery recorded                 "
               line 13 col 5
           .

       write-one-history.
           open extend field-history-file
           if not fldhist-ok
               open output field-history-file
           end-if
           if not fldhist-ok
               display "cannot open change history, status "
                   fldhist-status upon syserr
               exit paragraph
           end-if
           move spaces to field-history-record
           move function formatted-current-date
               ('YYYY-MM-DDThh:mm:ss') to flh-timestamp
           move "C" to flh-master-id
           move cmr-customer-number to flh-record-key
           move history-field-name to flh-field-name
           move history-old-value to flh-old-value
           move history-new-value to flh-new-value
           move "EDLVMNT1" to flh-source-program
           write field-history-record
           close field-history-file
           .
