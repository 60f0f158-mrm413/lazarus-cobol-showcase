       identification division.
       program-id. prog.

      *    sales-tax exemption certificate maintenance.  a charge
      *    customer who buys for resale, or is a government body,
      *    nonprofit, farm or manufacturer, hands the store a state
      *    exemption certificate; accounting keys it here onto the
      *    indexed TAXEXCRT file, one certificate per customer.  the
      *    charge run leaves a customer's taxable lines untaxed only
      *    while the certificate on file was issued by the state the
      *    customer's tax is owed to and the visit date falls between
      *    its issue and expiry dates - so a renewal is keyed as an
      *    enter over the old certificate, with the new expiry date.
      *    the monthly expiry listing (TAXCRT01) names the ones
      *    running out.
      *
      *    actions: E enter or replace, D delete, X exit.  reason
      *    codes are R resale, G government, N nonprofit, A
      *    agriculture, M manufacturing, O other.

       environment division.
       configuration section.
       special-names.
           crt status is cert-crt-status.
       input-output section.
       file-control.
           select customer-master-file assign to external custmstr
               organization is indexed
               access mode is random
               record key is cmr-customer-number
               file status is custmstr-status.

           select tax-exempt-file assign to external taxexcrt
               organization is indexed
               access mode is random
               record key is txc-customer-number
               file status is taxexcrt-status.

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
           05  filler                  pic x(01).
           05  cmr-tax-jurisdiction    pic x(02).
           05  filler                  pic x(36).

       fd  tax-exempt-file.
      *>   one certificate per customer, stamped with who keyed it
      *>   and when
       01  tax-exempt-record.
           05  txc-customer-number     pic 9(04).
           05  filler                  pic x(01).
           05  txc-certificate-number  pic x(15).
           05  filler                  pic x(01).
           05  txc-issuing-state       pic x(02).
           05  filler                  pic x(01).
           05  txc-exempt-reason       pic x(01).
               88  reason-is-known      value "R" "G" "N" "A" "M" "O".
           05  filler                  pic x(01).
           05  txc-issue-date          pic 9(08).
           05  filler                  pic x(01).
           05  txc-expiry-date         pic 9(08).
           05  filler                  pic x(01).
           05  txc-operator-id         pic x(08).
           05  filler                  pic x(01).
           05  txc-maintained-date     pic 9(08).
           05  filler                  pic x(09).

       working-storage section.
       01  cert-crt-status.
           05  cert-crt-status-1     pic x.
           05  cert-crt-status-2     pic x.
           05  cert-crt-status-3     pic x.
           05  cert-crt-status-4     pic x.

       77  custmstr-status      pic xx.
           88  custmstr-ok              value "00".
       77  taxexcrt-status      pic xx.
           88  taxexcrt-ok              value "00".

       77  more-actions         pic x value "Y".
           88  keep-going               value "Y" "y".
       77  action-code          pic x value space.
           88  action-is-enter          value "E" "e".
           88  action-is-delete         value "D" "d".
           88  action-is-exit           value "X" "x".
       77  confirm-action       pic x value "N".
           88  action-confirmed         value "Y" "y".
       77  cert-on-file         pic x value "N".
           88  certificate-on-file      value "Y".
       77  operator-id          pic x(08) value spaces.
       77  today-date           pic 9(08) value zero.
       77  certificates-keyed   pic 9(4) value 0.
       77  certificates-deleted pic 9(4) value 0.

       procedure division.
           accept operator-id from environment "OPERATOR-ID"
           if operator-id = spaces
               display "Operator id          : " line 1 col 5
               accept operator-id line 1 col 30
           end-if

           open input customer-master-file
           if not custmstr-ok
               display "cannot open customer master, status "
                   custmstr-status upon syserr
               stop run returning 1
           end-if

           open i-o tax-exempt-file
           if not taxexcrt-ok
      *>       the first certificate ever keyed builds the file
               open output tax-exempt-file
               if not taxexcrt-ok
                   display "cannot open certificate file, status "
                       taxexcrt-status upon syserr
                   stop run returning 1
               end-if
               close tax-exempt-file
               open i-o tax-exempt-file
           end-if

           perform one-certificate-action
               until not keep-going

           close customer-master-file
                 tax-exempt-file
           display "certificates keyed: " certificates-keyed
               upon syserr
           display "certificates deleted: " certificates-deleted
               upon syserr
           goback.

       one-certificate-action.
           display "Tax exemption certificates" line 1 col 40
           display "Action (E/D/X)       : " line 3 col 5
           accept action-code line 3 col 30 with update

           evaluate true
               when action-is-enter   perform enter-one-certificate
               when action-is-delete  perform delete-one-certificate
               when action-is-exit    move "N" to more-actions
               when other             continue
           end-evaluate
           .

      *> the customer must be on the master; any certificate already
      *> held comes up so a renewal only has to retype what changed
       enter-one-certificate.
           display "Customer number      : " line 5 col 5
           accept cmr-customer-number line 5 col 30 with update

           read customer-master-file
               invalid key
                   display "Customer not on master file    "
                       line 13 col 5
                   exit paragraph
           end-read

           display cmr-customer-name line 6 col 5
           display "Tax jurisdiction:" line 6 col 25
           display cmr-tax-jurisdiction line 6 col 44

           move cmr-customer-number to txc-customer-number
           perform read-certificate
           if not certificate-on-file
               move spaces to tax-exempt-record
               move cmr-customer-number to txc-customer-number
               move cmr-tax-jurisdiction to txc-issuing-state
               move zero to txc-issue-date
               move zero to txc-expiry-date
           end-if

           display "Certificate number   : " line 7 col 5
           accept txc-certificate-number line 7 col 30 with update
           display "Issuing state        : " line 8 col 5
           accept txc-issuing-state line 8 col 30 with update
           display "Reason (R/G/N/A/M/O) : " line 9 col 5
           accept txc-exempt-reason line 9 col 30 with update
           display "Issue date           : " line 10 col 5
           accept txc-issue-date line 10 col 30 with update
           display "Expiry date          : " line 11 col 5
           accept txc-expiry-date line 11 col 30 with update

           move function upper-case (txc-issuing-state)
               to txc-issuing-state
           move function upper-case (txc-exempt-reason)
               to txc-exempt-reason
           move function current-date (1:8) to today-date
           evaluate true
               when txc-certificate-number = spaces
                   display "Certificate number is required    "
                       line 13 col 5
               when txc-issuing-state = spaces
                   display "Issuing state is required         "
                       line 13 col 5
               when not reason-is-known
                   display "Reason must be R, G, N, A, M or O "
                       line 13 col 5
               when function test-date-yyyymmdd (txc-issue-date)
                       not = 0
                   display "Issue date is not a valid date    "
                       line 13 col 5
               when function test-date-yyyymmdd (txc-expiry-date)
                       not = 0
                   display "Expiry date is not a valid date   "
                       line 13 col 5
               when txc-expiry-date < txc-issue-date
                   display "Expiry date is before issue date  "
                       line 13 col 5
               when other
                   if txc-issuing-state not = cmr-tax-jurisdiction
                       display "State differs from jurisdiction - "
                           "will not exempt" line 12 col 5
                   end-if
                   perform confirm-one-certificate
           end-evaluate
           .

       confirm-one-certificate.
           move "N" to confirm-action
           display "Record this certificate (Y/N)? : " line 14 col 5
           accept confirm-action line 14 col 39 with update
           if not action-confirmed
               display "Certificate abandoned             "
                   line 13 col 5
               exit paragraph
           end-if

           move operator-id to txc-operator-id
           move today-date to txc-maintained-date
           if certificate-on-file
               rewrite tax-exempt-record
                   invalid key
                       display "Replace failed, status "
                           taxexcrt-status line 13 col 5
                       exit paragraph
               end-rewrite
           else
               write tax-exempt-record
                   invalid key
                       display "Enter failed, status "
                           taxexcrt-status line 13 col 5
                       exit paragraph
               end-write
           end-if
           add 1 to certificates-keyed
           display "Certificate recorded              "
               line 13 col 5
           .

       delete-one-certificate.
           display "Customer number      : " line 5 col 5
           accept txc-customer-number line 5 col 30 with update
           perform read-certificate
           if not certificate-on-file
               display "No certificate on file           "
                   line 13 col 5
               exit paragraph
           end-if

           display txc-certificate-number line 7 col 30
           display txc-expiry-date line 11 col 30
           move "N" to confirm-action
           display "Delete this certificate (Y/N)? : " line 14 col 5
           accept confirm-action line 14 col 39 with update
           if not action-confirmed
               exit paragraph
           end-if

           delete tax-exempt-file
               invalid key
                   display "Delete failed, status "
                       taxexcrt-status line 13 col 5
               not invalid key
                   add 1 to certificates-deleted
                   display "Certificate deleted               "
                       line 13 col 5
           end-delete
           .

       read-certificate.
           move "N" to cert-on-file
           read tax-exempt-file
               invalid key
                   continue
               not invalid key
                   move "Y" to cert-on-file
           end-read
           .
