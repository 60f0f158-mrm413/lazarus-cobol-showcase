      *    approve or reject with their operator id.  approvals go to
      *    RELAPPRV, which the next register run posts automatically
      *    with the threshold check waived; rejections go straight
      *    onto PAYREJECTS with the supervisor's reason.  every
      *    decision is stamped to the shared AUDITTRL file with the
      *    supervisor and the employee, so a release can be traced
      *    back to who made it.  follows the
      *    accept/display-at-line-col idiom of
      *    transaction_entry_screen.cbl.

               organization is line sequential
               file status is pendwork-status.

           select audit-trail-file assign to external audittrl
               organization is line sequential
               file status is audittrl-status.

       data division.
       file section.
       fd  pending-release-file.
           05  filler                  pic x(01).
           05  prl-gross-pay           pic 9(04)v99.
      *>   widened with the register's hourly record - bytes 88-97
      *>   carry the vacation/sick hours, bytes 99-100 the company
      *>   code and bytes 101-116 the premium hours a held record
      *>   must keep
           05  filler                  pic x(70).

       fd  release-approved-file.
       01  release-approved-record     pic x(116).

       fd  exception-file.
       01  exception-record            pic x(80).

       fd  pending-work-file.
       01  pending-work-record         pic x(116).

       fd  audit-trail-file.
      *>   one shared audit-trail record per decision - the
      *>   employee in the input-count column, the gross pay as the
      *>   control total, supervisor and verdict in the run-modes
       01  audit-trail-record.
           05  atr-run-date-time       pic x(19).
           05  filler                  pic x(01).
           05  atr-program-id          pic x(08).
           05  filler                  pic x(01).
           05  atr-input-count         pic 9(06).
           05  filler                  pic x(01).
           05  atr-detail-count        pic 9(06).
           05  filler                  pic x(01).
           05  atr-control-total       pic s9(09)v99.
           05  atr-run-modes           pic x(20).

       working-storage section.
       01  release-crt-status.
           88  rejects-ok               value "00".
       77  pendwork-status      pic xx.
           88  pendwork-ok              value "00".
       77  audittrl-status      pic xx.
           88  audittrl-ok              value "00".

       77  pending-eof          pic x value "N".
           88  no-more-pending          value "Y".
                       to release-approved-record
                   write release-approved-record
                   add 1 to approved-count
                   perform stamp-audit-trail
               when decision-reject
                   move spaces to reject-reason
                   display "Reason               : " line 8 col 5
                   move reject-line to exception-record
                   write exception-record
                   add 1 to rejected-count
                   perform stamp-audit-trail
               when other
      *>           no decision keyed - the record is neither released
      *>           nor rejected and waits for the next review session
               write pending-release-record
           end-if
           .

      *> one AUDITTRL record per decision - supervisor, verdict and
      *> the held pay date in the run-modes field
       stamp-audit-trail.
           open extend audit-trail-file
           if not audittrl-ok
               open output audit-trail-file
           end-if
           if not audittrl-ok
               display "cannot open audit trail, status "
                   audittrl-status upon syserr
               exit paragraph
           end-if

           move spaces to audit-trail-record
           move function formatted-current-date
               ('YYYY-MM-DDThh:mm:ss') to atr-run-date-time
           move "PAYRLSE1" to atr-program-id
           move prl-employee-no to atr-input-count
           move 1 to atr-detail-count
           move prl-gross-pay to atr-control-total
           move spaces to atr-run-modes
           string operator-id (1:8) " "
               function upper-case (decision-code) " "
               prl-pay-date
               delimited by size into atr-run-modes
           end-string
           write audit-trail-record
           close audit-trail-file
           .
