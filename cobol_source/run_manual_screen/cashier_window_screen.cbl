      *    to CSHRSESS and stamped; an unbalanced count is on the
      *    record before a single payment posts.  each posting and
      *    the session close are stamped
      *    to the shared AUDITTRL file with the operator id.  once
      *    the student number is keyed the student's balance across
      *    all terms is shown off the STULEDGR account ledger, so the
      *    cashier can tell the student what is owed before taking
      *    the money; the ledger is read only, and a night with no
      *    ledger yet just shows none.  follows
      *    the accept/display-at-line-col idiom of
      *    credit_hold_review_screen.cbl.

               organization is line sequential
               file status is audittrl-status.

           select student-ledger-file assign to external stuledgr
               organization is indexed
               access mode is random
               record key is lgr-key
               file status is stuledgr-status.

       data division.
       file section.
       fd  receipt-number-file.
           05  atr-control-total       pic s9(09)v99.
           05  atr-run-modes           pic x(20).

       fd  student-ledger-file.
      *>   the student account ledger the ledger posting run keeps -
      *>   only the student row (term blank, sequence zero) is read
       01  student-ledger-record.
           05  lgr-key.
               10  lgr-student-id      pic 9(05).
               10  lgr-term            pic x(05).
               10  lgr-sequence        pic 9(05).
           05  lgr-row-type            pic x(01).
           05  lgs-balance             pic s9(07)v99.
           05  filler                  pic x(75).

       working-storage section.
       01  cashier-crt-status.
           05  cashier-crt-status-1 pic x.
           88  cshrsess-ok              value "00".
       77  audittrl-status      pic xx.
           88  audittrl-ok              value "00".
       77  stuledgr-status      pic xx.
           88  stuledgr-ok              value "00".
       77  ledger-open          pic x value "N".
           88  ledger-is-open           value "Y".
       77  shown-balance        pic $$,$$$,$$9.99-.

       77  operator-id          pic x(08) value spaces.
       77  business-date        pic 9(08) value 0.
                   cshrcpt-status upon syserr
               stop run returning 1
           end-if

      *>   the account ledger is only looked at - a counter that
      *>   cannot see it still takes money
           open input student-ledger-file
           if stuledgr-ok
               move "Y" to ledger-open
           end-if
           .

      *> one payment over the counter - student, amount, tender -
               exit paragraph
           end-if

           perform show-account-balance

           move spaces to amount-control
           move spaces to tender-control
           move "N" to entry-is-valid
           perform stamp-audit-trail
           .

      *> what the student owes across every term, off the ledger's
      *> student row - a credit balance shows with a trailing minus
       show-account-balance.
           display "                              " line 4 col 48
           if not ledger-is-open
               display "No account ledger" line 4 col 48
               exit paragraph
           end-if

           move entry-student to lgr-student-id
           move spaces to lgr-term
           move zero to lgr-sequence
           read student-ledger-file
               invalid key
                   display "Not on ledger" line 4 col 48
               not invalid key
                   move lgs-balance to shown-balance
                   display "Balance " line 4 col 48
                   display shown-balance line 4 col 56
           end-read
           .

      *> redraws the amount and tender fields - a zero amount or an
      *> unknown tender comes back up in reverse video
       accept-and-validate-payment.
       close-session.
           close session-work-file
                 receipt-print-file
           if ledger-is-open
               close student-ledger-file
           end-if

           display "Session close" line 10 col 5
           display "Counted drawer       : " line 11 col 5
