      *    master.  a successful sign-on resets the failure count and
      *    is logged too, so the manager's review shows grants next
      *    to the failures.
      *
      *    an operator disabled on the administration screen or by
      *    the quarterly recertification (lock flag D) is refused
      *    outright and logged as DISABLED.  the department, manager
      *    and recertification fields behind the failure count
      *    belong to that screen and ride through the rewrite here
      *    untouched.

       environment division.
       configuration section.
           05  filler                  pic x(01).
           05  opr-lock-flag           pic x(01).
               88  operator-is-locked          value "L".
               88  operator-is-disabled        value "D".
           05  filler                  pic x(01).
           05  opr-fail-count          pic 9(01).
           05  opr-admin-fields        pic x(36).

       fd  security-log-file.
       01  security-log-record.
               10  opt-pass-code    pic x(08).
               10  opt-lock-flag    pic x(01).
               10  opt-fail-count   pic 9(01).
               10  opt-admin-fields pic x(36).

       linkage section.
      *>   the sign-on area every calling screen declares - the
                   to opt-lock-flag (operator-count)
               move opr-fail-count
                   to opt-fail-count (operator-count)
               move opr-admin-fields
                   to opt-admin-fields (operator-count)
           end-if
           .

                   move "UNKNOWN ID" to log-event
                   perform write-security-log
                   display "Unknown operator id      " line 4 col 5
               when opt-lock-flag (matched-sub) = "D"
                   move "DISABLED" to log-event
                   perform write-security-log
                   display "Operator is disabled     " line 4 col 5
               when opt-lock-flag (matched-sub) = "L"
                   move "LOCKED" to log-event
                   perform write-security-log
           move opt-pass-code (operator-sub) to opr-pass-code
           move opt-lock-flag (operator-sub) to opr-lock-flag
           move opt-fail-count (operator-sub) to opr-fail-count
           move opt-admin-fields (operator-sub) to opr-admin-fields
           write operator-master-record
           .

