       identification division.
       program-id. prog.

      *    payroll's employee inquiry screen - everything a clerk
      *    needs when an employee calls about a check, on one screen
      *    instead of four files.  the clerk keys an employee number,
      *    or zero and part of a name to list the employees whose
      *    name carries it and pick one.  up come the EMPMSTR record,
      *    the YTDEMPL year-to-date figures, the VACBAL vacation and
      *    sick balances, the last six checks off CHECKREG newest
      *    first (an issued check shows the date the bank paid it
      *    off CASHEDCK, or outstanding; voids and returned deposits
      *    show as such), the active deductions on DEDMSTR with any
      *    garnishment marked, and whatever pay the register is
      *    holding on PENDREL for a supervisor.
      *
      *    strictly read-only - every file is opened input.  the
      *    session opens through the SIGNON subprogram, and the bank
      *    account number shows in full only to supervisor authority
      *    (level 2); anyone else sees its last four characters.
      *    each inquiry is stamped to AUDITTRL with the operator id
      *    and whether the account was shown, the same privacy trace
      *    the charge-history inquiry leaves.

       environment division.
       configuration section.
       special-names.
           crt status is inquiry-crt-status.
       input-output section.
       file-control.
           select employee-master-file assign to external empmstr
               organization is indexed
               access mode is dynamic
               record key is emr-employee-no
               file status is empmstr-status.

           select employee-ytd-file assign to external ytdempl
               organization is indexed
               access mode is random
               record key is yte-employee-no
               file status is ytdempl-status.

           select pto-balance-file assign to external vacbal
               organization is indexed
               access mode is random
               record key is vbl-employee-no
               file status is vacbal-status.

           select check-register-file assign to external checkreg
               organization is line sequential
               file status is checkreg-status.

           select cashed-checks-file assign to external cashedck
               organization is line sequential
               file status is cashedck-status.

           select deduction-master-file assign to external dedmstr
               organization is line sequential
               file status is dedmstr-status.

           select pending-release-file assign to external pendrel
               organization is line sequential
               file status is pendrel-status.

           select audit-trail-file assign to external audittrl
               organization is line sequential
               file status is audittrl-status.

       data division.
       file section.
       fd  employee-master-file.
       01  employee-master-record.
           05  emr-employee-no         pic 9(04).
           05  filler                  pic x(01).
           05  emr-employee-name       pic x(20).
           05  filler                  pic x(01).
           05  emr-gender              pic x(01).
           05  filler                  pic x(01).
           05  emr-department          pic 9(02).
           05  filler                  pic x(01).
           05  emr-hire-date           pic 9(08).
           05  filler                  pic x(01).
           05  emr-status              pic x(01).
           05  filler                  pic x(01).
           05  emr-bank-routing        pic 9(09).
           05  filler                  pic x(01).
           05  emr-bank-account        pic x(17).
           05  filler                  pic x(01).
           05  emr-deposit-indicator   pic x(01).
           05  emr-work-state          pic x(02).
           05  emr-company-code        pic x(02).
           05  emr-wc-class            pic x(04).
           05  filler                  pic x(01).

       fd  employee-ytd-file.
       01  employee-ytd-record.
           05  yte-employee-no         pic 9(04).
           05  yte-employee-name       pic x(20).
           05  yte-gross               pic 9(08)v99.
           05  yte-fica                pic 9(08)v99.
           05  yte-fwt                 pic 9(08)v99.
           05  yte-misc                pic 9(08)v99.
           05  yte-net                 pic 9(08)v99.
           05  filler                  pic x(06).

       fd  pto-balance-file.
       01  pto-balance-record.
           05  vbl-employee-no         pic 9(04).
           05  vbl-employee-name       pic x(20).
           05  vbl-vac-balance         pic s9(04)v99.
           05  vbl-sick-balance        pic s9(04)v99.
           05  filler                  pic x(44).

       fd  check-register-file.
       01  check-register-record.
           05  ckr-check-number        pic 9(06).
           05  filler                  pic x(01).
           05  ckr-employee-no         pic 9(04).
           05  filler                  pic x(01).
           05  ckr-pay-date            pic 9(08).
           05  filler                  pic x(01).
           05  ckr-amount              pic 9(07)v99.
           05  filler                  pic x(01).
           05  ckr-status              pic x(01).
           05  filler                  pic x(01).
           05  ckr-employee-name       pic x(20).
           05  ckr-company-code        pic x(02).
           05  filler                  pic x(25).

       fd  cashed-checks-file.
       01  cashed-check-record.
           05  cck-check-number        pic 9(06).
           05  filler                  pic x(01).
           05  cck-amount              pic 9(07)v99.
           05  filler                  pic x(01).
           05  cck-date-paid           pic 9(08).
           05  filler                  pic x(54).

       fd  deduction-master-file.
       01  deduction-master-record.
           05  ddm-employee-no         pic 9(04).
           05  filler                  pic x(01).
           05  ddm-deduction-type      pic x(01).
               88  ddm-garnishment             value "G".
           05  filler                  pic x(01).
           05  ddm-priority            pic 9(01).
           05  filler                  pic x(01).
           05  ddm-amount              pic 9(03)v99.
           05  filler                  pic x(01).
           05  ddm-percent             pic v99.
           05  filler                  pic x(01).
           05  ddm-limit               pic 9(05)v99.
           05  filler                  pic x(01).
           05  ddm-taken-to-date       pic 9(05)v99.
           05  filler                  pic x(47).

       fd  pending-release-file.
       01  pending-release-record.
           05  prl-department          pic 9(02).
           05  filler                  pic x(01).
           05  prl-employee-no         pic 9(04).
           05  filler                  pic x(03).
           05  prl-employee-name       pic x(20).
           05  filler                  pic x(01).
           05  prl-pay-date            pic 9(08).
           05  filler                  pic x(01).
           05  prl-gross-pay           pic 9(04)v99.
           05  filler                  pic x(70).

       fd  audit-trail-file.
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
       01  inquiry-crt-status.
           05  inquiry-crt-status-1 pic x.
           05  inquiry-crt-status-2 pic x.
           05  inquiry-crt-status-3 pic x.
           05  inquiry-crt-status-4 pic x.

       77  empmstr-status       pic xx.
           88  empmstr-ok               value "00".
       77  ytdempl-status       pic xx.
           88  ytdempl-ok               value "00".
       77  vacbal-status        pic xx.
           88  vacbal-ok                value "00".
       77  checkreg-status      pic xx.
           88  checkreg-ok              value "00".
       77  cashedck-status      pic xx.
           88  cashedck-ok              value "00".
       77  dedmstr-status       pic xx.
           88  dedmstr-ok               value "00".
       77  pendrel-status       pic xx.
           88  pendrel-ok               value "00".
       77  audittrl-status      pic xx.
           88  audittrl-ok              value "00".

      *> the keyed files may be missing on a small site - an inquiry
      *> then just shows the figures as not on file
       77  ytd-open             pic x value "N".
           88  ytd-is-open              value "Y".
       77  vacbal-open          pic x value "N".
           88  vacbal-is-open           value "Y".

       77  file-eof             pic x value "N".
           88  no-more-records          value "Y".
       77  more-inquiries       pic x value "Y".
           88  ask-another              value "Y" "y".
       77  master-found         pic x value "N".
           88  employee-on-master       value "Y".
       77  operator-id          pic x(08) value spaces.
       77  inquiry-employee     pic 9(04) value zero.
       77  name-fragment        pic x(20) value spaces.
       77  fragment-length      pic 99 value 0.
       77  name-position        pic 99 value 0.
       77  name-matched         pic x value "N".
           88  name-does-match          value "Y".
       77  match-count          pic 9(4) value 0.
       77  screen-line          pic 99 value 0.
       77  safety-net           pic 9(5) value 0.
       77  account-shown        pic x(08) value spaces.

      *> the account as the operator is allowed to see it
       77  account-last         pic 99 value 0.
       77  mask-position        pic 99 value 0.
       77  display-account      pic x(17) value spaces.

      *> the employee's last six checks, oldest first as the register
      *> is read - shown newest first
       77  check-count          pic 9 value 0.
       77  check-sub            pic 9 value 0.
       01  check-table.
           05  check-entry          occurs 6 times.
               10  cht-check-number pic 9(06).
               10  cht-pay-date     pic 9(08).
               10  cht-amount       pic 9(07)v99.
               10  cht-status       pic x(01).
               10  cht-date-paid    pic 9(08).

       77  deduction-shown      pic 9 value 0.
       77  deduction-more       pic 9(4) value 0.
       77  hold-count           pic 9(4) value 0.

       01  signon-area.
           05  sno-program-id          pic x(08).
           05  sno-operator-id         pic x(08).
           05  sno-operator-name       pic x(20).
           05  sno-authority           pic 9(01).
           05  sno-result              pic x(01).
               88  signon-granted              value "Y".

       01  blank-line               pic x(78) value spaces.

       01  master-line-1.
           05  mst-employee-no      pic 9(04).
           05  filler               pic x(01) value space.
           05  mst-employee-name    pic x(20).
           05  filler               pic x(06) value " DEPT ".
           05  mst-department       pic 9(02).
           05  filler               pic x(07) value "  HIRED".
           05  filler               pic x(01) value space.
           05  mst-hire-date        pic 9(08).
           05  filler               pic x(08) value "  STATUS".
           05  filler               pic x(01) value space.
           05  mst-status           pic x(01).
           05  filler               pic x(04) value "  CO".
           05  filler               pic x(01) value space.
           05  mst-company          pic x(02).
           05  filler               pic x(07) value "  STATE".
           05  filler               pic x(01) value space.
           05  mst-work-state       pic x(02).

       01  master-line-2.
           05  filler               pic x(09) value "ROUTING  ".
           05  mst-routing          pic 9(09).
           05  filler               pic x(11) value "   ACCOUNT ".
           05  mst-account          pic x(17).
           05  filler               pic x(10) value "  DEPOSIT ".
           05  mst-deposit          pic x(03).
           05  filler               pic x(11) value "  WC CLASS ".
           05  mst-wc-class         pic x(04).

       01  ytd-line.
           05  filler               pic x(10) value "YTD GROSS ".
           05  ytl-gross            pic zzzzzz9.99.
           05  filler               pic x(06) value " FICA ".
           05  ytl-fica             pic zzzzz9.99.
           05  filler               pic x(05) value " FED ".
           05  ytl-fwt              pic zzzzz9.99.
           05  filler               pic x(06) value " MISC ".
           05  ytl-misc             pic zzzzz9.99.
           05  filler               pic x(05) value " NET ".
           05  ytl-net              pic zzzzzz9.99.

       01  balance-line.
           05  filler               pic x(17) value
                   "VACATION HOURS   ".
           05  bal-vacation         pic ----9.99.
           05  filler               pic x(17) value
                   "     SICK HOURS  ".
           05  bal-sick             pic ----9.99.

       01  check-heading.
           05  filler               pic x(60) value
                   "CHECK NO  PAY DATE        AMOUNT  STATUS".

       01  check-line.
           05  chl-check-number     pic 9(06).
           05  filler               pic x(02) value spaces.
           05  chl-pay-date         pic 9(08).
           05  filler               pic x(01) value space.
           05  chl-amount           pic z,zzz,zz9.99.
           05  filler               pic x(02) value spaces.
           05  chl-status           pic x(22).

       01  cashed-text.
           05  filler               pic x(08) value "CASHED  ".
           05  cst-date-paid        pic 9(08).

       01  deduction-heading.
           05  filler               pic x(26) value
                   "DEDUCTION TYPE PRI  AMOUNT".
           05  filler               pic x(26) value
                   " PCT     LIMIT     TAKEN".

       01  deduction-line.
           05  filler               pic x(10) value spaces.
           05  ddl-type             pic x(01).
           05  filler               pic x(04) value spaces.
           05  ddl-priority         pic 9(01).
           05  filler               pic x(02) value spaces.
           05  ddl-amount           pic zz9.99.
           05  filler               pic x(02) value spaces.
           05  ddl-percent          pic .99.
           05  filler               pic x(01) value space.
           05  ddl-limit            pic zz,zz9.99.
           05  filler               pic x(01) value space.
           05  ddl-taken            pic zz,zz9.99.
           05  filler               pic x(02) value spaces.
           05  ddl-note             pic x(11).

       01  hold-line.
           05  filler               pic x(24) value
                   "HELD FOR SUPERVISOR    ".
           05  hdl-pay-date         pic 9(08).
           05  filler               pic x(08) value "  GROSS ".
           05  hdl-gross            pic z,zz9.99.
           05  filler               pic x(02) value spaces.
           05  hdl-count            pic zz9.
           05  filler               pic x(12) value " HELD IN ALL".

       01  match-line.
           05  mtl-employee-no      pic 9(04).
           05  filler               pic x(02) value spaces.
           05  mtl-employee-name    pic x(20).
           05  filler               pic x(06) value " DEPT ".
           05  mtl-department       pic 9(02).
           05  filler               pic x(09) value "  STATUS ".
           05  mtl-status           pic x(01).

       procedure division.
           move "EMPINQ1" to sno-program-id
           call "SIGNON" using signon-area
           if not signon-granted
               display "sign-on refused - screen not started"
                   upon syserr
               stop run returning 1
           end-if
           move sno-operator-id to operator-id

           open input employee-master-file
           if not empmstr-ok
               display "cannot open employee master, status "
                   empmstr-status upon syserr
               stop run returning 1
           end-if

           open input employee-ytd-file
           if ytdempl-ok
               move "Y" to ytd-open
           end-if
           open input pto-balance-file
           if vacbal-ok
               move "Y" to vacbal-open
           end-if

           perform run-one-inquiry
               until not ask-another

           close employee-master-file
           if ytd-is-open
               close employee-ytd-file
           end-if
           if vacbal-is-open
               close pto-balance-file
           end-if
           goback.

       run-one-inquiry.
           perform clear-one-line
               varying screen-line from 1 by 1
               until screen-line > 21

           display "Employee inquiry" line 1 col 30
           display "Employee no (0=name) : " line 2 col 5
           move zero to inquiry-employee
           accept inquiry-employee line 2 col 30 with update

           if inquiry-employee = zero
               perform find-by-name
           end-if

           move "N" to master-found
           if inquiry-employee not = zero
               move inquiry-employee to emr-employee-no
               read employee-master-file
                   invalid key
                       display "Employee not on master         "
                           line 4 col 5
                   not invalid key
                       move "Y" to master-found
               end-read
           end-if

           if employee-on-master
               perform show-master
               perform show-ytd-and-balances
               perform show-checks
               perform show-deductions
               perform show-pending-hold
               perform stamp-audit-trail
           end-if

           display "Another inquiry (Y/N)? : " line 21 col 5
           accept more-inquiries line 21 col 32 with update
           .

       clear-one-line.
           display blank-line line screen-line col 1
           .

      *> a partial name lists every employee whose name carries it,
      *> a screenful at most, and the clerk keys the one wanted
       find-by-name.
           display "Part of name         : " line 3 col 5
           move spaces to name-fragment
           accept name-fragment line 3 col 30 with update
           move function upper-case (name-fragment) to name-fragment

           move zero to fragment-length
           perform measure-fragment
               varying name-position from 20 by -1
               until name-position < 1
                  or fragment-length > zero
           if fragment-length = zero
               exit paragraph
           end-if

           move zero to match-count
           move 4 to screen-line
           move zero to emr-employee-no
           start employee-master-file
               key is greater than or equal to emr-employee-no
               invalid key
                   exit paragraph
           end-start
           move "N" to file-eof
           perform list-one-match
               varying safety-net from 1 by 1
               until no-more-records
                  or match-count > 14
                  or safety-net > 9999

           if match-count = zero
               display "No employee name carries that  " line 4
                   col 5
               exit paragraph
           end-if
           if match-count > 14
               display "More match - key more of the name" line 19
                   col 5
           end-if

           display "Employee no wanted   : " line 20 col 5
           accept inquiry-employee line 20 col 30 with update
           perform clear-one-line
               varying screen-line from 3 by 1
               until screen-line > 20
           .

       measure-fragment.
           if name-fragment (name-position:1) not = space
               move name-position to fragment-length
           end-if
           .

       list-one-match.
           read employee-master-file next record
               at end
                   move "Y" to file-eof
                   exit paragraph
           end-read

           move "N" to name-matched
           perform match-at-one-position
               varying name-position from 1 by 1
               until name-position > 21 - fragment-length
                  or name-does-match
           if not name-does-match
               exit paragraph
           end-if

           add 1 to match-count
           if match-count > 14
               exit paragraph
           end-if
           move emr-employee-no to mtl-employee-no
           move emr-employee-name to mtl-employee-name
           move emr-department to mtl-department
           move emr-status to mtl-status
           display match-line line screen-line col 5
           add 1 to screen-line
           .

       match-at-one-position.
           if emr-employee-name (name-position:fragment-length)
                   = name-fragment (1:fragment-length)
               move "Y" to name-matched
           end-if
           .

      *> the bank account is shown whole only to supervisor
      *> authority - everyone else gets its last four characters
       show-master.
           move emr-employee-no to mst-employee-no
           move emr-employee-name to mst-employee-name
           move emr-department to mst-department
           move emr-hire-date to mst-hire-date
           move emr-status to mst-status
           move emr-company-code to mst-company
           move emr-work-state to mst-work-state
           display master-line-1 line 3 col 2

           move emr-bank-routing to mst-routing
           if sno-authority < 2
               perform mask-bank-account
               move "MASKED" to account-shown
           else
               move emr-bank-account to display-account
               move "SHOWN" to account-shown
           end-if
           move display-account to mst-account
           if emr-deposit-indicator = "D"
               move "YES" to mst-deposit
           else
               move "NO" to mst-deposit
           end-if
           move emr-wc-class to mst-wc-class
           display master-line-2 line 4 col 2
           .

       mask-bank-account.
           move spaces to display-account
           move zero to account-last
           perform find-account-end
               varying mask-position from 17 by -1
               until mask-position < 1
                  or account-last > zero
           if account-last = zero
               exit paragraph
           end-if
           move all "*" to display-account (1:account-last)
           if account-last > 4
               move emr-bank-account (account-last - 3:4)
                   to display-account (account-last - 3:4)
           end-if
           .

       find-account-end.
           if emr-bank-account (mask-position:1) not = space
               move mask-position to account-last
           end-if
           .

       show-ytd-and-balances.
           if ytd-is-open
               move emr-employee-no to yte-employee-no
               read employee-ytd-file
                   invalid key
                       display "No year-to-date figures on file"
                           line 5 col 2
                   not invalid key
                       move yte-gross to ytl-gross
                       move yte-fica to ytl-fica
                       move yte-fwt to ytl-fwt
                       move yte-misc to ytl-misc
                       move yte-net to ytl-net
                       display ytd-line line 5 col 1
               end-read
           else
               display "Year-to-date file not available" line 5
                   col 2
           end-if

           if vacbal-is-open
               move emr-employee-no to vbl-employee-no
               read pto-balance-file
                   invalid key
                       display "No leave balances on file      "
                           line 6 col 2
                   not invalid key
                       move vbl-vac-balance to bal-vacation
                       move vbl-sick-balance to bal-sick
                       display balance-line line 6 col 2
               end-read
           else
               display "Leave balance file not available" line 6
                   col 2
           end-if
           .

      *> the register is read whole, keeping the employee's six most
      *> recent rows; the bank's paid file then dates the issued ones
       show-checks.
           move zero to check-count
           open input check-register-file
           if not checkreg-ok
               display "Check register not available   " line 7
                   col 2
               exit paragraph
           end-if
           move "N" to file-eof
           perform keep-one-check
               until no-more-records
           close check-register-file

           if check-count = zero
               display "No checks on the register      " line 7
                   col 2
               exit paragraph
           end-if

           open input cashed-checks-file
           if cashedck-ok
               move "N" to file-eof
               perform date-one-cashed-check
                   until no-more-records
               close cashed-checks-file
           end-if

           display check-heading line 7 col 2
           move 8 to screen-line
           perform show-one-check
               varying check-sub from check-count by -1
               until check-sub < 1
           .

       keep-one-check.
           read check-register-file
               at end
                   move "Y" to file-eof
                   exit paragraph
           end-read
           if ckr-employee-no not = emr-employee-no
               exit paragraph
           end-if

           if check-count < 6
               add 1 to check-count
           else
               perform shift-one-check
                   varying check-sub from 1 by 1
                   until check-sub > 5
           end-if
           move ckr-check-number to cht-check-number (check-count)
           move ckr-pay-date to cht-pay-date (check-count)
           move ckr-amount to cht-amount (check-count)
           move ckr-status to cht-status (check-count)
           move zero to cht-date-paid (check-count)
           .

       shift-one-check.
           move check-entry (check-sub + 1) to check-entry (check-sub)
           .

       date-one-cashed-check.
           read cashed-checks-file
               at end
                   move "Y" to file-eof
                   exit paragraph
           end-read
           perform match-one-cashed
               varying check-sub from 1 by 1
               until check-sub > check-count
           .

       match-one-cashed.
           if cht-status (check-sub) = "I"
              and cht-check-number (check-sub) = cck-check-number
               move cck-date-paid to cht-date-paid (check-sub)
           end-if
           .

       show-one-check.
           move cht-check-number (check-sub) to chl-check-number
           move cht-pay-date (check-sub) to chl-pay-date
           move cht-amount (check-sub) to chl-amount
           evaluate true
               when cht-status (check-sub) = "V"
                   move "VOIDED" to chl-status
               when cht-status (check-sub) = "R"
                   move "DEPOSIT RETURNED" to chl-status
               when cht-date-paid (check-sub) > zero
                   move cht-date-paid (check-sub) to cst-date-paid
                   move cashed-text to chl-status
               when other
                   move "OUTSTANDING" to chl-status
           end-evaluate
           display check-line line screen-line col 2
           add 1 to screen-line
           .

      *> a deduction still running - no limit, or its limit not yet
      *> reached - is active; garnishments are marked
       show-deductions.
           move zero to deduction-shown
           move zero to deduction-more
           open input deduction-master-file
           if not dedmstr-ok
               display "Deduction master not available " line 14
                   col 2
               exit paragraph
           end-if
           display deduction-heading line 14 col 2
           move 15 to screen-line
           move "N" to file-eof
           perform show-one-deduction
               until no-more-records
           close deduction-master-file

           if deduction-shown = zero
               display "No active deductions           " line 15
                   col 2
           end-if
           if deduction-more > zero
               display "more active deductions not shown:" line 18
                   col 2
               display deduction-more line 18 col 36
           end-if
           .

       show-one-deduction.
           read deduction-master-file
               at end
                   move "Y" to file-eof
                   exit paragraph
           end-read
           if ddm-employee-no not = emr-employee-no
               exit paragraph
           end-if
           if ddm-limit > zero
              and ddm-taken-to-date not < ddm-limit
               exit paragraph
           end-if

           if deduction-shown > 2
               add 1 to deduction-more
               exit paragraph
           end-if
           add 1 to deduction-shown
           move ddm-deduction-type to ddl-type
           move ddm-priority to ddl-priority
           move ddm-amount to ddl-amount
           move ddm-percent to ddl-percent
           move ddm-limit to ddl-limit
           move ddm-taken-to-date to ddl-taken
           if ddm-garnishment
               move "GARNISHMENT" to ddl-note
           else
               move spaces to ddl-note
           end-if
           display deduction-line line screen-line col 2
           add 1 to screen-line
           .

      *> pay the register held as out-of-range and no supervisor has
      *> yet released or rejected - the oldest hold is shown
       show-pending-hold.
           move zero to hold-count
           open input pending-release-file
           if not pendrel-ok
               display "No pay held for a supervisor   " line 19
                   col 2
               exit paragraph
           end-if
           move "N" to file-eof
           perform note-one-hold
               until no-more-records
           close pending-release-file

           if hold-count = zero
               display "No pay held for a supervisor   " line 19
                   col 2
           else
               move hold-count to hdl-count
               display hold-line line 19 col 2
           end-if
           .

       note-one-hold.
           read pending-release-file
               at end
                   move "Y" to file-eof
                   exit paragraph
           end-read
           if prl-employee-no not = emr-employee-no
               exit paragraph
           end-if
           add 1 to hold-count
           if hold-count = 1
               move prl-pay-date to hdl-pay-date
               move prl-gross-pay to hdl-gross
           end-if
           .

      *> one AUDITTRL record per inquiry for the privacy log - who
      *> looked at which employee, and whether the account showed
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
           move "EMPINQ1" to atr-program-id
           move emr-employee-no to atr-input-count
           move check-count to atr-detail-count
           move zero to atr-control-total
           move spaces to atr-run-modes
           string operator-id " " account-shown
               delimited by size into atr-run-modes
           end-string
           write audit-trail-record
           close audit-trail-file
           .
