       identification division.
       program-id. prog.

      *    operator administration screen for the OPERMSTR operator
      *    master the SIGNON subprogram proves every sign-on against.
      *    until now an operator was added, unlocked, promoted or
      *    removed by editing the file, with no trace and no second
      *    pair of eyes.  the screen is for the security office only
      *    - authority level 3 - and follows the accept/display-at-
      *    line-col idiom and idle sign-off of
      *    customer_maintenance_screen.cbl.
      *
      *    actions: A add, C change, U unlock, D disable, P pending
      *    increases, X exit.  a name, department or manager change,
      *    an authority decrease, an unlock of a failure lock and a
      *    disable apply at once.  an authority increase - a new
      *    operator above level 1 included - and re-enabling a
      *    disabled operator are under dual control: they are parked
      *    on the OPRPENDG pending file with this operator as the
      *    maker, and only a different security operator can approve
      *    them under the P action, the CMPENDG maker-checker shape.
      *    nobody decides a change to their own operator record.
      *    each decision is stamped to the shared AUDITTRL file with
      *    maker, checker and verdict, as the change review screen
      *    does.
      *
      *    every applied change lands on the FLDHIST field history
      *    as master O.  an operator id does not fit the five-byte
      *    record key, so an O row carries the operator in the first
      *    half of the old value and the value itself in the second
      *    half, and the new value with the administering operator
      *    behind it - the shape of the HRIS hire row.  the lock
      *    flag is journaled as the words ACTIVE, LOCKED, DISABLED.
      *    a name is too long for that shape, so a name change goes
      *    on as a NAME WAS and a NAME NOW row, each the operator
      *    followed by the whole name across both value fields.
      *
      *    SIGNON rewrites OPERMSTR with failure counts and lockouts
      *    while this screen is up, so the master is read again
      *    just before every change is applied and the change made
      *    to that fresh copy.
      *
      *    department and manager feed the quarterly access
      *    recertification run, which lists each manager's operators
      *    and disables those the manager does not confirm.

       environment division.
       configuration section.
       special-names.
           crt status is admin-crt-status.
       input-output section.
       file-control.
           select operator-master-file assign to external opermstr
               organization is line sequential
               file status is opermstr-status.

           select pending-increase-file assign to external oprpendg
               organization is line sequential
               file status is oprpendg-status.

           select field-history-file assign to external fldhist
               organization is line sequential
               file status is fldhist-status.

           select audit-trail-file assign to external audittrl
               organization is line sequential
               file status is audittrl-status.

       data division.
       file section.
       fd  operator-master-file.
      *>   the SIGNON layout, with the administration fields carved
      *>   out of its trailing filler - lock flag L is a failure
      *>   lock, D a disabled operator
       01  operator-master-record.
           05  opr-operator-id         pic x(08).
           05  filler                  pic x(01).
           05  opr-operator-name       pic x(20).
           05  filler                  pic x(01).
           05  opr-authority           pic 9(01).
           05  filler                  pic x(01).
           05  opr-pass-code           pic x(08).
           05  filler                  pic x(01).
           05  opr-lock-flag           pic x(01).
               88  operator-is-active          value space.
               88  operator-is-locked          value "L".
               88  operator-is-disabled        value "D".
           05  filler                  pic x(01).
           05  opr-fail-count          pic 9(01).
           05  filler                  pic x(01).
           05  opr-department          pic x(04).
           05  filler                  pic x(01).
           05  opr-manager-id          pic x(08).
           05  filler                  pic x(01).
           05  opr-recert-date         pic 9(08).
           05  filler                  pic x(13).

       fd  pending-increase-file.
      *>   one pending row per authority increase or re-enable -
      *>   maker and date going in, decided on this screen's P
      *>   action and dropped from the file once decided
       01  pending-increase-record.
           05  opp-entry-date          pic 9(08).
           05  filler                  pic x(01).
           05  opp-maker-id            pic x(08).
           05  filler                  pic x(01).
           05  opp-operator-id         pic x(08).
           05  filler                  pic x(01).
           05  opp-field-code          pic x(08).
           05  filler                  pic x(01).
           05  opp-old-value           pic x(08).
           05  filler                  pic x(01).
           05  opp-new-value           pic x(08).
           05  filler                  pic x(01).
           05  opp-status              pic x(01).
               88  increase-is-pending         value "P".
           05  filler                  pic x(01).
           05  opp-checker-id          pic x(08).
           05  filler                  pic x(01).
           05  opp-reason              pic x(20).
           05  filler                  pic x(05).

       fd  field-history-file.
      *>   the shared field-level change-history record, with the
      *>   operator-master view of the old and new values
       01  field-history-record.
           05  flh-timestamp           pic x(19).
           05  filler                  pic x(01).
           05  flh-master-id           pic x(01).
           05  filler                  pic x(01).
           05  flh-record-key          pic x(05).
           05  filler                  pic x(01).
           05  flh-field-name          pic x(12).
           05  filler                  pic x(01).
           05  flh-old-value.
               10  flh-old-operator    pic x(08).
               10  flh-old-word        pic x(08).
           05  filler                  pic x(01).
           05  flh-new-value.
               10  flh-new-word        pic x(08).
               10  flh-new-operator    pic x(08).
           05  filler                  pic x(01).
           05  flh-source-program      pic x(08).
           05  filler                  pic x(07).
      *>   the name-change view - the operator, then the whole name
      *>   running on across both value fields
       01  field-history-name-record.
           05  filler                  pic x(41).
           05  flh-name-operator       pic x(08).
           05  flh-name-value          pic x(20).
           05  filler                  pic x(21).

       fd  audit-trail-file.
      *>   one shared audit-trail record per pending decision -
      *>   maker, checker and verdict in the run-modes field
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
       01  admin-crt-status.
           05  admin-crt-status-1  pic x.
           05  admin-crt-status-2  pic x.
           05  admin-crt-status-3  pic x.
           05  admin-crt-status-4  pic x.

       77  opermstr-status      pic xx.
           88  opermstr-ok              value "00".
           88  opermstr-not-found       value "35".
       77  oprpendg-status      pic xx.
           88  oprpendg-ok              value "00".
       77  fldhist-status       pic xx.
           88  fldhist-ok               value "00".
       77  audittrl-status      pic xx.
           88  audittrl-ok              value "00".

       77  more-actions         pic x value "Y".
           88  keep-going               value "Y" "y".
       77  action-code          pic x value space.
           88  action-is-add            value "A" "a".
           88  action-is-change         value "C" "c".
           88  action-is-unlock         value "U" "u".
           88  action-is-disable        value "D" "d".
           88  action-is-pending        value "P" "p".
           88  action-is-exit           value "X" "x".
       77  decision-code        pic x value space.
           88  decision-approve         value "A" "a".
           88  decision-reject          value "R" "r".
       77  confirm-disable      pic x value "N".
           88  disable-confirmed        value "Y" "y".
       77  operator-id          pic x(08) value spaces.
       77  security-authority   pic 9(01) value 3.

      *>   the sign-on area the SIGNON subprogram fills in
       01  signon-area.
           05  sno-program-id          pic x(08).
           05  sno-operator-id         pic x(08).
           05  sno-operator-name       pic x(20).
           05  sno-authority           pic 9(01).
           05  sno-result              pic x(01).
               88  signon-granted              value "Y".

      *>   idle sign-off bookkeeping - minutes of day at the last
      *>   action against the IDLE-MINUTES limit
       77  idle-limit-keyed     pic x(4) value spaces.
       77  idle-limit-minutes   pic 9(4) value 15.
       77  last-action-minute   pic 9(4) value 0.
       77  now-minute           pic 9(4) value 0.
       77  idle-gap             pic s9(4) value 0.
       01  clock-work.
           05  clock-hh            pic 9(2).
           05  clock-mm            pic 9(2).

      *>   the whole operator master, held as record images - the
      *>   same hundred-operator ceiling SIGNON works to
       01  operator-table.
           05  operator-image       pic x(80) occurs 100 times.
       77  operator-count       pic 9(3) value 0.
       77  operator-sub         pic 9(3) value 0.
       77  found-sub            pic 9(3) value 0.
       77  master-eof           pic x value "N".
           88  no-more-operators        value "Y".
       77  keyed-operator-id    pic x(08) value spaces.
       77  new-operator-image   pic x(80) value spaces.

      *>   the pending increases, loaded at start and written back
      *>   without the decided rows
       01  pending-table.
           05  pending-image        pic x(90) occurs 200 times.
       77  pending-count        pic 9(3) value 0.
       77  pending-sub          pic 9(3) value 0.
       77  pending-found        pic 9(3) value 0.
       77  pending-eof          pic x value "N".
           88  no-more-pending          value "Y".
       77  pending-field-code   pic x(08) value spaces.
       77  pending-old-value    pic x(08) value spaces.
       77  pending-new-value    pic x(08) value spaces.
       77  reject-reason        pic x(20) value spaces.
       77  approved-count       pic 9(4) value 0.
       77  rejected-count       pic 9(4) value 0.

      *>   the keyed new values next to the ones on file
       77  new-name             pic x(20) value spaces.
       77  new-department       pic x(04) value spaces.
       77  new-manager-id       pic x(08) value spaces.
       77  new-authority        pic x(01) value space.
       77  old-authority        pic x(01) value space.
      *>   the values the change screen showed, so that only the
      *>   fields the operator keyed over are applied
       77  shown-name           pic x(20) value spaces.
       77  shown-department     pic x(04) value spaces.
       77  shown-manager-id     pic x(08) value spaces.

       77  history-field-name   pic x(12) value spaces.
       77  history-operator-id  pic x(08) value spaces.
       77  history-old-word     pic x(08) value spaces.
       77  history-new-word     pic x(08) value spaces.
       77  history-admin-id     pic x(08) value spaces.
       77  history-name         pic x(20) value spaces.
       77  lock-word            pic x(08) value spaces.

       procedure division.
           accept idle-limit-keyed from environment "IDLE-MINUTES"
           if idle-limit-keyed is not = spaces
              and idle-limit-keyed is numeric
               move idle-limit-keyed to idle-limit-minutes
           end-if

           move "OPRADMN1" to sno-program-id
           call "SIGNON" using signon-area
           if not signon-granted
               display "sign-on refused - screen not started"
                   upon syserr
               stop run returning 1
           end-if
           if sno-authority < security-authority
               display "operator administration needs security "
                   "authority - screen not started" upon syserr
               stop run returning 1
           end-if
           move sno-operator-id to operator-id
           perform mark-action-time

           perform load-operator-master
           perform load-pending-increases

           perform one-admin-action
               until not keep-going

           perform save-pending-increases

           display "increases approved: " approved-count
               " rejected: " rejected-count upon syserr
           goback.

       one-admin-action.
           display "Operator administration" line 1 col 30
           display "Action (A/C/U/D/P/X) : " line 3 col 5
           move space to action-code
           accept action-code line 3 col 30 with update

           perform check-idle-signoff
           if not keep-going
               exit paragraph
           end-if

           evaluate true
               when action-is-add     perform add-operator
               when action-is-change  perform change-operator
               when action-is-unlock  perform unlock-operator
               when action-is-disable perform disable-operator
               when action-is-pending perform review-pending-increases
               when action-is-exit    move "N" to more-actions
               when other             continue
           end-evaluate
           .

       mark-action-time.
           move function current-date (9:4) to clock-work
           compute last-action-minute = clock-hh * 60 + clock-mm
           .

      *> an idle session comes back through SIGNON, and the fresh
      *> sign-on must still hold security authority
       check-idle-signoff.
           move function current-date (9:4) to clock-work
           compute now-minute = clock-hh * 60 + clock-mm
           compute idle-gap = now-minute - last-action-minute
           if idle-gap < zero
               add 1440 to idle-gap
           end-if
           if idle-gap > idle-limit-minutes
               display "Signed off after idle time       " line 15
                   col 5
               call "SIGNON" using signon-area
               if not signon-granted
                  or sno-authority < security-authority
                   move "N" to more-actions
                   exit paragraph
               end-if
               move sno-operator-id to operator-id
           end-if
           move now-minute to last-action-minute
           .

      *> a new operator goes on at level 1; anything higher is
      *> parked for a second security operator
       add-operator.
           perform accept-operator-id
           if keyed-operator-id = spaces
               exit paragraph
           end-if
           if found-sub > zero
               display "Operator already on file           " line 15
                   col 5
               exit paragraph
           end-if
           if operator-count not < 100
               display "Operator master is full            " line 15
                   col 5
               exit paragraph
           end-if

           move spaces to operator-master-record
           move keyed-operator-id to opr-operator-id
           move "1" to new-authority
           display "Name                 : " line 6 col 5
           accept opr-operator-name line 6 col 30 with update
           display "Department           : " line 7 col 5
           accept opr-department line 7 col 30 with update
           display "Manager id           : " line 8 col 5
           accept opr-manager-id line 8 col 30 with update
           display "Authority (1-3)      : " line 9 col 5
           accept new-authority line 9 col 30 with update
           display "Starting pass code   : " line 10 col 5
           accept opr-pass-code line 10 col 30 with secure

           if opr-operator-name = spaces
              or opr-pass-code = spaces
              or new-authority < "1" or new-authority > "3"
               display "Name, pass code and authority 1-3 needed"
                   line 15 col 5
               exit paragraph
           end-if
           if opr-manager-id = opr-operator-id
               display "An operator cannot be their own manager"
                   line 15 col 5
               exit paragraph
           end-if

           move operator-master-record to new-operator-image
           perform reload-operator
           if found-sub > zero
               display "Operator already on file           " line 15
                   col 5
               exit paragraph
           end-if
           if operator-count not < 100
               display "Operator master is full            " line 15
                   col 5
               exit paragraph
           end-if
           move new-operator-image to operator-master-record

           move 1 to opr-authority
           move space to opr-lock-flag
           move zero to opr-fail-count
           move zero to opr-recert-date
           add 1 to operator-count
           move operator-master-record
               to operator-image (operator-count)
           perform save-operator-master

           move "RECORD" to history-field-name
           move opr-operator-id to history-operator-id
           move spaces to history-old-word
           move "ADDED" to history-new-word
           move operator-id to history-admin-id
           perform write-operator-history

           if new-authority > "1"
               move "AUTHORITY" to pending-field-code
               move "1" to pending-old-value
               move new-authority to pending-new-value
               perform park-pending-increase
               display "Operator added at level 1 - increase pending"
                   line 15 col 5
           else
               display "Operator added                     " line 15
                   col 5
           end-if
           .

      *> name, department and manager apply at once; the authority
      *> applies at once going down and is parked going up
       change-operator.
           perform accept-operator-id
           if keyed-operator-id = spaces
               exit paragraph
           end-if
           if found-sub = zero
               display "Operator not on file               " line 15
                   col 5
               exit paragraph
           end-if

           move opr-operator-name to new-name
           move opr-department to new-department
           move opr-manager-id to new-manager-id
           move opr-authority to old-authority
           move old-authority to new-authority
           move new-name to shown-name
           move new-department to shown-department
           move new-manager-id to shown-manager-id
           display "Name                 : " line 6 col 5
           accept new-name line 6 col 30 with update
           display "Department           : " line 7 col 5
           accept new-department line 7 col 30 with update
           display "Manager id           : " line 8 col 5
           accept new-manager-id line 8 col 30 with update
           display "Authority (1-3)      : " line 9 col 5
           accept new-authority line 9 col 30 with update

           if new-name = spaces
              or new-authority < "1" or new-authority > "3"
               display "Name and authority 1-3 needed        "
                   line 15 col 5
               exit paragraph
           end-if
           if new-manager-id = opr-operator-id
               display "An operator cannot be their own manager"
                   line 15 col 5
               exit paragraph
           end-if

           perform reload-operator
           if found-sub = zero
               display "Operator not on file               " line 15
                   col 5
               exit paragraph
           end-if
           if new-authority = old-authority
               move opr-authority to new-authority
           end-if
           move opr-authority to old-authority

           move opr-operator-id to history-operator-id
           move operator-id to history-admin-id
           if new-name not = shown-name
              and new-name not = opr-operator-name
               move "NAME WAS" to history-field-name
               move opr-operator-name to history-name
               perform write-operator-history
               move "NAME NOW" to history-field-name
               move new-name to history-name
               perform write-operator-history
               move new-name to opr-operator-name
           end-if
           if new-department not = shown-department
              and new-department not = opr-department
               move "DEPARTMENT" to history-field-name
               move opr-department to history-old-word
               move new-department to history-new-word
               perform write-operator-history
               move new-department to opr-department
           end-if
           if new-manager-id not = shown-manager-id
              and new-manager-id not = opr-manager-id
               move "MANAGER" to history-field-name
               move opr-manager-id to history-old-word
               move new-manager-id to history-new-word
               perform write-operator-history
               move new-manager-id to opr-manager-id
           end-if
           if new-authority < old-authority
               move "AUTHORITY" to history-field-name
               move old-authority to history-old-word
               move new-authority to history-new-word
               perform write-operator-history
               move new-authority to opr-authority
           end-if

           move operator-master-record to operator-image (found-sub)
           perform save-operator-master

           if new-authority > old-authority
               move "AUTHORITY" to pending-field-code
               move old-authority to pending-old-value
               move new-authority to pending-new-value
               perform park-pending-increase
           else
               display "Operator changed                   " line 15
                   col 5
           end-if
           .

      *> a failure lock clears at once; a disabled operator coming
      *> back is an access grant and goes through dual control
       unlock-operator.
           perform accept-operator-id
           if keyed-operator-id = spaces
               exit paragraph
           end-if
           if found-sub = zero
               display "Operator not on file               " line 15
                   col 5
               exit paragraph
           end-if

           evaluate true
               when operator-is-locked
                   move "LOCKFLAG" to history-field-name
                   move opr-operator-id to history-operator-id
                   move "LOCKED" to history-old-word
                   move "ACTIVE" to history-new-word
                   move operator-id to history-admin-id
                   perform write-operator-history
                   move space to opr-lock-flag
                   move zero to opr-fail-count
                   move operator-master-record
                       to operator-image (found-sub)
                   perform save-operator-master
                   display "Operator unlocked                  "
                       line 15 col 5
               when operator-is-disabled
                   move "ENABLE" to pending-field-code
                   move "DISABLED" to pending-old-value
                   move "ACTIVE" to pending-new-value
                   perform park-pending-increase
               when other
                   display "Operator is not locked             "
                       line 15 col 5
           end-evaluate
           .

      *> a disable applies at once - taking access away needs no
      *> second pair of eyes - but never to the operator keying it
       disable-operator.
           perform accept-operator-id
           if keyed-operator-id = spaces
               exit paragraph
           end-if
           if found-sub = zero
               display "Operator not on file               " line 15
                   col 5
               exit paragraph
           end-if
           if opr-operator-id = operator-id
               display "Cannot disable your own id         " line 15
                   col 5
               exit paragraph
           end-if
           if operator-is-disabled
               display "Operator already disabled          " line 15
                   col 5
               exit paragraph
           end-if

           move "N" to confirm-disable
           display "Disable this operator (Y/N)? : " line 12 col 5
           accept confirm-disable line 12 col 37 with update
           if not disable-confirmed
               display "Disable abandoned                  " line 15
                   col 5
               exit paragraph
           end-if

           perform reload-operator
           if found-sub = zero
               display "Operator not on file               " line 15
                   col 5
               exit paragraph
           end-if
           if operator-is-disabled
               display "Operator already disabled          " line 15
                   col 5
               exit paragraph
           end-if

           perform set-lock-word
           move "LOCKFLAG" to history-field-name
           move opr-operator-id to history-operator-id
           move lock-word to history-old-word
           move "DISABLED" to history-new-word
           move operator-id to history-admin-id
           perform write-operator-history
           move "D" to opr-lock-flag
           move operator-master-record to operator-image (found-sub)
           perform save-operator-master
           display "Operator disabled                  " line 15
               col 5
           .

       accept-operator-id.
           move spaces to keyed-operator-id
           display "Operator id          : " line 5 col 5
           accept keyed-operator-id line 5 col 30 with update
           if keyed-operator-id = spaces
               display "Operator id is required            " line 15
                   col 5
               exit paragraph
           end-if
           perform reload-operator
           if found-sub > zero
               display opr-operator-name line 6 col 30
               display "Authority" line 9 col 45
               display opr-authority line 9 col 56
               perform set-lock-word
               display lock-word line 10 col 45
           end-if
           .

      *> the master as it stands on disk now, and the keyed operator
      *> in it - left in the record area when found
       reload-operator.
           move zero to operator-count
           perform load-operator-master
           perform find-operator
           if found-sub > zero
               move operator-image (found-sub)
                   to operator-master-record
           end-if
           .

       find-operator.
           move zero to found-sub
           perform match-one-operator
               varying operator-sub from 1 by 1
               until operator-sub > operator-count
                  or found-sub > zero
           .

       match-one-operator.
           if operator-image (operator-sub) (1:8) = keyed-operator-id
               move operator-sub to found-sub
           end-if
           .

       set-lock-word.
           evaluate true
               when operator-is-locked   move "LOCKED" to lock-word
               when operator-is-disabled move "DISABLED" to lock-word
               when other                move "ACTIVE" to lock-word
           end-evaluate
           .

      *> one pending increase per operator and field - a second one
      *> keyed before the first is decided is refused
       park-pending-increase.
           move zero to pending-found
           perform match-one-pending
               varying pending-sub from 1 by 1
               until pending-sub > pending-count
                  or pending-found > zero
           if pending-found > zero
               display "A change is already pending for this id "
                   line 15 col 5
               exit paragraph
           end-if
           if pending-count not < 200
               display "Pending file is full               " line 15
                   col 5
               exit paragraph
           end-if

           move spaces to pending-increase-record
           move function current-date (1:8) to opp-entry-date
           move operator-id to opp-maker-id
           move opr-operator-id to opp-operator-id
           move pending-field-code to opp-field-code
           move pending-old-value to opp-old-value
           move pending-new-value to opp-new-value
           move "P" to opp-status
           add 1 to pending-count
           move pending-increase-record
               to pending-image (pending-count)
           perform save-pending-increases
           display "Parked for a second security operator  "
               line 15 col 5
           .

       match-one-pending.
           move pending-image (pending-sub)
               to pending-increase-record
           if opp-operator-id = opr-operator-id
              and opp-field-code = pending-field-code
              and increase-is-pending
               move pending-sub to pending-found
           end-if
           .

      *> the checker's walk of the parked increases - the maker and
      *> the operator the change is for both see it view-only
       review-pending-increases.
           perform review-one-pending
               varying pending-sub from 1 by 1
               until pending-sub > pending-count
           perform save-pending-increases
           display "End of pending increases           " line 15
               col 5
           .

       review-one-pending.
           move pending-image (pending-sub) to pending-increase-record
           if not increase-is-pending
               exit paragraph
           end-if

           display "Pending increase review" line 5 col 5
           display "Operator:" line 6 col 5
           display opp-operator-id line 6 col 16
           display "Field   :" line 7 col 5
           display opp-field-code line 7 col 16
           display "Old     :" line 8 col 5
           display opp-old-value line 8 col 16
           display "New     :" line 9 col 5
           display opp-new-value line 9 col 16
           display "Maker   :" line 10 col 5
           display opp-maker-id line 10 col 16
           display "Keyed on:" line 10 col 28
           display opp-entry-date line 10 col 38

           if opp-maker-id = operator-id
              or opp-operator-id = operator-id
               display "Own change - view only             " line 12
                   col 5
               exit paragraph
           end-if

           move space to decision-code
           display "Approve, reject or skip (A/R/ )? : " line 12
               col 5
           accept decision-code line 12 col 42 with update

           evaluate true
               when decision-approve
                   perform apply-pending-increase
               when decision-reject
                   move spaces to reject-reason
                   display "Reason               : " line 13 col 5
                   accept reject-reason line 13 col 30 with update
                   move "R" to opp-status
                   move operator-id to opp-checker-id
                   move reject-reason to opp-reason
                   add 1 to rejected-count
                   perform stamp-audit-trail
               when other
                   display "No decision - left pending         "
                       line 13 col 5
           end-evaluate

           move pending-increase-record to pending-image (pending-sub)
           .

      *> the operator may have gone since the increase was keyed -
      *> then there is nothing to raise and the entry is rejected
       apply-pending-increase.
           move opp-operator-id to keyed-operator-id
           perform reload-operator
           move operator-id to opp-checker-id
           if found-sub = zero
               move "R" to opp-status
               move "OPERATOR NOT ON FILE" to opp-reason
               add 1 to rejected-count
               perform stamp-audit-trail
               display "Operator gone - entry rejected     " line 13
                   col 5
               exit paragraph
           end-if

           move opp-operator-id to history-operator-id
           move operator-id to history-admin-id
           if opp-field-code = "ENABLE"
               perform set-lock-word
               move "LOCKFLAG" to history-field-name
               move lock-word to history-old-word
               move "ACTIVE" to history-new-word
               move space to opr-lock-flag
               move zero to opr-fail-count
           else
               move "AUTHORITY" to history-field-name
               move opr-authority to history-old-word
               move opp-new-value to history-new-word
               move opp-new-value (1:1) to opr-authority
           end-if
           perform write-operator-history
           move operator-master-record to operator-image (found-sub)
           perform save-operator-master

           move "A" to opp-status
           add 1 to approved-count
           perform stamp-audit-trail
           display "Approved and applied               " line 13
               col 5
           .

       load-operator-master.
           open input operator-master-file
           if opermstr-not-found
               exit paragraph
           end-if
           if not opermstr-ok
               display "cannot open operator master, status "
                   opermstr-status upon syserr
               stop run returning 1
           end-if
           move "N" to master-eof
           perform load-one-operator
               until no-more-operators
           close operator-master-file
           .

       load-one-operator.
           read operator-master-file
               at end
                   move "Y" to master-eof
                   exit paragraph
           end-read
      *> the master goes back whole from this table, so an operator
      *> it cannot hold would be dropped - the screen stops first
           if operator-count not < 100
               display "operator master holds more than 100 "
                   "operators - screen stopped" upon syserr
               stop run returning 1
           end-if
           add 1 to operator-count
           move operator-master-record
               to operator-image (operator-count)
           .

      *> the master goes back whole after every applied change, the
      *> same rewrite-the-file shape SIGNON uses, so a sign-on in
      *> another session never sees a half-made change
       save-operator-master.
           open output operator-master-file
           if not opermstr-ok
               display "cannot rewrite operator master, status "
                   opermstr-status upon syserr
               exit paragraph
           end-if
           perform save-one-operator
               varying operator-sub from 1 by 1
               until operator-sub > operator-count
           close operator-master-file
           .

       save-one-operator.
           move operator-image (operator-sub) to operator-master-record
           write operator-master-record
           .

       load-pending-increases.
           open input pending-increase-file
           if not oprpendg-ok
               exit paragraph
           end-if
           move "N" to pending-eof
           perform load-one-pending
               until no-more-pending
           close pending-increase-file
           .

       load-one-pending.
           read pending-increase-file
               at end
                   move "Y" to pending-eof
                   exit paragraph
           end-read
      *> OPRPENDG goes back from this table, so a row it cannot
      *> hold would be deleted - the screen stops before any change
           if pending-count not < 200
               display "pending increases hold more than 200 "
                   "rows - screen stopped" upon syserr
               stop run returning 1
           end-if
           add 1 to pending-count
           move pending-increase-record
               to pending-image (pending-count)
           .

      *> only the undecided entries go back - a decided one is on
      *> FLDHIST and AUDITTRL already
       save-pending-increases.
           open output pending-increase-file
           if not oprpendg-ok
               display "cannot rewrite pending increases, status "
                   oprpendg-status upon syserr
               exit paragraph
           end-if
           perform save-one-pending
               varying pending-sub from 1 by 1
               until pending-sub > pending-count
           close pending-increase-file
           .

       save-one-pending.
           move pending-image (pending-sub) to pending-increase-record
           if increase-is-pending
               write pending-increase-record
           end-if
           .

       write-operator-history.
           open extend field-history-file
           if not fldhist-ok
               open output field-history-file
           end-if
           if not fldhist-ok
               display "cannot open change history, status "
                   fldhist-status upon syserr
               move spaces to history-name
               exit paragraph
           end-if
           move spaces to field-history-record
           move function formatted-current-date
               ('YYYY-MM-DDThh:mm:ss') to flh-timestamp
           move "O" to flh-master-id
           move history-field-name to flh-field-name
           move history-operator-id to flh-old-operator
           move history-old-word to flh-old-word
           move history-new-word to flh-new-word
           move history-admin-id to flh-new-operator
           if history-name not = spaces
               move spaces to flh-old-value, flh-new-value
               move history-operator-id to flh-name-operator
               move history-name to flh-name-value
               move spaces to history-name
           end-if
           move "OPRADMN1" to flh-source-program
           write field-history-record
           close field-history-file
           .

      *> one AUDITTRL record per decision - maker, checker and the
      *> verdict in the run-modes field
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
           move "OPRADMN1" to atr-program-id
           move zero to atr-input-count
           move 1 to atr-detail-count
           move zero to atr-control-total
           move spaces to atr-run-modes
           string opp-maker-id (1:8) " "
               operator-id (1:8) " "
               opp-status
               delimited by size into atr-run-modes
           end-string
           write audit-trail-record
           close audit-trail-file
           .
