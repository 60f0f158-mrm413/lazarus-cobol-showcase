
      *    auditor's inquiry over the FLDHIST field-level change
      *    history.  the operator keys which master (C customer, E
      *    employee, I item, S salesman) and the record key, and
      *    every change row for that record comes up in the order it
      *    was written - timestamp, field, old value, new value,
      *    source program - a screenful at a time.  read-only: the
      *    history file is append-only and nothing here changes it.
      *    each inquiry is stamped to the shared AUDITTRL file with
      *    the operator id, the same trace the charge-history inquiry
      *    leaves.
      *    sign-on is through the SIGNON subprogram.

       environment division.

       run-one-inquiry.
           display "Change history inquiry" line 1 col 30
           display "Master (C/E/I/S)     : " line 2 col 5
           accept wanted-master line 2 col 30 with update
           display "Record key           : " line 3 col 5
           accept wanted-key line 3 col 30 with update
