      *    privacy log, the same per-decision stamping the credit
      *    hold review screen does.  follows the position-then-read
      *    browse idiom of indexed_inquiry_screen.cbl.
      *
      *    paid-off history past the archive age is moved by the
      *    archive job (CHRGARC1) onto CHRGARCH, same key, same
      *    record.  when the customer's live items run out before
      *    the requested from-date does (or no from-date was given),
      *    the browse carries on backward into the archive and marks
      *    each item shown from there.  no archive file yet simply
      *    means the live file is all there is.

       environment division.
       configuration section.
               record key is his-record-key
               file status is chrghist-status.

           select archive-history-file assign to external chrgarch
               organization is indexed
               access mode is dynamic
               record key is arc-record-key
               file status is chrgarch-status.

           select customer-master-file assign to external custmstr
               organization is indexed
               access mode is random
           05  his-item-number         pic 9(05).
           05  filler                  pic x(28).

       fd  archive-history-file.
      *>   the charge history record as archived, byte for byte
       01  archive-history-record.
           05  arc-record-key.
               10  arc-customer-number pic 9(04).
               10  arc-charge-date     pic 9(08).
               10  arc-sequence        pic 9(04).
           05  filler                  pic x(64).

       fd  customer-master-file.
       01  customer-master-record.
           05  cmr-customer-number     pic 9(04).

       77  chrghist-status      pic xx.
           88  chrghist-ok              value "00".
       77  chrgarch-status      pic xx.
           88  chrgarch-ok              value "00".
       77  custmstr-status      pic xx.
           88  custmstr-ok              value "00".
       77  audittrl-status      pic xx.
       77  inquiry-customer     pic 9(04) value zero.
       77  shown-count          pic 9(4) value zero.

      *> the archive fall-through - whether the file is there, which
      *> file the browse is reading, and how far back the live items
      *> for this customer went
       77  archive-open         pic x value "N".
           88  archive-is-open          value "Y".
       77  reading-from         pic x value "L".
           88  reading-archive          value "A".
       77  archive-hit          pic x value "N".
           88  archive-record-ready     value "Y".
       77  oldest-live-date     pic 9(08) value zero.

      *> optional filters - zero dates and a zero amount mean
      *> everything pages past
       77  filter-from-date     pic 9(08) value zero.
               stop run returning 1
           end-if

           open input archive-history-file
           if chrgarch-ok
               move "Y" to archive-open
           end-if

           open input customer-master-file
           if not custmstr-ok
               display "cannot open customer master, status "

           close charge-history-file
                 customer-master-file
           if archive-is-open
               close archive-history-file
           end-if
           goback.

       one-inquiry.
      *> is the customer's most recent item
       position-newest-first.
           move "N" to positioned-ok
           move "L" to reading-from
           move 99999999 to oldest-live-date
           move inquiry-customer to his-customer-number
           move 99999999 to his-charge-date
           move 9999 to his-sequence
                   not at end
                       if his-customer-number = inquiry-customer
                           move "Y" to positioned-ok
                           move his-charge-date to oldest-live-date
                           perform show-filtered-record
                           if not record-was-shown
                               perform page-to-next-match
                       end-if
               end-read
           end-if

      *>   nothing live at all - everything this customer has may
      *>   already be archived
           if not position-held
               perform position-in-archive
               if archive-record-ready
                   move "Y" to positioned-ok
                   perform show-filtered-record
                   if not record-was-shown
                       perform page-to-next-match
                   end-if
               end-if
           end-if
           .

      *> the archive is only worth reading when the live items ran
      *> out before the from-date did; the customer's newest
      *> archived item comes up the same way the live one did
       position-in-archive.
           move "N" to archive-hit
           if not archive-is-open
               exit paragraph
           end-if
           if filter-from-date > zero
              and filter-from-date > oldest-live-date
               exit paragraph
           end-if

           move inquiry-customer to arc-customer-number
           move 99999999 to arc-charge-date
           move 9999 to arc-sequence
           start archive-history-file
               key is less than or equal to arc-record-key
               invalid key
                   exit paragraph
           end-start
           read archive-history-file previous record
               at end
                   exit paragraph
           end-read
           if arc-customer-number not = inquiry-customer
               exit paragraph
           end-if

           move archive-history-record to charge-history-record
           move "A" to reading-from
           move "Y" to archive-hit
           display "older items from the archive    " line 8 col 5
           .

       browse-backward.
           .

       read-one-backward.
           if reading-archive
               perform read-one-archived
               exit paragraph
           end-if
           read charge-history-file previous record
               at end
                   perform fall-through-to-archive
               not at end
                   if his-customer-number = inquiry-customer
                       move his-charge-date to oldest-live-date
                       perform show-filtered-record
                   else
                       perform fall-through-to-archive
                   end-if
           end-read
           .

      *> the live items are spent - carry on into the archive, or
      *> end the browse the way it always ended
       fall-through-to-archive.
           perform position-in-archive
           if archive-record-ready
               perform show-filtered-record
           else
               display "no older items for customer     "
                   line 8 col 5
               move "X" to browse-action
           end-if
           .

       read-one-archived.
           read archive-history-file previous record
               at end
                   display "start of archive file           "
                       line 8 col 5
                   move "X" to browse-action
               not at end
                   if arc-customer-number = inquiry-customer
                       move archive-history-record
                           to charge-history-record
                       perform show-filtered-record
                   else
                       display "no older archived items         "
                           line 8 col 5
                       move "X" to browse-action
                   end-if
           display "Dept/Item: " line 14 col 5
           display his-item-department line 14 col 17
           display his-item-number line 14 col 21
           if reading-archive
               display "Source   : ARCHIVE" line 15 col 5
           else
               display "Source   : LIVE   " line 15 col 5
           end-if

           move "Y" to record-shown
           add 1 to shown-count
