       identification division.
       program-id. handover.
      *>****************************************************************
      *> Shift handover report. Outstanding work is spread over six
      *> places, each with its own screen, and items fell between
      *> shifts. Run at each shift change, this program lists every
      *> open item in one report with its source, owner or requester
      *> and age:
      *>   APPROVAL  PENDING requests on pending-approvals.dat (owner
      *>             the requestor, age since the request)
      *>   ALERT     unacknowledged alerts on alerts.dat
      *>   OPERMSG   unhandled messages on operator-messages.dat (for
      *>             both, owner the message-catalog escalation
      *>             contact, else the raising program)
      *>   QUARANT   records in the five FILECHK quarantine files
      *>             (owner the record's program id; a quarantined
      *>             record has no date of its own, so its age runs
      *>             from the first handover that listed it)
      *>   QUEUE     requests on bench-queue.dat whose last result
      *>             on bench-queue-results.dat is FAILED, i.e.
      *>             re-queued after a failed CALL (owner the
      *>             requester, age since submission; held requests
      *>             are an operator's deliberate choice and are not
      *>             listed)
      *>   TICKET    approved-changes.dat tickets expiring within the
      *>             card's day count (owner the approver, age since
      *>             the window opened)
      *> Items are grouped into aging buckets, oldest first, and an
      *> item open past its escalation age (handover.parm, copy/
      *> hoparm.cpy; alerts use ALERTMGMT's alertmgmt.parm age, and a
      *> ticket escalates on its last valid day) is flagged "**".
      *> Ages are taken through STAMP-SVC against the stamps' GMT
      *> offsets; a stamp that carries a date but no time of day is
      *> aged from the start of that day.
      *> Each run rewrites handover-items.dat (copy/hoitem.cpy) with
      *> the list it produced, and the next run reports what was
      *> opened and closed since then, so the incoming shift signs
      *> off on a known list. The report goes through REPORT-WRITER
      *> as handover-report.txt and ends with the sign-off lines.
      *> Return code 4 when any item is past its escalation age.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select handover-parm-in assign to "handover.parm"
               organization line sequential
               file status is parm-status.
           select alertmgmt-parm-in assign to "alertmgmt.parm"
               organization line sequential
               file status is parm-status.
           select snapshot-file assign to "handover-items.dat"
               organization line sequential
               file status is snap-status.
           select approvals-in assign to "pending-approvals.dat"
               organization line sequential
               file status is source-status.
           select alerts-in assign to "alerts.dat"
               organization line sequential
               file status is source-status.
           select messages-in assign to "operator-messages.dat"
               organization line sequential
               file status is source-status.
           select quarantine-in assign to dynamic quarantine-name
               organization line sequential
               file status is source-status.
           select queue-in assign to "bench-queue.dat"
               organization line sequential
               file status is source-status.
           select queue-results-in assign to "bench-queue-results.dat"
               organization line sequential
               file status is source-status.
           select changes-in assign to "approved-changes.dat"
               organization line sequential
               file status is source-status.

       data division.
       file section.
       fd  handover-parm-in.
           COPY hoparm.
       fd  alertmgmt-parm-in.
           COPY almparm.
       fd  snapshot-file.
           COPY hoitem.
       fd  approvals-in.
           COPY pendappr.
       fd  alerts-in.
           COPY alerts.
       fd  messages-in.
           COPY opermsg.
       fd  quarantine-in.
       01  quarantine-record.
           05 qn-reason-code           pic x(8).
           05 qn-original-record       pic x(250).
       fd  queue-in.
           COPY benchque.
       fd  queue-results-in.
           COPY benchqr.
       fd  changes-in.
           COPY chgrec.

       working-storage section.
           COPY envarea.
           COPY stamparea.
           COPY msgcarea.
       77  parm-status                 pic xx.
       77  snap-status                 pic xx.
       77  source-status               pic xx.
       77  quarantine-name             pic x(40).
       77  quar-file-no                pic 9.
       77  approval-days               pic 9(3) value 2.
       77  alert-days                  pic 9(3) value 3.
       77  message-days                pic 9(3) value 1.
       77  quarantine-days             pic 9(3) value 3.
       77  queue-days                  pic 9(3) value 2.
       77  expiry-days                 pic 9(3) value 3.
       77  operator-id                 pic x(20).
       77  now-ts                      pic x(26).
       77  today-integer               pic 9(9).
       77  previous-ts                 pic x(26) value spaces.
       77  previous-operator           pic x(30) value spaces.
       77  max-items                   pic 9(3) value 500.
       77  item-count                  pic 9(3) value 0.
       77  items-dropped               pic 9(5) value 0.
       77  it-idx                      pic 9(3).
       77  prev-count                  pic 9(3) value 0.
       77  pv-idx                      pic 9(3).
       77  max-queue                   pic 9(3) value 200.
       77  queue-count                 pic 9(3) value 0.
       77  qu-idx                      pic 9(3).
       77  bucket-no                   pic 9.
       77  bucket-items                pic 9(3).
       77  opened-count                pic 9(3) value 0.
       77  closed-count                pic 9(3) value 0.
       77  escalated-count             pic 9(3) value 0.
       77  item-date-x                 pic x(8).
       77  item-integer                pic 9(9).
       77  age-hours                   pic s9(7).
       77  age-stamp                   pic x(26).
       77  days-left                   pic s9(5).
       77  valid-to-integer            pic 9(9).
       77  date-ok-flag                pic x.
           88 date-ok                  value "Y".
       77  src-idx                     pic 9.
       77  source-open                 pic 9(3).
       77  source-escalated            pic 9(3).
       77  count-disp                  pic zz9.
       77  days-disp                   pic z(4)9.
       77  new-source                  pic x(8).
       77  new-key                     pic x(60).
       77  new-owner                   pic x(30).
       77  new-opened-ts               pic x(26).
       77  new-description             pic x(60).
       77  new-escalate-days           pic 9(3).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  item-table.
           05 it-entry occurs 500 times.
               10 it-source            pic x(8).
               10 it-key               pic x(60).
               10 it-owner             pic x(30).
               10 it-opened-ts         pic x(26).
               10 it-first-seen-ts     pic x(26).
               10 it-description       pic x(60).
               10 it-escalate-days     pic 9(3).
               10 it-days-left         pic s9(5).
               10 it-age-hours         pic 9(7).
               10 it-bucket            pic 9.
               10 it-escalated         pic x.
                   88 it-is-escalated  value "Y".
               10 it-new               pic x.
                   88 it-is-new        value "Y".

       01  previous-table.
           05 pv-entry occurs 500 times.
               10 pv-source            pic x(8).
               10 pv-key               pic x(60).
               10 pv-owner             pic x(30).
               10 pv-opened-ts         pic x(26).
               10 pv-first-seen-ts     pic x(26).
               10 pv-description       pic x(60).
               10 pv-matched           pic x.
                   88 pv-is-matched    value "Y".

       01  queue-table.
           05 qu-entry occurs 200 times.
               10 qu-requester-id      pic x(20).
               10 qu-program-id        pic x(20).
               10 qu-priority          pic 9.
               10 qu-submitted         pic x(26).
               10 qu-last-status       pic x(8).
               10 qu-last-ts           pic x(26).

       01  source-names.
           05 filler                   pic x(8) value "APPROVAL".
           05 filler                   pic x(8) value "ALERT".
           05 filler                   pic x(8) value "OPERMSG".
           05 filler                   pic x(8) value "QUARANT".
           05 filler                   pic x(8) value "QUEUE".
           05 filler                   pic x(8) value "TICKET".
       01  source-name-table redefines source-names.
           05 sn-source occurs 6 times pic x(8).

       01  bucket-names.
           05 filler                   pic x(12) value "UNDER 1 DAY".
           05 filler                   pic x(12) value "1-2 DAYS".
           05 filler                   pic x(12) value "3-7 DAYS".
           05 filler                   pic x(12) value "OVER 7 DAYS".
       01  bucket-name-table redefines bucket-names.
           05 bn-bucket occurs 4 times pic x(12).

       01  detail-line.
           05 dl-flag                  pic x(3).
           05 dl-source                pic x(8).
           05 filler                   pic x.
           05 dl-owner                 pic x(22).
           05 filler                   pic x.
           05 dl-age-days              pic zz9.
           05 dl-age-d                 pic x(2).
           05 dl-age-hours             pic z9.
           05 dl-age-h                 pic x.
           05 filler                   pic x(2).
           05 dl-opened                pic x(16).
           05 filler                   pic x(2).
           05 dl-description           pic x(60).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date to now-ts
           move function integer-of-date
               (function numval (now-ts (1:8))) to today-integer
           accept operator-id from environment "USER"
           if operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if
           perform read-handover-parm
           perform read-alertmgmt-parm
           perform load-previous-snapshot
           perform collect-pending-approvals
           perform collect-open-alerts
           perform collect-open-messages
           perform varying quar-file-no from 1 by 1
                   until quar-file-no > 5
               perform collect-quarantine-file
           end-perform
           perform collect-failed-requests
           perform collect-expiring-tickets
           perform match-previous-items
           perform varying it-idx from 1 by 1
                   until it-idx > item-count
               perform age-one-item
           end-perform
           perform write-handover-report
           perform write-snapshot
           display "handover complete - " item-count " open, "
               escalated-count " past escalation age, "
               opened-count " opened, " closed-count " closed"
           if escalated-count > 0
               move 4 to return-code
           end-if
           goback.

       read-handover-parm.
           open input handover-parm-in
           if parm-status not = "00"
               exit paragraph
           end-if
           read handover-parm-in
               not at end
                   if hp-approval-days numeric
                           and hp-approval-days > 0
                       move hp-approval-days to approval-days
                   end-if
                   if hp-message-days numeric
                           and hp-message-days > 0
                       move hp-message-days to message-days
                   end-if
                   if hp-quarantine-days numeric
                           and hp-quarantine-days > 0
                       move hp-quarantine-days to quarantine-days
                   end-if
                   if hp-queue-days numeric
                           and hp-queue-days > 0
                       move hp-queue-days to queue-days
                   end-if
                   if hp-expiry-days numeric
                           and hp-expiry-days > 0
                       move hp-expiry-days to expiry-days
                   end-if
           end-read
           close handover-parm-in.

       read-alertmgmt-parm.
           open input alertmgmt-parm-in
           if parm-status not = "00"
               exit paragraph
           end-if
           read alertmgmt-parm-in
               not at end
                   if am-escalate-days numeric
                           and am-escalate-days > 0
                       move am-escalate-days to alert-days
                   end-if
           end-read
           close alertmgmt-parm-in.

       load-previous-snapshot.
           open input snapshot-file
           if snap-status not = "00"
               exit paragraph
           end-if
           perform until snap-status not = "00"
               read snapshot-file
                   at end continue
                   not at end
                       if hi-header
                           move hi-opened-ts to previous-ts
                           move hi-owner to previous-operator
                       end-if
                       if hi-item and prev-count < max-items
                           add 1 to prev-count
                           move hi-source to pv-source (prev-count)
                           move hi-item-key to pv-key (prev-count)
                           move hi-owner to pv-owner (prev-count)
                           move hi-opened-ts
                               to pv-opened-ts (prev-count)
                           move hi-first-seen-ts
                               to pv-first-seen-ts (prev-count)
                           move hi-description
                               to pv-description (prev-count)
                           move "N" to pv-matched (prev-count)
                       end-if
               end-read
           end-perform
           close snapshot-file.

       collect-pending-approvals.
           open input approvals-in
           if source-status not = "00"
               exit paragraph
           end-if
           perform until source-status not = "00"
               read approvals-in
                   at end continue
                   not at end
                       if pa-pending
                           perform take-pending-approval
                       end-if
               end-read
           end-perform
           close approvals-in.

       take-pending-approval.
           move "APPROVAL" to new-source
           move pa-request-id to new-key
           move pa-requestor to new-owner
           move pa-request-ts to new-opened-ts
           move spaces to new-description
           string pa-operation delimited by space
                  " " delimited by size
                  pa-detail delimited by size
                  into new-description
           move approval-days to new-escalate-days
           perform add-open-item.

       collect-open-alerts.
           open input alerts-in
           if source-status not = "00"
               exit paragraph
           end-if
           perform until source-status not = "00"
               read alerts-in
                   at end continue
                   not at end
                       if not at-is-acked
                           perform take-open-alert
                       end-if
               end-read
           end-perform
           close alerts-in.

       take-open-alert.
           move "ALERT" to new-source
           move spaces to new-key
           string at-timestamp delimited by size
                  at-program-id delimited by size
                  into new-key
           move at-program-id to new-owner
           if at-message-id not = spaces
               move at-message-id to mx-message-id
               perform find-escalation-contact
           end-if
           move at-timestamp to new-opened-ts
           move spaces to new-description
           string at-severity delimited by size
                  " " delimited by size
                  at-message delimited by size
                  into new-description
           move alert-days to new-escalate-days
           perform add-open-item.

       collect-open-messages.
           open input messages-in
           if source-status not = "00"
               exit paragraph
           end-if
           perform until source-status not = "00"
               read messages-in
                   at end continue
                   not at end
                       if not om-is-handled
                           perform take-open-message
                       end-if
               end-read
           end-perform
           close messages-in.

       take-open-message.
           move "OPERMSG" to new-source
           move spaces to new-key
           string om-timestamp delimited by size
                  om-program-id delimited by size
                  into new-key
           move om-program-id to new-owner
           if om-message-id not = spaces
               move om-message-id to mx-message-id
               perform find-escalation-contact
           end-if
           move om-timestamp to new-opened-ts
           move spaces to new-description
           string om-severity delimited by size
                  " " delimited by size
                  om-message delimited by size
                  into new-description
           move message-days to new-escalate-days
           perform add-open-item.

       find-escalation-contact.
      *> a cataloged id names who the condition escalates to - that
      *> is the item's owner; otherwise it stays with the raiser
           move "L" to mx-function
           call "MSG-CATALOG" using msg-cat-area
               on exception
                   move "N" to mx-status
           end-call
           if mx-found and mx-escalation not = spaces
               move mx-escalation to new-owner
           end-if.

       collect-quarantine-file.
           evaluate quar-file-no
               when 1 move "bench-result.qar" to quarantine-name
               when 2 move "bench-history.qar" to quarantine-name
               when 3 move "audit-log.qar" to quarantine-name
               when 4 move "error-log.qar" to quarantine-name
               when 5 move "rejected-parm.qar" to quarantine-name
           end-evaluate
           open input quarantine-in
           if source-status not = "00"
               exit paragraph
           end-if
           perform until source-status not = "00"
               read quarantine-in
                   at end continue
                   not at end
                       perform take-quarantined-record
               end-read
           end-perform
           close quarantine-in.

       take-quarantined-record.
           move "QUARANT" to new-source
           move spaces to new-key
           string quar-file-no delimited by size
                  qn-reason-code delimited by size
                  qn-original-record (1:51) delimited by size
                  into new-key
      *> bench-history leads with the run date; the others with the
      *> program id
           if quar-file-no = 2
               move qn-original-record (9:20) to new-owner
           else
               move qn-original-record (1:20) to new-owner
           end-if
           if new-owner = spaces
               move "UNKNOWN" to new-owner
           end-if
           move spaces to new-opened-ts
           move spaces to new-description
           string quarantine-name delimited by space
                  " " delimited by size
                  qn-reason-code delimited by space
                  " " delimited by size
                  qn-original-record delimited by size
                  into new-description
           move quarantine-days to new-escalate-days
           perform add-open-item.

       collect-failed-requests.
      *> a request's outcome is on the results file under the same
      *> requester, program and submission stamp; the last one
      *> written is where it stands now
           open input queue-in
           if source-status not = "00"
               exit paragraph
           end-if
           perform until source-status not = "00"
               read queue-in
                   at end continue
                   not at end
                       if not bq-held and queue-count < max-queue
                           add 1 to queue-count
                           move bq-requester-id
                               to qu-requester-id (queue-count)
                           move bq-program-id
                               to qu-program-id (queue-count)
                           move bq-priority
                               to qu-priority (queue-count)
                           move bq-submitted
                               to qu-submitted (queue-count)
                           move spaces
                               to qu-last-status (queue-count)
                           move spaces to qu-last-ts (queue-count)
                       end-if
               end-read
           end-perform
           close queue-in
           if queue-count = 0
               exit paragraph
           end-if
           open input queue-results-in
           if source-status = "00"
               perform until source-status not = "00"
                   read queue-results-in
                       at end continue
                       not at end
                           perform match-queue-result
                   end-read
               end-perform
               close queue-results-in
           end-if
           perform varying qu-idx from 1 by 1
                   until qu-idx > queue-count
               if qu-last-status (qu-idx) = "FAILED"
                   perform take-failed-request
               end-if
           end-perform.

       match-queue-result.
           perform varying qu-idx from 1 by 1
                   until qu-idx > queue-count
               if qr-submitted = qu-submitted (qu-idx)
                       and qr-program-id = qu-program-id (qu-idx)
                       and qr-requester-id = qu-requester-id (qu-idx)
                   move qr-status to qu-last-status (qu-idx)
                   move qr-timestamp to qu-last-ts (qu-idx)
               end-if
           end-perform.

       take-failed-request.
           move "QUEUE" to new-source
           move spaces to new-key
           string qu-submitted (qu-idx) delimited by size
                  qu-program-id (qu-idx) delimited by size
                  qu-requester-id (qu-idx) delimited by size
                  into new-key
           move qu-requester-id (qu-idx) to new-owner
           move qu-submitted (qu-idx) to new-opened-ts
           move spaces to new-description
           string qu-program-id (qu-idx) delimited by space
                  " PRIORITY " delimited by size
                  qu-priority (qu-idx) delimited by size
                  " FAILED " delimited by size
                  qu-last-ts (qu-idx) (1:8) delimited by size
                  " - RE-QUEUED" delimited by size
                  into new-description
           move queue-days to new-escalate-days
           perform add-open-item.

       collect-expiring-tickets.
           open input changes-in
           if source-status not = "00"
               exit paragraph
           end-if
           perform until source-status not = "00"
               read changes-in
                   at end continue
                   not at end
                       perform check-ticket-expiry
               end-read
           end-perform
           close changes-in.

       check-ticket-expiry.
           move cg-valid-to to item-date-x
           perform check-item-date
           if not date-ok
               exit paragraph
           end-if
           move item-integer to valid-to-integer
           compute days-left = valid-to-integer - today-integer
           if days-left < 0 or days-left > expiry-days
               exit paragraph
           end-if
           move "TICKET" to new-source
           move spaces to new-key
           string cg-ticket-id delimited by size
                  cg-card-name delimited by size
                  into new-key
           move cg-approver to new-owner
           move spaces to new-opened-ts
           string cg-valid-from delimited by size
                  "00000000" delimited by size
                  into new-opened-ts
           move days-left to days-disp
           move spaces to new-description
           string "CARD " delimited by size
                  cg-card-name delimited by space
                  " EXPIRES " delimited by size
                  cg-valid-to delimited by size
                  " (" delimited by size
                  function trim (days-disp) delimited by size
                  " DAY(S) LEFT)" delimited by size
                  into new-description
           move 0 to new-escalate-days
           perform add-open-item
           if item-count > 0
               move days-left to it-days-left (item-count)
           end-if.

       add-open-item.
           if item-count >= max-items
               add 1 to items-dropped
               exit paragraph
           end-if
           add 1 to item-count
           move new-source to it-source (item-count)
           move new-key to it-key (item-count)
           move new-owner to it-owner (item-count)
           move new-opened-ts to it-opened-ts (item-count)
           move now-ts to it-first-seen-ts (item-count)
           move new-description to it-description (item-count)
           move new-escalate-days to it-escalate-days (item-count)
           move 0 to it-days-left (item-count)
           move "Y" to it-new (item-count)
           move "N" to it-escalated (item-count).

       match-previous-items.
      *> an item on both lists was already handed over: it keeps the
      *> stamp of the handover that first listed it
           perform varying it-idx from 1 by 1
                   until it-idx > item-count
               perform varying pv-idx from 1 by 1
                       until pv-idx > prev-count
                           or not it-is-new (it-idx)
                   if pv-source (pv-idx) = it-source (it-idx)
                           and pv-key (pv-idx) = it-key (it-idx)
                           and not pv-is-matched (pv-idx)
                       move "Y" to pv-matched (pv-idx)
                       move "N" to it-new (it-idx)
                       move pv-first-seen-ts (pv-idx)
                           to it-first-seen-ts (it-idx)
                   end-if
               end-perform
               if it-is-new (it-idx)
                   add 1 to opened-count
               end-if
           end-perform
           perform varying pv-idx from 1 by 1
                   until pv-idx > prev-count
               if not pv-is-matched (pv-idx)
                   add 1 to closed-count
               end-if
           end-perform.

       age-one-item.
           if it-opened-ts (it-idx) = spaces
               move it-first-seen-ts (it-idx) to it-opened-ts (it-idx)
           end-if
           move it-opened-ts (it-idx) to age-stamp
           perform compute-stamp-age
           if sx-stamp-invalid
               move it-first-seen-ts (it-idx) to age-stamp
               perform compute-stamp-age
           end-if
           if age-hours < 0
               move 0 to age-hours
           end-if
           move age-hours to it-age-hours (it-idx)
           evaluate true
               when age-hours < 24
                   move 1 to it-bucket (it-idx)
               when age-hours < 72
                   move 2 to it-bucket (it-idx)
               when age-hours < 192
                   move 3 to it-bucket (it-idx)
               when other
                   move 4 to it-bucket (it-idx)
           end-evaluate
           if it-source (it-idx) = "TICKET"
               if it-days-left (it-idx) = 0
                   move "Y" to it-escalated (it-idx)
               end-if
           else
               if age-hours >= it-escalate-days (it-idx) * 24
                   move "Y" to it-escalated (it-idx)
               end-if
           end-if
           if it-is-escalated (it-idx)
               add 1 to escalated-count
           end-if.

       compute-stamp-age.
           move 0 to age-hours
           if age-stamp (9:6) not numeric
               move "000000" to age-stamp (9:6)
           end-if
           move "I" to sx-function
           move age-stamp to sx-from-stamp
           move now-ts to sx-to-stamp
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   perform clock-interval
           end-call
           if sx-stamps-valid
               compute age-hours = sx-seconds / 3600
           end-if.

       check-item-date.
           move "N" to date-ok-flag
           move 0 to item-integer
           if item-date-x not numeric
               exit paragraph
           end-if
           if item-date-x (1:4) < "1990" or item-date-x (5:2) < "01"
                   or item-date-x (5:2) > "12"
                   or item-date-x (7:2) < "01"
                   or item-date-x (7:2) > "31"
               exit paragraph
           end-if
           move function integer-of-date (function numval (item-date-x))
               to item-integer
           if item-integer > 0
               move "Y" to date-ok-flag
           end-if.

       write-handover-report.
           move "handover-report.txt" to rw-report-name
           move "SHIFT HANDOVER - OPEN ITEMS BY AGE" to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           string "HANDOVER TAKEN " delimited by size
                  now-ts (1:8) delimited by size
                  " " delimited by size
                  now-ts (9:2) delimited by size
                  ":" delimited by size
                  now-ts (11:2) delimited by size
                  " BY " delimited by size
                  operator-id delimited by space
                  into rw-line
           perform write-report-line
           move spaces to rw-line
           if previous-ts = spaces
               move "NO PREVIOUS HANDOVER ON FILE" to rw-line
           else
               string "PREVIOUS HANDOVER " delimited by size
                      previous-ts (1:8) delimited by size
                      " " delimited by size
                      previous-ts (9:2) delimited by size
                      ":" delimited by size
                      previous-ts (11:2) delimited by size
                      " BY " delimited by size
                      previous-operator delimited by space
                      into rw-line
           end-if
           perform write-report-line
           move spaces to rw-line
           move "** = PAST ESCALATION AGE" to rw-line
           perform write-report-line
           perform varying bucket-no from 4 by -1
                   until bucket-no < 1
               perform report-one-bucket
           end-perform
           perform report-opened-items
           perform report-closed-items
           perform report-source-totals
           move spaces to rw-line
           perform write-report-line
           move "OUTGOING SHIFT ____________________  TIME ________"
               to rw-line
           perform write-report-line
           move spaces to rw-line
           perform write-report-line
           move "INCOMING SHIFT ____________________  TIME ________"
               to rw-line
           perform write-report-line
           move spaces to rw-line
           move item-count to count-disp
           string "OPEN ITEMS                  " delimited by size
                  count-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move escalated-count to count-disp
           string "PAST ESCALATION AGE         " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move opened-count to count-disp
           string "OPENED SINCE LAST HANDOVER  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move closed-count to count-disp
           string "CLOSED SINCE LAST HANDOVER  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           if items-dropped > 0
               move spaces to rw-line
               move items-dropped to days-disp
               string "ITEMS NOT LISTED (TABLE FULL)" delimited by size
                      days-disp delimited by size
                      into rw-line
               perform call-report-writer
           end-if
           move "C" to rw-function
           perform call-report-writer.

       report-one-bucket.
           move 0 to bucket-items
           perform varying it-idx from 1 by 1
                   until it-idx > item-count
               if it-bucket (it-idx) = bucket-no
                   add 1 to bucket-items
               end-if
           end-perform
           move spaces to rw-line
           perform write-report-line
           move spaces to rw-line
           move bucket-items to count-disp
           string "OPEN " delimited by size
                  bn-bucket (bucket-no) delimited by size
                  " - " delimited by size
                  function trim (count-disp) delimited by size
                  " ITEM(S)" delimited by size
                  into rw-line
           perform write-report-line
           if bucket-items = 0
               exit paragraph
           end-if
           move spaces to rw-line
           move "SOURCE" to rw-line (4:6)
           move "OWNER / REQUESTER" to rw-line (13:17)
           move "AGE" to rw-line (36:3)
           move "OPENED" to rw-line (46:6)
           move "ITEM" to rw-line (64:4)
           perform write-report-line
           perform varying it-idx from 1 by 1
                   until it-idx > item-count
               if it-bucket (it-idx) = bucket-no
                   perform write-item-line
               end-if
           end-perform.

       write-item-line.
           move spaces to detail-line
           if it-is-escalated (it-idx)
               move "**" to dl-flag
           end-if
           move it-source (it-idx) to dl-source
           move it-owner (it-idx) to dl-owner
           divide it-age-hours (it-idx) by 24
               giving dl-age-days remainder dl-age-hours
           move "D" to dl-age-d
           move "H" to dl-age-h
           move spaces to dl-opened
           string it-opened-ts (it-idx) (1:8) delimited by size
                  " " delimited by size
                  it-opened-ts (it-idx) (9:2) delimited by size
                  ":" delimited by size
                  it-opened-ts (it-idx) (11:2) delimited by size
                  into dl-opened
           move it-description (it-idx) to dl-description
           move detail-line to rw-line
           perform write-report-line.

       report-opened-items.
           move spaces to rw-line
           perform write-report-line
           if previous-ts = spaces
               move "OPENED SINCE LAST HANDOVER: NOTHING TO COMPARE"
                   to rw-line
               perform write-report-line
               exit paragraph
           end-if
           move spaces to rw-line
           move opened-count to count-disp
           string "OPENED SINCE LAST HANDOVER - " delimited by size
                  function trim (count-disp) delimited by size
                  " ITEM(S)" delimited by size
                  into rw-line
           perform write-report-line
           perform varying it-idx from 1 by 1
                   until it-idx > item-count
               if it-is-new (it-idx)
                   perform write-item-line
               end-if
           end-perform.

       report-closed-items.
           move spaces to rw-line
           perform write-report-line
           move spaces to rw-line
           move closed-count to count-disp
           string "CLOSED SINCE LAST HANDOVER - " delimited by size
                  function trim (count-disp) delimited by size
                  " ITEM(S)" delimited by size
                  into rw-line
           perform write-report-line
           perform varying pv-idx from 1 by 1
                   until pv-idx > prev-count
               if not pv-is-matched (pv-idx)
                   move spaces to detail-line
                   move pv-source (pv-idx) to dl-source
                   move pv-owner (pv-idx) to dl-owner
                   string pv-opened-ts (pv-idx) (1:8)
                              delimited by size
                          " " delimited by size
                          pv-opened-ts (pv-idx) (9:2)
                              delimited by size
                          ":" delimited by size
                          pv-opened-ts (pv-idx) (11:2)
                              delimited by size
                          into dl-opened
                   move pv-description (pv-idx) to dl-description
                   move detail-line to rw-line
                   perform write-report-line
               end-if
           end-perform.

       report-source-totals.
           move spaces to rw-line
           perform write-report-line
           move "OPEN ITEMS BY SOURCE        OPEN  PAST ESCALATION"
               to rw-line
           perform write-report-line
           perform varying src-idx from 1 by 1
                   until src-idx > 6
               move 0 to source-open
               move 0 to source-escalated
               perform varying it-idx from 1 by 1
                       until it-idx > item-count
                   if it-source (it-idx) = sn-source (src-idx)
                       add 1 to source-open
                       if it-is-escalated (it-idx)
                           add 1 to source-escalated
                       end-if
                   end-if
               end-perform
               move spaces to rw-line
               move sn-source (src-idx) to rw-line (3:8)
               move source-open to count-disp
               move count-disp to rw-line (29:3)
               move source-escalated to count-disp
               move count-disp to rw-line (45:3)
               perform write-report-line
           end-perform.

       write-snapshot.
           open output snapshot-file
           move spaces to handover-item-record
           move "H" to hi-record-type
           move "HANDOVER" to hi-source
           move operator-id to hi-owner
           move now-ts to hi-opened-ts
           move now-ts to hi-first-seen-ts
           write handover-item-record
           perform varying it-idx from 1 by 1
                   until it-idx > item-count
               move spaces to handover-item-record
               move "I" to hi-record-type
               move it-source (it-idx) to hi-source
               move it-key (it-idx) to hi-item-key
               move it-owner (it-idx) to hi-owner
               move it-opened-ts (it-idx) to hi-opened-ts
               move it-first-seen-ts (it-idx) to hi-first-seen-ts
               move it-description (it-idx) to hi-description
               write handover-item-record
           end-perform
           close snapshot-file.

       write-report-line.
           move "D" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       clock-interval.
      *> without the service module, the day number and clock are
      *> counted in whole seconds as before, offsets ignored - right
      *> across midnight, an hour out across a clock change
           move "N" to sx-status
           move 0 to sx-seconds
           if sx-from-stamp (1:14) not numeric
                   or sx-to-stamp (1:14) not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-from-stamp (1:8))) not = 0
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-to-stamp (1:8))) not = 0
               exit paragraph
           end-if
           move "Y" to sx-status
           compute sx-seconds =
               (function integer-of-date
                   (function numval (sx-to-stamp (1:8)))
               - function integer-of-date
                   (function numval (sx-from-stamp (1:8)))) * 86400
               + (function numval (sx-to-stamp (9:2))
               - function numval (sx-from-stamp (9:2))) * 3600
               + (function numval (sx-to-stamp (11:2))
               - function numval (sx-from-stamp (11:2))) * 60
               + function numval (sx-to-stamp (13:2))
               - function numval (sx-from-stamp (13:2)).

       end program handover.
