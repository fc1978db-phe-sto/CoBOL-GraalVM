       identification division.
       program-id. rptdist.
      *>****************************************************************
      *> Report distribution. REPORT-WRITER catalogs every finished
      *> report as a spool generation on spool-catalog.dat, but
      *> getting each one to the people who want it was still someone
      *> copying files by hand. This program reads the distribution
      *> list (distrib-list.dat, copy/distlist.cpy: report name,
      *> recipient, outbox directory) and copies every spool
      *> generation cataloged since its last run into the outbox of
      *> every recipient listed for that report. Each attempt is
      *> recorded on the delivery log distrib-log.dat (copy/
      *> distlog.cpy) with spool name, recipient, and timestamp.
      *>
      *> "Since its last run" is the bookmark rptdist.ckpt: the run
      *> stamp of the newest generation already distributed and how
      *> many generations carried exactly that stamp, so HOUSEKEEP
      *> trimming the catalog under the SP retention row does not
      *> upset it. A delivery that fails (the outbox cannot be
      *> written) is logged F and queued on distrib-retry.dat; the
      *> next run tries it again before the new generations, and
      *> gives up on it (logged X) only when the spool generation
      *> itself has been purged. Failures and retries are listed on
      *> the distribution report, and the run ends with return code 4
      *> while any delivery is still outstanding.
      *>
      *> Run with mode L on the rptdist.parm card (copy/rdparm.cpy)
      *> the program instead lists who received what for one run id,
      *> from the delivery log, without delivering anything.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select rptdist-parm-in assign to "rptdist.parm"
               organization line sequential
               file status is parm-status.
           select distrib-list-in assign to "distrib-list.dat"
               organization line sequential
               file status is list-status.
           select catalog-in assign to "spool-catalog.dat"
               organization line sequential
               file status is catalog-status.
           select rptdist-ckpt assign to "rptdist.ckpt"
               organization line sequential
               file status is ckpt-status.
           select delivery-log assign to "distrib-log.dat"
               organization line sequential
               file status is log-status.
           select retry-file assign to "distrib-retry.dat"
               organization line sequential
               file status is retry-status.
           select spool-in assign to dynamic spool-file-name
               organization line sequential
               file status is spool-status.
           select outbox-out assign to dynamic outbox-file-name
               organization line sequential
               file status is outbox-status.

       data division.
       file section.
       fd  rptdist-parm-in.
           COPY rdparm.
       fd  distrib-list-in.
           COPY distlist.
       fd  catalog-in.
           COPY spoolcat.
       fd  rptdist-ckpt.
       01  rptdist-ckpt-record.
           05 ck-run-stamp           pic x(14).
           05 ck-stamp-ties          pic 9(5).
       fd  delivery-log.
           COPY distlog.
       fd  retry-file.
       01  retry-record              pic x(256).
       fd  spool-in.
       01  spool-in-record           pic x(250).
       fd  outbox-out.
       01  outbox-out-record         pic x(250).

       working-storage section.
           COPY envarea.
       77  parm-status               pic xx.
       77  list-status               pic xx.
       77  catalog-status            pic xx.
       77  ckpt-status               pic xx.
       77  log-status                pic xx.
       77  retry-status              pic xx.
       77  spool-status              pic xx.
       77  outbox-status             pic xx.
       77  spool-file-name           pic x(60).
       77  outbox-file-name          pic x(125).
       77  run-mode                  pic x value "D".
           88 list-mode              value "L".
       77  list-run-id               pic x(16) value spaces.
       77  ri-function               pic x.
       77  mark-stamp                pic x(14) value low-values.
       77  mark-ties                 pic 9(5) value 0.
       77  new-stamp                 pic x(14).
       77  new-ties                  pic 9(5).
       77  tie-count                 pic 9(5) value 0.
       77  new-record-flag           pic x.
           88 new-record             value "Y".
       77  max-lists                 pic 99 value 50.
       77  list-count                pic 99 value 0.
       77  list-idx                  pic 99.
       77  max-retries               pic 9(3) value 200.
       77  retry-count               pic 9(3) value 0.
       77  retry-idx                 pic 9(3).
       77  queue-count               pic 9(3) value 0.
       77  queue-full-count          pic 9(5) value 0.
       77  delivered-flag            pic x.
           88 delivery-ok            value "Y".
       77  spool-gone-flag           pic x.
           88 spool-gone             value "Y".
       77  fail-reason               pic x(30).
       77  generations-new           pic 9(5) value 0.
       77  delivered-count           pic 9(5) value 0.
       77  failed-count              pic 9(5) value 0.
       77  abandoned-count           pic 9(5) value 0.
       77  retried-ok-count          pic 9(5) value 0.
       77  listed-count              pic 9(5) value 0.
       77  lines-copied              pic 9(7).
       77  count-disp                pic z(4)9.
       77  attempt-disp              pic zz9.
       77  detail-line               pic x(160).
       77  rw-function               pic x.
       77  rw-report-name            pic x(40).
       77  rw-report-title           pic x(60).
       77  rw-page-depth             pic 99 value 0.
       77  rw-line                   pic x(250).

       01  distrib-table.
           05 dt-entry occurs 50 times.
               10 dt-report-name     pic x(40).
               10 dt-recipient       pic x(20).
               10 dt-outbox-dir      pic x(60).

      *> one pending delivery, from the retry queue or a new
      *> generation; the queue holds the ones still outstanding
       01  pending-delivery.
           05 pd-spool-name          pic x(60).
           05 pd-report-name         pic x(40).
           05 pd-run-id              pic x(16).
           05 pd-recipient           pic x(20).
           05 pd-outbox-dir          pic x(60).
           05 pd-attempt             pic 9(3).

       01  retry-table.
           05 rq-entry occurs 200 times.
               10 rq-spool-name      pic x(60).
               10 rq-report-name     pic x(40).
               10 rq-run-id          pic x(16).
               10 rq-recipient       pic x(20).
               10 rq-outbox-dir      pic x(60).
               10 rq-attempt         pic 9(3).

       01  queue-table.
           05 qt-entry occurs 200 times.
               10 qt-spool-name      pic x(60).
               10 qt-report-name     pic x(40).
               10 qt-run-id          pic x(16).
               10 qt-recipient       pic x(20).
               10 qt-outbox-dir      pic x(60).
               10 qt-attempt         pic 9(3).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-parm
           move "rptdist-report.txt" to rw-report-name
           if list-mode
               perform list-deliveries
               goback
           end-if
           perform load-distrib-list
           if list-count = 0
               display "rptdist: distrib-list.dat absent or empty - "
                   "nothing to distribute"
               move 4 to return-code
               goback
           end-if
           move "REPORT DISTRIBUTION AND DELIVERY LOG"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move "SPOOL GENERATION" to rw-line (1:16)
           move "RECIPIENT" to rw-line (62:9)
           move "RESULT" to rw-line (83:6)
           perform write-report-detail
           perform read-bookmark
           perform load-retry-queue
           open extend delivery-log
           if log-status not = "00"
               open output delivery-log
           end-if
           perform varying retry-idx from 1 by 1
                   until retry-idx > retry-count
               perform retry-one-delivery
           end-perform
           perform distribute-new-generations
           close delivery-log
           perform write-retry-queue
           perform write-bookmark
           perform write-distribution-summary
           perform close-report-writer
           display "rptdist complete - " generations-new
               " new generation(s), " delivered-count " delivered, "
               failed-count " failed"
           if queue-count > 0 or queue-full-count > 0
               move 4 to return-code
           end-if
           goback.

       read-parm.
           open input rptdist-parm-in
           if parm-status = "00"
               read rptdist-parm-in
                   not at end
                       if rd-list-mode
                           move "L" to run-mode
                           move rd-run-id to list-run-id
                       end-if
               end-read
               close rptdist-parm-in
           end-if
           if list-mode and list-run-id = spaces
               move "G" to ri-function
               call "RUN-IDENT" using ri-function, list-run-id
                   on exception continue
               end-call
           end-if.

       load-distrib-list.
           open input distrib-list-in
           if list-status not = "00"
               exit paragraph
           end-if
           perform until list-status not = "00"
               read distrib-list-in
                   at end continue
                   not at end
                       if dl-report-name not = spaces
                               and dl-outbox-dir not = spaces
                               and list-count < max-lists
                           add 1 to list-count
                           move dl-report-name
                               to dt-report-name (list-count)
                           move dl-recipient
                               to dt-recipient (list-count)
                           move dl-outbox-dir
                               to dt-outbox-dir (list-count)
                       end-if
               end-read
           end-perform
           close distrib-list-in.

       read-bookmark.
           open input rptdist-ckpt
           if ckpt-status = "00"
               read rptdist-ckpt
                   not at end
                       move ck-run-stamp to mark-stamp
                       if ck-stamp-ties numeric
                           move ck-stamp-ties to mark-ties
                       end-if
               end-read
               close rptdist-ckpt
           end-if
           move mark-stamp to new-stamp
           move mark-ties to new-ties.

       write-bookmark.
           open output rptdist-ckpt
           move new-stamp to ck-run-stamp
           move new-ties to ck-stamp-ties
           write rptdist-ckpt-record
           close rptdist-ckpt.

       load-retry-queue.
           open input retry-file
           if retry-status not = "00"
               exit paragraph
           end-if
           perform until retry-status not = "00"
               read retry-file into delivery-log-record
                   at end continue
                   not at end
                       if retry-count < max-retries
                           add 1 to retry-count
                           move dv-spool-name
                               to rq-spool-name (retry-count)
                           move dv-report-name
                               to rq-report-name (retry-count)
                           move dv-run-id to rq-run-id (retry-count)
                           move dv-recipient
                               to rq-recipient (retry-count)
                           move dv-outbox-dir
                               to rq-outbox-dir (retry-count)
                           move dv-attempt to rq-attempt (retry-count)
                       end-if
               end-read
           end-perform
           close retry-file.

       write-retry-queue.
      *> the queue is rewritten whole each run - what is left on it
      *> is exactly what is still outstanding
           open output retry-file
           perform varying retry-idx from 1 by 1
                   until retry-idx > queue-count
               move spaces to delivery-log-record
               move qt-spool-name (retry-idx) to dv-spool-name
               move qt-report-name (retry-idx) to dv-report-name
               move qt-run-id (retry-idx) to dv-run-id
               move qt-recipient (retry-idx) to dv-recipient
               move qt-outbox-dir (retry-idx) to dv-outbox-dir
               move "F" to dv-status
               move qt-attempt (retry-idx) to dv-attempt
               write retry-record from delivery-log-record
           end-perform
           close retry-file.

       retry-one-delivery.
           move rq-spool-name (retry-idx) to pd-spool-name
           move rq-report-name (retry-idx) to pd-report-name
           move rq-run-id (retry-idx) to pd-run-id
           move rq-recipient (retry-idx) to pd-recipient
           move rq-outbox-dir (retry-idx) to pd-outbox-dir
           compute pd-attempt = rq-attempt (retry-idx) + 1
               on size error move 999 to pd-attempt
           end-compute
           perform deliver-pending
           if delivery-ok
               add 1 to retried-ok-count
           end-if.

       distribute-new-generations.
           open input catalog-in
           if catalog-status not = "00"
               exit paragraph
           end-if
           perform until catalog-status not = "00"
               read catalog-in
                   at end continue
                   not at end
                       perform take-one-catalog-record
               end-read
           end-perform
           close catalog-in.

       take-one-catalog-record.
           if sp-run-stamp not numeric
               exit paragraph
           end-if
      *> new when later than the bookmark, or on the bookmark's own
      *> stamp beyond the generations with that stamp already done
           move "N" to new-record-flag
           if sp-run-stamp > mark-stamp
               move "Y" to new-record-flag
           end-if
           if sp-run-stamp = mark-stamp
               add 1 to tie-count
               if tie-count > mark-ties
                   move "Y" to new-record-flag
               end-if
           end-if
           evaluate true
               when sp-run-stamp > new-stamp
                   move sp-run-stamp to new-stamp
                   move 1 to new-ties
               when sp-run-stamp = new-stamp and new-record
                   add 1 to new-ties
           end-evaluate
           if not new-record
               exit paragraph
           end-if
           add 1 to generations-new
           perform varying list-idx from 1 by 1
                   until list-idx > list-count
               if dt-report-name (list-idx) = sp-report-name
                   move sp-spool-name to pd-spool-name
                   move sp-report-name to pd-report-name
                   move sp-run-id to pd-run-id
                   move dt-recipient (list-idx) to pd-recipient
                   move dt-outbox-dir (list-idx) to pd-outbox-dir
                   move 1 to pd-attempt
                   perform deliver-pending
               end-if
           end-perform.

       deliver-pending.
           perform copy-to-outbox
           move spaces to delivery-log-record
           move function current-date to dv-timestamp
           move pd-spool-name to dv-spool-name
           move pd-report-name to dv-report-name
           move pd-run-id to dv-run-id
           move pd-recipient to dv-recipient
           move pd-outbox-dir to dv-outbox-dir
           move pd-attempt to dv-attempt
           evaluate true
               when delivery-ok
                   move "D" to dv-status
                   add 1 to delivered-count
               when spool-gone
                   move "X" to dv-status
                   move fail-reason to dv-reason
                   add 1 to abandoned-count
               when other
                   move "F" to dv-status
                   move fail-reason to dv-reason
                   add 1 to failed-count
                   perform queue-for-retry
           end-evaluate
           write delivery-log-record
           if not delivery-ok or pd-attempt > 1
               perform report-one-delivery
           end-if.

       copy-to-outbox.
           move "N" to delivered-flag
           move "N" to spool-gone-flag
           move spaces to fail-reason
           move pd-spool-name to spool-file-name
           open input spool-in
           if spool-status not = "00"
               move "Y" to spool-gone-flag
               move "SPOOL GENERATION PURGED" to fail-reason
               exit paragraph
           end-if
           move spaces to outbox-file-name
           string pd-outbox-dir delimited by space
                  "/"           delimited by size
                  pd-spool-name delimited by space
                  into outbox-file-name
           open output outbox-out
           if outbox-status not = "00"
               close spool-in
               string "OUTBOX NOT WRITABLE STATUS " delimited by size
                      outbox-status delimited by size
                      into fail-reason
               exit paragraph
           end-if
           move 0 to lines-copied
           perform until spool-status not = "00"
               read spool-in
                   at end continue
                   not at end
                       write outbox-out-record from spool-in-record
                       add 1 to lines-copied
               end-read
           end-perform
           close spool-in
           close outbox-out
           move "Y" to delivered-flag.

       queue-for-retry.
           if queue-count >= max-retries
               add 1 to queue-full-count
               exit paragraph
           end-if
           add 1 to queue-count
           move pd-spool-name to qt-spool-name (queue-count)
           move pd-report-name to qt-report-name (queue-count)
           move pd-run-id to qt-run-id (queue-count)
           move pd-recipient to qt-recipient (queue-count)
           move pd-outbox-dir to qt-outbox-dir (queue-count)
           move pd-attempt to qt-attempt (queue-count).

       report-one-delivery.
      *> clean first-time deliveries are on the log; the report
      *> lists what went wrong and what was retried
           move pd-attempt to attempt-disp
           move spaces to detail-line
           string pd-spool-name delimited by size
                  " "           delimited by size
                  pd-recipient  delimited by size
                  " "           delimited by size
                  into detail-line
           evaluate true
               when delivery-ok
                   string "DELIVERED ON RETRY, ATTEMPT "
                              delimited by size
                          attempt-disp delimited by size
                          into detail-line (83:)
               when spool-gone
                   move "ABANDONED - SPOOL GENERATION PURGED"
                       to detail-line (83:)
               when other
                   string "FAILED, ATTEMPT " delimited by size
                          attempt-disp delimited by size
                          " - "          delimited by size
                          fail-reason    delimited by size
                          into detail-line (83:)
           end-evaluate
           move detail-line to rw-line
           perform write-report-detail.

       write-distribution-summary.
           move generations-new to count-disp
           move spaces to rw-line
           string "NEW SPOOL GENERATIONS:      " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move delivered-count to count-disp
           move spaces to rw-line
           string "DELIVERED:                  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move retried-ok-count to count-disp
           move spaces to rw-line
           string "  OF WHICH ON RETRY:        " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move failed-count to count-disp
           move spaces to rw-line
           string "FAILED - QUEUED FOR RETRY:  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           move abandoned-count to count-disp
           move spaces to rw-line
           string "ABANDONED - SPOOL PURGED:   " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           if queue-full-count > 0
               move queue-full-count to count-disp
               move spaces to rw-line
               string "RETRY QUEUE FULL - NOT QUEUED:" delimited by size
                      count-disp delimited by size
                      into rw-line
               perform write-report-total
           end-if.

       list-deliveries.
           move spaces to rw-report-title
           string "REPORT DELIVERIES FOR RUN " delimited by size
                  list-run-id delimited by size
                  into rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move "DELIVERED AT        RECIPIENT            SPOOL GENERAT"
               & "ION" to rw-line
           perform write-report-detail
           open input delivery-log
           if log-status = "00"
               perform until log-status not = "00"
                   read delivery-log
                       at end continue
                       not at end
                           if dv-run-id = list-run-id
                                   and dv-delivered
                               perform list-one-delivery
                           end-if
                   end-read
               end-perform
               close delivery-log
           end-if
           move listed-count to count-disp
           move spaces to rw-line
           string "DELIVERIES LISTED: " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform write-report-total
           perform close-report-writer
           display "rptdist: " listed-count " delivery(ies) for run "
               list-run-id.

       list-one-delivery.
           add 1 to listed-count
           move spaces to detail-line
           string dv-timestamp (1:8)  delimited by size
                  " "                 delimited by size
                  dv-timestamp (9:2)  delimited by size
                  ":"                 delimited by size
                  dv-timestamp (11:2) delimited by size
                  ":"                 delimited by size
                  dv-timestamp (13:2) delimited by size
                  "   "               delimited by size
                  dv-recipient        delimited by size
                  " "                 delimited by size
                  dv-spool-name       delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-detail.

       write-report-detail.
           move "D" to rw-function
           perform call-report-writer.

       write-report-total.
           move "T" to rw-function
           perform call-report-writer.

       close-report-writer.
           move "C" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program rptdist.
