       identification division.
       program-id. resxmit.
      *>****************************************************************
      *> Outbound results transmission to the central performance
      *> team - the sending side of what HISTIMPORT does inbound.
      *> Sending this machine's results used to be someone copying
      *> bench-history.dat, run-context.dat and run-telemetry.dat and
      *> hoping they arrived whole. This program packages every record
      *> of the three files past the last position the central team
      *> acknowledged into one outbound file set:
      *>   xmit-bench-history.dat  xmit-run-context.dat
      *>   xmit-run-telemetry.dat  (the records in their own layouts)
      *>   xmit-manifest.dat       header, one entry per file with its
      *>                           record count, elapsed-ms sum and
      *>                           run-id range, and a trailer (copy/
      *>                           xmitman.cpy), all under the
      *>                           package's transmission sequence
      *>                           number
      *> The acknowledged position in each file is kept on
      *> resxmit.ckpt as a bookmark on the records' content, as
      *> MONFEED and RPTDIST keep theirs: the key of the last record
      *> the central team has confirmed (the run id on bench-history,
      *> the run date on run-context, the timestamp on run-telemetry)
      *> and how many records with that key had been read up to it.
      *> It moves only on a matching receipt. Every package runs
      *> from the record after the bookmark to the end of each file,
      *> whatever BENCHARCH or HOUSEKEEP trimmed off the front of it
      *> meanwhile, so anything sent but never confirmed goes out
      *> again in the next package instead of being skipped. Packages
      *> still waiting for their receipt are kept on
      *> resxmit-pending.dat.
      *>
      *> When the central team's receipt file (xmit-receipt.dat, copy/
      *> xmitrcpt.cpy) comes back, each pending package it answers is
      *> reconciled file by file, count and elapsed-ms sum against
      *> what was sent. A match moves the acknowledged position to the
      *> end of that package and settles it and every older package;
      *> a mismatch is raised through ALERT-RAISE, the package is
      *> dropped, and its records go out again. When the bookmark's
      *> own record has been trimmed away, every record later than
      *> its key goes out. Ends with return code 8 on a receipt
      *> mismatch, 4 when there was nothing to send.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select bench-history-in assign to "bench-history.dat"
               organization line sequential
               file status is bh-status.
           select run-context-in assign to "run-context.dat"
               organization line sequential
               file status is rc-status.
           select run-telemetry-in assign to "run-telemetry.dat"
               organization line sequential
               file status is rt-status.
           select xmit-history-out assign to "xmit-bench-history.dat"
               organization line sequential
               file status is xbh-status.
           select xmit-context-out assign to "xmit-run-context.dat"
               organization line sequential
               file status is xrc-status.
           select xmit-telemetry-out
               assign to "xmit-run-telemetry.dat"
               organization line sequential
               file status is xrt-status.
           select xmit-manifest-out assign to "xmit-manifest.dat"
               organization line sequential
               file status is xm-status.
           select xmit-receipt-in assign to "xmit-receipt.dat"
               organization line sequential
               file status is xr-status.
           select machine-parm-in assign to "machine.parm"
               organization line sequential
               file status is mp-status.
           select resxmit-ckpt assign to "resxmit.ckpt"
               organization line sequential
               file status is ckpt-status.
           select pending-io assign to "resxmit-pending.dat"
               organization line sequential
               file status is pend-status.

       data division.
       file section.
       fd  bench-history-in.
           COPY benchhist.
       fd  run-context-in.
           COPY ctxrec.
       fd  run-telemetry-in.
           COPY runtelem.
       fd  xmit-history-out.
       01  xmit-history-record       pic x(73).
       fd  xmit-context-out.
       01  xmit-context-record       pic x(76).
       fd  xmit-telemetry-out.
       01  xmit-telemetry-record     pic x(80).
       fd  xmit-manifest-out.
           COPY xmitman.
       fd  xmit-receipt-in.
           COPY xmitrcpt.
       fd  machine-parm-in.
           COPY machparm.
       fd  resxmit-ckpt.
       01  resxmit-ckpt-record.
           05 ck-last-seq            pic 9(6).
           05 ck-mark occurs 3 times.
               10 ck-mark-key        pic x(16).
               10 ck-mark-ties       pic 9(5).
       fd  pending-io.
       01  pending-record.
           05 pr-xmit-seq            pic 9(6).
           05 pr-file occurs 3 times.
               10 pr-end-key         pic x(16).
               10 pr-end-ties        pic 9(5).
               10 pr-record-count    pic 9(9).
               10 pr-elapsed-sum     pic 9(15).

       working-storage section.
           COPY envarea.
       77  bh-status                 pic xx.
       77  rc-status                 pic xx.
       77  rt-status                 pic xx.
       77  xbh-status                pic xx.
       77  xrc-status                pic xx.
       77  xrt-status                pic xx.
       77  xm-status                 pic xx.
       77  xr-status                 pic xx.
       77  mp-status                 pic xx.
       77  ckpt-status               pic xx.
       77  pend-status               pic xx.
       77  machine-tag               pic x(20) value spaces.
       77  last-seq                  pic 9(6) value 0.
       77  this-seq                  pic 9(6) value 0.
       77  file-idx                  pic 9.
       77  record-run-id             pic x(16).
       77  record-key                pic x(16).
       77  tie-count                 pic 9(5).
       77  mark-found-flag           pic x.
           88 mark-found             value "Y".
       77  new-record-flag           pic x.
           88 new-record             value "Y".
       77  count-only-flag           pic x value "N".
           88 counting-only          value "Y".
       77  package-records           pic 9(9) value 0.
       77  package-elapsed           pic 9(15) value 0.
       77  max-pending               pic 99 value 20.
       77  pending-count             pic 99 value 0.
       77  pend-idx                  pic 99.
       77  settle-idx                pic 99.
       77  receipt-flag              pic x.
           88 receipt-present        value "Y".
       77  package-ok-flag           pic x.
           88 package-matches        value "Y".
       77  mismatch-count            pic 9(3) value 0.
       77  settled-count             pic 9(3) value 0.
       77  dropped-count             pic 9(3) value 0.
       77  seq-disp                  pic z(5)9.
       77  count-disp                pic z(8)9.
       77  other-disp                pic z(8)9.
       77  sum-disp                  pic z(14)9.
       77  detail-line               pic x(132).
       77  ar-program-id             pic x(20).
       77  ar-severity               pic x.
       77  ar-message                pic x(80).
       77  rw-function               pic x.
       77  rw-report-name            pic x(40).
       77  rw-report-title           pic x(60).
       77  rw-page-depth             pic 99 value 0.
       77  rw-line                   pic x(250).

       01  xmit-file-names.
           05 filler pic x(30) value "xmit-bench-history.dat".
           05 filler pic x(30) value "xmit-run-context.dat".
           05 filler pic x(30) value "xmit-run-telemetry.dat".
       01  xmit-file-name-table redefines xmit-file-names.
           05 xf-name occurs 3 times pic x(30).

       01  xmit-file-table.
           05 xf-entry occurs 3 times.
               10 xf-mark-key        pic x(16) value spaces.
               10 xf-mark-ties       pic 9(5) value 0.
               10 xf-end-key         pic x(16) value spaces.
               10 xf-end-ties        pic 9(5) value 0.
               10 xf-record-count    pic 9(9) value 0.
               10 xf-elapsed-sum     pic 9(15) value 0.
               10 xf-first-run-id    pic x(16) value spaces.
               10 xf-last-run-id     pic x(16) value spaces.
               10 xf-reset-flag      pic x value "N".
                   88 xf-was-reset   value "Y".
               10 xf-rcpt-flag       pic x.
                   88 xf-receipted   value "Y".
               10 xf-rcpt-count      pic 9(9).
               10 xf-rcpt-sum        pic 9(15).

       01  pending-table.
           05 pt-entry occurs 20 times.
               10 pt-xmit-seq        pic 9(6).
               10 pt-file occurs 3 times.
                   15 pt-end-key     pic x(16).
                   15 pt-end-ties    pic 9(5).
                   15 pt-record-count pic 9(9).
                   15 pt-elapsed-sum  pic 9(15).
               10 pt-state           pic x.
                   88 pt-open        value "O".
                   88 pt-settled     value "S".
                   88 pt-dropped     value "D".

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-machine-tag
           perform read-bookmark
           perform load-pending
           move "resxmit-report.txt" to rw-report-name
           move "RESULTS TRANSMISSION TO THE CENTRAL PERFORMANCE TEAM"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           perform reconcile-receipts
           perform build-package
           perform write-pending
           perform write-bookmark
           perform close-report-writer
           display "resxmit complete - " package-records
               " record(s) sent, " settled-count " package(s) "
               "confirmed, " mismatch-count " mismatch(es)"
           evaluate true
               when mismatch-count > 0
                   move 8 to return-code
               when package-records = 0
                   move 4 to return-code
           end-evaluate
           goback.

       read-machine-tag.
           open input machine-parm-in
           if mp-status = "00"
               read machine-parm-in
                   not at end
                       move machine-parm-tag to machine-tag
               end-read
               close machine-parm-in
           end-if.

       read-bookmark.
           open input resxmit-ckpt
           if ckpt-status = "00"
               read resxmit-ckpt
                   not at end
                       if ck-last-seq numeric
                           move ck-last-seq to last-seq
                       end-if
                       perform varying file-idx from 1 by 1
                               until file-idx > 3
                           if ck-mark-ties (file-idx) numeric
                               move ck-mark-key (file-idx)
                                   to xf-mark-key (file-idx)
                               move ck-mark-ties (file-idx)
                                   to xf-mark-ties (file-idx)
                           end-if
                       end-perform
               end-read
               close resxmit-ckpt
           end-if.

       write-bookmark.
           open output resxmit-ckpt
           move last-seq to ck-last-seq
           perform varying file-idx from 1 by 1 until file-idx > 3
               move xf-mark-key (file-idx) to ck-mark-key (file-idx)
               move xf-mark-ties (file-idx)
                   to ck-mark-ties (file-idx)
           end-perform
           write resxmit-ckpt-record
           close resxmit-ckpt.

       load-pending.
           open input pending-io
           if pend-status not = "00"
               exit paragraph
           end-if
           perform until pend-status not = "00"
               read pending-io
                   at end continue
                   not at end
                       if pr-xmit-seq numeric
                               and pending-count < max-pending
                           add 1 to pending-count
                           move pending-record
                               to pt-entry (pending-count)
                           move "O" to pt-state (pending-count)
                       end-if
               end-read
           end-perform
           close pending-io.

       write-pending.
      *> settled and dropped packages leave the file
           open output pending-io
           perform varying pend-idx from 1 by 1
                   until pend-idx > pending-count
               if pt-open (pend-idx)
                   move pt-entry (pend-idx) (1:141) to pending-record
                   write pending-record
               end-if
           end-perform
           close pending-io.

       reconcile-receipts.
           move "N" to receipt-flag
           open input xmit-receipt-in
           if xr-status = "00"
               move "Y" to receipt-flag
               close xmit-receipt-in
           end-if
           if not receipt-present or pending-count = 0
               exit paragraph
           end-if
           move "RECEIPT RECONCILIATION" to rw-line
           perform write-report-detail
      *> newest first: a matching receipt settles everything older
           perform varying pend-idx from pending-count by -1
                   until pend-idx < 1
               if pt-open (pend-idx)
                   perform reconcile-one-package
               end-if
           end-perform.

       reconcile-one-package.
           perform varying file-idx from 1 by 1 until file-idx > 3
               move "N" to xf-rcpt-flag (file-idx)
               move 0 to xf-rcpt-count (file-idx)
               move 0 to xf-rcpt-sum (file-idx)
           end-perform
           move "N" to receipt-flag
           open input xmit-receipt-in
           perform until xr-status not = "00"
               read xmit-receipt-in
                   at end continue
                   not at end
                       if xr-xmit-seq = pt-xmit-seq (pend-idx)
                           move "Y" to receipt-flag
                           perform take-one-receipt
                       end-if
               end-read
           end-perform
           close xmit-receipt-in
           move pt-xmit-seq (pend-idx) to seq-disp
           if not receipt-present
               move spaces to rw-line
               string "TRANSMISSION " delimited by size
                      seq-disp        delimited by size
                      " NO RECEIPT YET" delimited by size
                      into rw-line
               perform write-report-detail
               exit paragraph
           end-if
           move "Y" to package-ok-flag
           perform varying file-idx from 1 by 1 until file-idx > 3
               perform check-one-file-receipt
           end-perform
           if package-matches
               perform settle-package
           else
               add 1 to mismatch-count
               move "D" to pt-state (pend-idx)
               perform raise-mismatch-alert
           end-if.

       take-one-receipt.
           perform varying file-idx from 1 by 1 until file-idx > 3
               if xr-file-name = xf-name (file-idx)
                   move "Y" to xf-rcpt-flag (file-idx)
                   if xr-record-count numeric
                       move xr-record-count to xf-rcpt-count (file-idx)
                   end-if
                   if xr-elapsed-sum numeric
                       move xr-elapsed-sum to xf-rcpt-sum (file-idx)
                   end-if
               end-if
           end-perform.

       check-one-file-receipt.
      *> a file the package carried nothing of may be left off the
      *> receipt; anything else must come back with matching figures
           if not xf-receipted (file-idx)
                   and pt-record-count (pend-idx, file-idx) = 0
               exit paragraph
           end-if
           move pt-record-count (pend-idx, file-idx) to count-disp
           move xf-rcpt-count (file-idx) to other-disp
           move spaces to detail-line
           string "TRANSMISSION " delimited by size
                  seq-disp        delimited by size
                  " "             delimited by size
                  xf-name (file-idx) delimited by size
                  " SENT"         delimited by size
                  count-disp      delimited by size
                  " RECEIVED"     delimited by size
                  other-disp      delimited by size
                  into detail-line
           if xf-receipted (file-idx)
                   and xf-rcpt-count (file-idx)
                       = pt-record-count (pend-idx, file-idx)
                   and xf-rcpt-sum (file-idx)
                       = pt-elapsed-sum (pend-idx, file-idx)
               move "MATCHED" to detail-line (100:)
           else
               move "N" to package-ok-flag
               if xf-receipted (file-idx)
                   move "MISMATCH" to detail-line (100:)
               else
                   move "MISSING FROM RECEIPT" to detail-line (100:)
               end-if
           end-if
           move detail-line to rw-line
           perform write-report-detail.

       settle-package.
           add 1 to settled-count
           perform varying file-idx from 1 by 1 until file-idx > 3
               move pt-end-key (pend-idx, file-idx)
                   to xf-mark-key (file-idx)
               move pt-end-ties (pend-idx, file-idx)
                   to xf-mark-ties (file-idx)
           end-perform
           perform varying settle-idx from 1 by 1
                   until settle-idx > pend-idx
               if pt-open (settle-idx)
                   move "S" to pt-state (settle-idx)
               end-if
           end-perform.

       raise-mismatch-alert.
           move spaces to ar-message
           string "XMIT001E " delimited by size
                  seq-disp delimited by size
                  into ar-message
           move "resxmit" to ar-program-id
           move "E" to ar-severity
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
           end-call.

       build-package.
      *> a counting pass first: the outbound set of the last package
      *> is left alone, manifest and all, when nothing is new
           add 1 to last-seq giving this-seq
           move "Y" to count-only-flag
           perform copy-history
           perform copy-context
           perform copy-telemetry
           perform varying file-idx from 1 by 1 until file-idx > 3
               add xf-record-count (file-idx) to package-records
           end-perform
           if package-records = 0
               move "NOTHING NEW TO SEND - NO PACKAGE BUILT" to rw-line
               perform write-report-total
               exit paragraph
           end-if
           move "N" to count-only-flag
           move 0 to package-records
           perform varying file-idx from 1 by 1 until file-idx > 3
               move 0 to xf-record-count (file-idx)
               move 0 to xf-elapsed-sum (file-idx)
               move spaces to xf-first-run-id (file-idx)
               move spaces to xf-last-run-id (file-idx)
               move "N" to xf-reset-flag (file-idx)
           end-perform
           perform copy-history
           perform copy-context
           perform copy-telemetry
           perform varying file-idx from 1 by 1 until file-idx > 3
      *> a file absent or empty leaves its bookmark where it was
               if xf-end-ties (file-idx) = 0
                   move xf-mark-key (file-idx) to xf-end-key (file-idx)
                   move xf-mark-ties (file-idx)
                       to xf-end-ties (file-idx)
               end-if
               add xf-record-count (file-idx) to package-records
               add xf-elapsed-sum (file-idx) to package-elapsed
           end-perform
           move this-seq to last-seq
           perform write-manifest
           perform record-pending
           perform report-package.

       copy-history.
           move 1 to file-idx
           perform start-file-pass
           if not counting-only
               open output xmit-history-out
           end-if
           open input bench-history-in
           if bh-status = "00"
               perform until bh-status not = "00"
                   read bench-history-in
                       at end continue
                       not at end
                           perform key-history-record
                           perform find-new-record
                           if new-record
                               if not counting-only
                                   write xmit-history-record
                                       from bench-history-record
                               end-if
                               perform tally-history-record
                           end-if
                   end-read
               end-perform
               close bench-history-in
               if not mark-found
                   perform restart-history
               end-if
           end-if
           if not counting-only
               close xmit-history-out
           end-if.

       restart-history.
      *> the bookmark's own record was trimmed away since the last
      *> run: everything later than its key goes out, as MONFEED
      *> takes a source file
           move "Y" to xf-reset-flag (1)
           if not counting-only
               close xmit-history-out
               open output xmit-history-out
           end-if
           move 0 to xf-record-count (1)
           move 0 to xf-elapsed-sum (1)
           move spaces to xf-first-run-id (1)
           move spaces to xf-last-run-id (1)
           move 0 to tie-count
           open input bench-history-in
           perform until bh-status not = "00"
               read bench-history-in
                   at end continue
                   not at end
                       perform key-history-record
                       perform find-later-record
                       if new-record
                           if not counting-only
                               write xmit-history-record
                                   from bench-history-record
                           end-if
                           perform tally-history-record
                       end-if
               end-read
           end-perform
           close bench-history-in.

       key-history-record.
      *> records from before run ids were kept fall back on the date
           if bh-run-id = spaces
               move bh-run-date to record-key
           else
               move bh-run-id to record-key
           end-if.

       tally-history-record.
           add 1 to xf-record-count (1)
           if bh-elapsed-ms numeric
               add bh-elapsed-ms to xf-elapsed-sum (1)
           end-if
           move bh-run-id to record-run-id
           perform note-run-id.

       copy-context.
           move 2 to file-idx
           perform start-file-pass
           if not counting-only
               open output xmit-context-out
           end-if
           open input run-context-in
           if rc-status = "00"
               perform until rc-status not = "00"
                   read run-context-in
                       at end continue
                       not at end
                           move rc-run-date to record-key
                           perform find-new-record
                           if new-record
                               if not counting-only
                                   write xmit-context-record
                                       from run-context-record
                               end-if
                               add 1 to xf-record-count (2)
                           end-if
                   end-read
               end-perform
               close run-context-in
               if not mark-found
                   perform restart-context
               end-if
           end-if
           if not counting-only
               close xmit-context-out
           end-if.

       restart-context.
           move "Y" to xf-reset-flag (2)
           if not counting-only
               close xmit-context-out
               open output xmit-context-out
           end-if
           move 0 to xf-record-count (2)
           move 0 to tie-count
           open input run-context-in
           perform until rc-status not = "00"
               read run-context-in
                   at end continue
                   not at end
                       move rc-run-date to record-key
                       perform find-later-record
                       if new-record
                           if not counting-only
                               write xmit-context-record
                                   from run-context-record
                           end-if
                           add 1 to xf-record-count (2)
                       end-if
               end-read
           end-perform
           close run-context-in.

       copy-telemetry.
           move 3 to file-idx
           perform start-file-pass
           if not counting-only
               open output xmit-telemetry-out
           end-if
           open input run-telemetry-in
           if rt-status = "00"
               perform until rt-status not = "00"
                   read run-telemetry-in
                       at end continue
                       not at end
                           move rt-timestamp (1:16) to record-key
                           perform find-new-record
                           if new-record
                               if not counting-only
                                   write xmit-telemetry-record
                                       from run-telemetry-record
                               end-if
                               perform tally-telemetry-record
                           end-if
                   end-read
               end-perform
               close run-telemetry-in
               if not mark-found
                   perform restart-telemetry
               end-if
           end-if
           if not counting-only
               close xmit-telemetry-out
           end-if.

       restart-telemetry.
           move "Y" to xf-reset-flag (3)
           if not counting-only
               close xmit-telemetry-out
               open output xmit-telemetry-out
           end-if
           move 0 to xf-record-count (3)
           move 0 to xf-elapsed-sum (3)
           move spaces to xf-first-run-id (3)
           move spaces to xf-last-run-id (3)
           move 0 to tie-count
           open input run-telemetry-in
           perform until rt-status not = "00"
               read run-telemetry-in
                   at end continue
                   not at end
                       move rt-timestamp (1:16) to record-key
                       perform find-later-record
                       if new-record
                           if not counting-only
                               write xmit-telemetry-record
                                   from run-telemetry-record
                           end-if
                           perform tally-telemetry-record
                       end-if
               end-read
           end-perform
           close run-telemetry-in.

       tally-telemetry-record.
           add 1 to xf-record-count (3)
           if rt-wall-ms numeric
               add rt-wall-ms to xf-elapsed-sum (3)
           end-if
           move rt-run-id to record-run-id
           perform note-run-id.

       start-file-pass.
      *> no bookmark yet (tie count zero): the whole file is new
           move 0 to tie-count
           move "N" to mark-found-flag
           if xf-mark-ties (file-idx) = 0
               move "Y" to mark-found-flag
           end-if
           move spaces to xf-end-key (file-idx)
           move 0 to xf-end-ties (file-idx).

       find-new-record.
      *> the bookmark is the last acknowledged record's key and how
      *> many records with that key had been read up to it: the
      *> records after that one are new, wherever their keys fall,
      *> so a run that finished after a later-starting one is not
      *> lost. Every record moves the package's end mark.
           move "N" to new-record-flag
           if mark-found
               move "Y" to new-record-flag
           else
               if record-key = xf-mark-key (file-idx)
                   add 1 to tie-count
                   if tie-count = xf-mark-ties (file-idx)
                       move "Y" to mark-found-flag
                   end-if
               end-if
           end-if
           perform note-end-mark.

       find-later-record.
      *> new when later than the bookmark's key, or on that key
      *> beyond the count of records with it already acknowledged
           move "N" to new-record-flag
           if record-key > xf-mark-key (file-idx)
               move "Y" to new-record-flag
           end-if
           if record-key = xf-mark-key (file-idx)
               add 1 to tie-count
               if tie-count > xf-mark-ties (file-idx)
                   move "Y" to new-record-flag
               end-if
           end-if.

       note-end-mark.
      *> the tie count only follows a run of equal keys; a key met
      *> again further back puts the next bookmark early, which
      *> resends a record or two rather than skipping any
           if xf-end-ties (file-idx) > 0
                   and record-key = xf-end-key (file-idx)
               add 1 to xf-end-ties (file-idx)
           else
               move record-key to xf-end-key (file-idx)
               move 1 to xf-end-ties (file-idx)
           end-if.

       note-run-id.
      *> run ids are time-ordered, so the range is a low and a high
           if record-run-id = spaces
               exit paragraph
           end-if
           if xf-first-run-id (file-idx) = spaces
                   or record-run-id < xf-first-run-id (file-idx)
               move record-run-id to xf-first-run-id (file-idx)
           end-if
           if record-run-id > xf-last-run-id (file-idx)
               move record-run-id to xf-last-run-id (file-idx)
           end-if.

       write-manifest.
           open output xmit-manifest-out
           move spaces to xmit-header-record
           move "HDR" to xh-record-type
           move this-seq to xh-xmit-seq
           move function current-date to xh-created-ts
           move machine-tag to xh-machine-tag
           move 3 to xh-file-count
           write xmit-header-record
           perform varying file-idx from 1 by 1 until file-idx > 3
               move spaces to xmit-manifest-record
               move "FILE" to xm-record-type
               move this-seq to xm-xmit-seq
               move xf-name (file-idx) to xm-file-name
               move xf-record-count (file-idx) to xm-record-count
               move xf-elapsed-sum (file-idx) to xm-elapsed-sum
               move xf-first-run-id (file-idx) to xm-first-run-id
               move xf-last-run-id (file-idx) to xm-last-run-id
               write xmit-manifest-record
           end-perform
           move spaces to xmit-trailer-record
           move "TRL" to xt-record-type
           move this-seq to xt-xmit-seq
           move package-records to xt-total-records
           move package-elapsed to xt-total-elapsed
           write xmit-trailer-record
           close xmit-manifest-out.

       record-pending.
           if pending-count = max-pending
      *> full: the oldest package gives way; its records are still
      *> in every later package, which run from the acknowledged
      *> position
               perform varying pend-idx from 1 by 1
                       until pend-idx >= max-pending
                   move pt-entry (pend-idx + 1) to pt-entry (pend-idx)
               end-perform
               add 1 to dropped-count
               subtract 1 from pending-count
           end-if
           add 1 to pending-count
           move this-seq to pt-xmit-seq (pending-count)
           perform varying file-idx from 1 by 1 until file-idx > 3
               move xf-end-key (file-idx)
                   to pt-end-key (pending-count, file-idx)
               move xf-end-ties (file-idx)
                   to pt-end-ties (pending-count, file-idx)
               move xf-record-count (file-idx)
                   to pt-record-count (pending-count, file-idx)
               move xf-elapsed-sum (file-idx)
                   to pt-elapsed-sum (pending-count, file-idx)
           end-perform
           move "O" to pt-state (pending-count).

       report-package.
           move this-seq to seq-disp
           move spaces to rw-line
           string "TRANSMISSION " delimited by size
                  seq-disp        delimited by size
                  " BUILT"        delimited by size
                  into rw-line
           perform write-report-detail
           perform varying file-idx from 1 by 1 until file-idx > 3
               move xf-record-count (file-idx) to count-disp
               move xf-elapsed-sum (file-idx) to sum-disp
               move spaces to detail-line
               string "  "               delimited by size
                      xf-name (file-idx) delimited by size
                      count-disp         delimited by size
                      " RECORDS  ELAPSED-MS" delimited by size
                      sum-disp           delimited by size
                      "  RUN IDS "       delimited by size
                      xf-first-run-id (file-idx) delimited by size
                      " - "              delimited by size
                      xf-last-run-id (file-idx) delimited by size
                      into detail-line
               move detail-line to rw-line
               if xf-was-reset (file-idx)
                   move "TRIMMED PAST BOOKMARK" to rw-line (124:)
               end-if
               perform write-report-detail
           end-perform
           move package-records to count-disp
           move package-elapsed to sum-disp
           move spaces to rw-line
           string "PACKAGE TOTAL"  delimited by size
                  count-disp       delimited by size
                  " RECORDS  ELAPSED-MS" delimited by size
                  sum-disp         delimited by size
                  into rw-line
           perform write-report-total
           if dropped-count > 0
               move "PENDING LIST FULL - OLDEST UNRECEIPTED "
                   & "TRANSMISSION NO LONGER AWAITED" to rw-line
               perform write-report-total
           end-if.

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

       end program resxmit.
