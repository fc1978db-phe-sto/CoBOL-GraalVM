       identification division.
       program-id. benchnotify.
      *>****************************************************************
      *> Completion notification for gateway requesters. BENCHGATE
      *> answers a drop with a bench-drop-NN.ack when it accepts the
      *> submission, but after that the requester heard nothing until
      *> they phoned operations. Run after the nightly drain (and
      *> after BENCHQMERGE when the queue was split into streams),
      *> this program reads the bench-queue-results.dat records added
      *> since its last run and, for every one whose submission id is
      *> on the gateway's bench-gate-register.dat, appends a
      *> completion record (copy/gatedone.cpy) to that requester's
      *> completion file bench-done-<requester id>.dat in the drop
      *> area: submission id, program, parameters, final status,
      *> return code, elapsed and CPU milliseconds, and the run id.
      *> A FAILED run whose request is still on bench-queue.dat - re-
      *> queued for another attempt - is answered RETRYING; its next
      *> attempt is answered again when that result arrives. Results
      *> for hand-appended and STANDGEN requests have nobody in the
      *> drop area to answer and are passed over.
      *>
      *> "Since its last run" is the bookmark benchnotify.ckpt: the
      *> completion stamp of the newest result already answered and
      *> how many results carried exactly that stamp, so a completion
      *> goes out once however often the program is rerun. When a
      *> completion file cannot be written the run stops there, ends
      *> with return code 8, and the bookmark is left on the last
      *> result answered, so nothing is lost and nothing is sent
      *> twice when it is rerun.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select queue-results-in
               assign to "bench-queue-results.dat"
               organization line sequential
               file status is results-status.
           select register-in assign to "bench-gate-register.dat"
               organization line sequential
               file status is register-status.
           select bench-queue-in assign to "bench-queue.dat"
               organization line sequential
               file status is queue-status.
           select notify-ckpt assign to "benchnotify.ckpt"
               organization line sequential
               file status is ckpt-status.
           select done-out assign to dynamic done-file-name
               organization line sequential
               file status is done-status.

       data division.
       file section.
       fd  queue-results-in.
           COPY benchqr.
       fd  register-in.
           COPY gatereg.
       fd  bench-queue-in.
           COPY benchque.
       fd  notify-ckpt.
       01  notify-ckpt-record.
           05 ck-result-ts           pic x(16).
           05 ck-result-ties         pic 9(5).
       fd  done-out.
           COPY gatedone.

       working-storage section.
           COPY envarea.
       77  results-status            pic xx.
       77  register-status           pic xx.
       77  queue-status              pic xx.
       77  ckpt-status               pic xx.
       77  done-status               pic xx.
       77  done-file-name            pic x(40).
       77  mark-ts                   pic x(16) value low-values.
       77  mark-ties                 pic 9(5) value 0.
       77  new-ts                    pic x(16).
       77  new-ties                  pic 9(5).
       77  tie-count                 pic 9(5) value 0.
       77  record-ts                 pic x(16).
       77  new-record-flag           pic x.
           88 new-record             value "Y".
       77  gateway-flag              pic x.
           88 gateway-submission     value "Y".
       77  requeued-flag             pic x.
           88 still-queued           value "Y".
       77  write-failed-flag         pic x value "N".
           88 write-failed           value "Y".
       77  results-new               pic 9(7) value 0.
       77  notices-sent              pic 9(7) value 0.
       77  retrying-count            pic 9(7) value 0.
       77  passed-over               pic 9(7) value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-bookmark
           open input queue-results-in
           if results-status not = "00"
               display "benchnotify: no bench-queue-results.dat - "
                   "nothing to answer"
               goback
           end-if
           perform until results-status not = "00" or write-failed
               read queue-results-in
                   at end continue
                   not at end
                       perform take-one-result
               end-read
           end-perform
           close queue-results-in
           perform write-bookmark
           display "benchnotify complete - " results-new
               " new result(s), " notices-sent " completion(s) sent ("
               retrying-count " retrying), " passed-over
               " not from the gateway"
           if write-failed
               move 8 to return-code
           end-if
           goback.

       read-bookmark.
           open input notify-ckpt
           if ckpt-status = "00"
               read notify-ckpt
                   not at end
                       move ck-result-ts to mark-ts
                       if ck-result-ties numeric
                           move ck-result-ties to mark-ties
                       end-if
               end-read
               close notify-ckpt
           end-if
           move mark-ts to new-ts
           move mark-ties to new-ties.

       write-bookmark.
           open output notify-ckpt
           move new-ts to ck-result-ts
           move new-ties to ck-result-ties
           write notify-ckpt-record
           close notify-ckpt.

       take-one-result.
           move qr-timestamp (1:16) to record-ts
           if record-ts (1:14) not numeric
               exit paragraph
           end-if
      *> new when later than the bookmark, or on the bookmark's own
      *> stamp beyond the results with that stamp already answered
           move "N" to new-record-flag
           if record-ts > mark-ts
               move "Y" to new-record-flag
           end-if
           if record-ts = mark-ts
               add 1 to tie-count
               if tie-count > mark-ties
                   move "Y" to new-record-flag
               end-if
           end-if
           if not new-record
               exit paragraph
           end-if
           add 1 to results-new
           if qr-submission-id = spaces
               add 1 to passed-over
           else
               perform check-gateway-submission
               if gateway-submission
                   perform send-completion
               else
                   add 1 to passed-over
               end-if
           end-if
           if write-failed
               exit paragraph
           end-if
      *> the bookmark moves only past results that are dealt with
           if record-ts > new-ts
               move record-ts to new-ts
               move 1 to new-ties
           else
               if record-ts = new-ts
                   add 1 to new-ties
               end-if
           end-if.

       check-gateway-submission.
           move "N" to gateway-flag
           open input register-in
           if register-status not = "00"
               exit paragraph
           end-if
           perform until register-status not = "00"
                   or gateway-submission
               read register-in
                   at end continue
                   not at end
                       if gr-submission-id = qr-submission-id
                           move "Y" to gateway-flag
                       end-if
               end-read
           end-perform
           close register-in.

       check-still-queued.
           move "N" to requeued-flag
           open input bench-queue-in
           if queue-status not = "00"
               exit paragraph
           end-if
           perform until queue-status not = "00" or still-queued
               read bench-queue-in
                   at end continue
                   not at end
                       if bq-submission-id = qr-submission-id
                           move "Y" to requeued-flag
                       end-if
               end-read
           end-perform
           close bench-queue-in.

       send-completion.
           move spaces to done-file-name
           string "bench-done-"   delimited by size
                  qr-requester-id delimited by space
                  ".dat"          delimited by size
                  into done-file-name
           open extend done-out
           if done-status not = "00"
               open output done-out
           end-if
           if done-status not = "00"
               display "benchnotify: " function trim (done-file-name)
                   " cannot be written - status " done-status
                   " - stopping, rerun to resume"
               move "Y" to write-failed-flag
               exit paragraph
           end-if
           move qr-submission-id to gd-submission-id
           move qr-requester-id to gd-requester-id
           move qr-program-id to gd-program-id
           move qr-output-mode to gd-output-mode
           move qr-status to gd-final-status
           move qr-run-id to gd-run-id
           move qr-timestamp to gd-completed-ts
           move 0 to gd-parm-1
           move 0 to gd-parm-2
           move 0 to gd-elapsed-ms
           move 0 to gd-cpu-ms
           move 0 to gd-return-code
           if qr-parm-1 numeric
               move qr-parm-1 to gd-parm-1
           end-if
           if qr-parm-2 numeric
               move qr-parm-2 to gd-parm-2
           end-if
           if qr-elapsed-ms numeric
               move qr-elapsed-ms to gd-elapsed-ms
           end-if
           if qr-cpu-ms numeric
               move qr-cpu-ms to gd-cpu-ms
           end-if
           if qr-return-code numeric
               move qr-return-code to gd-return-code
           end-if
           if qr-status = "FAILED"
               perform check-still-queued
               if still-queued
                   move "RETRYING" to gd-final-status
                   add 1 to retrying-count
               end-if
           end-if
           write gate-done-record
           close done-out
           add 1 to notices-sent.

       end program benchnotify.
