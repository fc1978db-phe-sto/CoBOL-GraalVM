       identification division.
       program-id. queuemaint.
      *>****************************************************************
      *> Queue maintenance, the BENCHMENU-style front-end for the
      *> waiting requests on bench-queue.dat. The queue is append-only
      *> to everyone else, so a mistaken 9999x9999 render used to be
      *> pulled back - or an urgent request bumped ahead - by editing
      *> the file by hand before BENCHQPROC drained it. This program
      *> lists the waiting requests (requester, priority, program,
      *> parameters, hold state, and how long each has waited since
      *> bq-submitted), and lets the operator:
      *>   - place a request on hold: BENCHQPROC skips it and carries
      *>     it forward until it is released
      *>   - release a held request back into the next drain
      *>   - cancel a request: it leaves the queue and a CANCELED
      *>     record lands on bench-queue-results.dat with its original
      *>     submission stamp, so QUEUESLA and the requester see it was
      *>     withdrawn, not lost
      *>   - change a request's priority
      *> The operator identity comes from the environment the way
      *> CHECK-AUTH reads it and is cleared through CHECK-AUTH itself
      *> (program "queuemaint" - security grants who may touch the
      *> queue). Every change is appended to bench-queue-actions.dat
      *> with who made it and when, and the request as it stood.
      *> Waits are taken through STAMP-SVC, so a request submitted
      *> before the clocks change shows its true wait.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select bench-queue-io assign to "bench-queue.dat"
               organization line sequential
               file status is queue-status.
           select queue-work assign to "queuemaint.tmp"
               organization line sequential
               file status is work-status.
           select queue-results-out
               assign to "bench-queue-results.dat"
               organization line sequential
               file status is results-status.
           select queue-actions-out
               assign to "bench-queue-actions.dat"
               organization line sequential
               file status is action-status.

       data division.
       file section.
       fd  bench-queue-io.
           COPY benchque.
       fd  queue-work.
       01  queue-work-record           pic x(120).
       fd  queue-results-out.
           COPY benchqr.
       fd  queue-actions-out.
           COPY qmaction.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  queue-status                pic xx.
       77  work-status                 pic xx.
       77  results-status              pic xx.
       77  action-status               pic xx.
       77  menu-choice                 pic 9.
       77  operator-id                 pic x(20).
       77  ca-program-id               pic x(20).
       77  ca-parm-value               pic s9(9) comp.
       77  ca-allow-flag               pic x.
       77  list-number                 pic 9(4).
       77  pick-number                 pic 9(4).
       77  waiting-count               pic 9(4).
       77  held-count                  pic 9(4).
       77  action-code                 pic x(8).
       77  new-priority                pic 9.
       77  old-priority                pic 9.
       77  changed-flag                pic x.
           88 record-changed           value "Y".
       77  refuse-text                 pic x(40).
       77  now-stamp                   pic x(21).
       77  wait-secs                   pic s9(12) comp.
       77  wait-minutes                pic 9(7).
       77  age-disp                    pic z(6)9.
       77  parm-1-disp                 pic z(8)9.
       77  parm-2-disp                 pic z(8)9.
       77  hold-disp                   pic x(4).
       01  picked-request.
           05 pk-requester-id          pic x(20).
           05 pk-priority              pic 9.
           05 pk-program-id            pic x(20).
           05 pk-parm-1                pic 9(9).
           05 pk-parm-2                pic 9(9).
           05 pk-output-mode           pic x.
           05 pk-submitted             pic x(26).
           05 pk-hold-flag             pic x.
           05 pk-submission-id         pic x(16).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           accept operator-id from environment "USER"
           if operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if
           perform check-operator-authority
           if ca-allow-flag = "N"
               display "queuemaint: operator "
                   function trim (operator-id)
                   " is not authorized to maintain the queue - exiting"
               move 12 to return-code
               goback
           end-if
           perform until menu-choice = 9
               perform display-menu
               accept menu-choice
               evaluate menu-choice
                   when 1 perform list-waiting
                   when 2
                       move "HOLD" to action-code
                       perform change-one-request
                   when 3
                       move "RELEASE" to action-code
                       perform change-one-request
                   when 4
                       move "CANCEL" to action-code
                       perform change-one-request
                   when 5
                       move "PRIORITY" to action-code
                       perform change-one-request
                   when 9 continue
                   when other
                       display "please enter a number from the menu"
               end-evaluate
           end-perform
           display "queuemaint exiting"
           goback.

       check-operator-authority.
           move "queuemaint" to ca-program-id
           move 0 to ca-parm-value
           move "Y" to ca-allow-flag
           call "CHECK-AUTH" using ca-program-id, ca-parm-value,
               ca-allow-flag
               on exception continue
           end-call.

       display-menu.
           display " "
           display "run queue maintenance - operator "
               function trim (operator-id)
           display "  1  list waiting requests"
           display "  2  hold a request"
           display "  3  release a held request"
           display "  4  cancel a request"
           display "  5  change a request's priority"
           display "  9  exit"
           display "enter choice: " with no advancing.

       list-waiting.
           move function current-date to now-stamp
           move 0 to list-number
           move 0 to waiting-count
           move 0 to held-count
           open input bench-queue-io
           if queue-status not = "00"
               display "no queue file present"
               exit paragraph
           end-if
           display "LINE REQUESTER            PRI PROGRAM"
               "                  PARM-1    PARM-2 M HOLD  WAIT-MIN"
           perform until queue-status not = "00"
               read bench-queue-io
                   at end continue
                   not at end
                       add 1 to list-number
                       add 1 to waiting-count
                       perform display-one-request
               end-read
           end-perform
           close bench-queue-io
           display waiting-count " request(s) waiting, "
               held-count " on hold".

       display-one-request.
           if bq-held
               move "HELD" to hold-disp
               add 1 to held-count
           else
               move spaces to hold-disp
           end-if
           move bq-parm-1 to parm-1-disp
           move bq-parm-2 to parm-2-disp
           if bq-submitted (1:14) numeric
               perform compute-request-age
               move wait-minutes to age-disp
               display list-number " " bq-requester-id " "
                   bq-priority "   " bq-program-id " "
                   parm-1-disp " " parm-2-disp " "
                   bq-output-mode " " hold-disp " " age-disp
           else
               display list-number " " bq-requester-id " "
                   bq-priority "   " bq-program-id " "
                   parm-1-disp " " parm-2-disp " "
                   bq-output-mode " " hold-disp "  UNKNOWN"
           end-if.

       compute-request-age.
           move "I" to sx-function
           move bq-submitted to sx-from-stamp
           move now-stamp to sx-to-stamp
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   perform clock-interval
           end-call
           move sx-seconds to wait-secs
           if wait-secs < 0
               move 0 to wait-secs
           end-if
           compute wait-minutes = wait-secs / 60.

       change-one-request.
           display "enter request line number: " with no advancing
           accept pick-number
           if action-code = "PRIORITY"
               display "enter new priority (0 highest - 9 lowest): "
                   with no advancing
               accept new-priority
               if new-priority not numeric
                   display "priority must be a digit 0-9"
                   exit paragraph
               end-if
           end-if
           move "N" to changed-flag
           move spaces to refuse-text
           move 0 to list-number
           open input bench-queue-io
           if queue-status not = "00"
               display "no queue file present"
               exit paragraph
           end-if
           open output queue-work
           perform until queue-status not = "00"
               read bench-queue-io
                   at end continue
                   not at end
                       add 1 to list-number
                       if list-number = pick-number
                           perform apply-action
                       end-if
      *> a cancelled request leaves the queue here; everything else
      *> is copied through, changed or not
                       if list-number not = pick-number
                               or not record-changed
                               or action-code not = "CANCEL"
                           move bench-queue-record
                               to queue-work-record
                           write queue-work-record
                       end-if
               end-read
           end-perform
           close bench-queue-io
           close queue-work
           if not record-changed
               if refuse-text = spaces
                   move "no such line on the queue" to refuse-text
               end-if
               display "request " pick-number " not changed - "
                   function trim (refuse-text)
               exit paragraph
           end-if
           perform rewrite-queue-file
           if action-code = "CANCEL"
               perform write-cancel-result
           end-if
           perform write-action-log
           display "request " pick-number " "
               function trim (pk-requester-id) " "
               function trim (pk-program-id) " - "
               function trim (action-code) " done".

       apply-action.
           move bench-queue-record to picked-request
           move bq-priority to old-priority
           evaluate action-code
               when "HOLD"
                   if bq-held
                       move "already on hold" to refuse-text
                       exit paragraph
                   end-if
                   move "H" to bq-hold-flag
               when "RELEASE"
                   if not bq-held
                       move "not on hold" to refuse-text
                       exit paragraph
                   end-if
                   move space to bq-hold-flag
               when "PRIORITY"
                   if bq-priority = new-priority
                       move "already at that priority"
                           to refuse-text
                       exit paragraph
                   end-if
                   move new-priority to bq-priority
               when "CANCEL"
                   continue
           end-evaluate
           move "Y" to changed-flag.

       rewrite-queue-file.
           open input queue-work
           open output bench-queue-io
           perform until work-status not = "00"
               read queue-work
                   at end continue
                   not at end
                       move queue-work-record to bench-queue-record
                       write bench-queue-record
               end-read
           end-perform
           close queue-work
           close bench-queue-io.

       write-cancel-result.
      *> the withdrawn request is answered on the results file like
      *> any other disposition - nothing ran, so the return code is 0
           open extend queue-results-out
           if results-status not = "00"
               open output queue-results-out
           end-if
           move pk-requester-id to qr-requester-id
           move pk-program-id to qr-program-id
           move pk-priority to qr-priority
           move function current-date to qr-timestamp
           move 0 to qr-return-code
           move "CANCELED" to qr-status
           move pk-submitted to qr-submitted
           move spaces to qr-run-id
           move pk-submission-id to qr-submission-id
           move pk-parm-1 to qr-parm-1
           move pk-parm-2 to qr-parm-2
           move pk-output-mode to qr-output-mode
           move 0 to qr-elapsed-ms
           move 0 to qr-cpu-ms
           write bench-queue-result-record
           close queue-results-out.

       write-action-log.
           open extend queue-actions-out
           if action-status not = "00"
               open output queue-actions-out
           end-if
           move function current-date to qa-timestamp
           move operator-id to qa-operator-id
           move action-code to qa-action
           move pk-requester-id to qa-requester-id
           move pk-program-id to qa-program-id
           move pk-parm-1 to qa-parm-1
           move pk-parm-2 to qa-parm-2
           move pk-submitted to qa-submitted
           move old-priority to qa-old-priority
           if action-code = "PRIORITY"
               move new-priority to qa-new-priority
           else
               move old-priority to qa-new-priority
           end-if
           write queue-action-record
           close queue-actions-out.

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

       end program queuemaint.
