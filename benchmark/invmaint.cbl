       identification division.
       program-id. invmaint.
      *>****************************************************************
      *> Run invalidation register maintenance, the BENCHMENU-style
      *> front-end for invalid-runs.dat (copy/invalrun.cpy). Some
      *> nights are known to be bad - the SAN migration, a firmware
      *> update on the box, a run made with the wrong card - and
      *> NOISESCAN only catches the ones where wall time ran away
      *> from CPU time. Here the operator marks them:
      *>   - one run id invalid, or
      *>   - every run a machine made over a date range ("*" for every
      *>     machine),
      *> always with a reason, and may later reinstate an entry, again
      *> with a reason. The statistics reports (BENCHTRND, BENCHINDX,
      *> MACHCOMP, BENCHREGR, MONTHPACK, QUEUESLA) ask the RUN-VALID
      *> callable and leave invalidated runs out, saying how many.
      *> Entries are never deleted - a reinstated entry keeps its
      *> history - and every invalidation and reinstatement is written
      *> to the sealed audit-log.dat through FILE-BROKER, so a slow
      *> run cannot be quietly made to disappear. The maintaining
      *> operator is cleared through CHECK-AUTH itself (program
      *> "invmaint"); the register is rewritten through the
      *> invmaint.tmp work file on reinstatement.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select invalid-runs-io assign to "invalid-runs.dat"
               organization line sequential
               file status is inv-status.
           select invalid-runs-work assign to "invmaint.tmp"
               organization line sequential
               file status is work-status.

       data division.
       file section.
       fd  invalid-runs-io.
           COPY invalrun.
       fd  invalid-runs-work.
       01  invalid-runs-work-record    pic x(266).

       working-storage section.
           COPY envarea.
           COPY auditlog.
       77  inv-status                  pic xx.
       77  work-status                 pic xx.
       77  menu-choice                 pic 9.
       77  operator-id                 pic x(20).
       77  ca-program-id               pic x(20).
       77  ca-parm-value               pic s9(9) comp.
       77  ca-allow-flag               pic x.
       77  ri-function                 pic x.
       77  suite-run-id                pic x(16).
       77  fb-file-id                  pic xx.
       77  fb-record-image             pic x(250).
       77  fb-write-status             pic xx.
       77  list-number                 pic 9(4).
       77  pick-number                 pic 9(4).
       77  active-count                pic 9(4).
       77  entry-run-id                pic x(16).
       77  entry-machine-tag           pic x(20).
       77  entry-from-date             pic x(8).
       77  entry-to-date               pic x(8).
       77  entry-reason                pic x(60).
       77  refuse-text                 pic x(50).
       77  status-disp                 pic x(10).
       77  audit-text                  pic x(60).
       77  found-flag                  pic x.
           88 entry-picked             value "Y".

       01  new-entry.
           05 ne-entry-type            pic x.
           05 ne-run-id                pic x(16).
           05 ne-machine-tag           pic x(20).
           05 ne-from-date             pic x(8).
           05 ne-to-date               pic x(8).
           05 ne-reason                pic x(60).
           05 ne-operator              pic x(20).
           05 ne-marked-ts             pic x(26).
           05 ne-status                pic x.
           05 ne-reinstated-by         pic x(20).
           05 ne-reinstated-ts         pic x(26).
           05 ne-reinstate-reason      pic x(60).

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
               display "invmaint: operator "
                   function trim (operator-id)
                   " is not authorized to maintain the invalidation "
                   "register - exiting"
               move 12 to return-code
               goback
           end-if
           perform until menu-choice = 9
               perform display-menu
               accept menu-choice
               evaluate menu-choice
                   when 1 perform list-entries
                   when 2 perform invalidate-run
                   when 3 perform invalidate-machine-range
                   when 4 perform reinstate-entry
                   when 9 continue
                   when other
                       display "please enter a number from the menu"
               end-evaluate
           end-perform
           display "invmaint exiting"
           goback.

       check-operator-authority.
           move "invmaint" to ca-program-id
           move 0 to ca-parm-value
           move "Y" to ca-allow-flag
           call "CHECK-AUTH" using ca-program-id, ca-parm-value,
               ca-allow-flag
               on exception continue
           end-call.

       display-menu.
           display " "
           display "run invalidation register - operator "
               function trim (operator-id)
           display "  1  list register entries"
           display "  2  invalidate a run id"
           display "  3  invalidate a machine's runs over a date range"
           display "  4  reinstate an entry"
           display "  9  exit"
           display "enter choice: " with no advancing.

       list-entries.
           move 0 to list-number
           move 0 to active-count
           open input invalid-runs-io
           if inv-status not = "00"
               display "no invalid-runs.dat - every run counts"
               exit paragraph
           end-if
           display "LINE T RUN ID / MACHINE        FROM     TO       "
               "STATUS     MARKED BY"
           perform until inv-status not = "00"
               read invalid-runs-io
                   at end continue
                   not at end
                       add 1 to list-number
                       perform display-one-entry
               end-read
           end-perform
           close invalid-runs-io
           display list-number " entr(ies), " active-count
               " in force".

       display-one-entry.
           if iv-invalid
               move "INVALID" to status-disp
               add 1 to active-count
           else
               move "REINSTATED" to status-disp
           end-if
           if iv-run-entry
               display list-number " R " iv-run-id "                  "
                   "                  " status-disp " " iv-operator
           else
               display list-number " M " iv-machine-tag " "
                   iv-from-date " " iv-to-date " " status-disp " "
                   iv-operator
           end-if
           display "       REASON: " function trim (iv-reason)
           if iv-reinstated
               display "       REINSTATED BY "
                   function trim (iv-reinstated-by) " "
                   iv-reinstated-ts (1:8) ": "
                   function trim (iv-reinstate-reason)
           end-if.

       invalidate-run.
           display "enter run id to invalidate: " with no advancing
           move spaces to entry-run-id
           accept entry-run-id
           perform accept-reason
           move spaces to refuse-text
           if entry-run-id = spaces
               move "a run id is required" to refuse-text
           end-if
           if refuse-text = spaces and entry-reason = spaces
               move "a reason is required" to refuse-text
           end-if
           if refuse-text not = spaces
               display "run not invalidated - "
                   function trim (refuse-text)
               exit paragraph
           end-if
           move spaces to new-entry
           move "R" to ne-entry-type
           move entry-run-id to ne-run-id
           perform append-new-entry
           move spaces to audit-text
           string "INVALIDATE RUN=" delimited by size
                  entry-run-id delimited by size
                  into audit-text
           perform write-register-audit
           display "run " entry-run-id " invalidated".

       invalidate-machine-range.
           display "enter machine tag (* for every machine): "
               with no advancing
           move spaces to entry-machine-tag
           accept entry-machine-tag
           display "enter from date yyyymmdd: " with no advancing
           move spaces to entry-from-date
           accept entry-from-date
           display "enter to date yyyymmdd: " with no advancing
           move spaces to entry-to-date
           accept entry-to-date
           perform accept-reason
           move spaces to refuse-text
           if entry-machine-tag = spaces
               move "a machine tag is required" to refuse-text
           end-if
           if refuse-text = spaces
               if entry-from-date not numeric
                       or entry-to-date not numeric
                   move "dates must be yyyymmdd" to refuse-text
               else
                   if entry-from-date > entry-to-date
                       move "from date is after to date"
                           to refuse-text
                   end-if
               end-if
           end-if
           if refuse-text = spaces and entry-reason = spaces
               move "a reason is required" to refuse-text
           end-if
           if refuse-text not = spaces
               display "runs not invalidated - "
                   function trim (refuse-text)
               exit paragraph
           end-if
           move spaces to new-entry
           move "M" to ne-entry-type
           move entry-machine-tag to ne-machine-tag
           move entry-from-date to ne-from-date
           move entry-to-date to ne-to-date
           perform append-new-entry
           move spaces to audit-text
           string "INVALIDATE MACH=" delimited by size
                  entry-machine-tag delimited by space
                  " " delimited by size
                  entry-from-date delimited by size
                  "-" delimited by size
                  entry-to-date delimited by size
                  into audit-text
           perform write-register-audit
           display "runs of " function trim (entry-machine-tag)
               " from " entry-from-date " to " entry-to-date
               " invalidated".

       accept-reason.
           display "enter reason: " with no advancing
           move spaces to entry-reason
           accept entry-reason.

       append-new-entry.
           move entry-reason to ne-reason
           move operator-id to ne-operator
           move function current-date to ne-marked-ts
           move "I" to ne-status
           open extend invalid-runs-io
           if inv-status not = "00"
               open output invalid-runs-io
           end-if
           move new-entry to invalid-run-record
           write invalid-run-record
           close invalid-runs-io.

       reinstate-entry.
           perform list-entries
           if list-number = 0
               exit paragraph
           end-if
           display "enter line number to reinstate: "
               with no advancing
           move 0 to pick-number
           accept pick-number
           perform find-picked-entry
           if not entry-picked
               display "no such line"
               exit paragraph
           end-if
           if ne-status not = "I"
               display "entry " pick-number " is already reinstated"
               exit paragraph
           end-if
           perform accept-reason
           if entry-reason = spaces
               display "entry not reinstated - a reason is required"
               exit paragraph
           end-if
           move "R" to ne-status
           move operator-id to ne-reinstated-by
           move function current-date to ne-reinstated-ts
           move entry-reason to ne-reinstate-reason
           perform rewrite-register
           move spaces to audit-text
           if ne-entry-type = "R"
               string "REINSTATE RUN=" delimited by size
                      ne-run-id delimited by size
                      into audit-text
           else
               string "REINSTATE MACH=" delimited by size
                      ne-machine-tag delimited by space
                      " " delimited by size
                      ne-from-date delimited by size
                      "-" delimited by size
                      ne-to-date delimited by size
                      into audit-text
           end-if
           perform write-register-audit
           display "entry " pick-number " reinstated".

       find-picked-entry.
           move "N" to found-flag
           move 0 to list-number
           open input invalid-runs-io
           if inv-status not = "00"
               exit paragraph
           end-if
           perform until inv-status not = "00"
               read invalid-runs-io
                   at end continue
                   not at end
                       add 1 to list-number
                       if list-number = pick-number
                           move "Y" to found-flag
                           move invalid-run-record to new-entry
                       end-if
               end-read
           end-perform
           close invalid-runs-io.

       rewrite-register.
      *> copy the register through the work file with the picked
      *> line replaced, then copy it back
           move 0 to list-number
           open input invalid-runs-io
           open output invalid-runs-work
           perform until inv-status not = "00"
               read invalid-runs-io
                   at end continue
                   not at end
                       add 1 to list-number
                       if list-number = pick-number
                           move new-entry
                               to invalid-runs-work-record
                       else
                           move invalid-run-record
                               to invalid-runs-work-record
                       end-if
                       write invalid-runs-work-record
               end-read
           end-perform
           close invalid-runs-io
           close invalid-runs-work
           open input invalid-runs-work
           open output invalid-runs-io
           perform until work-status not = "00"
               read invalid-runs-work
                   at end continue
                   not at end
                       move invalid-runs-work-record
                           to invalid-run-record
                       write invalid-run-record
               end-read
           end-perform
           close invalid-runs-work
           close invalid-runs-io.

       write-register-audit.
           move "G" to ri-function
           call "RUN-IDENT" using ri-function, suite-run-id
               on exception
                   move function current-date (1:16)
                       to suite-run-id
           end-call
           move "invmaint" to al-program-id
           move operator-id to al-operator-id
           move function current-date to al-timestamp
           move audit-text to al-parameters
           move "SUCCESS" to al-outcome
           move suite-run-id to al-run-id
           move audit-log-record to fb-record-image
           move "AL" to fb-file-id
           call "FILE-BROKER" using fb-file-id, fb-record-image,
               fb-write-status
               on exception
                   display
                       "FILE-BROKER module not installed - audit "
                       "record not written"
           end-call.

       end program invmaint.
