       identification division.
       program-id. basereg.
      *>****************************************************************
      *> Baseline register, the BENCHMENU-style front-end for the
      *> approved baselines every comparator measures against. Each
      *> comparator used to read its own hand-copied file - BENCHREGR
      *> bench-result-baseline.dat, BENCHINDX bench-reference.dat,
      *> MANDCOMP mandelbrotset-baseline.pgm, MANIFDRFT
      *> run-manifest-baseline.dat - refreshed at different times by
      *> different people, so "approved" meant four different runs.
      *> This program installs all four together from one run id:
      *>   - promote: the run must be certified PASS on cert-log.dat
      *>     (copy/certlog.cpy) with its baseline kit captured by
      *>     BENCHCERT; the kit's cert-<run id>-result.dat becomes
      *>     both bench-result-baseline.dat and bench-reference.dat,
      *>     cert-<run id>-manifest.dat run-manifest-baseline.dat and
      *>     cert-<run id>.pgm mandelbrotset-baseline.pgm. The set gets
      *>     the next version number, and the version it replaced is
      *>     kept for rollback.
      *>   - rollback: reinstates the version the one in force
      *>     replaced, from that version's kit.
      *>   - list: the version in force, the register history, and,
      *>     per comparator, whether its baseline file still matches
      *>     the version in force line for line - a file copied over
      *>     by hand since is shown as differing, not as approved.
      *> Promotion and rollback run under dual control (DUAL-CTRL
      *> operations BASEPROMOTE and BASEROLLBK) and need a reason;
      *> each lands on baseline-register.dat (copy/basever.cpy) with
      *> the operator, approver and reason. The operator is cleared
      *> through CHECK-AUTH itself (program "basereg").
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select cert-log-in assign to "cert-log.dat"
               organization line sequential
               file status is cert-log-status.
           select register-io assign to "baseline-register.dat"
               organization line sequential
               file status is register-status.
           select kit-in assign to dynamic kit-file-name
               organization line sequential
               file status is kit-status.
           select target-io assign to dynamic target-file-name
               organization line sequential
               file status is target-status.

       data division.
       file section.
       fd  cert-log-in.
           COPY certlog.
       fd  register-io.
           COPY basever.
       fd  kit-in.
       01  kit-record                  pic x(2000).
       fd  target-io.
       01  target-record               pic x(2000).

       working-storage section.
           COPY envarea.
       77  cert-log-status             pic xx.
       77  register-status             pic xx.
       77  kit-status                  pic xx.
       77  target-status               pic xx.
       77  kit-file-name               pic x(40).
       77  target-file-name            pic x(40).
       77  menu-choice                 pic 9.
       77  operator-id                 pic x(20).
       77  ca-program-id               pic x(20).
       77  ca-parm-value               pic s9(9) comp.
       77  ca-allow-flag               pic x.
       77  dc-operation                pic x(12).
       77  dc-detail                   pic x(60).
       77  dc-allow-flag               pic x.
       77  dc-approver                 pic x(20).
       77  entry-run-id                pic x(16).
       77  entry-reason                pic x(60).
       77  refuse-text                 pic x(50).
       77  current-version             pic 9(4) value 0.
       77  current-run-id              pic x(16).
       77  highest-version             pic 9(4) value 0.
       77  prior-version               pic 9(4).
       77  prior-run-id                pic x(16).
       77  install-version             pic 9(4).
       77  install-run-id              pic x(16).
       77  register-action             pic x(8).
       77  replaced-version            pic 9(4).
       77  record-count                pic 9(4).
       77  cert-found-flag             pic x.
           88 cert-found               value "Y".
       77  cert-result                 pic x(4).
       77  cert-kit-flag               pic x.
       77  kit-ok-flag                 pic x.
           88 kit-ok                   value "Y".
       77  install-failed-flag         pic x.
           88 install-failed           value "Y".
       77  compare-state               pic x(20).
       77  compare-done-flag           pic x.
           88 compare-done             value "Y".
       77  comp-idx                    pic 9.
       77  max-comparators             pic 9 value 4.
       77  version-disp                pic 9(4).
       77  prev-disp                   pic 9(4).

       01  comparator-list.
           05 filler pic x(10) value "BENCHREGR".
           05 filler pic x(30) value "bench-result-baseline.dat".
           05 filler pic x(16) value "-result.dat".
           05 filler pic x(10) value "BENCHINDX".
           05 filler pic x(30) value "bench-reference.dat".
           05 filler pic x(16) value "-result.dat".
           05 filler pic x(10) value "MANDCOMP".
           05 filler pic x(30) value "mandelbrotset-baseline.pgm".
           05 filler pic x(16) value ".pgm".
           05 filler pic x(10) value "MANIFDRFT".
           05 filler pic x(30) value "run-manifest-baseline.dat".
           05 filler pic x(16) value "-manifest.dat".
       01  comparator-table redefines comparator-list.
           05 cm-entry occurs 4 times.
               10 cm-comparator        pic x(10).
               10 cm-baseline-file     pic x(30).
               10 cm-kit-suffix        pic x(16).

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
               display "basereg: operator "
                   function trim (operator-id)
                   " is not authorized to maintain baselines - exiting"
               move 12 to return-code
               goback
           end-if
           perform until menu-choice = 9
               perform display-menu
               accept menu-choice
               evaluate menu-choice
                   when 1 perform list-baselines
                   when 2 perform promote-baseline
                   when 3 perform rollback-baseline
                   when 9 continue
                   when other
                       display "please enter a number from the menu"
               end-evaluate
           end-perform
           display "basereg exiting"
           goback.

       check-operator-authority.
           move "basereg" to ca-program-id
           move 0 to ca-parm-value
           move "Y" to ca-allow-flag
           call "CHECK-AUTH" using ca-program-id, ca-parm-value,
               ca-allow-flag
               on exception continue
           end-call.

       display-menu.
           display " "
           display "baseline register - operator "
               function trim (operator-id)
           display "  1  list baseline versions and comparators"
           display "  2  promote a certified run"
           display "  3  roll back to the previous version"
           display "  9  exit"
           display "enter choice: " with no advancing.

       load-register-state.
      *> the version in force is the one named by the last record
           move 0 to current-version
           move spaces to current-run-id
           move 0 to highest-version
           move 0 to record-count
           open input register-io
           if register-status not = "00"
               exit paragraph
           end-if
           perform until register-status not = "00"
               read register-io
                   at end continue
                   not at end
                       add 1 to record-count
                       move bg-version to current-version
                       move bg-run-id to current-run-id
                       if bg-version > highest-version
                           move bg-version to highest-version
                       end-if
               end-read
           end-perform
           close register-io.

       find-prior-version.
      *> the version the one in force replaced, from its PROMOTE
      *> record - a rolled-back-to version keeps its own history
           move 0 to prior-version
           move spaces to prior-run-id
           open input register-io
           if register-status not = "00"
               exit paragraph
           end-if
           perform until register-status not = "00"
               read register-io
                   at end continue
                   not at end
                       if bg-promote
                               and bg-version = current-version
                           move bg-prev-version to prior-version
                       end-if
               end-read
           end-perform
           close register-io
           if prior-version = 0
               exit paragraph
           end-if
           open input register-io
           perform until register-status not = "00"
               read register-io
                   at end continue
                   not at end
                       if bg-promote
                               and bg-version = prior-version
                           move bg-run-id to prior-run-id
                       end-if
               end-read
           end-perform
           close register-io.

       list-baselines.
           perform load-register-state
           if record-count = 0
               display "no baseline-register.dat - no baseline has "
                   "been promoted through the register"
           else
               display "VER  ACTION   RUN ID           PREV "
                   "OPERATOR             APPROVER             WHEN"
               open input register-io
               perform until register-status not = "00"
                   read register-io
                       at end continue
                       not at end
                           display bg-version " " bg-action " "
                               bg-run-id " " bg-prev-version " "
                               bg-operator " " bg-approver " "
                               bg-timestamp (1:12)
                           display "     REASON: "
                               function trim (bg-reason)
                   end-read
               end-perform
               close register-io
               display "version in force: " current-version
                   " (run " current-run-id ")"
           end-if
           display "COMPARATOR BASELINE FILE                  STATE"
           perform varying comp-idx from 1 by 1
                   until comp-idx > max-comparators
               perform check-one-comparator
               display cm-comparator (comp-idx) " "
                   cm-baseline-file (comp-idx) " " compare-state
           end-perform.

       check-one-comparator.
           move cm-baseline-file (comp-idx) to target-file-name
           open input target-io
           if target-status not = "00"
               move "FILE MISSING" to compare-state
               exit paragraph
           end-if
           if current-version = 0
               close target-io
               move "NOT REGISTERED" to compare-state
               exit paragraph
           end-if
           move current-run-id to install-run-id
           perform set-kit-file-name
           open input kit-in
           if kit-status not = "00"
               close target-io
               move "KIT MISSING" to compare-state
               exit paragraph
           end-if
           move current-version to version-disp
           move spaces to compare-state
           string "VERSION " delimited by size
                  version-disp delimited by size
                  into compare-state
           move "N" to compare-done-flag
           perform until compare-done
               read kit-in
                   at end move "Y" to compare-done-flag
               end-read
               read target-io
                   at end
                       if not compare-done
                           move "DIFFERS FROM VERSION" to compare-state
                       end-if
                       move "Y" to compare-done-flag
                   not at end
                       if compare-done
                               or target-record not = kit-record
                           move "DIFFERS FROM VERSION" to compare-state
                           move "Y" to compare-done-flag
                       end-if
               end-read
           end-perform
           close kit-in
           close target-io.

       set-kit-file-name.
      *> install-run-id and comp-idx set by the caller
           move spaces to kit-file-name
           string "cert-" delimited by size
                  install-run-id delimited by size
                  cm-kit-suffix (comp-idx) delimited by space
                  into kit-file-name.

       promote-baseline.
           perform load-register-state
           display "enter certified run id to promote: "
               with no advancing
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
           if refuse-text = spaces
                   and current-version not = 0
                   and entry-run-id = current-run-id
               move "run is already the version in force"
                   to refuse-text
           end-if
           if refuse-text = spaces
               perform check-certification
           end-if
           if refuse-text = spaces
               move entry-run-id to install-run-id
               perform check-kit-present
               if not kit-ok
                   move "baseline kit files missing" to refuse-text
               end-if
           end-if
           if refuse-text not = spaces
               display "baseline not promoted - "
                   function trim (refuse-text)
               exit paragraph
           end-if
           compute install-version = highest-version + 1
           move install-version to version-disp
           move "BASEPROMOTE" to dc-operation
           move spaces to dc-detail
           string "RUN=" delimited by size
                  entry-run-id delimited by size
                  " VERSION=" delimited by size
                  version-disp delimited by size
                  into dc-detail
           perform gate-baseline-change
           if dc-allow-flag = "N"
               exit paragraph
           end-if
           perform install-baseline-set
           if install-failed
               display "baseline not promoted - a baseline file "
                   "could not be written"
               exit paragraph
           end-if
           move "PROMOTE" to register-action
           move current-version to replaced-version
           perform write-register-record
           display "run " entry-run-id " promoted as baseline "
               "version " install-version.

       rollback-baseline.
           perform load-register-state
           if current-version = 0
               display "baseline not rolled back - no version is "
                   "registered"
               exit paragraph
           end-if
           perform find-prior-version
           if prior-version = 0
               display "baseline not rolled back - version "
                   current-version " replaced no earlier version"
               exit paragraph
           end-if
           display "rolling back from version " current-version
               " to version " prior-version " (run " prior-run-id ")"
           perform accept-reason
           if entry-reason = spaces
               display "baseline not rolled back - a reason is "
                   "required"
               exit paragraph
           end-if
           move prior-run-id to install-run-id
           perform check-kit-present
           if not kit-ok
               display "baseline not rolled back - baseline kit files "
                   "for run " prior-run-id " missing"
               exit paragraph
           end-if
           move current-version to version-disp
           move prior-version to prev-disp
           move "BASEROLLBK" to dc-operation
           move spaces to dc-detail
           string "FROM VERSION " delimited by size
                  version-disp delimited by size
                  " TO VERSION " delimited by size
                  prev-disp delimited by size
                  into dc-detail
           perform gate-baseline-change
           if dc-allow-flag = "N"
               exit paragraph
           end-if
           perform install-baseline-set
           if install-failed
               display "baseline not rolled back - a baseline file "
                   "could not be written"
               exit paragraph
           end-if
           move prior-version to install-version
           move "ROLLBACK" to register-action
           move current-version to replaced-version
           perform write-register-record
           display "baseline rolled back to version " prior-version.

       accept-reason.
           display "enter reason: " with no advancing
           move spaces to entry-reason
           accept entry-reason.

       check-certification.
      *> the latest certification of the run is the one that counts
           move "N" to cert-found-flag
           open input cert-log-in
           if cert-log-status = "00"
               perform until cert-log-status not = "00"
                   read cert-log-in
                       at end continue
                       not at end
                           if ce-run-id = entry-run-id
                               move "Y" to cert-found-flag
                               move ce-result to cert-result
                               move ce-kit-flag to cert-kit-flag
                           end-if
                   end-read
               end-perform
               close cert-log-in
           end-if
           evaluate true
               when not cert-found
                   move "run was never certified by benchcert"
                       to refuse-text
               when cert-result not = "PASS"
                   move "run's latest certification is not PASS"
                       to refuse-text
               when cert-kit-flag not = "Y"
                   move "run's baseline kit was not captured whole"
                       to refuse-text
           end-evaluate.

       check-kit-present.
      *> install-run-id set by the caller
           move "Y" to kit-ok-flag
           perform varying comp-idx from 1 by 1
                   until comp-idx > max-comparators
               perform set-kit-file-name
               open input kit-in
               if kit-status = "00"
                   close kit-in
               else
                   display "basereg: " function trim (kit-file-name)
                       " not found"
                   move "N" to kit-ok-flag
               end-if
           end-perform.

       gate-baseline-change.
           move "N" to dc-allow-flag
           move spaces to dc-approver
           call "DUAL-CTRL" using dc-operation, dc-detail,
               dc-allow-flag, dc-approver
               on exception
                   display "DUAL-CTRL module not installed - "
                       "baseline change proceeds ungated"
                   move "Y" to dc-allow-flag
           end-call
           if dc-allow-flag = "N"
               display "baseline change awaiting second-operator "
                   "approval in apprmaint - nothing installed"
           end-if.

       install-baseline-set.
      *> install-run-id set by the caller; every comparator's
      *> baseline is replaced from the one kit
           move "N" to install-failed-flag
           perform varying comp-idx from 1 by 1
                   until comp-idx > max-comparators
               perform set-kit-file-name
               move cm-baseline-file (comp-idx) to target-file-name
               perform install-one-file
           end-perform.

       install-one-file.
           open input kit-in
           if kit-status not = "00"
               move "Y" to install-failed-flag
               exit paragraph
           end-if
           open output target-io
           if target-status not = "00"
               close kit-in
               move "Y" to install-failed-flag
               exit paragraph
           end-if
           perform until kit-status not = "00"
               read kit-in
                   at end continue
                   not at end
                       move kit-record to target-record
                       write target-record
               end-read
           end-perform
           close kit-in
           close target-io.

       write-register-record.
      *> install-version, install-run-id, register-action and
      *> replaced-version set by the caller
           open extend register-io
           if register-status not = "00"
               open output register-io
           end-if
           move install-version to bg-version
           move register-action to bg-action
           move install-run-id to bg-run-id
           move replaced-version to bg-prev-version
           move function current-date to bg-timestamp
           move operator-id to bg-operator
           move dc-approver to bg-approver
           move entry-reason to bg-reason
           write baseline-register-record
           close register-io.

       end program basereg.
