       identification division.
       program-id. envfprint.
      *>****************************************************************
      *> Environment fingerprint and change register. RUNCTX records
      *> only hostname and OS per run and nothing notices when either
      *> changes, so when a machine tag's timings step-change the
      *> first question - what changed on the box? - had no answer.
      *> This program takes a fuller fingerprint each run: hostname
      *> and OS from the environment, the kernel release
      *> (/proc/sys/kernel/osrelease), the CPU model and the number of
      *> CPUs the kernel reports (/proc/cpuinfo) and the COBOL runtime
      *> version the modules are loaded under. It compares it with the
      *> last fingerprint on machine-fingerprint.dat for the same
      *> machine tag (machine.parm card, else HOSTNAME, as RUNCTX),
      *> writes one dated record per differing item to the
      *> environment-change register (env-change-register.dat), and
      *> appends tonight's fingerprint. A change raises ENVC001W to
      *> the operator; ENVCHGRPT shows each program's timings either
      *> side of every change, and BENCHTRND and MACHCOMP mark the
      *> change dates. The first fingerprint on a tag is the baseline
      *> and is never reported as a change. An item the box cannot
      *> supply (no /proc on the box) is recorded as UNKNOWN. CALLed
      *> at the top of a BENCHDRV run, after RUNCTX, and runnable
      *> standalone.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select machine-parm-in assign to "machine.parm"
               organization line sequential
               file status is machparm-status.
           select os-release-in assign to "/proc/sys/kernel/osrelease"
               organization line sequential
               file status is proc-status.
           select cpuinfo-in assign to "/proc/cpuinfo"
               organization line sequential
               file status is proc-status.
           select fingerprint-file assign to "machine-fingerprint.dat"
               organization line sequential
               file status is fprint-status.
           select env-change-out assign to "env-change-register.dat"
               organization line sequential
               file status is change-status.

       data division.
       file section.
       fd  machine-parm-in.
           COPY machparm.
       fd  os-release-in.
       01  os-release-record           pic x(80).
       fd  cpuinfo-in.
       01  cpuinfo-record              pic x(250).
       fd  fingerprint-file.
           COPY envfprt.
       fd  env-change-out.
           COPY envchg.

       working-storage section.
           COPY envarea.
       77  machparm-status             pic xx.
       77  proc-status                 pic xx.
       77  fprint-status               pic xx.
       77  change-status               pic xx.
       77  machine-tag                 pic x(20).
       77  suite-run-id                pic x(16).
       77  ri-function                 pic x.
       77  run-timestamp               pic x(26).
       77  cpuinfo-label               pic x(40).
       77  cpuinfo-value               pic x(200).
       77  version-ptr                 usage pointer.
       77  prior-found-flag            pic x value "N".
           88 prior-found              value "Y".
       77  change-count                pic 9 value 0.
       77  change-item                 pic x(12).
       77  change-before               pic x(48).
       77  change-after                pic x(48).
       77  count-disp                  pic z(3)9.
       77  og-program-id               pic x(20) value "envfprint".
       77  og-severity                 pic x.
       77  og-message                  pic x(80).

       01  current-fingerprint.
           05 cf-hostname              pic x(32).
           05 cf-os-name               pic x(16).
           05 cf-kernel                pic x(32).
           05 cf-cpu-model             pic x(48).
           05 cf-cpu-count             pic 9(4).
           05 cf-runtime-version       pic x(16).

       01  prior-fingerprint.
           05 pf-hostname              pic x(32).
           05 pf-os-name               pic x(16).
           05 pf-kernel                pic x(32).
           05 pf-cpu-model             pic x(48).
           05 pf-cpu-count             pic 9(4).
           05 pf-runtime-version       pic x(16).

       linkage section.
       01  runtime-version-text        pic x(20).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date to run-timestamp
           perform read-machine-parm
           perform get-run-id
           perform take-fingerprint
           perform find-prior-fingerprint
           if prior-found
               perform compare-fingerprints
           end-if
           perform append-fingerprint
           if not prior-found
               display "envfprint: first fingerprint for tag "
                   function trim (machine-tag) " - baseline taken"
           else
               if change-count = 0
                   display "envfprint: tag " function trim (machine-tag)
                       " unchanged since last run"
               else
                   move change-count to count-disp
                   move spaces to og-message
                   string "ENVC001W " delimited by size
                          machine-tag delimited by space
                          "|" delimited by size
                          function trim (count-disp) delimited by size
                          into og-message
                   perform post-operator-warning
                   display "envfprint: tag " function trim (machine-tag)
                       " - " change-count " item(s) changed, see "
                       "env-change-register.dat"
               end-if
           end-if
           goback.

       read-machine-parm.
           accept machine-tag from environment "HOSTNAME"
           if machine-tag = spaces
               move "UNTAGGED" to machine-tag
           end-if
           open input machine-parm-in
           if machparm-status = "00"
               read machine-parm-in
                   not at end
                       if machine-parm-tag not = spaces
                           move machine-parm-tag to machine-tag
                       end-if
               end-read
               close machine-parm-in
           end-if.

       get-run-id.
           move "G" to ri-function
           call "RUN-IDENT" using ri-function, suite-run-id
               on exception
                   move run-timestamp (1:16) to suite-run-id
           end-call.

       take-fingerprint.
           move spaces to current-fingerprint
           accept cf-hostname from environment "HOSTNAME"
           if cf-hostname = spaces
               move "UNKNOWN" to cf-hostname
           end-if
           accept cf-os-name from environment "OSTYPE"
           if cf-os-name = spaces
               move "UNKNOWN" to cf-os-name
           end-if
           perform read-kernel-release
           perform read-cpu-info
           perform read-runtime-version.

       read-kernel-release.
           move "UNKNOWN" to cf-kernel
           open input os-release-in
           if proc-status not = "00"
               exit paragraph
           end-if
           read os-release-in
               not at end
                   if os-release-record not = spaces
                       move os-release-record to cf-kernel
                   end-if
           end-read
           close os-release-in.

       read-cpu-info.
      *> one "processor : n" line per CPU the kernel schedules on; the
      *> model is taken from the first "model name" line (a box whose
      *> kernel gives no model name records UNKNOWN)
           move 0 to cf-cpu-count
           open input cpuinfo-in
           if proc-status not = "00"
               move "UNKNOWN" to cf-cpu-model
               exit paragraph
           end-if
           perform until proc-status not = "00"
               read cpuinfo-in
                   at end continue
                   not at end
                       perform scan-cpuinfo-line
               end-read
           end-perform
           close cpuinfo-in
           if cf-cpu-model = spaces
               move "UNKNOWN" to cf-cpu-model
           end-if.

       scan-cpuinfo-line.
           move spaces to cpuinfo-label
           move spaces to cpuinfo-value
           unstring cpuinfo-record delimited by ":"
               into cpuinfo-label, cpuinfo-value
           end-unstring
           inspect cpuinfo-label replacing all x"09" by space
           if function trim (cpuinfo-label) = "processor"
               add 1 to cf-cpu-count
           end-if
           if function trim (cpuinfo-label) = "model name"
                   and cf-cpu-model = spaces
               move function trim (cpuinfo-value) to cf-cpu-model
           end-if.

       read-runtime-version.
           move "UNKNOWN" to cf-runtime-version
           set version-ptr to null
           call "libcob_version" returning version-ptr
               on exception continue
           end-call
           if version-ptr = null
               exit paragraph
           end-if
           set address of runtime-version-text to version-ptr
           move spaces to cf-runtime-version
           unstring runtime-version-text delimited by low-value
               into cf-runtime-version
           end-unstring
           if cf-runtime-version = spaces
               move "UNKNOWN" to cf-runtime-version
           end-if.

       find-prior-fingerprint.
      *> the file is appended oldest-first, so the last record on the
      *> tag is the fingerprint of the previous run there
           open input fingerprint-file
           if fprint-status not = "00"
               exit paragraph
           end-if
           perform until fprint-status not = "00"
               read fingerprint-file
                   at end continue
                   not at end
                       if fp-machine-tag = machine-tag
                           move "Y" to prior-found-flag
                           move fp-hostname to pf-hostname
                           move fp-os-name to pf-os-name
                           move fp-kernel to pf-kernel
                           move fp-cpu-model to pf-cpu-model
                           move fp-cpu-count to pf-cpu-count
                           move fp-runtime-version
                               to pf-runtime-version
                       end-if
               end-read
           end-perform
           close fingerprint-file.

       compare-fingerprints.
           if cf-hostname not = pf-hostname
               move "HOSTNAME" to change-item
               move pf-hostname to change-before
               move cf-hostname to change-after
               perform write-change-event
           end-if
           if cf-os-name not = pf-os-name
               move "OS" to change-item
               move pf-os-name to change-before
               move cf-os-name to change-after
               perform write-change-event
           end-if
           if cf-kernel not = pf-kernel
               move "KERNEL" to change-item
               move pf-kernel to change-before
               move cf-kernel to change-after
               perform write-change-event
           end-if
           if cf-cpu-model not = pf-cpu-model
               move "CPU-MODEL" to change-item
               move pf-cpu-model to change-before
               move cf-cpu-model to change-after
               perform write-change-event
           end-if
           if cf-cpu-count not = pf-cpu-count
               move "CPU-COUNT" to change-item
               move pf-cpu-count to change-before
               move cf-cpu-count to change-after
               perform write-change-event
           end-if
           if cf-runtime-version not = pf-runtime-version
               move "RUNTIME" to change-item
               move pf-runtime-version to change-before
               move cf-runtime-version to change-after
               perform write-change-event
           end-if
           if change-count > 0
               close env-change-out
           end-if.

       write-change-event.
      *> the register is opened by the first change of the run and
      *> closed once all the items are compared
           if change-count = 0
               open extend env-change-out
               if change-status not = "00"
                   open output env-change-out
               end-if
           end-if
           add 1 to change-count
           move spaces to env-change-record
           move run-timestamp (1:8) to ec-change-date
           move run-timestamp to ec-timestamp
           move machine-tag to ec-machine-tag
           move change-item to ec-item
           move change-before to ec-before
           move change-after to ec-after
           move suite-run-id to ec-run-id
           write env-change-record.

       append-fingerprint.
           open extend fingerprint-file
           if fprint-status not = "00"
               open output fingerprint-file
           end-if
           move spaces to machine-fingerprint-record
           move run-timestamp (1:8) to fp-run-date
           move run-timestamp to fp-timestamp
           move suite-run-id to fp-run-id
           move machine-tag to fp-machine-tag
           move cf-hostname to fp-hostname
           move cf-os-name to fp-os-name
           move cf-kernel to fp-kernel
           move cf-cpu-model to fp-cpu-model
           move cf-cpu-count to fp-cpu-count
           move cf-runtime-version to fp-runtime-version
           write machine-fingerprint-record
           close fingerprint-file.

       post-operator-warning.
           move "W" to og-severity
           call "OPER-MSG" using og-program-id, og-severity,
               og-message
               on exception continue
           end-call.

       end program envfprint.
