      *> Configuration drift report. Compares the current
      *> run-manifest.dat (written by RUNMANIF before the driver
      *> starts) against the approved baseline manifest
      *> (run-manifest-baseline.dat, installed by a BASEREG
      *> promotion from the approved run) card by card and flags any
      *> card whose image changed, appeared, or disappeared - so an
      *> operator who fat-fingers the sieve size card gets caught
      *> before anyone chases a phantom regression. Ends with return
      *> code 4 when any drift is found. Alongside the readable
       01  drift-report-record         pic x(132).

       working-storage section.
           COPY envarea.
       77  manifest-status             pic xx.
       77  baseline-status             pic xx.
       77  report-status               pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform load-current-manifest
           perform load-baseline-manifest
           open output drift-report
           open output drifted-out
           move "CONFIGURATION DRIFT REPORT (MANIFEST VS BASELINE)"
               to drift-report-record
           move "ENV" to drift-report-record (61:3)
           move es-env-code to drift-report-record (65:4)
           write drift-report-record
           perform compare-manifests
           close drifted-out
           move "manifdrft" to ar-program-id
           move "W" to ar-severity
           move spaces to ar-message
           string "DRFT001W " delimited by size
                  drift-count delimited by size
                  into ar-message
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
