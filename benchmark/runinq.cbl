       01  runinq-report-record        pic x(200).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  rid-status                  pic xx.
       77  bres-status                 pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-lookup-parm
           if lookup-run-id = spaces
               perform read-current-run-id
           move spaces to detail-line
           string "CONSOLIDATED VIEW FOR RUN ID " delimited by size
                  lookup-run-id delimited by size
                  "  ENV " delimited by size
                  es-env-code delimited by size
                  into detail-line
           move detail-line to runinq-report-record
           write runinq-report-record
