       01  opsdash-report-record       pic x(100).

       working-storage section.
           COPY envarea.
       77  drvrpt-status               pic xx.
       77  el-status                   pic xx.
       77  rp-status                   pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date (1:8) to today-date
           move today-date to today-date-x
           compute today-integer =
                  today-date-x delimited by size
                  "  VERDICT: " delimited by size
                  verdict delimited by size
                  "  ENV " delimited by size
                  es-env-code delimited by size
                  into detail-line
           move detail-line to opsdash-report-record
           write opsdash-report-record
