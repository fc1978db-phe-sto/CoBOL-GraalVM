       01  errsumm-report-record       pic x(120).

       working-storage section.
           COPY envarea.
       77  el-status                   pic xx.
       77  report-status               pic xx.
       77  today-date                  pic 9(8).

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
                  " (PRIOR DAY " delimited by size
                  prior-date-x   delimited by size
                  ")"            delimited by size
                  "  ENV "       delimited by size
                  es-env-code    delimited by size
                  into detail-line
           move detail-line to errsumm-report-record
           write errsumm-report-record
