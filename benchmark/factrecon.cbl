           COPY rfout.

       working-storage section.
           COPY envarea.
       77  fact-status                 pic xx.
       77  rec-status                  pic xx.
       77  rw-function               pic x.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform load-factorial-table
           perform load-recursive-table
           move "factrecon-report.txt" to rw-report-name
