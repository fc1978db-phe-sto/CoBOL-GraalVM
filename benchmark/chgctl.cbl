           COPY chgtick.

       working-storage section.
           COPY envarea.
       77  drifted-status              pic xx.
       77  changes-status              pic xx.
       77  tickets-status              pic xx.

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
           perform load-approved-changes
           open input drifted-in
