           COPY primemst.

       working-storage section.
           COPY envarea.
       77  sieve-status                pic xx.
       77  master-status               pic xx.
       77  load-date                   pic x(8).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date (1:8) to load-date
           open output prime-master
           if master-status not = "00"
