           COPY benchmst.

       working-storage section.
           COPY envarea.
       77  bres-status                 pic xx.
       77  master-status               pic xx.
       77  records-read                pic 9(9) value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           open output bench-master
           if master-status not = "00"
               display "benchresld: cannot create master - status "
