           COPY benchres.

       working-storage section.
           COPY envarea.
       77  parm-status                  pic xx.
       77  mparm-status                 pic xx.
       77  bres-status                  pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date to run-start
           perform read-capacity-parm
           perform init-sample-table
