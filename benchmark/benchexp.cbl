       01  export-record               pic x(250).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  bres-status                 pic xx.
       77  bh-status                   pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-export-parm
           if sel-results not = "N"
               perform export-bench-results
