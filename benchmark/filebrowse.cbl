       01  browse-file-record          pic x(250).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  browse-status               pic xx.
       77  rw-function                 pic x.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-browse-parm
           perform set-browse-file
           if not file-known
