           COPY ctxrec.

       working-storage section.
           COPY envarea.
       77  machparm-status             pic xx.
       77  runctx-status               pic xx.
       77  machine-tag                 pic x(20).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-machine-parm
           accept host-name from environment "HOSTNAME"
           if host-name = spaces
