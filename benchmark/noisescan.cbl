           COPY noisyrun.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  telem-status                pic xx.
       77  noisy-status                pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-ratio-parm
           move "noisescan-report.txt" to rw-report-name
           move "NOISY-RUN DETECTION (WALL VS CPU)"
