           COPY modinv.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  inv-status                  pic xx.
       77  window-present-flag         pic x value "N".

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-window-parm
           move "modinvrpt-report.txt" to rw-report-name
           move "MODULE INVENTORY AND CHANGE CORRELATION"
