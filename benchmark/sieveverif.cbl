       01  verif-report-record         pic x(100).

       working-storage section.
           COPY envarea.
       77  sieve-status                pic xx.
       77  report-status               pic xx.
       77  prime-value                 pic 9(9) comp.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           open output verif-report
           move "SIEVE-OUT INDEPENDENT VERIFICATION"
               to verif-report-record
           move "ENV" to verif-report-record (61:3)
           move es-env-code to verif-report-record (65:4)
           write verif-report-record

           open input sieve-in
