       01  factzero-report-record      pic x(100).

       working-storage section.
           COPY envarea.
       77  rf-status                   pic xx.
       77  report-status               pic xx.
       77  records-checked             pic 9(4) value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           open output factzero-report
           move "TRAILING-ZERO VALIDATION OF RF-OUT FACTORIALS"
               to factzero-report-record
           move "ENV" to factzero-report-record (61:3)
           move es-env-code to factzero-report-record (65:4)
           write factzero-report-record
           open input rf-in
           if rf-status not = "00"
