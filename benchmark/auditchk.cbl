           05 ql-original-record       pic x(250).

       working-storage section.
           COPY envarea.
       77  al-status                   pic xx.
       77  chain-status                pic xx.
       77  baseline-status             pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move "auditchk-report.txt" to rw-report-name
           move "AUDIT-LOG COMPLETENESS VERIFICATION"
               to rw-report-title
