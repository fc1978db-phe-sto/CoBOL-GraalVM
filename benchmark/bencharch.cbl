       01  bencharch-report-record     pic x(100).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  history-status              pic xx.
       77  work-status                 pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date (1:8) to today-date
           perform read-archive-parm
           if archive-function
                   open output bencharch-report
                   move "ARCHIVE PURGE PENDING DUAL-CONTROL APPROVAL"
                       to bencharch-report-record
                   move "ENV" to bencharch-report-record (61:3)
                   move es-env-code to bencharch-report-record (65:4)
                   write bencharch-report-record
                   close bencharch-report
                   perform spool-own-report
               end-if
           end-if
           open output bencharch-report
           move "BENCH-HISTORY ARCHIVE AND RESTORE"
               to bencharch-report-record
           move "ENV" to bencharch-report-record (61:3)
           move es-env-code to bencharch-report-record (65:4)
           write bencharch-report-record
           if restore-function
               perform restore-generation
           else
