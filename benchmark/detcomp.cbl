       01  detcomp-report-record     pic x(100).

       working-storage section.
           COPY envarea.
       77  parm-status               pic xx.
       77  data-status               pic xx.
       77  snap-status               pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-function-parm
           open output detcomp-report
           if run-function = "S"
               move "DATA-OUTPUT SNAPSHOT" to detcomp-report-record
               move "ENV" to detcomp-report-record (61:3)
               move es-env-code to detcomp-report-record (65:4)
               write detcomp-report-record
               perform varying file-no from 1 by 1
                       until file-no > max-files
           else
               move "DATA-OUTPUT DETERMINISM COMPARISON"
                   to detcomp-report-record
               move "ENV" to detcomp-report-record (61:3)
               move es-env-code to detcomp-report-record (65:4)
               write detcomp-report-record
               perform varying file-no from 1 by 1
                       until file-no > max-files
