       01  errmon-report-record      pic x(120).

       working-storage section.
           COPY envarea.
       77  parm-status               pic xx.
       77  el-status                 pic xx.
       77  ckpt-status               pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-threshold-parm
           perform read-bookmark
           perform scan-new-records
           move "E" to ar-severity
           move breach-count to count-disp
           move spaces to ar-message
           string "EMON001E " delimited by size
                  count-disp delimited by size
                  into ar-message
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message

       write-alert-report.
           move "ERROR-LOG THRESHOLD MONITOR" to errmon-report-record
           move "ENV" to errmon-report-record (61:3)
           move es-env-code to errmon-report-record (65:4)
           write errmon-report-record
           move new-records to count-disp
           move spaces to detail-line
