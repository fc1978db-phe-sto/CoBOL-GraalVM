      *> quarter end: one section per operator with that operator's
      *> run counts by outcome (SUCCESS / OVERFLOW / REJECTED / other)
      *> and a grand-total summary across all selected operators.
      *> The finished report is cataloged as a spool generation
      *> through REPORT-WRITER "S", so RPTDIST can deliver it to the
      *> security team's outbox.
      *>****************************************************************
       environment division.
       input-output section.
       01  auditinq-report-record      pic x(100).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  al-status                   pic xx.
       77  report-status               pic xx.
       77  grand-other                 pic 9(9) value 0.
       77  count-disp                  pic z(8)9.
       77  detail-line                 pic x(100).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

       01  operator-table.
           05 op-entry occurs 50 times.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-selection-parm
           perform tabulate-audit-log
           open output auditinq-report
           end-perform
           perform write-grand-totals
           close auditinq-report
           perform spool-own-report
           display "auditinq complete - read " records-read
               " selected " records-selected
           goback.

       spool-own-report.
           move "auditinq-report.txt" to rw-report-name
           move "S" to rw-function
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception continue
           end-call.

       read-selection-parm.
           open input auditinq-parm-in
           if parm-status = "00"

       write-report-heading.
           move "AUDIT-LOG INQUIRY REPORT" to auditinq-report-record
           move "ENV" to auditinq-report-record (61:3)
           move es-env-code to auditinq-report-record (65:4)
           write auditinq-report-record
           move spaces to detail-line
           string "SELECTION OPERATOR=" delimited by size
