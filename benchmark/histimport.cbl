           COPY ctxrec.

       working-storage section.
           COPY envarea.
       77  imp-status                  pic xx.
       77  ctx-status                  pic xx.
       77  bh-status                   pic xx.
           05 filler pic x(20) value "sortbench".
           05 filler pic x(20) value "iobench".
           05 filler pic x(20) value "juliaset".
           05 filler pic x(20) value "decbench".
           05 filler pic x(20) value "goldbach".
           05 filler pic x(20) value "sieve-segmented".
           05 filler pic x(20) value "sieve-oddpacked".
           05 filler pic x(20) value "FIB-PISANO".
           05 filler pic x(20) value "fibonacci15-big".
       01  known-programs-table redefines known-programs.
           05 known-program-id occurs 15 times pic x(20).

      *> dedup key is run id PLUS program id: one driver night
      *> writes one history record per benchmark, all under the same

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform load-local-run-ids
           perform read-import-context
           move "histimport-report.txt" to rw-report-name
       validate-import-record.
           move spaces to reject-reason
           move "N" to known-flag
           perform varying kp-idx from 1 by 1 until kp-idx > 15
               if ih-program-id = known-program-id (kp-idx)
                   move "Y" to known-flag
               end-if
