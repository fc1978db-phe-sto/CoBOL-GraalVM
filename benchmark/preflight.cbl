       01  space-probe-record          pic x(1024).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  probe-status                pic xx.
       77  card-status                 pic xx.
       77  space-kb-written            pic 9(9).
       77  space-ok-flag               pic x.
           88 space-ok                 value "Y".
       77  max-modules                 pic 99 value 24.
       77  max-cards                   pic 99 value 11.
       77  chk-idx                     pic 99.
       77  fail-count                  pic 9(4) value 0.
       77  warn-count                  pic 9(4) value 0.
           05 filler pic x(20) value "sortbench".
           05 filler pic x(20) value "iobench".
           05 filler pic x(20) value "juliaset".
           05 filler pic x(20) value "decbench".
           05 filler pic x(20) value "VALIDATE-PARM".
           05 filler pic x(20) value "BIG-MULTIPLY".
           05 filler pic x(20) value "BIG-RENDER".
           05 filler pic x(20) value "BIG-ADD".
           05 filler pic x(20) value "FILE-BROKER".
           05 filler pic x(20) value "RUN-IDENT".
           05 filler pic x(20) value "REPORT-WRITER".
           05 filler pic x(20) value "BENCH-CAL".
           05 filler pic x(20) value "CPU-CLOCK".
           05 filler pic x(20) value "HEARTBEAT".
           05 filler pic x(20) value "STAMP-SVC".
       01  module-list redefines module-table.
           05 module-name occurs 24 times pic x(20).

       01  append-file-table.
           05 filler pic x(24) value "bench-result.dat".

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-floor-parm
           move "preflight-report.txt" to rw-report-name
           move "NIGHTLY PREFLIGHT HEALTH CHECK"
                   move 2 to vp-min-value
                   move 9999 to vp-max-value
                   move 75 to card-mode-offset
               when 10
                   move "decbench.parm" to card-file-name
                   move "decbench" to vp-program-id
                   move "ACCOUNT-COUNT" to vp-parm-name
                   move 1 to card-offset
                   move 7 to card-length
                   move 10 to vp-min-value
                   move 1000000 to vp-max-value
               when 11
                   move "goldbach.parm" to card-file-name
                   move "goldbach" to vp-program-id
                   move "EVEN-LIMIT" to vp-parm-name
                   move 1 to card-offset
                   move 7 to card-length
                   move 4 to vp-min-value
                   move 1000000 to vp-max-value
           end-evaluate.

       check-one-card.
