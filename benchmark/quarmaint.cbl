           05 ql-original-record       pic x(250).

       working-storage section.
           COPY envarea.
       77  quar-status                 pic xx.
       77  work-status                 pic xx.
       77  ledger-status               pic xx.
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

       01  admin-writers.
           05 filler pic x(20) value "bencharch".
           05 filler pic x(20) value "quarmaint".
           05 filler pic x(20) value "chgctl".
           05 filler pic x(20) value "benchdrv".
           05 filler pic x(20) value "invmaint".
       01  admin-writers-table redefines admin-writers.
           05 admin-writer-id occurs 6 times pic x(20).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           accept operator-id from environment "USER"
           if operator-id = spaces
               move "UNKNOWN" to operator-id

       check-program-known.
           move "N" to known-flag
           perform varying kp-idx from 1 by 1 until kp-idx > 15
               if work-program-id = known-program-id (kp-idx)
                   move "Y" to known-flag
               end-if
           end-perform.

       check-admin-known.
           perform varying kp-idx from 1 by 1 until kp-idx > 6
               if work-program-id = admin-writer-id (kp-idx)
                   move "Y" to known-flag
               end-if
