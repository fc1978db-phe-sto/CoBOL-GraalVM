           COPY authdeny.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  perm-status                 pic xx.
       77  audit-status                pic xx.
           05 filler pic x(20) value "quarmaint".
           05 filler pic x(20) value "chgctl".
           05 filler pic x(20) value "benchdrv".
           05 filler pic x(20) value "invmaint".
       01  admin-writers-table redefines admin-writers.
           05 admin-writer-id occurs 6 times pic x(20).

       01  denial-count-table.
           05 dc-entry occurs 30 times.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform resolve-review-period
           perform load-grants
           perform scan-audit-log
       check-administrative.
           move "N" to admin-flag
           perform varying grant-idx from 1 by 1
                   until grant-idx > 6
               if al-program-id = admin-writer-id (grant-idx)
                   move "Y" to admin-flag
               end-if
