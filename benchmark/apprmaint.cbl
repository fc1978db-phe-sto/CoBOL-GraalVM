       01  approvals-work-record       pic x(188).

       working-storage section.
           COPY envarea.
       77  appr-status                 pic xx.
       77  work-status                 pic xx.
       77  menu-choice                 pic 9.

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
