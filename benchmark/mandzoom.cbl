       01  mandzoom-report-record      pic x(132).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  mparm-status                pic xx.
       77  bres-status                 pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-zoom-parm
           if parm-bad
               display "mandzoom: bad parameter card - run rejected"
           open output mandzoom-report
           move "FRAME  REALMIN      REALMAX      ELAPSED-MS"
               to mandzoom-report-record
           move "ENV" to mandzoom-report-record (61:3)
           move es-env-code to mandzoom-report-record (65:4)
           write mandzoom-report-record
      *> frame 1 spans the full default viewport height (1.25 each
      *> side) and the matching 1.65 half-width; later frames divide
