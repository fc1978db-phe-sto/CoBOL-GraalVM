           COPY growhist.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  mon-status                  pic xx.
       77  growth-status               pic xx.

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
           compute today-integer = function integer-of-date
               (function numval (today-date))
