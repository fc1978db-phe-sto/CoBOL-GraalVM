           COPY proccal.

       working-storage section.
           COPY envarea.
       77  parm-status             pic xx.
       77  cal-status              pic xx.
       77  max-dates               pic 9(3) value 500.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-maint-parm
           if work-function not = "A" and work-function not = "D"
               display "calmaint: function on calmaint.parm must be "
