       01  card-out-record           pic x(80).

       working-storage section.
           COPY envarea.
       77  genparm-status            pic xx.
       77  parmlib-status            pic xx.
       77  card-status               pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-set-name
           if requested-set = spaces or requested-set = "AUTO"
               perform select-calendar-set
                   move "iobench.parm" to card-file-name
               when "juliaset.parm"
                   move "juliaset.parm" to card-file-name
               when "decbench.parm"
                   move "decbench.parm" to card-file-name
               when "goldbach.parm"
                   move "goldbach.parm" to card-file-name
               when "benchdrv.parm"
                   move "benchdrv.parm" to card-file-name
               when other
