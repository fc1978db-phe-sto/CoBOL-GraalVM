           COPY manifest.

       working-storage section.
           COPY envarea.
       77  card-status                 pic xx.
       77  manifest-status             pic xx.
       77  card-file-name              pic x(40).
       77  card-no                     pic 99.
       77  max-cards                   pic 99 value 12.
       77  today-date                  pic x(8).
       77  work-card-name              pic x(24).
       77  work-default-image          pic x(80).

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
           open output manifest-out
           move spaces to manifest-record
                          "02400100C000"
                              delimited by size
                          into work-default-image
               when 12
                   move "decbench.parm" to card-file-name
                   move "decbench.parm" to work-card-name
                   move "0010000" to work-default-image
           end-evaluate.

       end program runmanif.
