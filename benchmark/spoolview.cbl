       01  spool-in-record             pic x(250).

       working-storage section.
           COPY envarea.
       77  catalog-status              pic xx.
       77  spool-status                pic xx.
       77  spool-file-name             pic x(60).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform until menu-choice = 9
               perform count-catalog
               perform display-menu
