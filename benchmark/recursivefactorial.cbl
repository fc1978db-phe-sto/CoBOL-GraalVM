       fd  machine-parm-in.
           COPY machparm.
       working-storage section.
           COPY envarea.
           COPY stamparea.
       01 rf-parm-status pic xx.
       01 rfout-status pic xx.
       01 machparm-status pic xx.
       local-storage section.
       01 num pic 9(4).
       procedure division.
       move "S" to es-function
       call "ENV-SVC" using env-svc-area
           on exception continue
       end-call
       if es-env-refused
           goback
       end-if
       if rf-call-depth = 0
           perform register-module
           move "N" to rf-rejected-flag

       write-bench-result.
           move function current-date to end-stamp
           move start-stamp to sx-from-stamp
           move end-stamp to sx-to-stamp
           perform stamp-interval
           compute elapsed-cs = sx-seconds * 100
           move "recursivefactorial" to br-program-id
           move start-stamp to br-start-timestamp
           move end-stamp to br-end-timestamp
           move "BR" to fb-file-id
           perform call-file-broker.

       stamp-interval.
      *> interval from sx-from-stamp to sx-to-stamp in seconds,
      *> through their GMT offsets; without the service module
      *> the clock digits are subtracted as before
           move "I" to sx-function
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   move sx-from-stamp (9:8) to start-hms
                   move sx-to-stamp (9:8) to end-hms
                   compute sx-seconds = (end-hms - start-hms) / 100
           end-call.

       write-history.
           perform read-machine-parm
           move start-stamp (1:8) to bh-run-date
           call "RUN-IDENT" using ri-function, suite-run-id
               on exception
                   move function current-date (1:16) to suite-run-id
                   move "BNCH003W" to og-message
                   perform post-operator-warning
           end-call.

                   display
                       "FILE-BROKER module not installed - record "
                       "not written"
                   move "BNCH002W" to og-message
                   perform post-operator-warning
           end-call.

           move 33 to numb
           open input rf-parm-in
           if rf-parm-status not = "00"
               move "BNCH001I NUMB" to og-message
               move "I" to og-severity
               call "OPER-MSG" using og-program-id, og-severity,
                   og-message
