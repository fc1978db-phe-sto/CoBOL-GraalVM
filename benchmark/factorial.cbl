           COPY machparm.

       WORKING-STORAGE SECTION.
           COPY envarea.
           COPY stamparea.

           COPY bigfact.
         77 bigmult-caller-id pic x(20) value "FACTORIAL".
         77 cal-floor-cs pic 9(4).
         77 cal-loop-count pic 9(9).
         77 cal-loops-done pic 9(9).
         77 cal-start-stamp pic x(21).
         77 cal-end-stamp pic x(21).
         77 cal-elapsed-cs pic s9(8).
         77 cal-per-pass-ms pic 9(6)v999.
         77 cal-applied-flag pic x value "N".
         77 og-message pic x(80).

       PROCEDURE DIVISION.
         move "S" to es-function
         call "ENV-SVC" using env-svc-area
             on exception continue
         end-call
         if es-env-refused
             goback
         end-if
         perform register-module
         move function current-date to start-stamp
         perform read-cpu-start

       write-bench-result.
         move function current-date to end-stamp
         move start-stamp to sx-from-stamp
         move end-stamp to sx-to-stamp
         perform stamp-interval
         compute elapsed-cs = sx-seconds * 100
         if cal-applied
           move cal-elapsed-cs to elapsed-cs
         end-if
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
           exit paragraph
         end-if
         move function current-date to cal-end-stamp
         move start-stamp to sx-from-stamp
         move cal-end-stamp to sx-to-stamp
         perform stamp-interval
         compute cal-elapsed-cs = sx-seconds * 100
         if cal-elapsed-cs >= cal-floor-cs
           exit paragraph
         end-if
         move function current-date to cal-end-stamp
         move cal-end-stamp to cal-start-stamp
         move 0 to cal-loops-done
         move 0 to cal-elapsed-cs
         if cal-loop-count > 0
         perform run-factorial-silent
         add 1 to cal-loops-done
         move function current-date to cal-end-stamp
         move cal-start-stamp to sx-from-stamp
         move cal-end-stamp to sx-to-stamp
         perform stamp-interval
         compute cal-elapsed-cs = sx-seconds * 100.

       run-factorial-silent.
      *> the limb multiplication alone, no rendering, console, or
         call "RUN-IDENT" using ri-function, suite-run-id
           on exception
             move function current-date (1:16) to suite-run-id
             move "BNCH003W" to og-message
             perform post-operator-warning
         end-call.

           on exception
             display
               "FILE-BROKER module not installed - record not written"
             move "BNCH002W" to og-message
             perform post-operator-warning
         end-call.

         move 16 to n
         open input parm-in
         if parm-status not = "00"
           move "BNCH001I N" to og-message
           move "I" to og-severity
           call "OPER-MSG" using og-program-id, og-severity,
               og-message
