      *>         sieveoferathostenes.cbl
      *>     cobc -m -I copy -o sortbench.so sortbench.cbl
      *>     cobc -m -I copy -o iobench.so iobench.cbl
      *>     cobc -m -I copy -o decbench.so decbench.cbl
      *>   FACTORIAL, FIB, fibonacci15, mandelbrotset, and
      *>   sieveoferathosthenes also dynamically CALL the shared
      *>   VALIDATE-PARM subprogram, both factorial programs CALL
      *>   the shared BIG-MULTIPLY / BIG-RENDER limb arithmetic, and
      *>   fibonacci15's big-number mode CALLs BIG-ADD / BIG-RENDER, so
      *>   those must be built and placed alongside them too:
      *>     cobc -m -I copy -o VALIDATE-PARM.so validateparm.cbl
      *>     cobc -m -I copy -o BIG-MULTIPLY.so bigmult.cbl
      *>     cobc -m -I copy -o BIG-ADD.so bigadd.cbl
      *>     cobc -m -I copy -o BIG-RENDER.so bigrend.cbl
      *>   and all writes to the shared append files go through the
      *>   serializing broker, stamped with the current run id and
      *>     cobc -m -I copy -o BENCH-CAL.so benchcal.cbl
      *>     cobc -m -I copy -o CPU-CLOCK.so cpuclock.cbl
      *>     cobc -m -I copy -o HEARTBEAT.so hbeat.cbl
      *>   and every elapsed time is taken through the shared
      *>   timestamp interval service:
      *>     cobc -m -I copy -o STAMP-SVC.so stampsvc.cbl
      *>   then compile this driver (cobc -x -I copy -o benchdrv
      *>   benchdrv.cbl) and run it with the module directory on
      *>   COB_LIBRARY_PATH, e.g.
      *>     export COB_LIBRARY_PATH=$PWD
      *>   Outside production this is required, not merely
      *>   convenient: ENV-SVC (cobc -m -I copy -o ENV-SVC.so
      *>   envsvc.cbl) moves the run into the env-<code> directory
      *>   before the first file is opened, after which modules are
      *>   found only through COB_LIBRARY_PATH, so it refuses a
      *>   non-PROD environment when the variable is not set.
      *>
      *>   Optional benchdrv.parm card (copy/benchtmg.cpy) sets how many
      *>   times each program is run and how many of the leading runs
           COPY chgtick.

       working-storage section.
           COPY envarea.
           COPY stamparea.
           COPY auditlog.
       77  ri-function               pic x.
       77  drv-run-id                pic x(16).
       77  elapsed-cs                 pic s9(8).
       77  elapsed-disp               pic -(7)9.
       77  report-line                pic x(80).
       77  completed-count           pic 99 value 0.
       77  ckpt-idx                  pic 99.
       77  already-done-flag         pic x value "N".
           88 already-done value "Y".
       77  timing-parm-status        pic xx.
       77  inv-program-id            pic x(20).
       77  inv-compiled-stamp        pic x(21).
       01  completed-table.
           05 completed-entry occurs 9 times pic x(20) value spaces.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform register-module
           move "B" to ri-function
           call "RUN-IDENT" using ri-function, drv-run-id
               on exception
                   display "RUN-IDENT module not installed - "
                       "records will carry per-program ids"
                   move "BDRV001W" to og-message
                   perform post-operator-warning
           end-call
           call "runctx"
               on exception
                   display "runctx module not installed - "
                       "run context not captured"
                   move "BDRV002W RUNCTX|RUN CONTEXT" to og-message
                   perform post-operator-warning
           end-call
           call "envfprint"
               on exception
                   display "envfprint module not installed - "
                       "environment fingerprint not taken"
                   move "BDRV002W ENVFPRINT|FINGERPRINT" to og-message
                   perform post-operator-warning
           end-call
           call "runmanif"
               on exception
                   display "runmanif module not installed - "
                       "parameter manifest not captured"
                   move "BDRV002W RUNMANIF|MANIFEST" to og-message
                   perform post-operator-warning
           end-call
           perform write-ticket-audit
           move "iobench" to current-program-name
           perform run-one-benchmark

           move "decbench" to current-program-name
           perform run-one-benchmark

           perform write-suite-summary
           perform close-report-writer
           perform reset-checkpoint
                       move run-return-code to worst-return-code
                   end-if
                   move function current-date to end-stamp
                   move start-stamp to sx-from-stamp
                   move end-stamp to sx-to-stamp
                   perform stamp-interval
                   compute elapsed-cs = sx-seconds * 100
                   if rep-idx > warmup-count
                       add elapsed-cs to total-elapsed-cs
                   end-if
               perform append-checkpoint
           end-if.

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

       write-suite-summary.
           evaluate suite-worst-rc
               when 0
