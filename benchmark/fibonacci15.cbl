      *> family of sequence reports: the derived series type is
      *> carried in the CSV header and every detail row, and the
      *> TRAILER record echoes the seeds.
      *> The PIC 9(18) terms run out at term 85. Parameter card mode
      *> "B" carries the series instead in three of the shared 21-limb
      *> big-number accumulators, adding through the shared BIG-ADD
      *> service and rendering each row through BIG-RENDER, for up to
      *> 999 terms into fibonacci15-big.csv (copy/fib15big.cpy). For
      *> any seed pair the series outgrows 189 digits somewhere past
      *> term 900; from there an OVERFLOW row names the first term that
      *> no longer fits, the series stops, and the run ends with
      *> return code 8 as a PIC 9(18) overflow does. FIBRECON
      *> reconciles the big-number rows against the PIC 9(18) report
      *> over the terms the two share. Big-number runs are recorded
      *> under their own id, fibonacci15-big, so their timings stay
      *> out of the classic series' statistics.
      *>****************************************************************
       environment division.
       input-output section.
           select fib15-report assign to "fibonacci15-report.csv"
               organization line sequential
               file status is report-status.
           select fib15-big-out assign to "fibonacci15-big.csv"
               organization line sequential
               file status is big-status.
           select machine-parm-in assign to "machine.parm"
               organization line sequential
               file status is machparm-status.
       fd  fib15-report.
           COPY fib15out.

       fd  fib15-big-out.
           COPY fib15big.

       fd  machine-parm-in.
           COPY machparm.

       working-storage section.
           COPY envarea.
           COPY stamparea.
         77 machparm-status pic xx.
           COPY benchres.
           COPY auditlog.
         77 seed2 pic 9(10) value 1.
         77 series-type pic x(10).
         77 record-count pic 9(4) value 0.
         77 max-supported-terms pic 9(4).
         77 max-classic-terms pic 9(4) value 85.
         77 any-overflow-flag pic x value "N".
           88 any-overflow value "Y".
         77 parm-status pic xx.
         77 cal-floor-cs pic 9(4).
         77 cal-loop-count pic 9(9).
         77 cal-loops-done pic 9(9).
         77 cal-start-stamp pic x(21).
         77 cal-end-stamp pic x(21).
         77 cal-elapsed-cs pic s9(8).
         77 cal-per-pass-ms pic 9(6)v999.
         77 cal-applied-flag pic x value "N".
         77 og-program-id pic x(20) value "fibonacci15".
         77 og-severity pic x.
         77 og-message pic x(80).
         77 big-status pic xx.
         77 big-mode-flag pic x value "N".
           88 big-mode value "Y".
         77 max-supported-big-terms pic 9(4) value 999.
         77 big-stopped-flag pic x value "N".
           88 big-series-stopped value "Y".
         77 big-overflow-term pic 9(4) value 0.
         77 fib-display pic x(200).
         77 bigadd-caller-id pic x(20) value "fibonacci15".
         77 bench-program-id pic x(20) value "fibonacci15".
         77 param-ptr pic 99.
         77 cal-add-limit pic 9(4).
         77 bigadd-overflow-flag pic x.
           88 bigadd-overflowed value "Y".
           COPY bigfact
               REPLACING ==big-fact== BY ==big-fib1==,
                         ==fact-limb== BY ==fib1-limb==.
           COPY bigfact
               REPLACING ==big-fact== BY ==big-fib2==,
                         ==fact-limb== BY ==fib2-limb==.
           COPY bigfact
               REPLACING ==big-fact== BY ==big-fib3==,
                         ==fact-limb== BY ==fib3-limb==.

       procedure division.
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
         end-if

         perform derive-series-type
         if big-mode
           perform run-big-series
         else
           perform run-classic-series
         end-if
         perform calibrate-timing
         perform write-bench-result
         perform write-audit-log
         perform write-history
         perform write-telemetry
         if any-overflow
           move 8 to return-code
         else
           move 0 to return-code
         end-if
         goback.

       run-classic-series.
         open output fib15-report
         move "SERIES,TERM,VALUE" to fib15-out-record
         write fib15-out-record
                ","           delimited by size
                seed2         delimited by size into fib15-out-record
         write fib15-out-record
         close fib15-report.

       run-big-series.
      *> the row for term i is the second accumulator; the sum that
      *> feeds the next row is only formed while another row is
      *> wanted, so the last requested term never raises a spurious
      *> overflow
         open output fib15-big-out
         move "SERIES,TERM,VALUE" to fib15-big-record
         write fib15-big-record
         perform load-big-seeds
         move 0 to i
         move 0 to record-count
         move "N" to big-stopped-flag
         perform until i greater than term-count or big-series-stopped
           call "BIG-RENDER" using big-fib2, fib-display
           move i to ist
           move spaces to fib15-big-record
           string function trim (series-type) delimited by size
                  ","   delimited by size
                  ist   delimited by size
                  ","   delimited by size
                  function trim (fib-display) delimited by size
                  into fib15-big-record
           write fib15-big-record
           add 1 to record-count
           if i < term-count
             perform advance-big-series
           end-if
           add 1 to i
         end-perform
         move spaces to fib15-big-record
         string "TRAILER,"    delimited by size
                record-count  delimited by size
                ","           delimited by size
                seed1         delimited by size
                ","           delimited by size
                seed2         delimited by size into fib15-big-record
         write fib15-big-record
         close fib15-big-out.

       advance-big-series.
         move big-fib2 to big-fib3
         call "BIG-ADD" using bigadd-caller-id, big-fib3, big-fib1,
             bigadd-overflow-flag
         if bigadd-overflowed
      *> BIG-ADD has logged the lost carry; say which term it was
           move "Y" to any-overflow-flag
           move "Y" to big-stopped-flag
           compute big-overflow-term = i + 1
           move spaces to fib15-big-record
           string "OVERFLOW,"         delimited by size
                  big-overflow-term   delimited by size
                  ",LIMB CAPACITY EXCEEDED" delimited by size
                  into fib15-big-record
           write fib15-big-record
           display "fibonacci15: term " big-overflow-term
               " exceeds the 189-digit limb capacity - series stopped"
         else
           move big-fib2 to big-fib1
           move big-fib3 to big-fib2
         end-if.

       load-big-seeds.
      *> a ten-digit seed can spill into the second limb
         initialize big-fib1
         initialize big-fib2
         divide seed1 by 1000000000 giving fib1-limb (2)
             remainder fib1-limb (1)
         divide seed2 by 1000000000 giving fib2-limb (2)
             remainder fib2-limb (1).

       write-error-log.
         move bench-program-id to el-program-id
         move el-paragraph-cur to el-paragraph
         move el-field-cur to el-field-name
         move function current-date to el-timestamp
       write-audit-log.
         accept operator-id from environment "USER"
         move spaces to run-parameters
         move 1 to param-ptr
         string "TERM-COUNT=" delimited by size
                term-count    delimited by size
                " SEED1="     delimited by size
                seed1         delimited by size
                " SEED2="     delimited by size
                seed2         delimited by size
                into run-parameters with pointer param-ptr
         if big-mode
           string " MODE=BIG" delimited by size
                  into run-parameters with pointer param-ptr
         end-if
         move bench-program-id to al-program-id
         move operator-id to al-operator-id
         move end-stamp to al-timestamp
         move run-parameters to al-parameters

       write-bench-result.
         move function current-date to end-stamp
         move start-stamp to sx-from-stamp
         move end-stamp to sx-to-stamp
         perform stamp-interval
         compute elapsed-cs = sx-seconds * 100
         if cal-applied
           move cal-elapsed-cs to elapsed-cs
         end-if
         move bench-program-id to br-program-id
         move start-stamp to br-start-timestamp
         move end-stamp to br-end-timestamp
         compute br-elapsed-ms = elapsed-cs * 10
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
         move bench-program-id to bh-program-id
         move br-elapsed-ms to bh-elapsed-ms
         move machine-tag to bh-machine-tag
         move suite-run-id to bh-run-id
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
             " per-pass ms " cal-per-pass-ms.

       calibration-pass.
         if big-mode
           perform run-big-series-silent
         else
           perform run-series-silent
         end-if
         add 1 to cal-loops-done
         move function current-date to cal-end-stamp
         move cal-start-stamp to sx-from-stamp
         move cal-end-stamp to sx-to-stamp
         perform stamp-interval
         compute cal-elapsed-cs = sx-seconds * 100.

       run-series-silent.
      *> the series arithmetic alone, no console or file output -
           add 1 to cal-i
         end-perform.

       run-big-series-silent.
      *> the limb additions alone, no rendering or file output;
      *> a series that overflowed is timed only up to the term it
      *> stopped at, so the pass never repeats the lost carry (and
      *> BIG-ADD never logs it again)
         perform load-big-seeds
         move term-count to cal-add-limit
         if big-series-stopped
           compute cal-add-limit = big-overflow-term - 1
         end-if
         move "N" to bigadd-overflow-flag
         move 0 to cal-i
         perform until cal-i >= cal-add-limit or bigadd-overflowed
           move big-fib2 to big-fib3
           call "BIG-ADD" using bigadd-caller-id, big-fib3, big-fib1,
               bigadd-overflow-flag
           move big-fib2 to big-fib1
           move big-fib3 to big-fib2
           add 1 to cal-i
         end-perform.

       read-cpu-start.
         move "N" to cpu-avail-flag
         call "CPU-CLOCK" using cpu-start-cs, cpu-avail-flag
         if not cpu-available
           exit paragraph
         end-if
         move bench-program-id to rt-program-id
         move suite-run-id to rt-run-id
         move function current-date to rt-timestamp
         move br-elapsed-ms to rt-wall-ms
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

         end-if.

       validate-terms-parm.
         if big-mode
           move max-supported-big-terms to max-supported-terms
         else
           move max-classic-terms to max-supported-terms
         end-if
         move "fibonacci15" to vp-program-id
         move "TERM-COUNT" to vp-parm-name
         move term-count to vp-parm-value

       read-terms-parm.
         move 15 to term-count
         move "N" to big-mode-flag
         move "fibonacci15" to bench-program-id
         move 0 to seed1
         move 1 to seed2
         open input fib15-parm-in
         if parm-status not = "00"
           move "BNCH001I TERMS AND SEEDS" to og-message
           move "I" to og-severity
           call "OPER-MSG" using og-program-id, og-severity,
               og-message
               if fib15-parm-seed2 numeric
                 move fib15-parm-seed2 to seed2
               end-if
               if fib15-big-mode
                 move "Y" to big-mode-flag
                 move "fibonacci15-big" to bench-program-id
                 if fib15-parm-big-terms numeric
                   move fib15-parm-big-terms to term-count
                 end-if
               end-if
           end-read
           close fib15-parm-in
         end-if.
