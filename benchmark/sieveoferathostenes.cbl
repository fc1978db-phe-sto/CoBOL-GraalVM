      * while the TRAILER/TWINPRIME/PRIMEGAP records cover the full
      * range. Both modes report odd primes only, as this sieve
      * always has.
      * Mode P on the card selects the odd-only packed sieve in place
      * of the classic one. It covers the same odd numbers 3..2N+1,
      * one byte per odd candidate in the same table the classic
      * sieve uses, but strikes the multiples of each prime starting
      * at its square (the smaller ones were struck by smaller
      * primes) and stops striking once that square passes the top
      * of the table; it is allowed the whole table, so it runs
      * single-pass up to a table size of 2000000 where the classic
      * sieve stops at 1000000. Its sieve-out.dat is
      * record-for-record the classic mode's, so SIEVEVERIF, PRIMELD
      * and the summaries read it unchanged.
      * Each mode is timed and recorded under its own program id on
      * BENCH-RESULT, history, audit, telemetry and error records -
      * sieveoferathosthenes (classic), sieve-segmented and
      * sieve-oddpacked - so SIEVECMP can report the speed-up by
      * table size.
      ******************************************************************
       environment division.
       input-output section.
       fd  machine-parm-in.
           COPY machparm.
       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  sout-status                    pic xx.
       77  machparm-status                pic xx.
           COPY benchres.
           88 vp-rejected                  value "Y".
       77  bres-start-stamp               pic x(21).
       77  bres-end-stamp                 pic x(21).
       77  bres-elapsed-cs                pic s9(8).
       77  prime                          pic 9(9) comp.
       77  prime-count                    pic 9(9) comp.
       77  i                              pic 9(9) comp.
       77  k                              pic 9(9) comp.
       77  table-size                     pic 9(9) comp value 8191.
       77  bench-program-id               pic x(20)
                                          value "sieveoferathosthenes".
       77  sieve-mode                     pic x value "C".
           88 classic-mode                 value "C".
           88 segmented-mode               value "S".
           88 packed-mode                  value "P".
       77  packed-limit                   pic 9(9) comp value 2000000.
       77  packed-size                    pic 9(9) comp.
       77  packed-top                     pic 9(9) comp.
       77  classic-limit                  pic 9(9) comp value 1000000.
       77  classic-size                   pic 9(7) comp.
       77  window-size                    pic 9(9) comp value 1000000.
                                          value "sieveoferathosthenes".
       77  hb-caller-done                 pic 9(9).
       77  hb-caller-total                pic 9(9).
      * one table serves both single-pass sieves: the packed sieve's
      * byte per odd candidate, or the classic sieve's flag over it
       01  packed-array.
            03 odd-flag occurs 2000000 times pic x.
       01  bit-array redefines packed-array.
            03 flag occurs 1000000 times pic 9 comp.
       01  base-prime-table.
            03 base-prime occurs 1300 times pic 9(9) comp.
       01  base-flag-table.
            03 win-flag occurs 500000 times pic 9 comp.
       procedure division.
       start-up.
            move "S" to es-function
            call "ENV-SVC" using env-svc-area
                on exception continue
            end-call.
            if es-env-refused
                goback
            end-if.
            perform register-module.
            move function current-date to bres-start-stamp.
            perform read-cpu-start.
            move "N" to parm-rejected-flag.
            move "N" to any-overflow-flag.
            perform read-size-parm.
            perform select-sieve-mode.
            perform validate-size-parm.
            if parm-rejected
                 perform write-bench-result
            move zero to twin-prime-count.
            move zero to largest-prime-gap.
            open output sieve-out.
            if segmented-mode
                 display "segmented mode - sieving to " table-size
                 perform segmented-sieve
            end-if.
            if packed-mode
                 move table-size to packed-size
                 compute packed-top = 2 * packed-size + 1
                 display "odd-only packed mode - ten iterations"
                 perform varying iter-num from 1 by 1
                         until iter-num > 10
                      move function current-date to start-stamp
                      perform packed-sieve
                      move function current-date to end-stamp
                      move start-stamp to sx-from-stamp
                      move end-stamp to sx-to-stamp
                      perform stamp-interval
                      compute elapsed-cs = sx-seconds * 100
                      display "iteration " iter-num
                          " primes found: " prime-count
                          " elapsed(hhmmssss): " elapsed-cs
                 end-perform
            end-if.
            if classic-mode
                 move table-size to classic-size
                 display "ten iterations"
                 perform varying iter-num from 1 by 1
                      move function current-date to start-stamp
                      perform sieve through sieve-end
                      move function current-date to end-stamp
                      move start-stamp to sx-from-stamp
                      move end-stamp to sx-to-stamp
                      perform stamp-interval
                      compute elapsed-cs = sx-seconds * 100
                      display "iteration " iter-num
                          " primes found: " prime-count
                          " elapsed(hhmmssss): " elapsed-cs
            string "TABLE-SIZE=" delimited by size
                   table-size-disp delimited by size
                   into run-parameters.
            move bench-program-id to al-program-id.
            move operator-id to al-operator-id.
            move bres-end-stamp to al-timestamp.
            move run-parameters to al-parameters.
            end-if.
       write-bench-result.
            move function current-date to bres-end-stamp.
            move bres-start-stamp to sx-from-stamp.
            move bres-end-stamp to sx-to-stamp.
            perform stamp-interval.
            compute bres-elapsed-cs = sx-seconds * 100.
            move bench-program-id to br-program-id.
            move bres-start-stamp to br-start-timestamp.
            move bres-end-stamp to br-end-timestamp.
            compute br-elapsed-ms = bres-elapsed-cs * 10.
            move bench-result-record to fb-record-image.
            move "BR" to fb-file-id.
            perform call-file-broker.
       stamp-interval.
      * interval from sx-from-stamp to sx-to-stamp in seconds,
      * through their GMT offsets; without the service module
      * the clock digits are subtracted as before
            move "I" to sx-function.
            call "STAMP-SVC" using stamp-svc-area
                 on exception
                      move sx-from-stamp (9:8) to start-hms
                      move sx-to-stamp (9:8) to end-hms
                      compute sx-seconds = (end-hms - start-hms) / 100
            end-call.
       write-history.
            perform read-machine-parm.
            move bres-start-stamp (1:8) to bh-run-date.
            move bench-program-id to bh-program-id.
            move br-elapsed-ms to bh-elapsed-ms.
            move machine-tag to bh-machine-tag.
            move suite-run-id to bh-run-id.
            if not cpu-available
                 exit paragraph
            end-if.
            move bench-program-id to rt-program-id.
            move suite-run-id to rt-run-id.
            move function current-date to rt-timestamp.
            move br-elapsed-ms to rt-wall-ms.
                 on exception
                      move function current-date (1:16)
                          to suite-run-id
                      move "BNCH003W" to og-message
                      perform post-operator-warning
            end-call.
       call-file-broker.
                      display
                          "FILE-BROKER module not installed - "
                          "record not written"
                      move "BNCH002W" to og-message
                      perform post-operator-warning
            end-call.
       post-operator-warning.
            move 8191 to table-size.
            open input sieve-parm-in.
            if parm-status not = "00"
                 move "BNCH001I TABLE SIZE" to og-message
                 move "I" to og-severity
                 call "OPER-MSG" using og-program-id, og-severity,
                     og-message
                 read sieve-parm-in
                      at end move 8191 to table-size
                      not at end
                           if sieve-mode-packed
                                move "P" to sieve-mode
                           end-if
                           if sieve-parm-size numeric
                                move sieve-parm-size to table-size
                           else
                 end-read
                 close sieve-parm-in
            end-if.
       select-sieve-mode.
      * the table size settles anything the packed table cannot hold
            if packed-mode and table-size > packed-limit
                 display "table size beyond the packed sieve - "
                     "segmented mode used"
                 move "S" to sieve-mode
            end-if.
            if not packed-mode and table-size > classic-limit
                 move "S" to sieve-mode
            end-if.
            evaluate true
                 when packed-mode
                      move "sieve-oddpacked" to bench-program-id
                 when segmented-mode
                      move "sieve-segmented" to bench-program-id
                 when other
                      move "sieveoferathosthenes" to bench-program-id
            end-evaluate.
       packed-sieve.
      * odd-flag (i) stands for the odd number 2i+1; the multiples
      * of a prime p below p squared were struck by smaller primes
            move zero to prime-count.
            move all "1" to packed-array (1:packed-size).
            perform varying i from 1 by 1 until i > packed-size
                 if odd-flag (i) = "1"
                      compute prime = i + i + 1
                      add 1 to prime-count
                      if iter-num = 10
                           perform record-packed-prime
                      end-if
                      compute p-square = prime * prime
                      if p-square <= packed-top
                           compute k = (p-square - 1) / 2
                           perform varying k from k by prime
                                   until k > packed-size
                                move "0" to odd-flag (k)
                           end-perform
                      end-if
                 end-if
            end-perform.
       record-packed-prime.
            move "PRIME" to so-record-type.
            move prime to so-value.
            write sieve-out-record.
            if previous-prime not = 0
                 compute prime-gap = prime - previous-prime
                 if prime-gap = 2
                      add 1 to twin-prime-count
                 end-if
                 if prime-gap > largest-prime-gap
                      move prime-gap to largest-prime-gap
                 end-if
            end-if.
            move prime to previous-prime.
       sieve.
            move zero to prime-count.
            move 1 to i.
                 end-if
            end-perform.
       write-error-log.
            move bench-program-id to el-program-id.
            move el-paragraph-cur to el-paragraph.
            move el-field-cur to el-field-name.
            move function current-date to el-timestamp.
