       identification division.
       program-id. goldbach.
      *>****************************************************************
      *> Goldbach verification run over the indexed prime master. For
      *> every even number n from 4 up to a parameterized limit, finds
      *> the smallest prime p for which n - p is also prime, asking
      *> PRIME-SVC for every answer: the candidates p come from its
      *> next-prime function and each n - p is put to its is-prime
      *> function, so every step is a keyed read of prime-master.idx.
      *> One PAIR record per even number goes to goldbach-out.dat with
      *> its minimal pair, followed by the even number that needed the
      *> largest minimal p and the run's figures, the way SORTBENCH
      *> and IOBENCH write their trailers. An even number with no pair
      *> is written as a NOPAIR record and to the error log, and the
      *> run ends 8.
      *>
      *> The limit must lie within the range the master was loaded
      *> for - PRIMELD loads the primes of the last sieve run, and a
      *> "not prime" answer above that run's table size means nothing.
      *> Before the run the program asks PRIME-SVC for the next prime
      *> after the limit; when the master holds none the limit is
      *> beyond its range and the request is rejected. A master that
      *> is not loaded at all fails the run.
      *>
      *> The keyed-lookup load makes this an indexed-read benchmark in
      *> its own right, so it is wired into the suite like every other
      *> benchmark: parm card through VALIDATE-PARM, CHECK-AUTH
      *> clearance, and all shared records through FILE-BROKER under
      *> the current run id. The standard BENCH-RESULT record carries
      *> the run's elapsed-ms with the even numbers checked in
      *> br-iteration-count.
      *> Return codes: 0 clean, 4 parm rejected or beyond the master's
      *> range, 8 an even number without a pair or the master not
      *> available, 12 not authorized.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select goldbach-parm-in assign to "goldbach.parm"
               organization line sequential
               file status is parm-status.
           select goldbach-out assign to "goldbach-out.dat"
               organization line sequential
               file status is gout-status.
           select machine-parm-in assign to "machine.parm"
               organization line sequential
               file status is machparm-status.

       data division.
       file section.
       fd  goldbach-parm-in.
           COPY goldparm.
       fd  goldbach-out.
           COPY goldout.
       fd  machine-parm-in.
           COPY machparm.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  parm-status                pic xx.
       77  gout-status                pic xx.
       77  machparm-status            pic xx.
           COPY benchres.
           COPY auditlog.
           COPY benchhist.
           COPY errlog.
           COPY runtelem.
       77  suite-run-id               pic x(16).
       77  ri-function                pic x.
       77  fb-file-id                 pic xx.
       77  fb-record-image            pic x(250).
       77  fb-write-status            pic xx.
       77  machine-tag                pic x(20).
       77  el-paragraph-cur           pic x(30).
       77  el-field-cur               pic x(30).
       77  operator-id                pic x(20).
       77  run-parameters             pic x(60).
       77  limit-disp                 pic 9(7).
       77  even-disp                  pic z(8)9.
       77  parm-rejected-flag         pic x value "N".
           88 parm-rejected           value "Y".
       77  auth-denied-flag           pic x value "N".
           88 auth-denied             value "Y".
       77  master-down-flag           pic x value "N".
           88 master-down             value "Y".
       77  ca-program-id              pic x(20).
       77  ca-parm-value              pic s9(9) comp.
       77  ca-allow-flag              pic x.
       77  vp-program-id              pic x(20).
       77  vp-parm-name               pic x(20).
       77  vp-parm-value              pic s9(9) comp.
       77  vp-min-value               pic s9(9) comp.
       77  vp-max-value               pic s9(9) comp.
       77  vp-reject-flag             pic x.
           88 vp-rejected             value "Y".
       77  ps-function                pic x.
       77  ps-value                   pic 9(9).
       77  ps-result                  pic 9(9).
       77  ps-answer-flag             pic x.
           88 ps-answer-yes           value "Y".
           88 ps-answer-no            value "N".
           88 ps-unavailable          value "U".
       77  start-stamp                pic x(21).
       77  end-stamp                  pic x(21).
       77  phase-start-stamp          pic x(21).
       77  phase-end-stamp            pic x(21).
       77  start-hms                  pic 9(8).
       77  end-hms                    pic 9(8).
       77  elapsed-cs                 pic s9(8).
       77  even-limit                 pic 9(7) comp value 10000.
       77  even-value                 pic 9(9) comp.
       77  half-even                  pic 9(9) comp.
       77  prime-p                    pic 9(9) comp.
       77  prime-q                    pic 9(9) comp.
       77  pair-found-flag            pic x.
           88 pair-found              value "Y".
       77  search-done-flag           pic x.
           88 search-done             value "Y".
       77  even-count                 pic 9(9) comp value 0.
       77  no-pair-count              pic 9(9) comp value 0.
       77  lookup-count               pic 9(15) comp value 0.
       77  lookups-per-sec            pic 9(9) comp value 0.
       77  max-min-p                  pic 9(9) comp value 0.
       77  max-min-even               pic 9(9) comp value 0.
       77  max-min-q                  pic 9(9) comp value 0.
       77  inv-program-id             pic x(20).
       77  inv-compiled-stamp         pic x(21).
       77  cpu-start-cs               pic 9(9).
       77  cpu-end-cs                 pic 9(9).
       77  cpu-avail-flag             pic x.
           88 cpu-available           value "Y".
       77  og-program-id              pic x(20) value "goldbach".
       77  og-severity                pic x.
       77  og-message                 pic x(80).

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
           move function current-date to start-stamp
           perform read-cpu-start
           move start-stamp to phase-start-stamp
           move start-stamp to phase-end-stamp
           perform get-run-id
           perform read-limit-parm
           perform validate-limit-parm
           if parm-rejected
               perform write-bench-result
               perform write-audit-log
               perform write-history
               move 4 to return-code
               goback
           end-if
           perform check-authorization
           if auth-denied
               perform write-bench-result
               perform write-audit-log
               perform write-history
               move 12 to return-code
               goback
           end-if
           perform check-master-range
           if parm-rejected or master-down
               perform write-bench-result
               perform write-audit-log
               perform write-history
               if master-down
                   move 8 to return-code
               else
                   move 4 to return-code
               end-if
               goback
           end-if
           move function current-date to phase-start-stamp
           open output goldbach-out
           perform verify-even-numbers
           move function current-date to phase-end-stamp
           perform compute-lookups-per-sec
           perform write-summary-records
           close goldbach-out
           move max-min-even to even-disp
           display "goldbach: " even-count " even number(s), "
               no-pair-count " without a pair, largest minimal p "
               max-min-p " at" even-disp
           display "goldbach: " lookup-count " keyed lookup(s), "
               lookups-per-sec " lookups/sec"
           perform write-bench-result
           perform write-audit-log
           perform write-history
           perform write-telemetry
           if no-pair-count not = 0 or master-down
               move 8 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       verify-even-numbers.
           perform varying even-value from 4 by 2
                   until even-value > even-limit or master-down
               perform find-minimal-pair
               if not master-down
                   perform record-even-result
               end-if
           end-perform.

       find-minimal-pair.
      *> candidates p run up the master from 2 by next-prime; the
      *> search ends at the first p whose partner n - p is prime, or
      *> once p passes n / 2 - every pair beyond is a mirror image
           divide even-value by 2 giving half-even
           move 1 to prime-p
           move 0 to prime-q
           move "N" to pair-found-flag
           move "N" to search-done-flag
           perform try-next-candidate
               until pair-found or search-done.

       try-next-candidate.
           move "N" to ps-function
           move prime-p to ps-value
           perform call-prime-svc
           if not ps-answer-yes
               move "Y" to search-done-flag
               exit paragraph
           end-if
           move ps-result to prime-p
           if prime-p > half-even
               move "Y" to search-done-flag
               exit paragraph
           end-if
           move "P" to ps-function
           compute ps-value = even-value - prime-p
           perform call-prime-svc
           if ps-unavailable
               move "Y" to search-done-flag
               exit paragraph
           end-if
           if ps-answer-yes
               move ps-value to prime-q
               move "Y" to pair-found-flag
           end-if.

       call-prime-svc.
           add 1 to lookup-count
           call "PRIME-SVC" using ps-function, ps-value, ps-result,
               ps-answer-flag
               on exception
                   move "U" to ps-answer-flag
           end-call
           if ps-unavailable and not master-down
               move "Y" to master-down-flag
               move "FIND-MINIMAL-PAIR" to el-paragraph-cur
               move "PRIME-MASTER" to el-field-cur
               perform write-error-log
               display "goldbach: prime master not available - "
                   "run stopped"
               move "GOLD001W" to og-message
               perform post-operator-warning
           end-if.

       record-even-result.
           add 1 to even-count
           move spaces to goldbach-out-record
           move even-value to gb-even-value
           if pair-found
               move "PAIR" to gb-record-type
               move prime-p to gb-prime-p
               move prime-q to gb-prime-q
               if prime-p > max-min-p
                   move prime-p to max-min-p
                   move prime-q to max-min-q
                   move even-value to max-min-even
               end-if
           else
               move "NOPAIR" to gb-record-type
               move 0 to gb-prime-p
               move 0 to gb-prime-q
               add 1 to no-pair-count
               move even-value to even-disp
               display "goldbach: no prime pair for" even-disp
               move "FIND-MINIMAL-PAIR" to el-paragraph-cur
               move "EVEN-VALUE" to el-field-cur
               perform write-error-log
           end-if
           write goldbach-out-record.

       compute-lookups-per-sec.
           move phase-start-stamp to sx-from-stamp
           move phase-end-stamp to sx-to-stamp
           perform stamp-interval
           compute elapsed-cs = sx-seconds * 100
           if elapsed-cs <= 0
               move 0 to lookups-per-sec
           else
               compute lookups-per-sec =
                   lookup-count * 100 / elapsed-cs
                   on size error
                       move "COMPUTE-LOOKUPS-PER-SEC"
                           to el-paragraph-cur
                       move "LOOKUPS-PER-SEC" to el-field-cur
                       perform write-error-log
               end-compute
           end-if.

       write-summary-records.
           move spaces to goldbach-out-record
           move "MAXMINP" to gb-record-type
           move max-min-even to gb-even-value
           move max-min-p to gb-prime-p
           move max-min-q to gb-prime-q
           write goldbach-out-record
           move spaces to goldbach-summary-record
           move "EVENS" to gs-record-type
           move even-count to gs-value
           write goldbach-summary-record
           move "NOPAIRS" to gs-record-type
           move no-pair-count to gs-value
           write goldbach-summary-record
           move "LOOKUPS" to gs-record-type
           move lookup-count to gs-value
           write goldbach-summary-record
           move "LKUPSEC" to gs-record-type
           move lookups-per-sec to gs-value
           write goldbach-summary-record.

       write-bench-result.
           move function current-date to end-stamp
           move phase-start-stamp to sx-from-stamp
           move phase-end-stamp to sx-to-stamp
           perform stamp-interval
           compute elapsed-cs = sx-seconds * 100
           if elapsed-cs < 0
               move 0 to elapsed-cs
           end-if
           move "goldbach" to br-program-id
           move start-stamp to br-start-timestamp
           move end-stamp to br-end-timestamp
           compute br-elapsed-ms = elapsed-cs * 10
           move even-count to br-iteration-count
           move suite-run-id to br-run-id
           move bench-result-record to fb-record-image
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
           move "goldbach" to bh-program-id
           move br-elapsed-ms to bh-elapsed-ms
           move machine-tag to bh-machine-tag
           move suite-run-id to bh-run-id
           move bench-history-record to fb-record-image
           move "BH" to fb-file-id
           perform call-file-broker.

       write-error-log.
           move "goldbach" to el-program-id
           move el-paragraph-cur to el-paragraph
           move el-field-cur to el-field-name
           move function current-date to el-timestamp
           move suite-run-id to el-run-id
           move error-log-record to fb-record-image
           move "EL" to fb-file-id
           perform call-file-broker.

       write-audit-log.
           accept operator-id from environment "USER"
           move spaces to run-parameters
           move even-limit to limit-disp
           string "EVEN-LIMIT=" delimited by size
                  limit-disp delimited by size
                  into run-parameters
           move "goldbach" to al-program-id
           move operator-id to al-operator-id
           move end-stamp to al-timestamp
           move run-parameters to al-parameters
           if auth-denied
               move "DENIED" to al-outcome
           else
               if parm-rejected
                   move "REJECTED" to al-outcome
               else
                   if no-pair-count not = 0 or master-down
                       move "FAILED" to al-outcome
                   else
                       move "SUCCESS" to al-outcome
                   end-if
               end-if
           end-if
           move suite-run-id to al-run-id
           move audit-log-record to fb-record-image
           move "AL" to fb-file-id
           perform call-file-broker.

       read-machine-parm.
           accept machine-tag from environment "HOSTNAME"
           if machine-tag = spaces
               move "UNTAGGED" to machine-tag
           end-if
           open input machine-parm-in
           if machparm-status = "00"
               read machine-parm-in
                   not at end
                       if machine-parm-tag not = spaces
                           move machine-parm-tag to machine-tag
                       end-if
               end-read
               close machine-parm-in
           end-if.

       read-cpu-start.
           move "N" to cpu-avail-flag
           call "CPU-CLOCK" using cpu-start-cs, cpu-avail-flag
               on exception move "N" to cpu-avail-flag
           end-call.

       write-telemetry.
           if not cpu-available
               exit paragraph
           end-if
           call "CPU-CLOCK" using cpu-end-cs, cpu-avail-flag
               on exception move "N" to cpu-avail-flag
           end-call
           if not cpu-available
               exit paragraph
           end-if
           move "goldbach" to rt-program-id
           move suite-run-id to rt-run-id
           move function current-date to rt-timestamp
           move br-elapsed-ms to rt-wall-ms
           compute rt-cpu-ms = (cpu-end-cs - cpu-start-cs) * 10
           move run-telemetry-record to fb-record-image
           move "RT" to fb-file-id
           perform call-file-broker.

       register-module.
           move "goldbach" to inv-program-id
           move function when-compiled to inv-compiled-stamp
           call "MOD-INVENT" using inv-program-id,
               inv-compiled-stamp
               on exception continue
           end-call.

       get-run-id.
           move "G" to ri-function
           call "RUN-IDENT" using ri-function, suite-run-id
               on exception
                   move function current-date (1:16) to suite-run-id
                   move "BNCH003W" to og-message
                   perform post-operator-warning
           end-call.

       call-file-broker.
           call "FILE-BROKER" using fb-file-id, fb-record-image,
               fb-write-status
               on exception
                   display
                       "FILE-BROKER module not installed - record "
                       "not written"
                   move "BNCH002W" to og-message
                   perform post-operator-warning
           end-call.

       post-operator-warning.
           move "W" to og-severity
           call "OPER-MSG" using og-program-id, og-severity,
               og-message
               on exception continue
           end-call.

       check-authorization.
           move "goldbach" to ca-program-id
           move even-limit to ca-parm-value
           move "Y" to ca-allow-flag
           call "CHECK-AUTH" using ca-program-id, ca-parm-value,
               ca-allow-flag
               on exception continue
           end-call
           if ca-allow-flag = "N"
               move "Y" to auth-denied-flag
               display
                   "operator is not authorized for this request - "
                   "run blocked"
           end-if.

       check-master-range.
      *> the master covers the limit when it holds a prime above it
           move "N" to ps-function
           move even-limit to ps-value
           perform call-prime-svc
           if master-down
               exit paragraph
           end-if
           if ps-answer-no
               move "Y" to parm-rejected-flag
               display
                   "EVEN-LIMIT is beyond the range of the loaded "
                   "prime master - request rejected"
           end-if.

       validate-limit-parm.
           move "goldbach" to vp-program-id
           move "EVEN-LIMIT" to vp-parm-name
           move even-limit to vp-parm-value
           move 4 to vp-min-value
           move 1000000 to vp-max-value
           call "VALIDATE-PARM" using vp-program-id, vp-parm-name,
               vp-parm-value, vp-min-value, vp-max-value,
               vp-reject-flag
           if vp-rejected
               move "Y" to parm-rejected-flag
               display
                   "EVEN-LIMIT is outside the allowed range "
                   "(4-1000000) - request rejected"
           end-if.

       read-limit-parm.
           move 10000 to even-limit
           open input goldbach-parm-in
           if parm-status not = "00"
               move "BNCH001I EVEN LIMIT" to og-message
               move "I" to og-severity
               call "OPER-MSG" using og-program-id, og-severity,
                   og-message
                   on exception continue
               end-call
           end-if
           if parm-status = "00"
               read goldbach-parm-in
                   at end move 10000 to even-limit
                   not at end
                       if gb-parm-limit numeric
                           move gb-parm-limit to even-limit
                       end-if
               end-read
               close goldbach-parm-in
           end-if.

       end program goldbach.
