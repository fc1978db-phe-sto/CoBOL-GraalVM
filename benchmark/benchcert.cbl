      *> run, MANDELCAPACITY-style. Golden values:
      *>   FACTORIAL N=16            16! = 20922789888000
      *>   FIB TERMS=15              term 15 = 610
      *>   FIB MODULUS-LIMIT=20      Pisano mode: the published periods
      *>       of moduli 2-20 (3 8 6 20 24 16 12 24 60 10 24 28 48 40
      *>       24 36 24 18 60), a PTRL trailer of 19 moduli and largest
      *>       period 60
      *>   fibonacci15 TERMS=15      detail row 14 carries F(15) = 610
      *>   recursivefactorial N=16   16! = 20922789888000
      *>   sieve TABLE-SIZE=8191     TRAILER prime count = 1899
      *>       Lehmer stream, pinned)
      *>   iobench RECORDS=1000      1000 keyed reads and a 1000-row
      *>       sweep back with 0 check-value errors
      *>   decbench ACCOUNTS=1000    1000 accounts, interest 4334528.10,
      *>       closing principal 491706467.00, 1 late fee capped by
      *>       size error, and 0 control-total errors (the packed-
      *>       decimal rounding, pinned)
      *>
      *> A certification is recorded against the suite run it
      *> certifies: the latest run begun by BENCHDRV, BENCHMENU or
      *> BENCHQPROC (a B entry on run-id-register.dat, copy/
      *> runreg.cpy) with results on bench-result.dat - never the
      *> standalone ids the tests themselves run under. Before the
      *> tests overwrite anything, that run's baseline kit is
      *> captured - its bench-result.dat records to
      *> cert-<run id>-result.dat, run-manifest.dat to
      *> cert-<run id>-manifest.dat, mandelbrotset.pgm to
      *> cert-<run id>.pgm - and the outcome, operator and kit state
      *> are appended to cert-log.dat (copy/certlog.cpy). BASEREG
      *> promotes the comparator baselines only from a run certified
      *> PASS with its kit whole.
      *>****************************************************************
       environment division.
       input-output section.
           select iobench-in assign to "iobench-out.dat"
               organization line sequential
               file status is iobench-status.
           select decbench-in assign to "decbench-out.dat"
               organization line sequential
               file status is decbench-status.
           select result-scan-in assign to "bench-result.dat"
               organization line sequential
               file status is result-status.
           select run-register-in assign to "run-id-register.dat"
               organization line sequential
               file status is register-status.
           select kit-source-in assign to dynamic kit-source-name
               organization line sequential
               file status is kit-source-status.
           select kit-out assign to dynamic kit-file-name
               organization line sequential
               file status is kit-status.
           select cert-log-out assign to "cert-log.dat"
               organization line sequential
               file status is cert-log-status.
           select benchcert-report assign to "benchcert-report.txt"
               organization line sequential
               file status is report-status.
           COPY sortout.
       fd  iobench-in.
           COPY iobout.
       fd  decbench-in.
           COPY decout.
       fd  result-scan-in.
           COPY benchres.
       fd  run-register-in.
           COPY runreg.
       fd  kit-source-in.
       01  kit-source-record           pic x(2000).
       fd  kit-out.
       01  kit-out-record              pic x(2000).
       fd  cert-log-out.
           COPY certlog.
       fd  benchcert-report.
       01  benchcert-report-record     pic x(100).

       working-storage section.
           COPY envarea.
       77  card-status                 pic xx.
       77  fact-status                 pic xx.
       77  fib-status                  pic xx.
       77  pgm-status                  pic xx.
       77  sortbench-status            pic xx.
       77  iobench-status              pic xx.
       77  decbench-status             pic xx.
       77  report-status               pic xx.
       77  result-status               pic xx.
       77  register-status             pic xx.
       77  max-begun                   pic 99 value 50.
       77  begun-slot                  pic 99 value 0.
       77  begun-idx                   pic 99.
       77  kit-source-status           pic xx.
       77  kit-status                  pic xx.
       77  cert-log-status             pic xx.
       77  kit-source-name             pic x(40).
       77  kit-file-name               pic x(40).
       77  kit-suffix                  pic x(16).
       77  kit-records                 pic 9(9).
       77  certified-run-id            pic x(16).
       77  kit-flag                    pic x value "N".
           88 kit-whole                value "Y".
       77  operator-id                 pic x(20).
       77  card-file-name              pic x(40).
       77  card-no                     pic 99.
       77  max-cards                   pic 99 value 9.
       77  test-program                pic x(20).
       77  test-result                 pic x(4).
       77  test-note                   pic x(50).
       77  io-reads-ok                 pic x value "N".
       77  io-swept-ok                 pic x value "N".
       77  io-errors-ok                pic x value "N".
       77  dec-accounts-ok             pic x value "N".
       77  dec-interest-ok             pic x value "N".
       77  dec-closing-ok              pic x value "N".
       77  dec-sizeerr-ok              pic x value "N".
       77  dec-errors-ok               pic x value "N".

      *> published Pisano periods of moduli 2 through 20
       01  pisano-golden-values.
           05 filler pic x(38)
               value "03080620241612246010242848402436241860".
       01  pisano-golden-table redefines pisano-golden-values.
           05 pisano-golden-period occurs 19 times pic 99.
       77  pisano-rows-ok              pic 99 value 0.
       77  pisano-rows-wrong           pic 99 value 0.
       77  pisano-trailer-ok           pic x value "N".
       77  pisano-idx                  pic 99.

      *> the most recent begun run ids off the register, oldest
      *> overwritten first
       01  begun-run-table.
           05 bt-run-id occurs 50 times pic x(16) value spaces.

       01  saved-card-table.
           05 sc-entry occurs 9 times.
               10 sc-present           pic x value "N".
               10 sc-image             pic x(80) value spaces.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform save-all-cards
           accept operator-id from environment "USER"
           if operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if
           perform capture-certified-run
           open output benchcert-report
           move "SUITE GOLDEN-VALUE CERTIFICATION"
               to benchcert-report-record
           move "ENV" to benchcert-report-record (61:3)
           move es-env-code to benchcert-report-record (65:4)
           write benchcert-report-record
           move spaces to detail-line
           evaluate true
               when certified-run-id = spaces
                   move "CERTIFIED RUN: NO BEGUN RUN ON "
                       & "BENCH-RESULT.DAT" to detail-line
               when kit-whole
                   string "CERTIFIED RUN: " delimited by size
                          certified-run-id delimited by size
                          "  BASELINE KIT CAPTURED" delimited by size
                          into detail-line
               when other
                   string "CERTIFIED RUN: " delimited by size
                          certified-run-id delimited by size
                          "  BASELINE KIT INCOMPLETE"
                              delimited by size
                          into detail-line
           end-evaluate
           move detail-line to benchcert-report-record
           write benchcert-report-record

           perform certify-factorial
           perform certify-fib-pisano
           perform certify-fib
           perform certify-fibonacci15
           perform certify-recursivefactorial
           perform certify-mandelbrotset
           perform certify-sortbench
           perform certify-iobench
           perform certify-decbench

           move spaces to detail-line
           if fail-count = 0
           move detail-line to benchcert-report-record
           write benchcert-report-record
           close benchcert-report
           perform record-certification
           perform spool-own-report
           perform restore-all-cards
           display "benchcert complete - failures " fail-count
           end-if
           goback.

       capture-certified-run.
      *> the run being certified is the latest run begun by the
      *> driver, menu or queue processor (a B entry on the run-id
      *> register) that has results on bench-result.dat. The test
      *> programs below run under standalone (S) ids, so an earlier
      *> certification's own records are never taken for a run.
           move spaces to certified-run-id
           move "N" to kit-flag
           perform load-begun-runs
           open input result-scan-in
           if result-status not = "00"
               exit paragraph
           end-if
           perform until result-status not = "00"
               read result-scan-in
                   at end continue
                   not at end
                       if br-run-id not = spaces
                               and br-run-id > certified-run-id
                           perform check-begun-run
                       end-if
               end-read
           end-perform
           close result-scan-in
           if certified-run-id = spaces
               exit paragraph
           end-if
           move "Y" to kit-flag
           perform capture-result-kit
           move "run-manifest.dat" to kit-source-name
           move "-manifest.dat" to kit-suffix
           perform capture-kit-file
           move "mandelbrotset.pgm" to kit-source-name
           move ".pgm" to kit-suffix
           perform capture-kit-file
           if not kit-whole
               display "benchcert: baseline kit for run "
                   certified-run-id " incomplete - run not promotable"
           end-if.

       load-begun-runs.
           open input run-register-in
           if register-status not = "00"
               exit paragraph
           end-if
           perform until register-status not = "00"
               read run-register-in
                   at end continue
                   not at end
                       if rg-run-begun and rg-run-id not = spaces
                           add 1 to begun-slot
                           if begun-slot > max-begun
                               move 1 to begun-slot
                           end-if
                           move rg-run-id to bt-run-id (begun-slot)
                       end-if
               end-read
           end-perform
           close run-register-in.

       check-begun-run.
           perform varying begun-idx from 1 by 1
                   until begun-idx > max-begun
               if bt-run-id (begun-idx) = br-run-id
                   move br-run-id to certified-run-id
                   exit paragraph
               end-if
           end-perform.

       set-kit-file-name.
           move spaces to kit-file-name
           string "cert-" delimited by size
                  certified-run-id delimited by size
                  kit-suffix delimited by space
                  into kit-file-name.

       capture-result-kit.
           move "-result.dat" to kit-suffix
           perform set-kit-file-name
           move 0 to kit-records
           open input result-scan-in
           open output kit-out
           perform until result-status not = "00"
               read result-scan-in
                   at end continue
                   not at end
                       if br-run-id = certified-run-id
                           move bench-result-record to kit-out-record
                           write kit-out-record
                           add 1 to kit-records
                       end-if
               end-read
           end-perform
           close result-scan-in
           close kit-out
           if kit-records = 0
               move "N" to kit-flag
           end-if.

       capture-kit-file.
           perform set-kit-file-name
           open input kit-source-in
           if kit-source-status not = "00"
               display "benchcert: " function trim (kit-source-name)
                   " not present - not captured"
               move "N" to kit-flag
               exit paragraph
           end-if
           open output kit-out
           perform until kit-source-status not = "00"
               read kit-source-in
                   at end continue
                   not at end
                       move kit-source-record to kit-out-record
                       write kit-out-record
               end-read
           end-perform
           close kit-source-in
           close kit-out.

       record-certification.
           open extend cert-log-out
           if cert-log-status not = "00"
               open output cert-log-out
           end-if
           move certified-run-id to ce-run-id
           move function current-date to ce-cert-ts
           move operator-id to ce-operator
           if fail-count = 0
               move "PASS" to ce-result
           else
               move "FAIL" to ce-result
           end-if
           move fail-count to ce-fail-count
           move kit-flag to ce-kit-flag
           write cert-log-record
           close cert-log-out.

       raise-certification-alert.
           move "benchcert" to ar-program-id
           move "E" to ar-severity
           move spaces to ar-message
           string "CERT001E " delimited by size
                  fail-count delimited by size
                  into ar-message
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
                   to card-file-name
               when 7 move "sortbench.parm" to card-file-name
               when 8 move "iobench.parm" to card-file-name
               when 9 move "decbench.parm" to card-file-name
           end-evaluate.

       save-all-cards.
           end-if
           perform record-result.

       certify-fib-pisano.
      *> run before the term-series test so the fib-out.dat left
      *> behind is the ordinary layout FIBRECON reads
           move "FIB" to test-program
           move 2 to card-no
           move "0020P" to card-io-record
           perform write-fixed-card
           perform run-program
           move "FAIL" to test-result
           move "MODULE NOT AVAILABLE" to test-note
           if not call-failed
               move "PISANO PERIODS NOT FOUND IN FIB-OUT" to test-note
               move 0 to pisano-rows-ok
               move 0 to pisano-rows-wrong
               move "N" to pisano-trailer-ok
               open input fib-in
               if fib-status = "00"
                   perform until fib-status not = "00"
                       read fib-in
                           at end continue
                           not at end
                               perform check-pisano-row
                       end-read
                   end-perform
                   close fib-in
               end-if
               if pisano-rows-ok > 0
                   move "PISANO PERIODS WRONG" to test-note
               end-if
               if pisano-rows-ok = 19 and pisano-rows-wrong = 0
                       and pisano-trailer-ok = "Y"
                   move "PASS" to test-result
                   move "PISANO PERIODS 2-20 MATCH PUBLISHED"
                       to test-note
               end-if
           end-if
           perform record-result.

       check-pisano-row.
           evaluate true
               when fp-period-row
                   if fp-modulus >= 2 and fp-modulus <= 20
                       compute pisano-idx = fp-modulus - 1
                       if fp-period = pisano-golden-period (pisano-idx)
                           add 1 to pisano-rows-ok
                       else
                           add 1 to pisano-rows-wrong
                       end-if
                   else
                       add 1 to pisano-rows-wrong
                   end-if
               when fp-trailer-row
                   if fp-modulus = 19 and fp-period = 60
                       move "Y" to pisano-trailer-ok
                   end-if
               when other continue
           end-evaluate.

       certify-fibonacci15.
           move "fibonacci15" to test-program
           move 3 to card-no
               when other continue
           end-evaluate.

       certify-decbench.
           move "decbench" to test-program
           move 9 to card-no
           move "0001000" to card-io-record
           perform write-fixed-card
           perform run-program
           move "FAIL" to test-result
           move "MODULE NOT AVAILABLE" to test-note
           if not call-failed
               move "VERIFICATION FILE NOT PRESENT" to test-note
               move "N" to dec-accounts-ok
               move "N" to dec-interest-ok
               move "N" to dec-closing-ok
               move "N" to dec-sizeerr-ok
               move "N" to dec-errors-ok
               open input decbench-in
               if decbench-status = "00"
                   move "PACKED-DECIMAL TOTALS WRONG" to test-note
                   perform until decbench-status not = "00"
                       read decbench-in
                           at end continue
                           not at end
                               perform check-decbench-row
                       end-read
                   end-perform
                   close decbench-in
               end-if
               if dec-accounts-ok = "Y" and dec-interest-ok = "Y"
                       and dec-closing-ok = "Y"
                       and dec-sizeerr-ok = "Y"
                       and dec-errors-ok = "Y"
                   move "PASS" to test-result
                   move "1000 ACCOUNTS, CONTROL TOTALS PROVED"
                       to test-note
               end-if
           end-if
           perform record-result.

       check-decbench-row.
           evaluate db-record-type
               when "ACCOUNTS"
                   if db-value = 1000
                       move "Y" to dec-accounts-ok
                   end-if
               when "INTEREST"
                   if db-value = 4334528.10
                       move "Y" to dec-interest-ok
                   end-if
               when "CLOSEBAL"
                   if db-value = 491706467.00
                       move "Y" to dec-closing-ok
                   end-if
               when "SIZEERR"
                   if db-value = 1
                       move "Y" to dec-sizeerr-ok
                   end-if
               when "ERRORS"
                   if db-value = 0
                       move "Y" to dec-errors-ok
                   end-if
               when other continue
           end-evaluate.

       end program benchcert.
