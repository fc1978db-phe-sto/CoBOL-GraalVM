       identification division.
       program-id. decbench.
      *>****************************************************************
      *> Packed-decimal business arithmetic workload benchmark. The
      *> suite's CPU benchmarks are integer and binary arithmetic,
      *> but most of the shop's real batch is COMP-3 money math with
      *> ROUNDED and ON SIZE ERROR, and nothing measured that path of
      *> the runtime. From the same fixed-seed Lehmer generator
      *> SORTBENCH and IOBENCH use, this program builds a
      *> parameterized number of loan accounts (principal 1,000.00 -
      *> 990,999.99, annual rate 3.00 - 17.99 percent, 12 - 360
      *> months to run, a fee class) and takes every account through
      *> one month on COMP-3 fields:
      *>   - thirty days of interest accrual, each day's interest
      *>     ROUNDED to the cent at the daily rate (annual / 365,
      *>     ROUNDED to nine places);
      *>   - a month-end amortization payment - principal balance
      *>     over the months left, ROUNDED, plus the month's interest;
      *>   - the account's fee: one in twenty pays a 5 percent late
      *>     fee on the payment, held in a 999.99 field so a large
      *>     payment trips ON SIZE ERROR and is capped there; three in
      *>     twenty pay the 12.50 service fee.
      *> The result is proved two ways. The totals must cross-foot
      *> (opening principal less principal repaid equals closing
      *> principal; payments equal principal repaid plus interest),
      *> and for the standard account counts - the SMOKE, NIGHTLY and
      *> FULL parmlib sizes - every total and the size-error count
      *> must equal the fixed control totals held below. A compiler
      *> or runtime upgrade that slows decimal arithmetic shows in the
      *> timing; one that changes its rounding or size-error handling
      *> fails the control totals. Figures go to decbench-out.dat the
      *> way SORTBENCH reports; the standard BENCH-RESULT record
      *> carries the timed month's elapsed-ms with the account count
      *> in br-iteration-count.
      *>
      *> Wired into the suite like every other benchmark: parm card
      *> through VALIDATE-PARM, CHECK-AUTH clearance, and all shared
      *> records through FILE-BROKER under the current run id.
      *> Return codes: 0 clean, 4 parm rejected, 8 control totals not
      *> proved, 12 not authorized.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select decbench-parm-in assign to "decbench.parm"
               organization line sequential
               file status is parm-status.
           select decbench-out assign to "decbench-out.dat"
               organization line sequential
               file status is dout-status.
           select machine-parm-in assign to "machine.parm"
               organization line sequential
               file status is machparm-status.

       data division.
       file section.
       fd  decbench-parm-in.
           COPY decparm.
       fd  decbench-out.
           COPY decout.
       fd  machine-parm-in.
           COPY machparm.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  parm-status                pic xx.
       77  dout-status                pic xx.
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
       77  count-disp                 pic 9(7).
       77  parm-rejected-flag         pic x value "N".
           88 parm-rejected           value "Y".
       77  auth-denied-flag           pic x value "N".
           88 auth-denied             value "Y".
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
       77  start-stamp                pic x(21).
       77  end-stamp                  pic x(21).
       77  phase-start-stamp          pic x(21).
       77  phase-end-stamp            pic x(21).
       77  start-hms                  pic 9(8).
       77  end-hms                    pic 9(8).
       77  elapsed-cs                 pic s9(8).
       77  account-count              pic 9(7) comp value 10000.
       77  account-idx                pic 9(7) comp.
       77  day-idx                    pic 99 comp.
       77  days-in-month              pic 99 comp value 30.
       77  lehmer-seed                pic 9(14) comp value 123456789.
       77  error-count                pic 9(9) comp value 0.
       77  size-error-count           pic 9(9) comp value 0.
       77  accounts-per-sec           pic 9(9) comp value 0.
       77  control-idx                pic 9 comp.
       77  control-found-flag         pic x.
           88 control-found           value "Y".
       77  inv-program-id             pic x(20).
       77  inv-compiled-stamp         pic x(21).
       77  cpu-start-cs               pic 9(9).
       77  cpu-end-cs                 pic 9(9).
       77  cpu-avail-flag             pic x.
           88 cpu-available           value "Y".
       77  og-program-id              pic x(20) value "decbench".
       77  og-severity                pic x.
       77  og-message                 pic x(80).

      *> one loan account, rebuilt from the generator in turn
       01  loan-account.
           05 ln-principal            pic s9(9)v99 comp-3.
           05 ln-rate-bp              pic s9(4) comp-3.
           05 ln-term-months          pic s9(3) comp-3.
           05 ln-fee-class            pic s9(2) comp-3.
           05 ln-daily-rate           pic s9v9(9) comp-3.
           05 ln-balance              pic s9(9)v99 comp-3.
           05 ln-daily-interest       pic s9(7)v99 comp-3.
           05 ln-month-interest       pic s9(9)v99 comp-3.
           05 ln-principal-part       pic s9(9)v99 comp-3.
           05 ln-payment              pic s9(9)v99 comp-3.
           05 ln-late-fee             pic s9(3)v99 comp-3.
           05 ln-fee                  pic s9(5)v99 comp-3.

       01  control-totals.
           05 ct-opening              pic s9(13)v99 comp-3 value 0.
           05 ct-interest             pic s9(13)v99 comp-3 value 0.
           05 ct-principal-paid       pic s9(13)v99 comp-3 value 0.
           05 ct-fees                 pic s9(13)v99 comp-3 value 0.
           05 ct-closing              pic s9(13)v99 comp-3 value 0.
           05 ct-payments             pic s9(13)v99 comp-3 value 0.
           05 ct-cross-foot           pic s9(13)v99 comp-3 value 0.

      *> fixed control totals for the standard account counts:
      *> count, opening, interest, principal repaid, fees, closing,
      *> late fees capped by size error
       01  fixed-controls.
           05 filler pic 9(7)       value 1000.
           05 filler pic 9(13)v99   value 496212060.06.
           05 filler pic 9(13)v99   value 4334528.10.
           05 filler pic 9(13)v99   value 4505593.06.
           05 filler pic 9(13)v99   value 27337.93.
           05 filler pic 9(13)v99   value 491706467.00.
           05 filler pic 9(5)       value 1.
           05 filler pic 9(7)       value 10000.
           05 filler pic 9(13)v99   value 4942354987.63.
           05 filler pic 9(13)v99   value 42525991.50.
           05 filler pic 9(13)v99   value 49036300.90.
           05 filler pic 9(13)v99   value 232338.26.
           05 filler pic 9(13)v99   value 4893318686.73.
           05 filler pic 9(5)       value 29.
           05 filler pic 9(7)       value 100000.
           05 filler pic 9(13)v99   value 49073071149.79.
           05 filler pic 9(13)v99   value 423723871.50.
           05 filler pic 9(13)v99   value 486723088.59.
           05 filler pic 9(13)v99   value 2178220.06.
           05 filler pic 9(13)v99   value 48586348061.20.
           05 filler pic 9(5)       value 336.
       01  fixed-control-table redefines fixed-controls.
           05 fc-entry occurs 3 times.
               10 fc-account-count    pic 9(7).
               10 fc-opening          pic 9(13)v99.
               10 fc-interest         pic 9(13)v99.
               10 fc-principal-paid   pic 9(13)v99.
               10 fc-fees             pic 9(13)v99.
               10 fc-closing          pic 9(13)v99.
               10 fc-size-errors      pic 9(5).

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
           perform read-count-parm
           perform validate-count-parm
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
           move function current-date to phase-start-stamp
           perform run-loan-month
           move function current-date to phase-end-stamp
           perform prove-control-totals
           perform compute-accounts-per-sec
           perform write-verification-file
           display "decbench: " account-count " account(s), "
               error-count " control error(s), " accounts-per-sec
               " accounts/sec"
           perform write-bench-result
           perform write-audit-log
           perform write-history
           perform write-telemetry
           if error-count not = 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       run-loan-month.
           move 123456789 to lehmer-seed
           perform varying account-idx from 1 by 1
                   until account-idx > account-count
               perform build-one-account
               perform accrue-one-month
               perform amortize-one-account
               perform charge-one-fee
               perform post-one-account
           end-perform.

       build-one-account.
           compute lehmer-seed =
               function mod (lehmer-seed * 16807, 2147483647)
           compute ln-principal =
               (function mod (lehmer-seed, 99000000) + 100000) / 100
           compute lehmer-seed =
               function mod (lehmer-seed * 16807, 2147483647)
           compute ln-rate-bp = function mod (lehmer-seed, 1500) + 300
           compute lehmer-seed =
               function mod (lehmer-seed * 16807, 2147483647)
           compute ln-term-months =
               function mod (lehmer-seed, 349) + 12
           compute lehmer-seed =
               function mod (lehmer-seed * 16807, 2147483647)
           compute ln-fee-class = function mod (lehmer-seed, 20)
           compute ln-daily-rate rounded = ln-rate-bp / 3650000
           move ln-principal to ln-balance
           move 0 to ln-month-interest.

       accrue-one-month.
           perform varying day-idx from 1 by 1
                   until day-idx > days-in-month
               compute ln-daily-interest rounded =
                   ln-balance * ln-daily-rate
                   on size error
                       move "ACCRUE-ONE-MONTH" to el-paragraph-cur
                       move "LN-DAILY-INTEREST" to el-field-cur
                       perform write-error-log
                       add 1 to error-count
               end-compute
               add ln-daily-interest to ln-month-interest
           end-perform.

       amortize-one-account.
           compute ln-principal-part rounded =
               ln-balance / ln-term-months
               on size error
                   move "AMORTIZE-ONE-ACCOUNT" to el-paragraph-cur
                   move "LN-PRINCIPAL-PART" to el-field-cur
                   perform write-error-log
                   add 1 to error-count
           end-compute
           compute ln-payment = ln-principal-part + ln-month-interest
           subtract ln-principal-part from ln-balance.

       charge-one-fee.
      *> the late fee field holds 999.99 by design - a payment large
      *> enough to overflow it is capped there, and counted
           move 0 to ln-fee
           evaluate true
               when ln-fee-class = 0
                   compute ln-late-fee rounded = ln-payment * 0.05
                       on size error
                           move 999.99 to ln-late-fee
                           add 1 to size-error-count
                   end-compute
                   move ln-late-fee to ln-fee
               when ln-fee-class <= 3
                   move 12.50 to ln-fee
               when other
                   continue
           end-evaluate.

       post-one-account.
           add ln-principal to ct-opening
           add ln-month-interest to ct-interest
           add ln-principal-part to ct-principal-paid
           add ln-fee to ct-fees
           add ln-balance to ct-closing
           add ln-payment to ct-payments.

       prove-control-totals.
           compute ct-cross-foot = ct-opening - ct-principal-paid
           if ct-cross-foot not = ct-closing
               display "decbench: principal does not cross-foot - "
                   "opening less repaid is not closing"
               add 1 to error-count
           end-if
           compute ct-cross-foot = ct-principal-paid + ct-interest
           if ct-cross-foot not = ct-payments
               display "decbench: payments do not cross-foot - "
                   "repaid plus interest is not payments"
               add 1 to error-count
           end-if
           move "N" to control-found-flag
           perform varying control-idx from 1 by 1
                   until control-idx > 3 or control-found
               if fc-account-count (control-idx) = account-count
                   move "Y" to control-found-flag
                   perform check-fixed-controls
               end-if
           end-perform
           if not control-found
               display "decbench: no fixed control totals for "
                   account-count " account(s) - cross-foot only"
           end-if.

       check-fixed-controls.
      *> control-idx names the matching entry; one error per total
      *> that is off
           if ct-opening not = fc-opening (control-idx)
               display "decbench: OPENBAL off the control total"
               add 1 to error-count
           end-if
           if ct-interest not = fc-interest (control-idx)
               display "decbench: INTEREST off the control total"
               add 1 to error-count
           end-if
           if ct-principal-paid not = fc-principal-paid (control-idx)
               display "decbench: PRINPAID off the control total"
               add 1 to error-count
           end-if
           if ct-fees not = fc-fees (control-idx)
               display "decbench: FEES off the control total"
               add 1 to error-count
           end-if
           if ct-closing not = fc-closing (control-idx)
               display "decbench: CLOSEBAL off the control total"
               add 1 to error-count
           end-if
           if size-error-count not = fc-size-errors (control-idx)
               display "decbench: SIZEERR off the control total"
               add 1 to error-count
           end-if.

       compute-accounts-per-sec.
           move phase-start-stamp to sx-from-stamp
           move phase-end-stamp to sx-to-stamp
           perform stamp-interval
           compute elapsed-cs = sx-seconds * 100
           if elapsed-cs <= 0
               move 0 to accounts-per-sec
           else
               compute accounts-per-sec =
                   account-count * 100 / elapsed-cs
                   on size error
                       move "COMPUTE-ACCOUNTS-PER-SEC"
                           to el-paragraph-cur
                       move "ACCOUNTS-PER-SEC" to el-field-cur
                       perform write-error-log
               end-compute
           end-if.

       write-verification-file.
           open output decbench-out
           move "ACCOUNTS" to db-record-type
           move account-count to db-value
           write decbench-out-record
           move "OPENBAL" to db-record-type
           move ct-opening to db-value
           write decbench-out-record
           move "INTEREST" to db-record-type
           move ct-interest to db-value
           write decbench-out-record
           move "PRINPAID" to db-record-type
           move ct-principal-paid to db-value
           write decbench-out-record
           move "FEES" to db-record-type
           move ct-fees to db-value
           write decbench-out-record
           move "CLOSEBAL" to db-record-type
           move ct-closing to db-value
           write decbench-out-record
           move "SIZEERR" to db-record-type
           move size-error-count to db-value
           write decbench-out-record
           move "ERRORS" to db-record-type
           move error-count to db-value
           write decbench-out-record
           move "ACCTSEC" to db-record-type
           move accounts-per-sec to db-value
           write decbench-out-record
           close decbench-out.

       write-bench-result.
           move function current-date to end-stamp
           move phase-start-stamp to sx-from-stamp
           move phase-end-stamp to sx-to-stamp
           perform stamp-interval
           compute elapsed-cs = sx-seconds * 100
           if elapsed-cs < 0
               move 0 to elapsed-cs
           end-if
           move "decbench" to br-program-id
           move start-stamp to br-start-timestamp
           move end-stamp to br-end-timestamp
           compute br-elapsed-ms = elapsed-cs * 10
           move account-count to br-iteration-count
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
           move "decbench" to bh-program-id
           move br-elapsed-ms to bh-elapsed-ms
           move machine-tag to bh-machine-tag
           move suite-run-id to bh-run-id
           move bench-history-record to fb-record-image
           move "BH" to fb-file-id
           perform call-file-broker.

       write-error-log.
           move "decbench" to el-program-id
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
           move account-count to count-disp
           string "ACCOUNTS=" delimited by size
                  count-disp delimited by size
                  into run-parameters
           move "decbench" to al-program-id
           move operator-id to al-operator-id
           move end-stamp to al-timestamp
           move run-parameters to al-parameters
           if auth-denied
               move "DENIED" to al-outcome
           else
               if parm-rejected
                   move "REJECTED" to al-outcome
               else
                   if error-count not = 0
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
           move "decbench" to rt-program-id
           move suite-run-id to rt-run-id
           move function current-date to rt-timestamp
           move br-elapsed-ms to rt-wall-ms
           compute rt-cpu-ms = (cpu-end-cs - cpu-start-cs) * 10
           move run-telemetry-record to fb-record-image
           move "RT" to fb-file-id
           perform call-file-broker.

       register-module.
           move "decbench" to inv-program-id
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
           move "decbench" to ca-program-id
           move account-count to ca-parm-value
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

       validate-count-parm.
           move "decbench" to vp-program-id
           move "ACCOUNT-COUNT" to vp-parm-name
           move account-count to vp-parm-value
           move 10 to vp-min-value
           move 1000000 to vp-max-value
           call "VALIDATE-PARM" using vp-program-id, vp-parm-name,
               vp-parm-value, vp-min-value, vp-max-value,
               vp-reject-flag
           if vp-rejected
               move "Y" to parm-rejected-flag
               display
                   "ACCOUNT-COUNT is outside the allowed range "
                   "(10-1000000) - request rejected"
           end-if.

       read-count-parm.
           move 10000 to account-count
           open input decbench-parm-in
           if parm-status not = "00"
               move "BNCH001I ACCOUNT COUNT" to og-message
               move "I" to og-severity
               call "OPER-MSG" using og-program-id, og-severity,
                   og-message
                   on exception continue
               end-call
           end-if
           if parm-status = "00"
               read decbench-parm-in
                   at end move 10000 to account-count
                   not at end
                       if db-parm-count numeric
                           move db-parm-count to account-count
                       end-if
               end-read
               close decbench-parm-in
           end-if.

       end program decbench.
