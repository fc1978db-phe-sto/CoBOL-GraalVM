           select julia-parm-out assign to "juliaset.parm"
               organization line sequential
               file status is jul-status.
           select decbench-parm-out assign to "decbench.parm"
               organization line sequential
               file status is dec-status.
           select benchrply-report assign to "benchrply-report.txt"
               organization line sequential
               file status is report-status.
           COPY iobparm.
       fd  julia-parm-out.
           COPY julparm.
       fd  decbench-parm-out.
           COPY decparm.
       fd  benchrply-report.
       01  benchrply-report-record   pic x(132).

       working-storage section.
           COPY envarea.
       77  parm-status               pic xx.
       77  al-status                 pic xx.
       77  fp-status                 pic xx.
       77  sb-status                 pic xx.
       77  iob-status                pic xx.
       77  jul-status                pic xx.
       77  dec-status                pic xx.
       77  report-status             pic xx.
       77  select-program            pic x(20).
       77  select-timestamp          pic x(26).
       77  parse-pointer             pic 9(3).
       77  parsed-token-count        pic 9.
       77  parm-work-1               pic 9(10) value 0.
       77  big-mode-count            pic 9(4).
       77  parm-work-2               pic 9(10) value 0.
       77  parm-work-3               pic 9(10) value 0.
       77  parm-work-4               pic 9(10) value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-selection-parm
           if select-program = spaces
               display "benchrply: no program on selection card"
           end-if.

      *> al-parameters strings look like "N=16", "TERMS=000000015",
      *> "MODULUS-LIMIT=000000020" (FIB's Pisano mode),
      *> "TERM-COUNT=0015 SEED1=0000000000 SEED2=0000000001" (with
      *> " MODE=BIG" after a big-number run),
      *> "RESX=0240 RESY=0100 BANDS=000", "NUMB=0033",
      *> "TABLE-SIZE=0008191" - up to four KEY=VALUE tokens, with the
      *> values landing in parm-work-1..4 in token order
                       on exception move "Y" to call-failed-flag
                   end-call
               when "FIB"
               when "FIB-PISANO"
                   move parm-work-1 to fib-parm-terms
                   move space to fib-parm-mode
                   if oa-parameters (1:14) = "MODULUS-LIMIT="
                       move "P" to fib-parm-mode
                   end-if
                   open output fib-parm-out
                   write fib-parm-record
                   close fib-parm-out
                       on exception move "Y" to call-failed-flag
                   end-call
               when "fibonacci15"
               when "fibonacci15-big"
      *> a big-number mode run says MODE=BIG after its seeds
                   move 0 to big-mode-count
                   inspect oa-parameters tallying big-mode-count
                       for all "MODE=BIG"
                   move 0 to fib15-parm-big-terms
                   move space to fib15-parm-mode
                   if big-mode-count > 0
                       move 0 to fib15-parm-terms
                       move "B" to fib15-parm-mode
                       move parm-work-1 to fib15-parm-big-terms
                   else
                       move parm-work-1 to fib15-parm-terms
                   end-if
      *> audit records from before the seed change carry only the
      *> term count - default the seeds to the Fibonacci pair rather
      *> than replaying a degenerate 0/0 custom series
                       on exception move "Y" to call-failed-flag
                   end-call
               when "sieveoferathosthenes"
               when "sieve-segmented"
               when "sieve-oddpacked"
      *> each sieve mode audits under its own id, but all are the
      *> one program; the table size brings back the segmented mode
      *> by itself, the packed mode needs its card letter
                   move parm-work-1 to sieve-parm-size
                   move space to sieve-parm-mode
                   if oa-program-id = "sieve-oddpacked"
                       move "P" to sieve-parm-mode
                   end-if
                   open output sieve-parm-out
                   write sieve-parm-record
                   close sieve-parm-out
                   call "iobench"
                       on exception move "Y" to call-failed-flag
                   end-call
               when "decbench"
                   move parm-work-1 to db-parm-count
                   open output decbench-parm-out
                   write decbench-parm-record
                   close decbench-parm-out
                   call "decbench"
                       on exception move "Y" to call-failed-flag
                   end-call
               when "juliaset"
      *> the audit record carries resolution and band count; the
      *> replay uses the documented default c-constant and viewport,
       write-replay-report.
           open output benchrply-report
           move "REPLAY REPORT" to benchrply-report-record
           move "ENV" to benchrply-report-record (61:3)
           move es-env-code to benchrply-report-record (65:4)
           write benchrply-report-record
           move spaces to detail-line
           string "ORIGINAL: " delimited by size
