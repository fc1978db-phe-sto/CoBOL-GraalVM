      *> ad hoc testing. Each selection writes the same parameter card
      *> the program would otherwise read from disk, then dynamically
      *> CALLs the program module (built and named per the Tectonics
      *> recipe documented in benchdrv.cbl). Option 9 stays exit, as
      *> operators have always keyed it; DECBENCH, added after the
      *> menu filled, is option 10.
      *>****************************************************************
       environment division.
       input-output section.
           select iobench-parm-out assign to "iobench.parm"
               organization line sequential
               file status is iob-status.
           select decbench-parm-out assign to "decbench.parm"
               organization line sequential
               file status is dec-status.

       data division.
       file section.
           COPY sbparm.
       fd  iobench-parm-out.
           COPY iobparm.
       fd  decbench-parm-out.
           COPY decparm.

       working-storage section.
           COPY envarea.
       77  fp-status                pic xx.
       77  fib-status               pic xx.
       77  fib15-status             pic xx.
       77  rf-status                pic xx.
       77  ri-function              pic x.
       77  menu-run-id              pic x(16).
       77  menu-choice              pic 99.
       77  input-n                  pic 9(3).
       77  input-terms              pic 9(4).
       77  input-term-count         pic 99.
       77  input-big-mode           pic x.
       77  input-pisano-mode        pic x.
       77  input-packed-mode        pic x.
       77  input-big-terms          pic 9(4).
       77  input-seed1              pic 9(10).
       77  input-seed2              pic 9(10).
       77  input-resx               pic 9(4).
       77  input-record-count       pic 9(7).
       77  iob-status               pic xx.
       77  input-io-count           pic 9(7).
       77  dec-status               pic xx.
       77  input-account-count      pic 9(7).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move "B" to ri-function
           call "RUN-IDENT" using ri-function, menu-run-id
               on exception
                   when 7 perform run-sortbench
                   when 8 perform run-iobench
                   when 9 continue
                   when 10 perform run-decbench
                   when other
                       display "please enter a number from the menu"
               end-evaluate

       display-menu.
           display " "
           display "benchmark suite menu - environment " es-env-code
           display "  1  FACTORIAL           (parameter: N)"
           display "  2  FIB                 (parameter: term count)"
           display "  3  FIBONACCI15         (parameter: term count)"
           display "  7  SORTBENCH           (parameter: record count)"
           display "  8  IOBENCH             (parameter: record count)"
           display "  9  exit"
           display " 10  DECBENCH            (parameter: account count)"
           display "enter choice: " with no advancing.

       run-factorial.
           call "FACTORIAL".

       run-fib.
           display "pisano-period mode (Y/N): " with no advancing
           move "N" to input-pisano-mode
           accept input-pisano-mode
           if input-pisano-mode = "Y" or input-pisano-mode = "y"
               display "enter modulus limit (2-9999): "
                   with no advancing
               move "P" to fib-parm-mode
           else
               display "enter term count (0-9999): " with no advancing
               move space to fib-parm-mode
           end-if
           accept input-terms
           move input-terms to fib-parm-terms
           open output fib-parm-out
           call "FIB".

       run-fibonacci15.
           display "big-number mode, past term 85 (Y/N): "
               with no advancing
           move "N" to input-big-mode
           accept input-big-mode
           move 0 to fib15-parm-terms
           move 0 to fib15-parm-big-terms
           move space to fib15-parm-mode
           if input-big-mode = "Y" or input-big-mode = "y"
               display "enter term count (0-999): " with no advancing
               accept input-big-terms
               move "B" to fib15-parm-mode
               move input-big-terms to fib15-parm-big-terms
           else
               display "enter term count (0-85): " with no advancing
               accept input-term-count
               move input-term-count to fib15-parm-terms
           end-if
           display "enter seed pair - 0 1 = fibonacci, 2 1 = lucas"
           display "enter seed1 (0-9999999999): " with no advancing
           accept input-seed1
           close iobench-parm-out
           call "iobench".

       run-decbench.
           display "enter account count (10-1000000): "
               with no advancing
           accept input-account-count
           move input-account-count to db-parm-count
           open output decbench-parm-out
           write decbench-parm-record
           close decbench-parm-out
           call "decbench".

       run-sieve.
           display "enter table size (1-100000000): "
               with no advancing
           accept input-table-size
           move input-table-size to sieve-parm-size
           display "odd-only packed sieve (Y/N): " with no advancing
           move "N" to input-packed-mode
           accept input-packed-mode
           if input-packed-mode = "Y" or input-packed-mode = "y"
               move "P" to sieve-parm-mode
           else
               move space to sieve-parm-mode
           end-if
           open output sieve-parm-out
           write sieve-parm-record
           close sieve-parm-out
