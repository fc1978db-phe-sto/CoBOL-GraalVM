       01  card-io-record              pic x(80).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  bres-status                 pic xx.
       77  card-status                 pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-profile-parm
           perform check-program-known
           if not program-known
               when "sieveoferathosthenes"
               when "sortbench"
               when "iobench"
               when "decbench"
                   move "Y" to program-known-flag
               when other
                   continue
                   move "sortbench.parm" to card-file-name
               when "iobench"
                   move "iobench.parm" to card-file-name
               when "decbench"
                   move "decbench.parm" to card-file-name
           end-evaluate.

       save-operator-card.
               when "iobench"
                   move sample-value to card-value-7
                   move card-value-7 to card-io-record (1:7)
               when "decbench"
                   move sample-value to card-value-7
                   move card-value-7 to card-io-record (1:7)
           end-evaluate
           write card-io-record
           close card-io.
               read bench-result-in
                   at end continue
                   not at end
                       perform check-latest-result
               end-read
           end-perform
           close bench-result-in.

       check-latest-result.
      *> past its single-pass limit the sieve runs, and records
      *> itself as, its segmented mode; the sample card leaves the
      *> mode blank, so the packed mode never enters the ladder
           if br-program-id = profile-program
                   or (profile-program = "sieveoferathosthenes"
                       and br-program-id = "sieve-segmented")
               move "Y" to latest-found-flag
               move br-elapsed-ms to latest-elapsed-ms
           end-if.

       report-one-sample.
           move sp-value (sample-idx) to value-disp
           move sp-elapsed-ms (sample-idx) to ms-disp
