      *> its terms from F(0) = 0, while fibonacci15's detail row TERM n
      *> carries the value F(n+1) (its seeds are emitted before the
      *> loop shifts), so CSV row n is lined up against FIB term n+1.
      *>
      *> When fibonacci15's big-number mode has left a
      *> fibonacci15-big.csv, its rows are reconciled as well, against
      *> the PIC 9(18) rows of fibonacci15-report.csv over the terms
      *> the two files share (the big-number rows run on to about term
      *> 900; the PIC 9(18) rows stop at 85). Both files number their
      *> rows the same way, so row n is matched to row n, for any
      *> series type - but only when the two TRAILER records carry the
      *> same seed pair; files from different seeds are reported and
      *> left unreconciled. Big-number mismatches count in the same
      *> mismatch trailer.
      *>****************************************************************
       environment division.
       input-output section.
           select fib15-in assign to "fibonacci15-report.csv"
               organization line sequential
               file status is fib15-status.
           select big-in assign to "fibonacci15-big.csv"
               organization line sequential
               file status is big-status.
           select recon-report assign to "fibrecon-report.txt"
               organization line sequential
               file status is rep-status.
           COPY fibout.
       fd  fib15-in.
           COPY fib15out.
       fd  big-in.
           COPY fib15big.
       fd  recon-report.
       01  recon-report-record         pic x(100).

       working-storage section.
           COPY envarea.
       77  fib-status                  pic xx.
       77  fib15-status                pic xx.
       77  rep-status                  pic xx.
       77  csv-value-edit              pic z(18)9.
       77  csv-value-disp              pic x(20).
       77  detail-line                 pic x(100).
       77  big-status                  pic xx.
       77  big-series                  pic x(10).
       77  big-term-x                  pic x(4).
       77  big-value-x                 pic x(200).
       77  big-term                    pic 9(4).
       77  classic-seeds               pic x(21).
       77  big-seeds                   pic x(21).
       77  big-compared-count          pic 9(4) value 0.
       77  f15-value-edit              pic z(17)9.
       77  f15-value-disp              pic x(20).

       01  fib-table.
           05 fib-entry occurs 100 times.
               10 fv-seen               pic x value "N".
                   88 fv-present        value "Y".

      *> fibonacci15's PIC 9(18) rows, by row number + 1
       01  fib15-table.
           05 f15-entry occurs 100 times.
               10 f15-value             pic 9(18) value 0.
               10 f15-seen              pic x value "N".
                   88 f15-present       value "Y".

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform load-fib-table
           open output recon-report
           move "TERM  FIB-VALUE            FIB15-VALUE          STATUS"
             to recon-report-record
           move "ENV" to recon-report-record (61:3)
           move es-env-code to recon-report-record (65:4)
           write recon-report-record

           open input fib15-in
               close fib15-in
           end-if

           perform reconcile-big-mode

           if skipped-series-count > 0
               move spaces to recon-report-record
               string "NON-FIBONACCI ROWS SKIPPED: " delimited by size
                   read fib-in
                       at end continue
                       not at end
      *> a Pisano-mode file has no term rows to reconcile
                           if fb-term is numeric
                                   and fb-term < max-term
                               compute idx = fb-term + 1
                               move fb-value to fv-value (idx)
                               set fv-present (idx) to true
           move detail-line to recon-report-record
           write recon-report-record.

       reconcile-big-mode.
           open input big-in
           if big-status not = "00"
               exit paragraph
           end-if
           close big-in
           move "BIG-NUMBER MODE AGAINST PIC 9(18) TERMS"
               to recon-report-record
           write recon-report-record
           perform load-fib15-table
           perform read-big-trailer
           if classic-seeds = spaces or big-seeds = spaces
                   or classic-seeds not = big-seeds
               move spaces to recon-report-record
               string "SEEDS DIFFER - 9(18) FILE " delimited by size
                      function trim (classic-seeds) delimited by size
                      " BIG FILE " delimited by size
                      function trim (big-seeds) delimited by size
                      " - NOT RECONCILED" delimited by size
                      into recon-report-record
               write recon-report-record
               exit paragraph
           end-if
           move "TERM  9(18)-VALUE          BIG-VALUE            STATUS"
               to recon-report-record
           write recon-report-record
           open input big-in
           perform until big-status not = "00"
               read big-in
                   at end continue
                   not at end
                       perform reconcile-one-big-row
               end-read
           end-perform
           close big-in
           move spaces to recon-report-record
           string "BIG-NUMBER TERMS RECONCILED: " delimited by size
                  big-compared-count delimited by size
                  into recon-report-record
           write recon-report-record.

       load-fib15-table.
      *> the PIC 9(18) rows and the seed pair off their TRAILER
           move spaces to classic-seeds
           open input fib15-in
           if fib15-status not = "00"
               exit paragraph
           end-if
           perform until fib15-status not = "00"
               read fib15-in
                   at end continue
                   not at end
                       perform store-one-fib15-row
               end-read
           end-perform
           close fib15-in.

       store-one-fib15-row.
           if fib15-out-record (1:8) = "TRAILER,"
               move fib15-out-record (14:21) to classic-seeds
               exit paragraph
           end-if
           if fib15-out-record (1:5) = "TERM,"
                   or fib15-out-record (1:7) = "SERIES,"
                   or fib15-out-record = spaces
               exit paragraph
           end-if
           move spaces to csv-field-1
           move spaces to csv-field-2
           move spaces to csv-field-3
           unstring fib15-out-record delimited by ","
               into csv-field-1, csv-field-2, csv-field-3
           end-unstring
           if csv-field-3 = spaces
               move csv-field-1 (1:4) to csv-term-x
               move csv-field-2 to csv-value-x
           else
               move csv-field-2 (1:4) to csv-term-x
               move csv-field-3 to csv-value-x
           end-if
           if csv-term-x not numeric or csv-value-x not numeric
               exit paragraph
           end-if
           move csv-term-x to csv-term
           if csv-term < max-term
               compute idx = csv-term + 1
               move csv-value-x to f15-value (idx)
               set f15-present (idx) to true
           end-if.

       read-big-trailer.
           move spaces to big-seeds
           open input big-in
           perform until big-status not = "00"
               read big-in
                   at end continue
                   not at end
                       if fib15-big-record (1:8) = "TRAILER,"
                           move fib15-big-record (14:21) to big-seeds
                       end-if
               end-read
           end-perform
           close big-in.

       reconcile-one-big-row.
           if fib15-big-record (1:7) = "SERIES,"
                   or fib15-big-record (1:8) = "TRAILER,"
                   or fib15-big-record (1:9) = "OVERFLOW,"
                   or fib15-big-record = spaces
               exit paragraph
           end-if
           move spaces to big-series
           move spaces to big-term-x
           move spaces to big-value-x
           unstring fib15-big-record delimited by ","
               into big-series, big-term-x, big-value-x
           end-unstring
           if big-term-x not numeric
               exit paragraph
           end-if
           move big-term-x to big-term
           if big-term >= max-term
               exit paragraph
           end-if
           compute idx = big-term + 1
           if not f15-present (idx)
               exit paragraph
           end-if
           add 1 to big-compared-count
           move big-term to csv-term-disp
           move f15-value (idx) to f15-value-edit
           move function trim (f15-value-edit) to f15-value-disp
           move spaces to detail-line
           if function trim (big-value-x) = f15-value-disp
               string csv-term-disp   delimited by size
                      "  "             delimited by size
                      f15-value-disp   delimited by space
                      "  "             delimited by size
                      big-value-x      delimited by space
                      "  MATCH"        delimited by size
                      into detail-line
           else
               string csv-term-disp   delimited by size
                      "  "             delimited by size
                      f15-value-disp   delimited by space
                      "  "             delimited by size
                      big-value-x      delimited by space
                      "  MISMATCH"     delimited by size
                      into detail-line
               add 1 to mismatch-count
           end-if
           move detail-line to recon-report-record
           write recon-report-record.

       end program fibrecon.
