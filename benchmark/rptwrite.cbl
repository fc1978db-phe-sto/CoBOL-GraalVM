      *> report in the shop the same standard dress: a page heading
      *> with the report title, run date/time, and page number;
      *> automatic page breaks at the caller's page depth; and a ruled
      *> end-of-report totals box. The heading also carries the
      *> environment (ENV PROD, ENV TEST) from ENV-SVC, so a rehearsal
      *> report can never be taken for a production one. Functions:
      *>   "O" open the report (name, title, page depth; depth 0
      *>       defaults to 60 lines) and print the first heading
      *>   "E" reopen an existing report to append (a resumed driver
      *>       run); falls back to "O" when the file is absent
      *>   "D" print one detail line, breaking the page as needed
      *>   "T" print one line inside the ruled totals box
      *>   "P" start a new page: close any open totals box and print
      *>       a fresh heading - under a new title when rw-report-title
      *>       is not spaces (one invoice page per customer, say)
      *>   "C" close the report
      *>   "S" spool-only: catalog a finished report some program
      *>       wrote through its own FD (name in rw-report-name) -
       77  spool-file-name         pic x(60).
       77  suite-run-id            pic x(16).
       77  ri-function             pic x.
           COPY envarea.

       linkage section.
       01  rw-function             pic x.
           88 rw-open-extend       value "E".
           88 rw-detail            value "D".
           88 rw-total             value "T".
           88 rw-new-page          value "P".
           88 rw-close             value "C".
           88 rw-spool-only       value "S".
       01  rw-report-name          pic x(40).
                   perform print-detail-line
               when rw-total
                   perform print-total-line
               when rw-new-page
                   perform start-new-page
               when rw-close
                   perform close-report
               when rw-spool-only
           add 1 to page-number
           move page-number to page-number-disp
           move spaces to heading-line
           move "G" to es-function
           call "ENV-SVC" using env-svc-area
               on exception
                   move "PROD" to es-env-code
           end-call
           string report-title delimited by size
                  "  ENV " delimited by size
                  es-env-code delimited by size
                  "  " delimited by size
                  run-stamp (1:4) delimited by size
                  "-" delimited by size
           write report-out-record
           add 1 to lines-on-page.

       start-new-page.
           if totals-box-open
               move ruled-line to report-out-record
               write report-out-record
               move "N" to totals-open-flag
           end-if
           if rw-report-title not = spaces
               move rw-report-title to report-title
           end-if
           move spaces to report-out-record
           write report-out-record
           perform print-page-heading.

       spool-external-report.
      *> the report was written outside this module, so the page
      *> count is derived from its line count at the default depth
