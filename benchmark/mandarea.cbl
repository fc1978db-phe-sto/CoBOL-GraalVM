       identification division.
       program-id. mandarea.
      *>****************************************************************
      *> Area-estimation accuracy report for MANDELBROTSET. MANDCOMP
      *> proves a render did not change pixel for pixel, but a rounding
      *> change in the escape-time arithmetic after a compiler or
      *> runtime upgrade moves the baseline and the current image
      *> together, so it cannot say whether the numbers are right.
      *> This program renders the full set (the -2.5 - 0.8 by -1.25 -
      *> 1.25 viewport) at a ladder of resolutions - the mandarea.parm
      *> base resolution doubled rung by rung, default 132 x 100 over
      *> four rungs - by writing mandelbrotset.parm and CALLing
      *> mandelbrotset in image mode per rung, the way MANDELCAPACITY
      *> drives its samples. Each rung's inside pixels (gray 255: the
      *> point never escaped) times the pixel area estimates the set's
      *> area; the report sets every estimate against the published
      *> area, 1.50659177, and shows whether the error shrinks as the
      *> resolution rises. What error is left at the top rung is the
      *> renderer's fixed 60-iteration limit, which counts slow
      *> escapers as inside - it is stable from build to build, and
      *> the stable part is what is watched.
      *>
      *> The top rung's estimate is the converged one. It is appended
      *> to mandarea-history.dat and compared with the latest earlier
      *> run at the same top resolution; a move larger than the card's
      *> tolerance is raised through ALERT-RAISE as a numeric-accuracy
      *> regression and the run ends 8, as it does when a rung fails
      *> to render. A bad card ends 4. The operator's
      *> mandelbrotset.parm is saved and restored around the run.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select mandarea-parm-in assign to "mandarea.parm"
               organization line sequential
               file status is parm-status.
           select mand-parm-out assign to "mandelbrotset.parm"
               organization line sequential
               file status is mparm-status.
           select pgm-in assign to "mandelbrotset.pgm"
               organization line sequential
               file status is pgm-status.
           select mandarea-history-io assign to "mandarea-history.dat"
               organization line sequential
               file status is hist-status.

       data division.
       file section.
       fd  mandarea-parm-in.
           COPY maparm.
       fd  mand-parm-out.
           COPY mandparm.
       fd  pgm-in.
       01  pgm-in-record               pic x(2000).
       fd  mandarea-history-io.
           COPY mahist.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  mparm-status                pic xx.
       77  pgm-status                  pic xx.
       77  hist-status                 pic xx.
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).
       77  ar-program-id               pic x(20).
       77  ar-severity                 pic x.
       77  ar-message                  pic x(80).
       77  base-resx                   pic 9(4) value 132.
       77  base-resy                   pic 9(4) value 100.
       77  rung-count                  pic 9 value 4.
       77  max-rungs                   pic 9 value 6.
       77  tolerance                   pic 9v9(6) value 0.000100.
       77  published-area              pic 9v9(8) value 1.50659177.
       77  rung-idx                    pic 9.
       77  rung-resx                   pic 9(5).
       77  rung-resy                   pic 9(5).
       77  header-no                   pic 9.
       77  pgm-width-x                 pic x(10).
       77  pgm-height-x                pic x(10).
       77  inside-pixels               pic 9(9) comp.
       77  area-estimate               pic 9v9(8).
       77  area-error                  pic s9v9(8).
       77  abs-error                   pic 9v9(8).
       77  prior-abs-error             pic 9v9(8).
       77  base-abs-error              pic 9v9(8).
       77  converged-estimate          pic 9v9(8) value 0.
       77  converged-pixels            pic 9(9) value 0.
       77  top-resx                    pic 9(4) value 0.
       77  top-resy                    pic 9(4) value 0.
       77  prior-estimate              pic 9v9(8) value 0.
       77  prior-stamp                 pic x(14) value spaces.
       77  estimate-drift              pic s9v9(8).
       77  prior-found-flag            pic x value "N".
           88 prior-found              value "Y".
       77  parm-bad-flag               pic x value "N".
           88 parm-bad                 value "Y".
       77  rung-failed-flag            pic x.
           88 rung-failed              value "Y".
       77  failed-rungs                pic 9 value 0.
       77  growing-rungs               pic 9 value 0.
       77  regression-flag             pic x value "N".
           88 accuracy-regressed       value "Y".
       77  run-start                   pic x(21).
       77  res-disp                    pic z(4)9.
       77  count-disp                  pic z(8)9.
       77  area-disp                   pic 9.9(8).
       77  error-disp                  pic +9.9(8).
       77  tol-disp                    pic 9.9(6).
       77  detail-line                 pic x(100).
       77  saved-mand-parm-flag        pic x value "N".
           88 saved-mand-parm-existed  value "Y".
           COPY mandparm
               REPLACING ==mand-parm-record==
                      BY ==sv-mand-parm-record==,
                         ==mand-parm-realmin==
                      BY ==sv-mand-parm-realmin==,
                         ==mand-parm-realmax==
                      BY ==sv-mand-parm-realmax==,
                         ==mand-parm-imagmin==
                      BY ==sv-mand-parm-imagmin==,
                         ==mand-parm-imagmax==
                      BY ==sv-mand-parm-imagmax==,
                         ==mand-parm-resx==
                      BY ==sv-mand-parm-resx==,
                         ==mand-parm-resy==
                      BY ==sv-mand-parm-resy==,
                         ==mand-parm-output-mode==
                      BY ==sv-mand-parm-output-mode==,
                         ==mand-parm-band-count==
                      BY ==sv-mand-parm-band-count==.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date to run-start
           perform read-area-parm
           if parm-bad
               display "mandarea: bad parameter card - run rejected"
               move 4 to return-code
               goback
           end-if
           perform save-mand-parm

           move "mandarea-report.txt" to rw-report-name
           move "MANDELBROT SET AREA-ESTIMATION ACCURACY"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move "  RESX   RESY  INSIDE-PIXELS  AREA-ESTIMATE"
               & "  ERROR          TREND" to rw-line
           perform write-report-detail

           perform varying rung-idx from 1 by 1
                   until rung-idx > rung-count
               perform run-one-rung
               perform write-rung-line
           end-perform
           perform restore-mand-parm

           perform find-prior-estimate
           perform judge-converged-estimate
           perform write-summary-lines
           perform close-report-writer
           if top-resx not = 0
               perform append-area-history
           end-if

           evaluate true
               when accuracy-regressed
                   move 8 to return-code
               when failed-rungs not = 0
                   display "mandarea: " failed-rungs
                       " rung(s) failed to render"
                   move "MARE001E" to ar-message
                   perform raise-area-alert
                   move 8 to return-code
               when other
                   move converged-estimate to area-disp
                   display "mandarea complete - converged area "
                       area-disp
                   move 0 to return-code
           end-evaluate
           goback.

       run-one-rung.
      *> rung n renders base x 2 ** (n - 1) in both dimensions
           compute rung-resx = base-resx * 2 ** (rung-idx - 1)
           compute rung-resy = base-resy * 2 ** (rung-idx - 1)
           move "N" to rung-failed-flag
           move 0 to inside-pixels
           move 0 to area-estimate
           move -2.5 to mand-parm-realmin
           move 0.8 to mand-parm-realmax
           move -1.25 to mand-parm-imagmin
           move 1.25 to mand-parm-imagmax
           move rung-resx to mand-parm-resx
           move rung-resy to mand-parm-resy
           move "P" to mand-parm-output-mode
           move 0 to mand-parm-band-count
           open output mand-parm-out
           write mand-parm-record
           close mand-parm-out
           call "mandelbrotset"
               on exception
                   move "Y" to rung-failed-flag
           end-call
           if return-code not = 0
               move "Y" to rung-failed-flag
           end-if
           if not rung-failed
               perform count-inside-pixels
           end-if
           if rung-failed
               add 1 to failed-rungs
               exit paragraph
           end-if
      *> each pixel stands for one grid cell of the viewport: 3.3
      *> wide over resx - 1 steps by 2.5 high over resy - 1 steps
           compute area-estimate rounded =
               inside-pixels * 3.3 * 2.5
                   / ((rung-resx - 1) * (rung-resy - 1))
           compute area-error = area-estimate - published-area
           if area-error < 0
               compute abs-error = 0 - area-error
           else
               move area-error to abs-error
           end-if
           move area-estimate to converged-estimate
           move inside-pixels to converged-pixels
           move rung-resx to top-resx
           move rung-resy to top-resy.

       count-inside-pixels.
      *> the P2 header must carry this rung's resolution - anything
      *> else is an image left over from some earlier render
           open input pgm-in
           if pgm-status not = "00"
               move "Y" to rung-failed-flag
               exit paragraph
           end-if
           perform varying header-no from 1 by 1 until header-no > 3
               move spaces to pgm-in-record
               read pgm-in
                   at end move "Y" to rung-failed-flag
               end-read
               if header-no = 2
                   move spaces to pgm-width-x
                   move spaces to pgm-height-x
                   unstring pgm-in-record delimited by all " "
                       into pgm-width-x, pgm-height-x
                   end-unstring
                   if pgm-width-x (1:4) not = mand-parm-resx
                           or pgm-height-x (1:4) not = mand-parm-resy
                       move "Y" to rung-failed-flag
                   end-if
               end-if
           end-perform
           if not rung-failed
               perform until pgm-status not = "00"
                   read pgm-in
                       at end continue
                       not at end
                           if pgm-in-record (1:3) = "255"
                               add 1 to inside-pixels
                           end-if
                   end-read
               end-perform
           end-if
           close pgm-in.

       write-rung-line.
           move spaces to detail-line
           move rung-resx to res-disp
           move res-disp to detail-line (2:5)
           move rung-resy to res-disp
           move res-disp to detail-line (9:5)
           if rung-failed
               move "RENDER FAILED - NO ESTIMATE" to detail-line (17:27)
               move detail-line to rw-line
               perform write-report-detail
               exit paragraph
           end-if
           move inside-pixels to count-disp
           move count-disp to detail-line (17:9)
           move area-estimate to area-disp
           move area-disp to detail-line (32:10)
           move area-error to error-disp
           move error-disp to detail-line (47:11)
           evaluate true
               when rung-idx = 1 or prior-abs-error = 0
                   move "BASE" to detail-line (61:9)
                   move abs-error to base-abs-error
               when abs-error < prior-abs-error
                   move "SHRINKING" to detail-line (61:9)
               when abs-error = prior-abs-error
                   move "UNCHANGED" to detail-line (61:9)
               when other
                   move "GROWING" to detail-line (61:9)
                   add 1 to growing-rungs
           end-evaluate
           move abs-error to prior-abs-error
           move detail-line to rw-line
           perform write-report-detail.

       find-prior-estimate.
      *> the latest earlier run at the same top resolution
           if top-resx = 0
               exit paragraph
           end-if
           open input mandarea-history-io
           if hist-status not = "00"
               exit paragraph
           end-if
           perform until hist-status not = "00"
               read mandarea-history-io
                   at end continue
                   not at end
                       if mh-resx = top-resx and mh-resy = top-resy
                           move "Y" to prior-found-flag
                           move mh-area-estimate to prior-estimate
                           move mh-run-timestamp to prior-stamp
                       end-if
               end-read
           end-perform
           close mandarea-history-io.

       judge-converged-estimate.
           if top-resx = 0 or not prior-found
               exit paragraph
           end-if
           compute estimate-drift = converged-estimate - prior-estimate
           if estimate-drift < 0
               compute estimate-drift = 0 - estimate-drift
           end-if
           if estimate-drift > tolerance
               move "Y" to regression-flag
               move estimate-drift to error-disp
               display "mandarea: converged area moved " error-disp
                   " since " prior-stamp " - accuracy regression"
               move spaces to ar-message
               string "MARE002E " delimited by size
                      error-disp delimited by size
                      into ar-message
               perform raise-area-alert
           end-if.

       write-summary-lines.
           if top-resx = 0
               move "NO RUNG RENDERED - NO CONVERGED ESTIMATE"
                   to rw-line
               perform write-report-total
               exit paragraph
           end-if
           move spaces to detail-line
           move converged-estimate to area-disp
           string "CONVERGED ESTIMATE " delimited by size
                  area-disp delimited by size
                  " AGAINST PUBLISHED AREA 1.50659177"
                      delimited by size
                  into detail-line
           move detail-line to rw-line
           perform write-report-total
           move spaces to detail-line
           evaluate true
               when rung-count = 1
                   move "ONE RUNG ONLY - NO RESOLUTION TREND"
                       to detail-line
               when growing-rungs = 0
                       and prior-abs-error < base-abs-error
                   move "ERROR SHRINKS AS RESOLUTION RISES: YES"
                       to detail-line
               when prior-abs-error < base-abs-error
                   move "ERROR SHRINKS AS RESOLUTION RISES: OVERALL, "
                       & "NOT AT EVERY RUNG" to detail-line
               when other
                   move "ERROR SHRINKS AS RESOLUTION RISES: NO"
                       to detail-line
           end-evaluate
           move detail-line to rw-line
           perform write-report-total
           move "REMAINING ERROR IS THE 60-ITERATION ESCAPE LIMIT - "
               & "STABLE BUILD TO BUILD" to rw-line
           perform write-report-total
           move spaces to detail-line
           if not prior-found
               move "NO EARLIER RUN AT THIS TOP RESOLUTION - "
                   & "ESTIMATE RECORDED AS THE REFERENCE"
                   to detail-line
           else
               move prior-estimate to area-disp
               move tolerance to tol-disp
               string "PREVIOUS RUN " delimited by size
                      prior-stamp delimited by size
                      " ESTIMATE " delimited by size
                      area-disp delimited by size
                      " TOLERANCE " delimited by size
                      tol-disp delimited by size
                      into detail-line
               move detail-line to rw-line
               perform write-report-total
               if accuracy-regressed
                   move "CONVERGED ESTIMATE MOVED BEYOND TOLERANCE - "
                       & "NUMERIC-ACCURACY REGRESSION" to detail-line
               else
                   move "CONVERGED ESTIMATE WITHIN TOLERANCE"
                       to detail-line
               end-if
           end-if
           move detail-line to rw-line
           perform write-report-total.

       append-area-history.
           open extend mandarea-history-io
           if hist-status not = "00"
               open output mandarea-history-io
           end-if
           move run-start (1:14) to mh-run-timestamp
           move top-resx to mh-resx
           move top-resy to mh-resy
           move converged-estimate to mh-area-estimate
           move converged-pixels to mh-inside-pixels
           write mandarea-history-record
           close mandarea-history-io.

       read-area-parm.
           open input mandarea-parm-in
           if parm-status = "00"
               read mandarea-parm-in
                   not at end
                       if ma-base-resx numeric
                               and ma-base-resx not = 0
                           move ma-base-resx to base-resx
                       end-if
                       if ma-base-resy numeric
                               and ma-base-resy not = 0
                           move ma-base-resy to base-resy
                       end-if
                       if ma-rung-count numeric
                               and ma-rung-count not = 0
                           move ma-rung-count to rung-count
                       end-if
                       if ma-tolerance numeric
                               and ma-tolerance not = 0
                           move ma-tolerance to tolerance
                       end-if
               end-read
               close mandarea-parm-in
           end-if
           if base-resx < 2 or base-resy < 2
               move "Y" to parm-bad-flag
           end-if
           if rung-count > max-rungs
               move "Y" to parm-bad-flag
           end-if
      *> the top rung must still fit MANDELBROTSET's 9999 limit
           compute rung-resx = base-resx * 2 ** (rung-count - 1)
           compute rung-resy = base-resy * 2 ** (rung-count - 1)
           if rung-resx > 9999 or rung-resy > 9999
               move "Y" to parm-bad-flag
           end-if.

       save-mand-parm.
           move "N" to saved-mand-parm-flag
           open input mand-parm-out
           if mparm-status = "00"
               read mand-parm-out
                   not at end
                       move mand-parm-record to sv-mand-parm-record
                       move "Y" to saved-mand-parm-flag
               end-read
               close mand-parm-out
           end-if.

       restore-mand-parm.
           open output mand-parm-out
           if saved-mand-parm-existed
               move sv-mand-parm-record to mand-parm-record
               write mand-parm-record
           end-if
           close mand-parm-out.

       raise-area-alert.
      *> ar-message content set by the caller
           move "mandarea" to ar-program-id
           move "E" to ar-severity
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
           end-call.

       write-report-detail.
           move "D" to rw-function
           perform call-report-writer.

       write-report-total.
           move "T" to rw-function
           perform call-report-writer.

       close-report-writer.
           move "C" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program mandarea.
