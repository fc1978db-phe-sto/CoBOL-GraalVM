      *> differing-pixel count exceeds the mandcomp.parm tolerance
      *> (default 0: any drift in the COMPUTE chain fails the day it
      *> happens), when the headers disagree, or when either file is
      *> missing. The baseline is installed by a BASEREG promotion,
      *> from the approved run's captured mandelbrotset.pgm.
      *>****************************************************************
       environment division.
       input-output section.
       01  mandcomp-report-record      pic x(132).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  baseline-status             pic xx.
       77  current-status              pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-tolerance-parm
           open output mandcomp-report
           move "MANDELBROTSET PIXEL-LEVEL IMAGE COMPARISON"
               to mandcomp-report-record
           move "ENV" to mandcomp-report-record (61:3)
           move es-env-code to mandcomp-report-record (65:4)
           write mandcomp-report-record
           open input baseline-in
           open input current-in
               end-if
               display "mandcomp: image file missing"
               move 8 to return-code
               move "MCMP001E" to ar-message
               perform raise-compare-alert
               goback
           end-if
               perform spool-own-report
               display "mandcomp: header mismatch"
               move 8 to return-code
               move "MCMP002E" to ar-message
               perform raise-compare-alert
               goback
           end-if
               move 8 to return-code
               move diff-count to count-disp
               move spaces to ar-message
               string "MCMP003E " delimited by size
                      count-disp delimited by size
                      into ar-message
               perform raise-compare-alert
           else
