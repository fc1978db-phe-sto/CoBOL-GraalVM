      * tell how far tonight's chain has got and how long each step
      * took, and the month-end reporting has a factual record of the
      * batch instead of operator memory.
      *
      * Steps NIGHTSCHED skipped (a predecessor failed) or could not
      * CALL (module not installed) are stamped too, with a step
      * status byte saying so, so the monitoring feed (MONFEED) can
      * report them; older records without the byte read as ran.
      ******************************************************************
       01  job-exec-record.
           05 jx-run-date            pic x(8).
           05 jx-start-ts            pic x(26).
           05 jx-end-ts              pic x(26).
           05 jx-return-code         pic 9(4).
           05 jx-step-status         pic x.
               88 jx-step-ran        values "R" " ".
               88 jx-step-skipped    value "S".
               88 jx-step-nomodule   value "N".
