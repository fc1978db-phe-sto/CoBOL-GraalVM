      ******************************************************************
      * Record layout for MANDAREA-HISTORY.DAT: one record per MANDAREA
      * run - when it ran, the top rung's resolution, the converged
      * area estimate there, and the inside-pixel count it came from.
      * The next run compares its own converged estimate with the
      * latest record at the same top resolution.
      ******************************************************************
       01  mandarea-history-record.
           05 mh-run-timestamp       pic x(14).
           05 mh-resx                pic 9(4).
           05 mh-resy                pic 9(4).
           05 mh-area-estimate       pic 9v9(8).
           05 mh-inside-pixels       pic 9(9).
