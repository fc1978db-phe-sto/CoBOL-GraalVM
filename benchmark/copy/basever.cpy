      ******************************************************************
      * Record layout for the baseline register
      * (baseline-register.dat), appended by BASEREG. One record per
      * promotion or rollback of the approved baseline set - the four
      * comparator baselines bench-result-baseline.dat (BENCHREGR),
      * bench-reference.dat (BENCHINDX), mandelbrotset-baseline.pgm
      * (MANDCOMP) and run-manifest-baseline.dat (MANIFDRFT), always
      * installed together from one certified run's kit.
      *   PROMOTE  bg-version is the new version number, bg-run-id
      *            the certified run it was built from, and
      *            bg-prev-version the version it replaced (kept for
      *            rollback)
      *   ROLLBACK bg-version is the version reinstated, bg-run-id its
      *            run, and bg-prev-version the version rolled back
      * The version in force is the bg-version of the last record.
      ******************************************************************
       01  baseline-register-record.
           05 bg-version             pic 9(4).
           05 bg-action              pic x(8).
               88 bg-promote         value "PROMOTE".
               88 bg-rollback        value "ROLLBACK".
           05 bg-run-id              pic x(16).
           05 bg-prev-version        pic 9(4).
           05 bg-timestamp           pic x(26).
           05 bg-operator            pic x(20).
           05 bg-approver            pic x(20).
           05 bg-reason              pic x(60).
