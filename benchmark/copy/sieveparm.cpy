      ******************************************************************
      * Parameter card layout for SIEVEOFERATHOSTHENES: table size and
      * sieve mode. Up to 1000000 the classic in-memory bit-array
      * sieve runs (ten timed iterations over odd numbers 3..2N+1); a
      * larger value (up to 100000000) selects the segmented mode,
      * which sieves the integers up to the value itself in
      * fixed-size windows. Mode P selects the odd-only packed sieve
      * instead of the classic one: the same odd numbers 3..2N+1 and
      * the same sieve-out.dat, but striking from the square of each
      * prime in a single pass, and running single-pass up to 2000000
      * before the segmented mode takes over. A blank mode leaves the
      * choice to the table size.
      * Each mode records its results under its own program id
      * (sieveoferathosthenes, sieve-segmented, sieve-oddpacked).
      * Older seven-digit cards are still accepted.
      ******************************************************************
       01  sieve-parm-record.
           05 sieve-parm-size        pic 9(9).
           05 sieve-parm-mode        pic x.
               88 sieve-mode-packed  value "P".
