      ******************************************************************
      * Record layout for the GOLDBACH-OUT verification file. One
      * detail record per even number checked, then the summary
      * figures the way SORTBENCH and IOBENCH write their trailers:
      *   PAIR      even number with its minimal pair p + q, p the
      *             smallest prime for which q = n - p is also prime
      *   NOPAIR    even number for which no pair was found (an error)
      *   MAXMINP   the even number needing the largest minimal p,
      *             with that pair
      *   EVENS     even numbers checked
      *   NOPAIRS   even numbers without a pair
      *   LOOKUPS   PRIME-SVC keyed lookups made
      *   LKUPSEC   keyed lookups per second achieved
      ******************************************************************
       01  goldbach-out-record.
           05 gb-record-type         pic x(8).
               88 gb-pair-row        value "PAIR".
               88 gb-no-pair-row     value "NOPAIR".
               88 gb-max-min-row     value "MAXMINP".
           05 gb-even-value          pic 9(9).
           05 gb-prime-p             pic 9(9).
           05 gb-prime-q             pic 9(9).
       01  goldbach-summary-record.
           05 gs-record-type         pic x(8).
           05 gs-value               pic 9(15).
           05 filler                 pic x(12).
