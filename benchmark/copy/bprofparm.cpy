      * four, zero = slot unused), and up to three larger parameter
      * values to project the runtime for. The program must be one of
      * the single-parameter benchmarks (FACTORIAL, FIB, fibonacci15,
      * recursivefactorial, sieveoferathosthenes, sortbench, iobench,
      * decbench).
      ******************************************************************
       01  benchprof-parm-record.
           05 bp-program-id          pic x(20).
