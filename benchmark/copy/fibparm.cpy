      ******************************************************************
      * Parameter card layout for FIB: desired Fibonacci term count.
      * Mode "P" turns FIB into the Pisano-period workload: the count
      * field is then the modulus limit, and FIB finds the period of
      * the Fibonacci numbers modulo every m from 2 to that limit.
      * Space (every older card) is the term series.
      ******************************************************************
       01  fib-parm-record.
           05 fib-parm-terms         pic 9(4).
           05 fib-parm-mode          pic x.
               88 fib-pisano-mode    value "P".
