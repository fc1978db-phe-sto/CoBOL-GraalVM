      * series type derived from the seeds is carried in the CSV
      * header and every detail row so a Lucas file cannot be
      * mistaken for a Fibonacci file.
      * Mode "B" carries the series in the shared 21-limb big-number
      * accumulator instead of PIC 9(18), and takes its term count
      * from fib15-parm-big-terms, since that runs past the two-digit
      * field (to about term 900, where 189 digits run out). Space
      * (every older card) is the PIC 9(18) mode.
      ******************************************************************
       01  fib15-parm-record.
           05 fib15-parm-terms       pic 99.
           05 fib15-parm-seed1       pic 9(10).
           05 fib15-parm-seed2       pic 9(10).
           05 fib15-parm-mode        pic x.
               88 fib15-big-mode     value "B".
           05 fib15-parm-big-terms   pic 9(4).
