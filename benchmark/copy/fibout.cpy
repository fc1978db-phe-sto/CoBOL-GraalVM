      * value), written the way FACTORIAL writes factorial-out.dat so
      * the iterative BINARY-C-LONG implementation can be reconciled
      * against fibonacci15's PIC 9(18) arithmetic by FIBRECON.
      ******************************************************************
      * In Pisano-period mode the file carries the alternate layout
      * instead: one PISA record per modulus (the modulus and its
      * period), then one PTRL trailer whose modulus field holds the
      * count of moduli and whose period field holds the largest
      * period found.
      ******************************************************************
       01  fib-out-record.
           05 fb-term                pic 9(4).
           05 fb-value               pic 9(19).
       01  fib-pisano-record.
           05 fp-record-type         pic x(4).
               88 fp-period-row      value "PISA".
               88 fp-trailer-row     value "PTRL".
           05 fp-modulus             pic 9(9).
           05 fp-period              pic 9(10).
