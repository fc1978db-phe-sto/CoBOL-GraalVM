      ******************************************************************
      * Parameter card layout for GOLDBACH: the upper even number of
      * the verification run (4 - 1000000). Every even number from 4
      * up to the limit is checked; an odd limit is taken down to the
      * even number below it. The limit must lie within the range the
      * prime master was loaded for.
      ******************************************************************
       01  goldbach-parm-record.
           05 gb-parm-limit          pic 9(7).
