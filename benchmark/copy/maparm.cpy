      ******************************************************************
      * Parameter card layout for MANDAREA: the first rung of the
      * resolution ladder, how many rungs to run (each doubles both
      * dimensions of the one before), and how far the converged area
      * estimate - the top rung's - may move from the last run at the
      * same top resolution before it is alerted as a numeric-
      * accuracy regression (six implied decimals: 000100 is 0.0001).
      ******************************************************************
       01  mandarea-parm-record.
           05 ma-base-resx           pic 9(4).
           05 ma-base-resy           pic 9(4).
           05 ma-rung-count          pic 9.
           05 ma-tolerance           pic 9v9(6).
