      ******************************************************************
      * Parameter card layout for ENVCHGRPT: how many runs either side
      * of each environment change are averaged per program. Zero,
      * non-numeric or an absent card means the default of 5; the
      * most it will average is 20 runs a side.
      ******************************************************************
       01  envchgrpt-parm-record.
           05 er-runs-each-side      pic 9(2).
