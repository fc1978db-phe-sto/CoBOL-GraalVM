      ******************************************************************
      * Parameter card layout for CHAINCRIT: the nights to analyze as
      * an inclusive yyyymmdd from/to pair, judged on the date each
      * night's chain started. A missing or unparseable card covers
      * the last 91 days ending today - the quarter the batch-window
      * meeting looks back over.
      ******************************************************************
       01  chaincrit-parm-record.
           05 cp-from-date           pic x(8).
           05 cp-to-date             pic x(8).
