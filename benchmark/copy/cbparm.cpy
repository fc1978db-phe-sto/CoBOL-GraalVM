      ******************************************************************
      * Parameter card layout for CHARGEBACK: the calendar month being
      * billed (yyyymm) and the cost center that pays for the runs
      * the suite makes on its own behalf - the nightly driver's runs
      * and anything else not started for a queue request. A missing
      * or non-numeric month means the current month; a blank center
      * means OPERATIONS.
      ******************************************************************
       01  chargeback-parm-record.
           05 cb-charge-month        pic 9(6).
           05 cb-operations-center   pic x(10).
