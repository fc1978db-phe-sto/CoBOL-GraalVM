      ******************************************************************
      * Record layout for the DECBENCH-OUT verification file, written
      * the way SORTBENCH and IOBENCH write their trailer figures. One
      * record per figure; money figures carry their cents:
      *   ACCOUNTS  loan accounts processed
      *   OPENBAL   total opening principal
      *   INTEREST  total interest accrued over the month
      *   PRINPAID  total principal repaid at month-end
      *   FEES      total fees charged
      *   CLOSEBAL  total closing principal
      *   SIZEERR   late fees capped by ON SIZE ERROR
      *   ERRORS    control checks failed (cross-foot and, for the
      *             standard account counts, the fixed control totals)
      *   ACCTSEC   accounts per second achieved
      ******************************************************************
       01  decbench-out-record.
           05 db-record-type         pic x(9).
           05 db-value               pic 9(13)v99.
