      ******************************************************************
      * Parameter card layout for DECBENCH: how many loan accounts the
      * fixed-seed generator builds (10 - 1000000). Every account is
      * taken through one month of daily interest accrual, a
      * month-end amortization payment, and its fee, all in COMP-3.
      ******************************************************************
       01  decbench-parm-record.
           05 db-parm-count          pic 9(7).
