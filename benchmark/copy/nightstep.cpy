      * max-rc of 4 on a FILECHK predecessor runs the step when
      * FILECHK merely quarantined records but skips it when FILECHK
      * failed outright.
      *
      * The run condition says which nights the step is due (judged
      * against processing-calendar.dat through DATE-SVC): spaces or
      * DLY every night, BUS business days only, MON..SUN that
      * weekday only, MEN the month-end business day, QEN the
      * month-end business day of March, June, September and
      * December. A step not due tonight is reported NOT SCHEDULED
      * and its successors treat it as satisfied.
      ******************************************************************
       01  night-step-record.
           05 ns-step-name           pic x(12).
           05 ns-pred-1              pic x(12).
           05 ns-pred-2              pic x(12).
           05 ns-pred-max-rc         pic 9(4).
           05 ns-run-condition       pic x(3).
