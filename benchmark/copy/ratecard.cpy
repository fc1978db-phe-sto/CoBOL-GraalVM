      ******************************************************************
      * Record layout for the CPU rate card (cpu-rate-card.dat): the
      * price of one CPU minute for a cost center, effective from a
      * date (yyyymmdd). A center's rate for a billing month is its
      * latest row effective on or before the month's last day; a
      * center with no such row is billed at the "*" row's rate, the
      * house default, by the same effective-date rule.
      ******************************************************************
       01  rate-card-record.
           05 cr-cost-center         pic x(10).
           05 cr-effective-date      pic x(8).
           05 cr-rate-per-cpu-min    pic 9(5)v99.
