      * record is marked DONE with both identities preserved.
      * Operations: ARCHPURGE (BENCHARCH archive purge), RESTORE
      * (BENCHREST backup restore), QDISCARD (permanent discard of a
      * quarantined record), GRANTWILD (AUTHMAINT adding or changing
      * a "*" wildcard grant), BASEPROMOTE and BASEROLLBK (BASEREG
      * promoting or rolling back the comparator baselines).
      ******************************************************************
       01  pending-approval-record.
           05 pa-request-id          pic x(14).
