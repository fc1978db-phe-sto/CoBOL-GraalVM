      ******************************************************************
      * Record layout for the run invalidation register
      * (invalid-runs.dat), maintained by INVMAINT and read through
      * the RUN-VALID callable by every statistics report. An entry
      * condemns either one run id (type R) or every run a machine
      * made over an inclusive yyyymmdd date range (type M; machine
      * tag "*" = every machine), with the reason and the operator
      * who marked it. Entries are never deleted: reinstating one
      * sets iv-status R and records who reinstated it, when, and
      * why, and both actions are written to the sealed audit log.
      ******************************************************************
       01  invalid-run-record.
           05 iv-entry-type          pic x.
               88 iv-run-entry       value "R".
               88 iv-range-entry     value "M".
           05 iv-run-id              pic x(16).
           05 iv-machine-tag         pic x(20).
           05 iv-from-date           pic x(8).
           05 iv-to-date             pic x(8).
           05 iv-reason              pic x(60).
           05 iv-operator            pic x(20).
           05 iv-marked-ts           pic x(26).
           05 iv-status              pic x.
               88 iv-invalid         value "I".
               88 iv-reinstated      value "R".
           05 iv-reinstated-by       pic x(20).
           05 iv-reinstated-ts       pic x(26).
           05 iv-reinstate-reason    pic x(60).
