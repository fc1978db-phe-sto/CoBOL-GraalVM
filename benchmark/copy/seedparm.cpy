      ******************************************************************
      * Parameter card layout for ENVSEED: the BENCHBKUP set to build
      * the environment from (the bc-set-id on backup-catalog.dat),
      * the environment code to build (never PROD), and the reseed
      * flag - an environment that already exists is only rebuilt
      * over when the flag is Y, so a rehearsal in progress is not
      * wiped by a stray card.
      ******************************************************************
       01  envseed-parm-record.
           05 sd-parm-set-id         pic x(14).
           05 sd-parm-env-code       pic x(4).
           05 sd-parm-reseed         pic x.
               88 sd-reseed-allowed  value "Y".
