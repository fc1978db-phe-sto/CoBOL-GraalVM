      ******************************************************************
      * Record layout for the run-id register (run-id-register.dat).
      * run-id.dat only ever holds the one current id, so RUN-IDENT
      * also appends every id it issues here - B for a run begun by
      * the driver, menu or queue processor, S for an id generated
      * for a standalone invocation - and REFCHK can tell a record
      * stamped with an id RUN-IDENT really issued from one whose id
      * came from nowhere (the module was missing and the program
      * made its own, or the record was written by hand).
      * Every standalone service call (an alert, a heartbeat, a
      * report) outside a driver run takes an S entry of its own, so
      * the register is trimmed by HOUSEKEEP under the RR retention
      * row (copy/retenpol.cpy).
      ******************************************************************
       01  run-register-record.
           05 rg-run-id              pic x(16).
           05 rg-issue-type          pic x.
               88 rg-run-begun       value "B".
               88 rg-standalone      value "S".
