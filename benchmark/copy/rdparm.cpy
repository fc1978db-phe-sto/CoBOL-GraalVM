      ******************************************************************
      * Parameter card layout for RPTDIST. Mode D (or a missing card)
      * delivers every spool generation cataloged since the last run,
      * and retries last night's failed deliveries; mode L lists who
      * received what for the run id on the card - spaces mean the
      * current run id from RUN-IDENT.
      ******************************************************************
       01  rptdist-parm-record.
           05 rd-mode                pic x.
               88 rd-list-mode       value "L".
           05 rd-run-id              pic x(16).
