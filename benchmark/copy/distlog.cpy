      ******************************************************************
      * Record layout for the report delivery log (distrib-log.dat).
      * RPTDIST appends one record per delivery attempt of a spool
      * generation to a recipient: when, which spool generation of
      * which report and run id, to whom and into which outbox, and
      * how it went - D delivered, F failed (queued on
      * distrib-retry.dat, same layout, and tried again next night),
      * X abandoned because the spool generation is gone - with the
      * attempt number and the reason for a failure.
      ******************************************************************
       01  delivery-log-record.
           05 dv-timestamp           pic x(26).
           05 dv-spool-name          pic x(60).
           05 dv-report-name         pic x(40).
           05 dv-run-id              pic x(16).
           05 dv-recipient           pic x(20).
           05 dv-outbox-dir          pic x(60).
           05 dv-status              pic x.
               88 dv-delivered       value "D".
               88 dv-failed          value "F".
               88 dv-abandoned       value "X".
           05 dv-attempt             pic 9(3).
           05 dv-reason              pic x(30).
