      ******************************************************************
      * Record layout for the outbound monitoring event feed
      * (monitor-feed.dat), in the enterprise monitoring team's fixed
      * format. MONFEED appends one record per event - a new alert
      * on alerts.dat, a chain step that failed or was skipped on
      * job-exec-log.dat, a predicted batch-window overrun from
      * SLAMON - each carrying its own sequence number, which never
      * goes backwards and is never reused, so the console can
      * acknowledge events one by one (copy/monack.cpy). The severity
      * code is the console's: 1 CRITICAL, 2 MAJOR, 3 MINOR, 4 INFO.
      * The run id is the alert's own; chain-step events carry none,
      * job-exec-log.dat not recording the run id a step ran under.
      * monitor-resend.dat carries the same layout.
      ******************************************************************
       01  monitor-event-record.
           05 me-event-seq           pic 9(10).
           05 me-event-ts            pic x(26).
           05 me-source-system       pic x(8).
           05 me-event-class         pic x(8).
               88 me-class-alert     value "ALERT".
               88 me-class-step-fail value "STEPFAIL".
               88 me-class-step-skip value "STEPSKIP".
               88 me-class-overrun   value "SLAOVRUN".
           05 me-severity-code       pic 9.
               88 me-sev-critical    value 1.
               88 me-sev-major       value 2.
               88 me-sev-minor       value 3.
               88 me-sev-info        value 4.
           05 me-severity-name       pic x(8).
           05 me-source-program      pic x(20).
           05 me-run-id              pic x(16).
           05 me-step-name           pic x(12).
           05 me-return-code         pic 9(4).
           05 me-message             pic x(80).
