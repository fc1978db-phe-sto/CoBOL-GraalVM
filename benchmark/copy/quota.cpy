      ******************************************************************
      * Record layout for the requester quota file (bench-quotas.dat):
      * each requester id's monthly ceiling on queue runs and on CPU
      * minutes. A "*" row is the default for any requester without a
      * row of its own, as in the permissions file; a ceiling of zero
      * means no ceiling on that measure. No file at all means quotas
      * are not rolled out and nothing is refused for quota.
      * Consumption is measured month to date from
      * bench-queue-results.dat (runs) joined by run id to
      * run-telemetry.dat (CPU), plus what the requester already has
      * waiting on bench-queue.dat, each waiting request counted at
      * its program's average CPU from the telemetry.
      ******************************************************************
       01  requester-quota-record.
           05 qt-requester-id        pic x(20).
           05 qt-max-runs            pic 9(5).
           05 qt-max-cpu-minutes     pic 9(7).
