      *   IX index-history.dat        SP report spool catalog
      *   HB progress-heartbeat.dat   OM operator-messages.dat
      *   AT alerts.dat               RT run-telemetry.dat
      *   RR run-id-register.dat
      *   JR FILE-BROKER write journal (broker-journal-YYYYMMDD.dat)
      * OM and AT purge by record timestamp regardless of the
      * handled/acknowledged flag - keep their retention days longer
      * than the operators' reading and escalation horizons.
      * The SP row governs spool-catalog.dat: an expired catalog row
      * is dropped and its spool generation emptied - the spool is
      * already the archive, so the disposition letter is moot there.
      * The JR row works on whole daily journal generations: one
      * whose day is past retention is archived to the dated journal
      * archive generation or deleted, and its file removed. Keep it
      * longer than the gap between BENCHBKUP sets, or a restore can
      * no longer be rolled forward to the failure.
      * (bench-history.dat stays with BENCHARCH, which predates this
      * policy mechanism and carries its own restore function.)
      ******************************************************************
