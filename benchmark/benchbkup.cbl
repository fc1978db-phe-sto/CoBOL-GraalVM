      *> restore), together with the audit-log seal checkpoints
      *> (audit-chain.ckpt and audit-baseline.ckpt), which must
      *> travel with the log or a later restore desynchronizes the
      *> tamper-evident chain, and the FILE-BROKER write journal's
      *> daily generations of the last week (broker-journal-
      *> YYYYMMDD.dat), so a set restored from an older backup can
      *> still be rolled forward by BENCHROLL when the live journal is
      *> gone too - into a dated backup set named by the
      *> capture
      *> timestamp (members bkup-<setid>-<file>), and registers each
      *> member in backup-catalog.dat with its record count so a
           COPY bkupcat.

       working-storage section.
           COPY envarea.
       77  live-status                 pic xx.
       77  member-status               pic xx.
       77  master-status               pic xx.
       77  member-file-name            pic x(60).
       77  set-id                      pic x(14).
       77  file-no                     pic 99.
       77  max-files                   pic 99 value 22.
       77  journal-capture-days        pic 99 value 7.
       77  journal-day-no              pic 99.
       77  today-integer               pic 9(9).
       77  journal-date                pic 9(8).
       77  records-copied              pic 9(9).
       77  files-captured              pic 99 value 0.
       77  master-done-flag            pic x.
           05 filler pic x(40) value "audit-baseline.ckpt".
           05 filler pic x(40) value "error-log.dat".
           05 filler pic x(40) value "rejected-parm.dat".
           05 filler pic x(40) value "run-telemetry.dat".
           05 filler pic x(40) value "run-id.dat".
           05 filler pic x(40) value "parmlib.dat".
           05 filler pic x(40) value "factorial.parm".
           05 filler pic x(40) value "sieveoferathostenes.parm".
           05 filler pic x(40) value "sortbench.parm".
           05 filler pic x(40) value "iobench.parm".
           05 filler pic x(40) value "decbench.parm".
           05 filler pic x(40) value "goldbach.parm".
           05 filler pic x(40) value "juliaset.parm".
           05 filler pic x(40) value "benchdrv.parm".
       01  backup-file-table redefines backup-file-list.
           05 backup-file-name occurs 22 times pic x(40).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date (1:14) to set-id
           perform varying file-no from 1 by 1
                   until file-no > max-files
               perform capture-one-file
           end-perform
           perform capture-master-file
           perform capture-journal-generations
           display "benchbkup complete - set " set-id " captured "
               files-captured " file(s)"
           if files-captured = 0
           perform write-catalog-record
           add 1 to files-captured.

       capture-journal-generations.
      *> today's generation and those of the days before it; a day
      *> with no journal (nothing was written) is passed over quietly
           move function integer-of-date
               (function numval (set-id (1:8))) to today-integer
           perform varying journal-day-no from 0 by 1
                   until journal-day-no > journal-capture-days
               compute journal-date = function date-of-integer
                   (today-integer - journal-day-no)
               move spaces to live-file-name
               string "broker-journal-" delimited by size
                      journal-date delimited by size
                      ".dat" delimited by size
                      into live-file-name
               open input live-file-in
               if live-status = "00"
                   close live-file-in
                   perform capture-one-file
               end-if
           end-perform.

       write-catalog-record.
           open extend catalog-out
           if catalog-status not = "00"
