       identification division.
       program-id. benchroll.
      *>****************************************************************
      *> Roll-forward after a restore. BENCHREST puts the shared files
      *> back to a BENCHBKUP set, and everything written between the
      *> set and the failure - a day's history, audit entries,
      *> telemetry - used to be lost with them. Every one of those
      *> records went through FILE-BROKER, which journals each image
      *> to its daily write journal (broker-journal-YYYYMMDD.dat,
      *> copy/fbjrnl.cpy); this program replays the journal into the
      *> restored files.
      *>
      *> It reads the same benchrest.parm card as the restore (set
      *> id, optional single file), so it rolls forward exactly what
      *> was put back. For each shared append file the set captured,
      *> the journal entries for that file written after the file's
      *> own capture time (its bc-timestamp) are replayed through
      *> FILE-BROKER in journal-sequence order - the order they were
      *> first written - up to the restore itself: BENCHREST's own
      *> audit record for the set marks the point from which the
      *> files already hold what the journal holds. Files the set did
      *> not capture were never rolled back and are not touched.
      *>
      *> Audit-log records are replayed as images and re-sealed by
      *> the broker on the way in, continuing the chain from the
      *> audit-chain.ckpt BENCHREST resynced to the restored log, so
      *> AUDITCHK still proves the log complete. Journaling is
      *> suspended around the replay so the replayed records are not
      *> journaled twice; the roll-forward's own audit record is
      *> journaled as usual, and marks the set as rolled forward - a
      *> second run for the same restore finds it and replays
      *> nothing. Report through REPORT-WRITER as benchroll-report.txt.
      *> Return code 0 rolled forward (or nothing to replay), 4 no
      *> card or already rolled forward, 8 set not cataloged or a
      *> replayed write failed.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select benchrest-parm-in assign to "benchrest.parm"
               organization line sequential
               file status is parm-status.
           select catalog-in assign to "backup-catalog.dat"
               organization line sequential
               file status is catalog-status.
           select journal-in assign to dynamic journal-file-name
               organization line sequential
               file status is journal-status.

       data division.
       file section.
       fd  benchrest-parm-in.
           COPY brstparm.
       fd  catalog-in.
           COPY bkupcat.
       fd  journal-in.
           COPY fbjrnl.

       working-storage section.
           COPY envarea.
           COPY auditlog.
       77  parm-status                 pic xx.
       77  catalog-status              pic xx.
       77  journal-status              pic xx.
       77  journal-file-name           pic x(40).
       77  select-set-id               pic x(14).
       77  select-file-name            pic x(40).
       77  file-idx                    pic 9.
       77  found-idx                   pic 9.
       77  files-selected              pic 9 value 0.
       77  earliest-stamp              pic x(26) value high-values.
       77  first-integer               pic 9(9).
       77  today-integer               pic 9(9).
       77  day-integer                 pic 9(9).
       77  journal-date                pic 9(8).
       77  generations-read            pic 9(5) value 0.
       77  set-marker                  pic x(18).
       77  restore-marker-seq          pic 9(9) value 0.
       77  rolled-marker-seq           pic 9(9) value 0.
       77  entries-replayed            pic 9(9) value 0.
       77  entries-failed              pic 9(9) value 0.
       77  pass-flag                   pic x.
           88 marker-pass              value "M".
           88 replay-pass              value "R".
       77  count-disp                  pic z(8)9.
       77  operator-id                 pic x(20).
       77  suite-run-id                pic x(16).
       77  ri-function                 pic x.
       77  fb-file-id                  pic xx.
       77  fb-record-image             pic x(250).
       77  fb-write-status             pic xx.
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

      *> the shared append files the broker journals, by file id
       01  journaled-files.
           05 filler pic x(42) value "BRbench-result.dat".
           05 filler pic x(42) value "BHbench-history.dat".
           05 filler pic x(42) value "ALaudit-log.dat".
           05 filler pic x(42) value "ELerror-log.dat".
           05 filler pic x(42) value "RPrejected-parm.dat".
           05 filler pic x(42) value "RTrun-telemetry.dat".
       01  journaled-files-table redefines journaled-files.
           05 jf-entry occurs 6 times.
               10 jf-file-id           pic xx.
               10 jf-file-name         pic x(40).
       01  roll-table.
           05 rl-entry occurs 6 times.
               10 rl-selected          pic x.
                   88 rl-file-selected value "Y".
               10 rl-capture-stamp     pic x(26).
               10 rl-replayed          pic 9(9).
               10 rl-failed            pic 9(9).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-restore-parm
           if select-set-id = spaces
               display "benchroll: no set id on benchrest.parm - "
                   "nothing rolled forward"
               move 4 to return-code
               goback
           end-if
           initialize roll-table
           perform read-set-catalog
           if files-selected = 0
               display "benchroll: set " select-set-id
                   " captured none of the journaled files"
                   " (or is not in the catalog)"
               move 8 to return-code
               goback
           end-if
           move spaces to set-marker
           string "SET=" delimited by size
                  select-set-id delimited by size
                  into set-marker
           move "M" to pass-flag
           perform read-journal-generations
           if rolled-marker-seq > restore-marker-seq
               display "benchroll: set " select-set-id
                   " already rolled forward since its restore - "
                   "nothing replayed"
               move 4 to return-code
               goback
           end-if
           if restore-marker-seq = 0
               display "benchroll: no restore of set " select-set-id
                   " found on the journal - replaying every entry "
                   "newer than the set"
           end-if
           move "JS" to fb-file-id
           perform call-file-broker
           move "R" to pass-flag
           perform read-journal-generations
           move "JR" to fb-file-id
           perform call-file-broker
           perform write-roll-report
           perform write-roll-audit
           display "benchroll complete - set " select-set-id
               " replayed " entries-replayed " record(s), "
               entries-failed " failed"
           if entries-failed > 0
               move 8 to return-code
           else
               move 0 to return-code
           end-if
           goback.

       read-restore-parm.
           move spaces to select-set-id
           move spaces to select-file-name
           open input benchrest-parm-in
           if parm-status = "00"
               read benchrest-parm-in
                   not at end
                       move br-parm-set-id to select-set-id
                       move br-parm-file-name to select-file-name
               end-read
               close benchrest-parm-in
           end-if.

       read-set-catalog.
           open input catalog-in
           if catalog-status not = "00"
               display "benchroll: backup-catalog.dat not present"
               exit paragraph
           end-if
           perform until catalog-status not = "00"
               read catalog-in
                   at end continue
                   not at end
                       if bc-set-id = select-set-id
                               and (select-file-name = spaces
                                    or bc-file-name
                                        = select-file-name)
                           perform select-one-file
                       end-if
               end-read
           end-perform
           close catalog-in.

       select-one-file.
           move 0 to found-idx
           perform varying file-idx from 1 by 1
                   until file-idx > 6 or found-idx > 0
               if jf-file-name (file-idx) = bc-file-name
                   move file-idx to found-idx
               end-if
           end-perform
           if found-idx = 0
               exit paragraph
           end-if
           if not rl-file-selected (found-idx)
               add 1 to files-selected
           end-if
           move "Y" to rl-selected (found-idx)
           move bc-timestamp to rl-capture-stamp (found-idx)
           if bc-timestamp < earliest-stamp
               move bc-timestamp to earliest-stamp
           end-if.

       read-journal-generations.
      *> one generation per day, from the day the set was taken
      *> through today; days with no generation are passed over
           move function integer-of-date
               (function numval (earliest-stamp (1:8)))
               to first-integer
           move function integer-of-date
               (function numval (function current-date (1:8)))
               to today-integer
           perform varying day-integer from first-integer by 1
                   until day-integer > today-integer
               compute journal-date =
                   function date-of-integer (day-integer)
               move spaces to journal-file-name
               string "broker-journal-" delimited by size
                      journal-date delimited by size
                      ".dat" delimited by size
                      into journal-file-name
               perform read-one-generation
           end-perform.

       read-one-generation.
           open input journal-in
           if journal-status not = "00"
               exit paragraph
           end-if
           if replay-pass
               add 1 to generations-read
           end-if
           perform until journal-status not = "00"
               read journal-in
                   at end continue
                   not at end
                       if marker-pass
                           perform check-set-marker
                       else
                           perform replay-one-entry
                       end-if
               end-read
           end-perform
           close journal-in.

       check-set-marker.
      *> the restore's audit record and any earlier roll-forward's
      *> both carry SET=<set id> at the front of their parameters
           if jr-file-id not = "AL"
               exit paragraph
           end-if
           move jr-record-image to audit-log-record
           if al-parameters (1:18) not = set-marker
               exit paragraph
           end-if
           evaluate al-program-id
               when "benchrest"
                   move jr-sequence-no to restore-marker-seq
               when "benchroll"
                   move jr-sequence-no to rolled-marker-seq
               when other
                   continue
           end-evaluate.

       replay-one-entry.
           if restore-marker-seq > 0
                   and jr-sequence-no >= restore-marker-seq
               exit paragraph
           end-if
           move 0 to found-idx
           perform varying file-idx from 1 by 1
                   until file-idx > 6 or found-idx > 0
               if jf-file-id (file-idx) = jr-file-id
                   move file-idx to found-idx
               end-if
           end-perform
           if found-idx = 0
               exit paragraph
           end-if
           if not rl-file-selected (found-idx)
               exit paragraph
           end-if
           if jr-timestamp (1:16)
                   not > rl-capture-stamp (found-idx) (1:16)
               exit paragraph
           end-if
           move jr-file-id to fb-file-id
           move jr-record-image to fb-record-image
           perform call-file-broker
           if fb-write-status = "00"
               add 1 to rl-replayed (found-idx)
               add 1 to entries-replayed
           else
               add 1 to rl-failed (found-idx)
               add 1 to entries-failed
               display "benchroll: journal entry " jr-sequence-no
                   " (" jr-file-id ") not replayed - status "
                   fb-write-status
           end-if.

       call-file-broker.
           move "99" to fb-write-status
           call "FILE-BROKER" using fb-file-id, fb-record-image,
               fb-write-status
               on exception
                   display
                       "FILE-BROKER module not installed - record "
                       "not written"
           end-call.

       write-roll-report.
           move "benchroll-report.txt" to rw-report-name
           move "ROLL-FORWARD FROM THE FILE-BROKER JOURNAL"
               to rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           string "BACKUP SET " delimited by size
                  select-set-id delimited by size
                  "   RESTORE MARK AT JOURNAL SEQUENCE "
                      delimited by size
                  restore-marker-seq delimited by size
                  into rw-line
           perform write-report-line
           move spaces to rw-line
           perform write-report-line
           move "FILE" to rw-line (1:4)
           move "CAPTURED AT" to rw-line (24:11)
           move "REPLAYED" to rw-line (52:8)
           move "FAILED" to rw-line (64:6)
           perform write-report-line
           perform varying file-idx from 1 by 1 until file-idx > 6
               if rl-file-selected (file-idx)
                   move spaces to rw-line
                   move jf-file-name (file-idx) to rw-line (1:22)
                   move rl-capture-stamp (file-idx) (1:16)
                       to rw-line (24:16)
                   move rl-replayed (file-idx) to count-disp
                   move count-disp to rw-line (51:9)
                   move rl-failed (file-idx) to count-disp
                   move count-disp to rw-line (61:9)
                   perform write-report-line
               end-if
           end-perform
           move spaces to rw-line
           move generations-read to count-disp
           string "JOURNAL GENERATIONS READ  " delimited by size
                  count-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move entries-replayed to count-disp
           string "RECORDS REPLAYED          " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move entries-failed to count-disp
           string "RECORDS FAILED            " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move "C" to rw-function
           perform call-report-writer.

       write-roll-audit.
           accept operator-id from environment "USER"
           if operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if
           move "G" to ri-function
           call "RUN-IDENT" using ri-function, suite-run-id
               on exception
                   move function current-date (1:16)
                       to suite-run-id
           end-call
           move spaces to audit-log-record
           move "benchroll" to al-program-id
           move operator-id to al-operator-id
           move function current-date to al-timestamp
           move entries-replayed to count-disp
           string set-marker delimited by size
                  " REPLAYED=" delimited by size
                  function trim (count-disp) delimited by size
                  into al-parameters
           if entries-failed > 0
               move "FAILED" to al-outcome
           else
               move "SUCCESS" to al-outcome
           end-if
           move suite-run-id to al-run-id
           move audit-log-record to fb-record-image
           move "AL" to fb-file-id
           perform call-file-broker.

       write-report-line.
           move "D" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program benchroll.
