      *> empties a stale audit-baseline.ckpt so an old purge mark
      *> cannot misread the rolled-back file.
      *>
      *> The FILE-BROKER journal generations a set carries are put
      *> back only where the live generation is missing: a live
      *> journal holds everything written since the set was taken,
      *> which is exactly what BENCHROLL replays next to bring the
      *> restored files forward, and must never be overwritten.
      *>
      *> Overwriting live files is destructive, so the restore runs
      *> under dual control: the first run records a pending request
      *> through DUAL-CTRL (operation RESTORE, keyed to the set id)
           COPY audbase.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  catalog-status              pic xx.
       77  member-status               pic xx.
       77  first-seal-sequence         pic 9(9).
       77  seal-seen-flag              pic x.
           88 seal-seen                value "Y".
       77  journals-kept               pic 99 value 0.
           COPY auditlog.
       77  dc-operation                pic x(12).
       77  dc-detail                   pic x(60).

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
               display "benchrest: no set id on benchrest.parm - "
           close catalog-in
           display "benchrest complete - restored " files-restored
               " file(s), " files-failed " failed validation"
           if files-restored > 0
               display "benchrest: run BENCHROLL with the same card "
                   "to roll the restored files forward"
           end-if
           if files-restored = 0 and files-failed = 0
                   and journals-kept = 0
               display "benchrest: set " select-set-id
                   " not found in the catalog"
               move 4 to return-code
           move bc-member-name to member-file-name
           move bc-file-name to live-file-name
           move bc-record-count to expected-count
           if bc-file-name (1:15) = "broker-journal-"
               open input live-file-io
               if live-status = "00"
                   close live-file-io
                   add 1 to journals-kept
                   display "benchrest: "
                       function trim (live-file-name)
                       " is live - kept, not restored"
                   exit paragraph
               end-if
           end-if
           if bc-file-name = "bench-result-master.idx"
               perform reload-master-file
           else
      *> yyyymmdd offsets per copybook, as FILECHK checks them; the
      *> cards, libraries, and the master unload carry no dates
           move 0 to date-offset
           if live-file-name (1:15) = "broker-journal-"
               move 12 to date-offset
               exit paragraph
           end-if
           evaluate live-file-name
               when "bench-result.dat"
                   move 21 to date-offset
                   move 81 to date-offset
               when "rejected-parm.dat"
                   move 68 to date-offset
               when "run-telemetry.dat"
                   move 37 to date-offset
               when other
                   continue
           end-evaluate.
