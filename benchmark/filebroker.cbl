      *> in its own copybook layout and passes the image; the broker
      *> writes it at the exact layout length. fb-status returns the
      *> final file status ("00" on success).
      *>
      *> Every record written is also written to the daily write
      *> journal (broker-journal-YYYYMMDD.dat, copy/fbjrnl.cpy) under
      *> an unbroken journal sequence kept on broker-journal.ckpt, so
      *> BENCHROLL can roll the files forward after a BENCHREST
      *> restore. Two control calls, made by BENCHROLL around its
      *> replay so the replayed records are not journaled a second
      *> time, take no record: file id JS suspends journaling for the
      *> rest of the run unit, JR resumes it.
      *>****************************************************************
       environment division.
       input-output section.
           select audit-chain-ckpt assign to "audit-chain.ckpt"
               organization line sequential
               file status is chain-status.
           select journal-out assign to dynamic journal-file-name
               organization line sequential
               sharing with no other
               file status is io-status.
           select journal-ckpt assign to "broker-journal.ckpt"
               organization line sequential
               file status is jckpt-status.

       data division.
       file section.
           05 rl-attempts            pic 99.
       fd  audit-chain-ckpt.
           COPY audchn.
       fd  journal-out.
           COPY fbjrnl.
       fd  journal-ckpt.
           COPY fbjckpt.

       working-storage section.
       77  io-status                 pic xx.
           88 open-done              value "Y".
       77  was-retried-flag          pic x.
           88 was-retried            value "Y".
       77  jckpt-status              pic xx.
       77  journal-file-name         pic x(40).
       77  journal-stamp             pic x(26).
       77  journal-run-id            pic x(16).
       77  journal-image             pic x(197).
       77  journal-sequence-no       pic 9(9).
       77  journal-suspend-flag      pic x value "N".
           88 journal-suspended      value "Y".

       linkage section.
       01  fb-file-id                pic xx.
           88 fb-error-log           value "EL".
           88 fb-rejected-parm       value "RP".
           88 fb-run-telemetry       value "RT".
           88 fb-journal-suspend     value "JS".
           88 fb-journal-resume      value "JR".
       01  fb-record-image           pic x(250).
       01  fb-status                 pic xx.

                   perform write-rejected-parm
               when fb-run-telemetry
                   perform write-run-telemetry
               when fb-journal-suspend
                   move "Y" to journal-suspend-flag
                   move "00" to fb-status
               when fb-journal-resume
                   move "N" to journal-suspend-flag
                   move "00" to fb-status
               when other
                   display "FILE-BROKER: unknown file id "
                       fb-file-id
               move io-status to fb-status
               close bench-result-out
               perform log-retried-write
               move bench-result-record to journal-image
               move br-run-id to journal-run-id
               perform write-journal-entry
           else
               move io-status to fb-status
               display "FILE-BROKER: bench-result write failed - "
               move io-status to fb-status
               close bench-history-out
               perform log-retried-write
               move bench-history-record to journal-image
               move bh-run-id to journal-run-id
               perform write-journal-entry
           else
               move io-status to fb-status
               display "FILE-BROKER: bench-history write failed - "
               move io-status to fb-status
               close audit-log-out
               perform log-retried-write
               move audit-log-record to journal-image
               move al-run-id to journal-run-id
               perform write-journal-entry
           else
               move io-status to fb-status
               display "FILE-BROKER: audit-log write failed - "
               move io-status to fb-status
               close error-log-out
               perform log-retried-write
               move error-log-record to journal-image
               move el-run-id to journal-run-id
               perform write-journal-entry
           else
               move io-status to fb-status
               display "FILE-BROKER: error-log write failed - "
               move io-status to fb-status
               close rejected-parm-out
               perform log-retried-write
               move rejparm-record to journal-image
               move rp-run-id to journal-run-id
               perform write-journal-entry
           else
               move io-status to fb-status
               display "FILE-BROKER: rejected-parm write failed - "
               move io-status to fb-status
               close run-telemetry-out
               perform log-retried-write
               move run-telemetry-record to journal-image
               move rt-run-id to journal-run-id
               perform write-journal-entry
           else
               move io-status to fb-status
               display "FILE-BROKER: run-telemetry write failed - "
           end-if
           move "N" to open-done-flag.

       write-journal-entry.
      *> the record is on the live file; now the journal. The
      *> sequence checkpoint is read and advanced while the day's
      *> generation is held open exclusively, so two brokers cannot
      *> issue the same number. A journal failure never fails the
      *> caller's write - it is reported and the write stands.
           if journal-suspended or fb-status not = "00"
               exit paragraph
           end-if
           move function current-date to journal-stamp
           move spaces to journal-file-name
           string "broker-journal-" delimited by size
                  journal-stamp (1:8) delimited by size
                  ".dat" delimited by size
                  into journal-file-name
           move "N" to open-done-flag
           perform varying attempt-no from 1 by 1
                   until attempt-no > max-attempts or open-done
               open extend journal-out
               perform open-with-retry
           end-perform
           if io-status = "35"
               open output journal-out
           end-if
           if io-status not = "00"
               display "FILE-BROKER: journal write failed - status "
                   io-status " - " fb-file-id " record not journaled"
               move "N" to open-done-flag
               exit paragraph
           end-if
           move 0 to journal-sequence-no
           open input journal-ckpt
           if jckpt-status = "00"
               read journal-ckpt
                   not at end
                       if jk-sequence-no numeric
                           move jk-sequence-no to journal-sequence-no
                       end-if
               end-read
               close journal-ckpt
           end-if
           add 1 to journal-sequence-no
           move journal-sequence-no to jr-sequence-no
           move fb-file-id to jr-file-id
           move journal-stamp to jr-timestamp
           move journal-run-id to jr-run-id
           move journal-image to jr-record-image
           write broker-journal-record
           open output journal-ckpt
           move journal-sequence-no to jk-sequence-no
           write journal-ckpt-record
           close journal-ckpt
           close journal-out
           move "N" to open-done-flag.

       end program FILE-BROKER.
