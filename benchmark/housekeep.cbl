      *> names is emptied, so old report copies age out under the
      *> same table as the data files.
      *>
      *> The RR policy row governs run-id-register.dat, which takes an
      *> entry for every standalone service call outside a driver run
      *> as well as every run begun; REFCHK checks run ids only from
      *> the register's first entry on, so a trimmed register costs
      *> nothing but the check of the ids it no longer holds.
      *>
      *> The JR policy row governs the FILE-BROKER write journal,
      *> which rolls over daily: each generation
      *> (broker-journal-YYYYMMDD.dat) older than the retention
      *> period is archived whole or deleted, and its file removed.
      *>
      *> audit-log.dat is tamper-evident (sealed sequence and chain
      *> values, see AUDITCHK): when the AL purge removes sealed
      *> records from the front of the file, the last removed seal is
           COPY audbase.

       working-storage section.
           COPY envarea.
       77  policy-status               pic xx.
       77  live-status                 pic xx.
       77  work-status                 pic xx.
       77  baseline-status             pic xx.
       77  audit-policy-flag           pic x.
           88 audit-policy             value "Y".
       77  journal-policy-flag         pic x.
           88 journal-policy           value "Y".
       77  journal-probe-days          pic 9(3) value 62.
       77  journal-day-integer         pic 9(9) comp.
       77  journal-date                pic 9(8).
       77  journals-expired            pic 9(5).
       77  expired-disp                pic z(4)9.
       77  delete-status               pic s9(9) comp.
       77  seal-disposed-flag          pic x.
           88 seal-disposed            value "Y".
       77  last-seal-sequence          pic 9(9).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           move function current-date (1:8) to today-date
           compute today-integer =
               function integer-of-date (function numval (today-date))
           compute cutoff-date =
               function date-of-integer (cutoff-integer)
           move cutoff-date to cutoff-date-x
           if journal-policy
               perform purge-journal-generations
               add 1 to policies-applied
               perform report-journal-purge
               exit paragraph
           end-if
           perform purge-one-file
           add 1 to policies-applied
           perform report-one-file.
           move "Y" to file-known-flag
           move "N" to spool-policy-flag
           move "N" to audit-policy-flag
           move "N" to journal-policy-flag
           move spaces to live-file-name
           move spaces to generation-stem
           move 0 to date-offset
                   move "run-telemetry.dat" to live-file-name
                   move "run-telemetry" to generation-stem
                   move 37 to date-offset
               when "RR"
                   move "run-id-register.dat" to live-file-name
                   move "run-id-register" to generation-stem
                   move 1 to date-offset
               when "JR"
                   move "broker-journal-*" to live-file-name
                   move "broker-journal" to generation-stem
                   move 12 to date-offset
                   move "Y" to journal-policy-flag
               when other
                   move "N" to file-known-flag
           end-evaluate.
               perform write-audit-baseline
           end-if.

       purge-journal-generations.
      *> walk back from the day before the cutoff; a generation is
      *> expired whole, so every record in it is disposed of and the
      *> file itself removed. Generations further back than the
      *> probe were taken by earlier weekly runs.
           move 0 to records-read
           move 0 to records-archived
           move 0 to records-deleted
           move 0 to records-retained
           move 0 to journals-expired
           move "N" to generation-open-flag
           perform varying journal-day-integer from cutoff-integer
                   by -1
                   until journal-day-integer
                       < cutoff-integer - journal-probe-days
               compute journal-date =
                   function date-of-integer (journal-day-integer)
               move spaces to live-file-name
               string "broker-journal-" delimited by size
                      journal-date delimited by size
                      ".dat" delimited by size
                      into live-file-name
               perform expire-one-journal
           end-perform
           if generation-is-open
               close generation-out
           end-if
           move "broker-journal-*" to live-file-name.

       expire-one-journal.
      *> the cutoff day itself is still inside retention
           if journal-date not < cutoff-date
               exit paragraph
           end-if
           open input governed-file-io
           if live-status not = "00"
               exit paragraph
           end-if
           perform until live-status not = "00"
               read governed-file-io
                   at end continue
                   not at end
                       add 1 to records-read
                       if rt-archive
                           perform archive-one-record
                       else
                           add 1 to records-deleted
                       end-if
               end-read
           end-perform
           close governed-file-io
           call "CBL_DELETE_FILE" using live-file-name
               returning delete-status
           end-call
           add 1 to journals-expired.

       report-journal-purge.
           move records-read to read-disp
           if rt-archive
               move records-archived to out-disp
           else
               move records-deleted to out-disp
           end-if
           move journals-expired to expired-disp
           move spaces to detail-line
           if rt-archive
               string live-file-name delimited by space
                      " GENERATIONS " delimited by size
                      expired-disp   delimited by size
                      " READ "       delimited by size
                      read-disp      delimited by size
                      " ARCHIVED "   delimited by size
                      out-disp       delimited by size
                      into detail-line
           else
               string live-file-name delimited by space
                      " GENERATIONS " delimited by size
                      expired-disp   delimited by size
                      " READ "       delimited by size
                      read-disp      delimited by size
                      " DELETED "    delimited by size
                      out-disp       delimited by size
                      into detail-line
           end-if
           move detail-line to rw-line
           perform write-report-detail.

       disposition-one-record.
           move governed-file-record (date-offset:8) to record-date-x
           if record-date-x numeric
