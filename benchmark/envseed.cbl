       identification division.
       program-id. envseed.
      *>****************************************************************
      *> Builds a training/rehearsal environment from a BENCHBKUP
      *> set. The envseed.parm card (copy/seedparm.cpy) names the
      *> backup set, the environment code (TEST, say - never PROD)
      *> and the reseed flag. The environment is the directory
      *> env-<code> that ENV-SVC moves every program into when the
      *> code is selected; this program creates it and fills it:
      *>   - every member of the set on backup-catalog.dat is copied
      *>     to its live file name in the environment - the flat
      *>     unload of the indexed BENCH-RESULT master is reloaded
      *>     through keyed WRITEs, the way BENCHREST does it - and
      *>     each copy is proved against the cataloged record count;
      *>   - the reference files a backup set does not carry (the
      *>     permissions, calendar, schedule, policies, baselines,
      *>     distribution lists, message catalog and the operational
      *>     parameter cards)
      *>     are copied from production as they stand today;
      *>   - the outbox directories on the distribution list are
      *>     created, so rehearsal deliveries land inside the
      *>     environment instead of failing.
      *> Production is only ever read. An environment that already
      *> exists is rebuilt over only when the card's reseed flag is
      *> Y; files a rehearsal created that the seed does not write
      *> are left where they are. The run works from the production
      *> base directory, so it refuses to run with any other
      *> environment selected (BENCH_ENV or bench-env.parm), and the
      *> report (envseed-report.txt) lists every file seeded with
      *> its record count. Return code 8 when the card is unusable,
      *> the set is not cataloged, or any member fails its count.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select envseed-parm-in assign to "envseed.parm"
               organization line sequential
               file status is parm-status.
           select catalog-in assign to "backup-catalog.dat"
               organization line sequential
               file status is catalog-status.
           select source-in assign to dynamic source-file-name
               organization line sequential
               file status is source-status.
           select target-out assign to dynamic target-file-name
               organization line sequential
               file status is target-status.
           select env-master assign to dynamic target-file-name
               organization indexed
               access mode dynamic
               record key bm-key
               file status is master-status.
           select distrib-list-in assign to "distrib-list.dat"
               organization line sequential
               file status is distrib-status.

       data division.
       file section.
       fd  envseed-parm-in.
           COPY seedparm.
       fd  catalog-in.
           COPY bkupcat.
       fd  source-in.
       01  source-in-record            pic x(2000).
       fd  target-out.
       01  target-out-record           pic x(2000).
       fd  env-master.
           COPY benchmst.
       fd  distrib-list-in.
           COPY distlist.

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  catalog-status              pic xx.
       77  source-status               pic xx.
       77  target-status               pic xx.
       77  master-status               pic xx.
       77  distrib-status              pic xx.
       77  source-file-name            pic x(60).
       77  target-file-name            pic x(80).
       77  seed-set-id                 pic x(14).
       77  seed-env-code               pic x(4).
       77  env-dir-name                pic x(20).
       77  new-dir-name                pic x(80).
       77  dir-status                  pic s9(9) comp.
       77  dir-details                 pic x(16).
       77  reseed-flag                 pic x.
           88 reseed-allowed           value "Y".
       77  code-idx                    pic 9.
       77  code-valid-flag             pic x.
           88 code-valid               value "Y".
       77  slash-idx                   pic 99.
       77  ref-no                      pic 99.
       77  max-refs                    pic 99 value 53.
       77  records-copied              pic 9(9).
       77  expected-count              pic 9(9).
       77  members-seeded              pic 9(4) value 0.
       77  members-failed              pic 9(4) value 0.
       77  refs-seeded                 pic 9(4) value 0.
       77  refs-absent                 pic 9(4) value 0.
       77  outboxes-made               pic 9(4) value 0.
       77  count-disp                  pic z(8)9.
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

      *> reference files no backup set carries: copied from
      *> production as they stand when the environment is built
       01  reference-file-list.
           05 filler pic x(40) value "bench-permissions.dat".
           05 filler pic x(40) value "bench-quotas.dat".
           05 filler pic x(40) value "bench-reference.dat".
           05 filler pic x(40) value "bench-result-baseline.dat".
           05 filler pic x(40) value "baseline-register.dat".
           05 filler pic x(40) value "cpu-rate-card.dat".
           05 filler pic x(40) value "distrib-list.dat".
           05 filler pic x(40) value "night-steps.dat".
           05 filler pic x(40) value "plan-config.dat".
           05 filler pic x(40) value "processing-calendar.dat".
           05 filler pic x(40) value "requester-centers.dat".
           05 filler pic x(40) value "retention-policy.dat".
           05 filler pic x(40) value "run-manifest-baseline.dat".
           05 filler pic x(40) value "standing-requests.dat".
           05 filler pic x(40) value "approved-changes.dat".
           05 filler pic x(40) value "mandelbrotset-baseline.pgm".
           05 filler pic x(40) value "message-catalog.dat".
           05 filler pic x(40) value "machine.parm".
           05 filler pic x(40) value "alertmgmt.parm".
           05 filler pic x(40) value "auditinq.parm".
           05 filler pic x(40) value "bencharch.parm".
           05 filler pic x(40) value "benchcal.parm".
           05 filler pic x(40) value "benchexp.parm".
           05 filler pic x(40) value "benchindx.parm".
           05 filler pic x(40) value "benchprof.parm".
           05 filler pic x(40) value "benchqsplit.parm".
           05 filler pic x(40) value "benchregr.parm".
           05 filler pic x(40) value "benchrest.parm".
           05 filler pic x(40) value "benchrply.parm".
           05 filler pic x(40) value "calmaint.parm".
           05 filler pic x(40) value "chaincrit.parm".
           05 filler pic x(40) value "chargeback.parm".
           05 filler pic x(40) value "detcomp.parm".
           05 filler pic x(40) value "errmon.parm".
           05 filler pic x(40) value "filebrowse.parm".
           05 filler pic x(40) value "filegrow.parm".
           05 filler pic x(40) value "hbwatch.parm".
           05 filler pic x(40) value "mandarea.parm".
           05 filler pic x(40) value "mandcomp.parm".
           05 filler pic x(40) value "mandelcapacity.parm".
           05 filler pic x(40) value "mandsheet.parm".
           05 filler pic x(40) value "mandzoom.parm".
           05 filler pic x(40) value "modinvrpt.parm".
           05 filler pic x(40) value "monthpack.parm".
           05 filler pic x(40) value "nightsched.parm".
           05 filler pic x(40) value "noisescan.parm".
           05 filler pic x(40) value "parmgen.parm".
           05 filler pic x(40) value "permrecert.parm".
           05 filler pic x(40) value "preflight.parm".
           05 filler pic x(40) value "quotalist.parm".
           05 filler pic x(40) value "rptdist.parm".
           05 filler pic x(40) value "runinq.parm".
           05 filler pic x(40) value "slamon.parm".
       01  reference-file-table redefines reference-file-list.
           05 reference-file-name occurs 53 times pic x(40).

       01  detail-line.
           05 dl-file-name             pic x(40).
           05 filler                   pic x(2).
           05 dl-source                pic x(8).
           05 filler                   pic x(2).
           05 dl-count                 pic z(8)9.
           05 filler                   pic x(2).
           05 dl-expected              pic z(8)9.
           05 filler                   pic x(2).
           05 dl-result                pic x(20).

       procedure division.
       main-line.
           move "G" to es-function
           call "ENV-SVC" using env-svc-area
               on exception
                   move "PROD" to es-env-code
           end-call
           if not es-production
               display "envseed: environment " es-env-code
                   " is selected - environments are seeded from "
                   "production only; nothing seeded"
               move 8 to return-code
               goback
           end-if
           perform read-seed-parm
           if not code-valid
               move 8 to return-code
               goback
           end-if
           perform check-set-cataloged
           if members-seeded = 0
               display "envseed: set " seed-set-id
                   " not found on backup-catalog.dat - nothing seeded"
               move 8 to return-code
               goback
           end-if
           move 0 to members-seeded
           perform make-environment-dir
           if dir-status not = 0
               move 8 to return-code
               goback
           end-if
           perform open-seed-report
           open input catalog-in
           perform until catalog-status not = "00"
               read catalog-in
                   at end continue
                   not at end
                       if bc-set-id = seed-set-id
                           perform seed-one-member
                       end-if
               end-read
           end-perform
           close catalog-in
           perform varying ref-no from 1 by 1 until ref-no > max-refs
               perform seed-one-reference
           end-perform
           perform make-outbox-dirs
           perform close-seed-report
           display "envseed complete - environment " seed-env-code
               " from set " seed-set-id ": " members-seeded
               " member(s) seeded, " members-failed " failed, "
               refs-seeded " reference file(s)"
           if members-failed > 0
               move 8 to return-code
           end-if
           goback.

       read-seed-parm.
           move spaces to seed-set-id
           move spaces to seed-env-code
           move "N" to reseed-flag
           move "N" to code-valid-flag
           open input envseed-parm-in
           if parm-status = "00"
               read envseed-parm-in
                   not at end
                       move sd-parm-set-id to seed-set-id
                       move function upper-case (sd-parm-env-code)
                           to seed-env-code
                       move sd-parm-reseed to reseed-flag
               end-read
               close envseed-parm-in
           end-if
           if seed-set-id = spaces or seed-env-code = spaces
               display "envseed: envseed.parm must name a backup set "
                   "and an environment code - nothing seeded"
               exit paragraph
           end-if
           if seed-env-code = "PROD"
               display "envseed: PROD is the production file set and "
                   "is never seeded - nothing seeded"
               exit paragraph
           end-if
           move "Y" to code-valid-flag
           perform varying code-idx from 1 by 1 until code-idx > 4
               if seed-env-code (code-idx:1) not alphabetic-upper
                   and seed-env-code (code-idx:1) not numeric
                   and seed-env-code (code-idx:1) not = space
                   move "N" to code-valid-flag
               end-if
           end-perform
           if not code-valid
               display "envseed: environment code '" seed-env-code
                   "' is not valid - nothing seeded"
               exit paragraph
           end-if
           move spaces to env-dir-name
           string "env-" delimited by size
                  seed-env-code delimited by space
                  into env-dir-name.

       check-set-cataloged.
      *> members-seeded doubles as the found count for this pass
           move 0 to members-seeded
           open input catalog-in
           if catalog-status not = "00"
               exit paragraph
           end-if
           perform until catalog-status not = "00"
               read catalog-in
                   at end continue
                   not at end
                       if bc-set-id = seed-set-id
                           add 1 to members-seeded
                       end-if
               end-read
           end-perform
           close catalog-in.

       make-environment-dir.
           call "CBL_CHECK_FILE_EXIST" using env-dir-name, dir-details
               returning dir-status
           end-call
           if dir-status = 0
               if reseed-allowed
                   display "envseed: environment " seed-env-code
                       " already exists - reseeding over it"
               else
                   display "envseed: environment " seed-env-code
                       " already exists and the card does not allow "
                       "a reseed - nothing seeded"
                   move 1 to dir-status
               end-if
               exit paragraph
           end-if
           call "CBL_CREATE_DIR" using env-dir-name
               returning dir-status
           end-call
           if dir-status not = 0
               display "envseed: cannot create "
                   function trim (env-dir-name)
                   " - status " dir-status " - nothing seeded"
           end-if.

       seed-one-member.
           move bc-member-name to source-file-name
           move bc-record-count to expected-count
           move spaces to target-file-name
           string env-dir-name delimited by space
                  "/" delimited by size
                  bc-file-name delimited by space
                  into target-file-name
           if bc-file-name = "bench-result-master.idx"
               perform reload-env-master
           else
               perform copy-source-to-target
           end-if
           move spaces to detail-line
           move bc-file-name to dl-file-name
           move "BACKUP" to dl-source
           move records-copied to dl-count
           move expected-count to dl-expected
           if records-copied = expected-count
               add 1 to members-seeded
               move "SEEDED" to dl-result
           else
               add 1 to members-failed
               move "FAILED COUNT CHECK" to dl-result
               display "envseed: " function trim (bc-file-name)
                   " FAILED - seeded " records-copied " expected "
                   expected-count
           end-if
           perform write-detail-line.

       seed-one-reference.
           move reference-file-name (ref-no) to source-file-name
           move spaces to target-file-name
           string env-dir-name delimited by space
                  "/" delimited by size
                  source-file-name delimited by space
                  into target-file-name
           perform copy-source-to-target
           move spaces to detail-line
           move source-file-name to dl-file-name
           move "PROD" to dl-source
           if source-status = "35"
               add 1 to refs-absent
               move "NOT IN PRODUCTION" to dl-result
           else
               add 1 to refs-seeded
               move records-copied to dl-count
               move "SEEDED" to dl-result
           end-if
           perform write-detail-line.

       copy-source-to-target.
           move 0 to records-copied
           open input source-in
           if source-status not = "00"
               exit paragraph
           end-if
           open output target-out
           if target-status not = "00"
               close source-in
               exit paragraph
           end-if
           perform until source-status not = "00"
               read source-in
                   at end continue
                   not at end
                       move source-in-record to target-out-record
                       write target-out-record
                       add 1 to records-copied
               end-read
           end-perform
           close source-in
           close target-out.

       reload-env-master.
           move 0 to records-copied
           open input source-in
           if source-status not = "00"
               exit paragraph
           end-if
           open output env-master
           if master-status not = "00"
               display "envseed: cannot build environment master - "
                   "status " master-status
               close source-in
               exit paragraph
           end-if
           perform until source-status not = "00"
               read source-in
                   at end continue
                   not at end
                       move source-in-record (1:90)
                           to bench-master-record
                       write bench-master-record
                           invalid key continue
                           not invalid key
                               add 1 to records-copied
                       end-write
               end-read
           end-perform
           close source-in
           close env-master.

       make-outbox-dirs.
      *> each outbox path is made one level at a time; a level that
      *> is already there just answers non-zero and is passed over
           open input distrib-list-in
           if distrib-status not = "00"
               exit paragraph
           end-if
           perform until distrib-status not = "00"
               read distrib-list-in
                   at end continue
                   not at end
                       if dl-outbox-dir not = spaces
                           perform make-one-outbox
                       end-if
               end-read
           end-perform
           close distrib-list-in.

       make-one-outbox.
           perform varying slash-idx from 2 by 1 until slash-idx > 60
               if dl-outbox-dir (slash-idx:1) = "/"
                   perform make-outbox-level
               end-if
           end-perform
           move 61 to slash-idx
           perform make-outbox-level
           call "CBL_CHECK_FILE_EXIST" using new-dir-name, dir-details
               returning dir-status
           end-call
           if dir-status = 0
               add 1 to outboxes-made
           end-if.

       make-outbox-level.
           move spaces to new-dir-name
           string env-dir-name delimited by space
                  "/" delimited by size
                  dl-outbox-dir (1:slash-idx - 1) delimited by space
                  into new-dir-name
           call "CBL_CREATE_DIR" using new-dir-name
               returning dir-status
           end-call.

       open-seed-report.
           move "envseed-report.txt" to rw-report-name
           move spaces to rw-report-title
           string "ENVIRONMENT SEED - " delimited by size
                  seed-env-code delimited by space
                  " FROM BACKUP SET " delimited by size
                  seed-set-id delimited by size
                  into rw-report-title
           move "O" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move "FILE" to rw-line (1:4)
           move "FROM" to rw-line (43:4)
           move "RECORDS" to rw-line (55:7)
           move "EXPECTED" to rw-line (65:8)
           move "RESULT" to rw-line (75:6)
           move "D" to rw-function
           perform call-report-writer.

       write-detail-line.
           move detail-line to rw-line
           move "D" to rw-function
           perform call-report-writer.

       close-seed-report.
           move spaces to rw-line
           move members-seeded to count-disp
           string "BACKUP MEMBERS SEEDED     " delimited by size
                  count-disp delimited by size
                  into rw-line
           move "T" to rw-function
           perform call-report-writer
           move spaces to rw-line
           move members-failed to count-disp
           string "BACKUP MEMBERS FAILED     " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move refs-seeded to count-disp
           string "REFERENCE FILES SEEDED    " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move refs-absent to count-disp
           string "REFERENCE FILES ABSENT    " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move spaces to rw-line
           move outboxes-made to count-disp
           string "OUTBOX DIRECTORIES READY  " delimited by size
                  count-disp delimited by size
                  into rw-line
           perform call-report-writer
           move "C" to rw-function
           perform call-report-writer.

       call-report-writer.
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception
                   display "REPORT-WRITER module not installed - "
                       "report line lost"
           end-call.

       end program envseed.
