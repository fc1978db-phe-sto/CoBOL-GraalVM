      *> (default 600 seconds) with work still outstanding - the case
      *> worth a look before anyone kills a healthy three-hour
      *> render. Ends with return code 4 when any run is stale.
      *> Heartbeat ages and paces are taken through STAMP-SVC, so a
      *> run that spans midnight or the night the clocks change
      *> keeps a true ETA and is not wrongly marked stale.
      *>****************************************************************
       environment division.
       input-output section.
           COPY heartbt.

       working-storage section.
           COPY envarea.
           COPY stamparea.
       77  parm-status                 pic xx.
       77  hb-status                   pic xx.
       77  stale-secs                  pic 9(5) value 600.
       77  tbl-idx                     pic 99.
       77  found-idx                   pic 99.
       77  now-stamp                   pic x(21).
       77  age-secs                    pic s9(12) comp.
       77  pace-units                  pic s9(9) comp.
       77  pace-secs                   pic s9(12) comp.
           05 wt-entry occurs 10 times.
               10 wt-program-id        pic x(20) value spaces.
               10 wt-run-id            pic x(16) value spaces.
               10 wt-first-stamp       pic x(26) value spaces.
               10 wt-first-done        pic 9(9) comp value 0.
               10 wt-last-stamp        pic x(26) value spaces.
               10 wt-last-done         pic 9(9) comp value 0.
               10 wt-units-total       pic 9(9) comp value 0.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-stale-parm
           move function current-date to now-stamp
           perform load-heartbeats
           if watched-count = 0
               display "hbwatch: no heartbeats recorded"
           if found-idx = 0
               exit paragraph
           end-if
           if wt-run-id (found-idx) not = hb-run-id
      *> a fresh run supersedes the old trail for this program
               move hb-run-id to wt-run-id (found-idx)
               move hb-timestamp to wt-first-stamp (found-idx)
               move hb-units-done to wt-first-done (found-idx)
           end-if
           move hb-timestamp to wt-last-stamp (found-idx)
           move hb-units-done to wt-last-done (found-idx)
           move hb-units-total to wt-units-total (found-idx).

       stamp-interval.
           move "I" to sx-function
           call "STAMP-SVC" using stamp-svc-area
               on exception
                   perform clock-interval
           end-call.

       report-one-run.
           if wt-units-total (tbl-idx) = 0
               wt-units-total (tbl-idx) - wt-last-done (tbl-idx)
           compute pace-units =
               wt-last-done (tbl-idx) - wt-first-done (tbl-idx)
           move wt-first-stamp (tbl-idx) to sx-from-stamp
           move wt-last-stamp (tbl-idx) to sx-to-stamp
           perform stamp-interval
           move sx-seconds to pace-secs
           if pace-units > 0 and pace-secs > 0
                   and remaining-units > 0
               compute eta-minutes =
           else
               move 0 to eta-minutes
           end-if
           move wt-last-stamp (tbl-idx) to sx-from-stamp
           move now-stamp to sx-to-stamp
           perform stamp-interval
           move sx-seconds to age-secs
           move spaces to stale-note
           if remaining-units > 0 and age-secs > stale-secs
               move "STALE" to stale-note
               add 1 to stale-count
           end-if
           if sx-stamp-invalid
               move "AGE ?" to stale-note
           end-if
           move percent-done to pct-disp
           move eta-minutes to eta-disp
           move wt-last-done (tbl-idx) to done-disp
               " eta " eta-disp " min "
               stale-note.

       clock-interval.
      *> without the service module, the day number and clock are
      *> counted in whole seconds as before, offsets ignored - right
      *> across midnight, an hour out across a clock change
           move "N" to sx-status
           move 0 to sx-seconds
           if sx-from-stamp (1:14) not numeric
                   or sx-to-stamp (1:14) not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-from-stamp (1:8))) not = 0
               exit paragraph
           end-if
           if function test-date-yyyymmdd
                   (function numval (sx-to-stamp (1:8))) not = 0
               exit paragraph
           end-if
           move "Y" to sx-status
           compute sx-seconds =
               (function integer-of-date
                   (function numval (sx-to-stamp (1:8)))
               - function integer-of-date
                   (function numval (sx-from-stamp (1:8)))) * 86400
               + (function numval (sx-to-stamp (9:2))
               - function numval (sx-from-stamp (9:2))) * 3600
               + (function numval (sx-to-stamp (11:2))
               - function numval (sx-from-stamp (11:2))) * 60
               + function numval (sx-to-stamp (13:2))
               - function numval (sx-from-stamp (13:2)).

       end program hbwatch.
