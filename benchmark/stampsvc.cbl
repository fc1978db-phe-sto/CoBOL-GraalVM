       identification division.
       program-id. STAMP-SVC.
      *>****************************************************************
      *> Timestamp interval service, called the way the suite already
      *> calls DATE-SVC. HBWATCH, QUEUESLA, SLAMON, BENCHDRV, the
      *> benchmarks and the rest each used to turn a CURRENT-DATE
      *> stamp into seconds their own way - some by subtracting the
      *> hhmmsscc digits, most by day number times 86400 plus the
      *> clock - and none of them looked at the GMT offset the stamp
      *> carries, so on the night the clocks change every duration,
      *> queue wait and heartbeat ETA spanning the change came out an
      *> hour out, or negative. Every age, wait, duration and deadline
      *> in the suite is now worked out here, in one way: both stamps
      *> are taken back to GMT through their own offsets before they
      *> are compared, and an interval added to a stamp is carried
      *> over midnight, month and year ends as the calendar requires.
      *> Call area and functions are in copy/stamparea.cpy; STAMPCHK
      *> re-derives the stored durations through this service and
      *> lists the ones the old arithmetic got wrong.
      *>****************************************************************
       data division.
       working-storage section.
       77  hundredths-n            pic 9(2).
       77  offset-hour-n           pic 9(2).
       77  offset-minute-n         pic 9(2).
       77  work-valid-flag         pic x.
           88 work-valid           value "Y".
       77  work-offset-flag        pic x.
           88 work-offset-present  value "Y".
       77  work-local-secs         pic s9(13)v99 comp.
       77  work-offset-secs        pic s9(7) comp.
       77  work-offset-text        pic x(5).
       77  from-valid-flag         pic x.
           88 from-valid           value "Y".
       77  from-offset-flag        pic x.
           88 from-offset-present  value "Y".
       77  from-local-secs         pic s9(13)v99 comp.
       77  from-offset-secs        pic s9(7) comp.
       77  from-offset-text        pic x(5).
       77  to-valid-flag           pic x.
           88 to-valid             value "Y".
       77  to-offset-flag          pic x.
           88 to-offset-present    value "Y".
       77  to-local-secs           pic s9(13)v99 comp.
       77  to-offset-secs          pic s9(7) comp.
       77  result-local-secs       pic s9(13)v99 comp.
       77  result-day-number       pic s9(9) comp.
       77  result-day-secs         pic 9(5)v99.
       77  result-whole-secs       pic 9(5).

       01  work-stamp.
           05 wk-date              pic 9(8).
           05 wk-hour              pic 9(2).
           05 wk-minute            pic 9(2).
           05 wk-second            pic 9(2).
           05 wk-hundredths        pic x(2).
           05 wk-offset-sign       pic x.
           05 wk-offset-hour       pic x(2).
           05 wk-offset-minute     pic x(2).
           05 filler               pic x(5).

       01  result-stamp.
           05 rs-date              pic 9(8).
           05 rs-hour              pic 9(2).
           05 rs-minute            pic 9(2).
           05 rs-second            pic 9(2).
           05 rs-hundredths        pic 9(2).
           05 rs-offset            pic x(5).
           05 filler               pic x(5).

       linkage section.
           COPY stamparea.

       procedure division using stamp-svc-area.
       main-logic.
           move "Y" to sx-status
           evaluate true
               when sx-interval
                   perform compute-interval
               when sx-add
                   perform add-to-stamp
               when other
                   display "STAMP-SVC: unknown function " sx-function
                   move "N" to sx-status
           end-evaluate
           goback.

       compute-interval.
           move sx-from-stamp to work-stamp
           perform take-stamp-apart
           move work-valid-flag to from-valid-flag
           move work-offset-flag to from-offset-flag
           move work-local-secs to from-local-secs
           move work-offset-secs to from-offset-secs
           move sx-to-stamp to work-stamp
           perform take-stamp-apart
           move work-valid-flag to to-valid-flag
           move work-offset-flag to to-offset-flag
           move work-local-secs to to-local-secs
           move work-offset-secs to to-offset-secs
           if not from-valid or not to-valid
               move "N" to sx-status
               move 0 to sx-seconds
               exit paragraph
           end-if
           perform settle-missing-offset
      *> local time is GMT plus the offset, so GMT is local less it
           compute sx-seconds =
               (to-local-secs - to-offset-secs)
               - (from-local-secs - from-offset-secs)
               on size error
                   move "N" to sx-status
                   move 0 to sx-seconds
           end-compute.

       settle-missing-offset.
           if from-offset-present and to-offset-present
               exit paragraph
           end-if
           move "O" to sx-status
           evaluate true
               when from-offset-present
                   move from-offset-secs to to-offset-secs
               when to-offset-present
                   move to-offset-secs to from-offset-secs
               when other
                   move 0 to from-offset-secs
                   move 0 to to-offset-secs
           end-evaluate.

       add-to-stamp.
      *> the result stays at the base stamp's offset, so the
      *> interval is simply carried on the base stamp's own clock
           move sx-from-stamp to work-stamp
           perform take-stamp-apart
           if not work-valid
               move "N" to sx-status
               exit paragraph
           end-if
           if not work-offset-present
               move "O" to sx-status
           end-if
           compute result-local-secs = work-local-secs + sx-seconds
           if result-local-secs < 86400
               move "N" to sx-status
               exit paragraph
           end-if
           compute result-day-number = result-local-secs / 86400
           compute result-day-secs =
               result-local-secs - result-day-number * 86400
           move result-day-secs to result-whole-secs
           move spaces to result-stamp
           compute rs-date = function date-of-integer
               (result-day-number)
           compute rs-hour = result-whole-secs / 3600
           compute rs-minute =
               (result-whole-secs - rs-hour * 3600) / 60
           compute rs-second =
               result-whole-secs - rs-hour * 3600 - rs-minute * 60
           compute rs-hundredths =
               (result-day-secs - result-whole-secs) * 100
           move work-offset-text to rs-offset
           move result-stamp to sx-to-stamp.

       take-stamp-apart.
           move "N" to work-valid-flag
           move "N" to work-offset-flag
           move 0 to work-local-secs
           move 0 to work-offset-secs
           move spaces to work-offset-text
           if wk-date not numeric or wk-hour not numeric
                   or wk-minute not numeric or wk-second not numeric
               exit paragraph
           end-if
           if wk-hour > 23 or wk-minute > 59 or wk-second > 59
               exit paragraph
           end-if
           if function test-date-yyyymmdd (wk-date) not = 0
               exit paragraph
           end-if
           move "Y" to work-valid-flag
           move 0 to hundredths-n
           if wk-hundredths numeric
               move wk-hundredths to hundredths-n
           end-if
           compute work-local-secs =
               function integer-of-date (wk-date) * 86400
               + wk-hour * 3600 + wk-minute * 60 + wk-second
               + hundredths-n / 100
           if (wk-offset-sign = "+" or wk-offset-sign = "-")
                   and wk-offset-hour numeric
                   and wk-offset-minute numeric
               move wk-offset-hour to offset-hour-n
               move wk-offset-minute to offset-minute-n
               if offset-hour-n <= 14 and offset-minute-n <= 59
                   move "Y" to work-offset-flag
                   compute work-offset-secs =
                       offset-hour-n * 3600 + offset-minute-n * 60
                   if wk-offset-sign = "-"
                       compute work-offset-secs = 0 - work-offset-secs
                   end-if
                   move work-stamp (17:5) to work-offset-text
               end-if
           end-if.

       end program STAMP-SVC.
