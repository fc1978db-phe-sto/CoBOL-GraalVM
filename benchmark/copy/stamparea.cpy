      ******************************************************************
      * Call area for STAMP-SVC, the suite's one piece of timestamp
      * arithmetic. A suite timestamp is the 21 characters CURRENT-
      * DATE returns (yyyymmddhhmmsscc followed by the GMT offset,
      * +hhmm or -hhmm), carried in the x(26) stamp fields of the
      * suite's records.
      *   "I" interval: sx-seconds comes back as sx-to-stamp less
      *       sx-from-stamp in seconds and hundredths, both stamps
      *       first taken back to GMT through their own offsets - so
      *       an interval across midnight or across the night the
      *       clocks change is still the true elapsed time. Negative
      *       when sx-to-stamp is the earlier instant.
      *   "A" add: sx-to-stamp comes back as sx-from-stamp plus
      *       sx-seconds (a negative sx-seconds subtracts), expressed
      *       at sx-from-stamp's GMT offset.
      * A stamp with no usable offset (older records, hand-keyed
      * stamps) is taken at the other stamp's offset, or at GMT when
      * neither has one, and sx-status comes back "O". A stamp whose
      * date or time is not valid gives sx-status "N", zero seconds
      * and an unchanged sx-to-stamp.
      ******************************************************************
       01  stamp-svc-area.
           05 sx-function            pic x.
               88 sx-interval        value "I".
               88 sx-add             value "A".
           05 sx-from-stamp          pic x(26).
           05 sx-to-stamp            pic x(26).
           05 sx-seconds             pic s9(11)v99.
           05 sx-status              pic x.
               88 sx-stamps-valid    values "Y" "O".
               88 sx-offset-assumed  value "O".
               88 sx-stamp-invalid   value "N".
