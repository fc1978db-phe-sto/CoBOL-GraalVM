      ******************************************************************
      * Record layout for the standing-request file
      * (standing-requests.dat): runs the performance team wants every
      * day, every week, or every month-end without re-sending them
      * through the BENCHGATE drop slots each time. One record per
      * standing request - its short id, the requester, priority,
      * program and parameter slots exactly as the queue record
      * carries them (copy/benchque.cpy), how often it falls due, and
      * the last date it is valid (spaces = open-ended). Frequencies:
      *   DLY  every night
      *   BUS  business days only
      *   MON TUE WED THU FRI SAT SUN  that weekday each week
      *   MEN  month-end (the last business day of the month)
      * Business day and month-end are judged by DATE-SVC against
      * processing-calendar.dat. STANDGEN maintains the last-submitted
      * date itself so a rerun the same night does not queue twice.
      ******************************************************************
       01  standing-request-record.
           05 sr-standing-id         pic x(6).
           05 sr-requester-id        pic x(20).
           05 sr-priority            pic 9.
           05 sr-program-id          pic x(20).
           05 sr-parm-1              pic 9(9).
           05 sr-parm-2              pic 9(9).
           05 sr-output-mode         pic x.
           05 sr-frequency           pic x(3).
               88 sr-daily           value "DLY".
               88 sr-business-days   value "BUS".
               88 sr-month-end       value "MEN".
               88 sr-weekday         value "MON" "TUE" "WED" "THU"
                                           "FRI" "SAT" "SUN".
           05 sr-expiry-date         pic x(8).
           05 sr-last-submitted      pic x(8).
