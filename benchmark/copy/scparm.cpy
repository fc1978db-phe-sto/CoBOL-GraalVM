      ******************************************************************
      * Parameter card layout for STAMPCHK: the records to re-derive
      * as an inclusive yyyymmdd from/to pair, judged on the date of
      * each record's starting stamp. A missing or unparseable card
      * covers the last 91 days ending today - the last quarter.
      ******************************************************************
       01  stampchk-parm-record.
           05 sc-from-date           pic x(8).
           05 sc-to-date             pic x(8).
