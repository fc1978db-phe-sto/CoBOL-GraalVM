      ******************************************************************
      * Record layout for the FILE-BROKER write journal. Every record
      * the broker writes to a shared append file is also written
      * here, image for image as it landed on the live file (an
      * audit-log record already sealed), under a journal sequence
      * number that runs on unbroken across days, with the file id,
      * when it was written and the run id it carries. The journal
      * rolls over daily: one generation per calendar day, named
      * broker-journal-YYYYMMDD.dat. BENCHROLL replays it after a
      * BENCHREST restore; BENCHBKUP captures it and HOUSEKEEP trims
      * it under the JR row of retention-policy.dat.
      * File ids are the broker's own: BR BH AL EL RP RT.
      ******************************************************************
       01  broker-journal-record.
           05 jr-sequence-no         pic 9(9).
           05 jr-file-id             pic xx.
           05 jr-timestamp           pic x(26).
           05 jr-run-id              pic x(16).
           05 jr-record-image        pic x(197).
