      ******************************************************************
      * Record layout for the ENVIRONMENT-CHANGE register. ENVFPRINT
      * appends one record per fingerprint item that differs from the
      * last fingerprint taken on the same machine tag; the records
      * of one change event share the date, timestamp and run id.
      * ENVCHGRPT reports timings either side of each event, and
      * BENCHTRND and MACHCOMP mark the change dates.
      *   ec-item  HOSTNAME, OS, KERNEL, CPU-MODEL, CPU-COUNT, RUNTIME
      ******************************************************************
       01  env-change-record.
           05 ec-change-date         pic x(8).
           05 ec-timestamp           pic x(26).
           05 ec-machine-tag         pic x(20).
           05 ec-item                pic x(12).
           05 ec-before              pic x(48).
           05 ec-after               pic x(48).
           05 ec-run-id              pic x(16).
