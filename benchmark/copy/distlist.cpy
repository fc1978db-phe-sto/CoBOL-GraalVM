      ******************************************************************
      * Record layout for the report distribution list
      * (distrib-list.dat). One row per report and recipient: the
      * report name as REPORT-WRITER catalogs it on spool-catalog.dat
      * (the report's fixed file name), who receives it, and the
      * outbox directory RPTDIST copies each new spool generation
      * into. A report with several recipients has several rows.
      ******************************************************************
       01  distrib-list-record.
           05 dl-report-name         pic x(40).
           05 dl-recipient           pic x(20).
           05 dl-outbox-dir          pic x(60).
