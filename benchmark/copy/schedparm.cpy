      ******************************************************************
      * Parameter card layout for NIGHTSCHED. A run mode of "R" asks
      * for a restart of tonight's chain from the point of failure:
      * every step that already completed tonight within the return
      * code its successors allow (per job-exec-log.dat) is left as
      * it ran, and only the failed or skipped steps and everything
      * downstream of them are run. NIGHTSCHED clears the mode after
      * a restart, so the next night runs the whole chain again. A
      * missing card, or any other mode, runs the whole chain.
      ******************************************************************
       01  nightsched-parm-record.
           05 sd-run-mode            pic x.
               88 sd-restart         value "R".
