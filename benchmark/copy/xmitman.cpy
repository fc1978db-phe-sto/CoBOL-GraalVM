      ******************************************************************
      * Record layout for the results transmission manifest
      * (xmit-manifest.dat) RESXMIT writes with each outbound package
      * to the central performance team. The data files travel in
      * their own layouts (xmit-bench-history.dat, xmit-run-
      * context.dat, xmit-run-telemetry.dat - what HISTIMPORT takes
      * in at the far end); the manifest frames them:
      *   HDR   transmission sequence number, when it was built, the
      *         sending machine's tag, how many data files follow
      *   FILE  one per data file: its name, record count, sum of
      *         elapsed milliseconds (wall-clock milliseconds for the
      *         telemetry, zero for run-context, which has none), and
      *         the lowest and highest run id in it
      *   TRL   the same sequence number with the package totals
      ******************************************************************
       01  xmit-manifest-record.
           05 xm-record-type         pic x(4).
               88 xm-header          value "HDR".
               88 xm-file-entry      value "FILE".
               88 xm-trailer         value "TRL".
           05 xm-xmit-seq            pic 9(6).
           05 xm-file-name           pic x(30).
           05 xm-record-count        pic 9(9).
           05 xm-elapsed-sum         pic 9(15).
           05 xm-first-run-id        pic x(16).
           05 xm-last-run-id         pic x(16).
       01  xmit-header-record.
           05 xh-record-type         pic x(4).
           05 xh-xmit-seq            pic 9(6).
           05 xh-created-ts          pic x(26).
           05 xh-machine-tag         pic x(20).
           05 xh-file-count          pic 9(2).
           05 filler                 pic x(38).
       01  xmit-trailer-record.
           05 xt-record-type         pic x(4).
           05 xt-xmit-seq            pic 9(6).
           05 xt-total-records       pic 9(9).
           05 xt-total-elapsed       pic 9(15).
           05 filler                 pic x(62).
