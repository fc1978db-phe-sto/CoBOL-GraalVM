      * (0 highest - 9 lowest, file order within a priority).
      * Parameter slots by program:
      *   FACTORIAL            bq-parm-1 = N
      *   FIB                  bq-parm-1 = term count, or with
      *                        bq-output-mode = P the Pisano modulus
      *                        limit
      *   fibonacci15          bq-parm-1 = term count,
      *                        bq-output-mode = B for big-number mode
      *   mandelbrotset        bq-parm-1 = resx, bq-parm-2 = resy,
      *                        bq-output-mode = C or P
      *   recursivefactorial   bq-parm-1 = NUMB
      *   sieveoferathosthenes bq-parm-1 = table size,
      *                        bq-output-mode = P for the odd-only
      *                        packed sieve
      *   sortbench            bq-parm-1 = record count
      *   iobench              bq-parm-1 = record count
      *   juliaset             bq-parm-1 = resx, bq-parm-2 = resy,
      *                        bq-output-mode = C or P
      *   decbench             bq-parm-1 = account count
      * The submission timestamp is stamped by whoever queues the
      * request (BENCHGATE for the drop area; BENCHQPROC backfills a
      * hand-appended record at load) and rides the request through
      * re-queues unchanged, so QUEUESLA can measure the wait between
      * submission and the completion stamp on the results file.
      * The hold flag is set and cleared by QUEUEMAINT: a held request
      * (H) stays on the queue untouched - BENCHQPROC skips it and
      * carries it forward night after night until it is released or
      * cancelled. Spaces (every older record) means eligible to run.
      * The submission id identifies where the request came from: the
      * submitter's own id for a BENCHGATE drop, "SR" + the standing
      * request id + the run date for an instance STANDGEN generated
      * from standing-requests.dat (which is how it tells that last
      * week's instance is still waiting), spaces for a hand-appended
      * record. It rides re-queues and holds unchanged.
      ******************************************************************
       01  bench-queue-record.
           05 bq-requester-id        pic x(20).
           05 bq-parm-2              pic 9(9).
           05 bq-output-mode         pic x.
           05 bq-submitted           pic x(26).
           05 bq-hold-flag           pic x.
               88 bq-held            value "H".
           05 bq-submission-id       pic x(16).
