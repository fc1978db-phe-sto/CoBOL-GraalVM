      * one record per queue request it processed, recording who asked
      * for the run, what ran, when, the program's return code, and
      * the disposition (COMPLETE / REJECTED / OVERFLOW / DENIED /
      * BADPROG / FAILED / DEFERRED - only FAILED requests, and those
      * DEFERRED because they would overrun the batch window, are
      * re-queued for the next night). QUEUEMAINT also writes one
      * here, status CANCELED, for every request an operator withdraws
      * from the queue, so a cancelled request is answered rather
      * than simply missing.
      * qr-run-id is the RUN-IDENT id BENCHQPROC began for the run, so
      * the run's telemetry and history join back to the requester;
      * spaces when nothing ran (CANCELED, DEFERRED, BADPROG) and on
      * records written before run ids were carried.
      * The submission id, parameters and output mode are the
      * request's own, carried from the queue record, and the elapsed
      * and CPU milliseconds are measured around the program's CALL
      * (zero when nothing ran), so BENCHNOTIFY can answer a gateway
      * requester with everything about the run; all are spaces on
      * records written before they were carried.
      ******************************************************************
       01  bench-queue-result-record.
           05 qr-requester-id        pic x(20).
           05 qr-return-code         pic 9(4).
           05 qr-status              pic x(8).
           05 qr-submitted           pic x(26).
           05 qr-run-id              pic x(16).
           05 qr-submission-id       pic x(16).
           05 qr-parm-1              pic 9(9).
           05 qr-parm-2              pic 9(9).
           05 qr-output-mode         pic x.
           05 qr-elapsed-ms          pic 9(9).
           05 qr-cpu-ms              pic 9(9).
