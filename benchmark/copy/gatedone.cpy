      ******************************************************************
      * Completion record layout for the external gateway drop area:
      * the answer BENCHNOTIFY returns once a run BENCHGATE accepted
      * has been through the nightly drain. One record per result,
      * appended to the requester's completion file
      * bench-done-<requester id>.dat for their system to collect:
      * the submission id they sent, the program and parameters as
      * submitted, the final status - COMPLETE, REJECTED, OVERFLOW,
      * DENIED, BADPROG, CANCELED, DEFERRED, FAILED, or RETRYING for
      * a FAILED run that is still queued for another attempt - with
      * the return code, the elapsed and CPU milliseconds, the run id
      * to quote to operations, and when the run finished.
      ******************************************************************
       01  gate-done-record.
           05 gd-submission-id       pic x(16).
           05 gd-requester-id        pic x(20).
           05 gd-program-id          pic x(20).
           05 gd-parm-1              pic 9(9).
           05 gd-parm-2              pic 9(9).
           05 gd-output-mode         pic x.
           05 gd-final-status        pic x(8).
               88 gd-retrying        value "RETRYING".
           05 gd-return-code         pic 9(4).
           05 gd-elapsed-ms          pic 9(9).
           05 gd-cpu-ms              pic 9(9).
           05 gd-run-id              pic x(16).
           05 gd-completed-ts        pic x(26).
