      ******************************************************************
      * Record layout for the queue-maintenance action log
      * (bench-queue-actions.dat). QUEUEMAINT appends one record for
      * every change an operator makes to a waiting request: who did
      * it (the USER identity CHECK-AUTH reads) and when, what was
      * done (HOLD / RELEASE / CANCEL / PRIORITY), the request's
      * identity as it stood on bench-queue.dat - requester, program,
      * parameter slots, submission stamp - and the priority before
      * and after (the same digit twice for anything but PRIORITY).
      * bench-queue.dat itself is rewritten in place, so this log is
      * the only record that a request was touched at all.
      ******************************************************************
       01  queue-action-record.
           05 qa-timestamp           pic x(26).
           05 qa-operator-id         pic x(20).
           05 qa-action              pic x(8).
               88 qa-hold            value "HOLD".
               88 qa-release         value "RELEASE".
               88 qa-cancel          value "CANCEL".
               88 qa-priority        value "PRIORITY".
           05 qa-requester-id        pic x(20).
           05 qa-program-id          pic x(20).
           05 qa-parm-1              pic 9(9).
           05 qa-parm-2              pic 9(9).
           05 qa-submitted           pic x(26).
           05 qa-old-priority        pic 9.
           05 qa-new-priority        pic 9.
