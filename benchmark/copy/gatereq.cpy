      * a submission id it has already accepted, so a file sent twice
      * does not queue twice. The remaining fields mirror the queue
      * record (copy/benchque.cpy): requester, priority 0-9, program,
      * the program's parameter slots, and the output mode byte (the
      * per-program mode letters are listed in copy/benchque.cpy).
      ******************************************************************
       01  gate-request-record.
           05 gq-submission-id       pic x(16).
