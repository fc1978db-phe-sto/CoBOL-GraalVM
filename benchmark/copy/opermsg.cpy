      * I informational), whether an operator has handled it, the run
      * it belongs to, and the message text. MSGBROWSE lists the
      * unhandled messages by severity and marks them handled.
      * Messages raised by id carry the message-catalog id, whose
      * catalog entry holds the operator response MSGBROWSE shows;
      * free-text messages leave it blank.
      ******************************************************************
       01  operator-message-record.
           05 om-timestamp           pic x(26).
               88 om-is-handled      value "Y".
           05 om-run-id              pic x(16).
           05 om-message             pic x(80).
           05 om-message-id          pic x(8).
