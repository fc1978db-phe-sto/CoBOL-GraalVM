      ******************************************************************
      * Call area for MSG-CATALOG.
      *   "X" expand: mx-message comes in as a message id in columns
      *       1-8, a space, and up to four substitution values
      *       separated by "|" (BNCH001I TERM COUNT); it goes back
      *       as the catalog's standard text with &1-&4 filled in,
      *       together with the id, the catalog severity, response
      *       and escalation contact. Text that does not start with
      *       a message id is free text and comes back untouched
      *       (mx-free-text) - callers not yet on the catalog still
      *       work. An id-shaped word missing from the catalog keeps
      *       the caller's text and id (mx-not-cataloged).
      *   "L" look up: the response and escalation for mx-message-id.
      ******************************************************************
       01  msg-cat-area.
           05 mx-function            pic x.
               88 mx-expand          value "X".
               88 mx-lookup          value "L".
           05 mx-message             pic x(80).
           05 mx-message-id          pic x(8).
           05 mx-severity            pic x.
           05 mx-response            pic x(80).
           05 mx-escalation          pic x(30).
           05 mx-status              pic x.
               88 mx-found           value "Y".
               88 mx-not-cataloged   value "N".
               88 mx-free-text       value "F".
