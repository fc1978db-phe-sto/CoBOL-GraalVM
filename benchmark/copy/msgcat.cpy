      ******************************************************************
      * Record layout for the message catalog (message-catalog.dat),
      * one record per message id the suite can raise, unique on the
      * id. The id is four letters for the raising program (BNCH for
      * the conditions every benchmark shares), a three-digit number
      * and the severity letter - BDRV002W. The standard text may
      * carry substitution markers &1 to &4, filled from the values
      * the raising program passes; the operator response says what
      * to do next and the escalation contact who to call when that
      * does not clear it. MSG-CATALOG expands ids for OPER-MSG and
      * ALERT-RAISE and looks responses up for MSGBROWSE and
      * ALERTMGMT; MSGCATRPT lists the catalog with its usage.
      ******************************************************************
       01  message-catalog-record.
           05 mc-message-id          pic x(8).
           05 mc-severity            pic x.
           05 mc-text                pic x(80).
           05 mc-response            pic x(80).
           05 mc-escalation          pic x(30).
