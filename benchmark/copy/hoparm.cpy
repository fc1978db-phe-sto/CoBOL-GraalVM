      ******************************************************************
      * Parameter card layout for HANDOVER: the escalation age, in
      * days, for each kind of open item - an item open that long or
      * longer is highlighted on the handover report - and how many
      * days ahead an approved change ticket's expiry is reported.
      * Zero, non-numeric or an absent card means the defaults:
      * approvals 2, operator messages 1, quarantine 3, failed queue
      * requests 2, tickets listed 3 days before expiry and escalated
      * on their last day. The alert age is the one ALERTMGMT
      * escalates on (alertmgmt.parm, default 3), so both agree.
      ******************************************************************
       01  handover-parm-record.
           05 hp-approval-days       pic 9(3).
           05 hp-message-days        pic 9(3).
           05 hp-quarantine-days     pic 9(3).
           05 hp-queue-days          pic 9(3).
           05 hp-expiry-days         pic 9(3).
