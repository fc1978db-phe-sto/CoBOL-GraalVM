      ******************************************************************
      * Record layout for the grant change history (grant-history.dat)
      * written by AUTHMAINT: one record per add, change, or revoke of
      * a bench-permissions.dat grant, with the maintaining operator,
      * when, the change ticket it was made under, the second operator
      * who approved it through DUAL-CTRL (wildcard grants only), and
      * the grant's image before and after the change. The before
      * image is spaces for an ADD, the after image spaces for a
      * REVOKE.
      ******************************************************************
       01  grant-history-record.
           05 gh-timestamp           pic x(26).
           05 gh-operator-id         pic x(20).
           05 gh-ticket-id           pic x(12).
           05 gh-action              pic x(8).
               88 gh-add             value "ADD".
               88 gh-change          value "CHANGE".
               88 gh-revoke          value "REVOKE".
           05 gh-approver            pic x(20).
           05 gh-before-image.
               10 gh-before-operator pic x(20).
               10 gh-before-program  pic x(20).
               10 gh-before-max-parm pic x(9).
               10 gh-before-expiry   pic x(8).
           05 gh-after-image.
               10 gh-after-operator  pic x(20).
               10 gh-after-program   pic x(20).
               10 gh-after-max-parm  pic x(9).
               10 gh-after-expiry    pic x(8).
