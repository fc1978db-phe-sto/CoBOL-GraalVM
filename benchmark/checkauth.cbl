      *> program, ceiling 0 means unlimited), hands back an allow
      *> flag, and appends a record to the bench-denials.dat file for
      *> every blocked run. Security maintains the permissions file
      *> through AUTHMAINT; nothing recompiles. A grant past its
      *> expiry date grants nothing; an operator whose only matching
      *> grants have expired is denied with reason EXPIRED rather than
      *> NOTAUTH, so the denial says why access stopped.
      *>
      *> When the permissions file is absent the check allows
      *> everything - the subsystem can be rolled out before the
           88 grant-found          value "Y".
       77  ceiling-value           pic 9(9).
       77  denial-reason           pic x(12).
       77  today-date              pic x(8).
       77  expired-match-flag      pic x.
           88 expired-match        value "Y".

       linkage section.
       01  ca-program-id           pic x(20).
           if perm-status not = "00"
               goback
           end-if
           move function current-date (1:8) to today-date
           move "N" to expired-match-flag
           move "N" to grant-found-flag
           move 0 to ceiling-value
           perform until perm-status not = "00"
           close permissions-in
           if not grant-found
               move "N" to ca-allow-flag
               if expired-match
                   move "EXPIRED" to denial-reason
               else
                   move "NOTAUTH" to denial-reason
               end-if
               perform write-denial
           else
               if ceiling-value not = 0
                   or ap-operator-id = "*")
                   and (ap-program-id = ca-program-id
                        or ap-program-id = "*")
               if ap-expiry-date not = spaces
                       and ap-expiry-date < today-date
                   move "Y" to expired-match-flag
                   exit paragraph
               end-if
               if not grant-found
                   move "Y" to grant-found-flag
                   move ap-max-parm-value to ceiling-value
