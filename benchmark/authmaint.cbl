       identification division.
       program-id. authmaint.
      *>****************************************************************
      *> Grant maintenance, the BENCHMENU-style front-end for
      *> bench-permissions.dat. Security used to keep the grants in a
      *> text editor, and nothing recorded who added a grant, when, or
      *> why; PERMRECERT could only say a grant was never used. This
      *> program lists the grants (operator, program, parameter
      *> ceiling, expiry date - expired grants marked) and lets the
      *> maintaining operator add, change, or revoke one. A grant may
      *> carry an expiry date, honored by CHECK-AUTH and BENCHGATE, so
      *> temporary access ends on its own.
      *>   - every change needs a ticket id, and writes the grant's
      *>     before and after image, the maintaining operator, and
      *>     the timestamp to grant-history.dat (copy/granthist.cpy)
      *>   - an operator may not add or change a grant for their own
      *>     operator id - access is always given by someone else
      *>   - a "*" wildcard grant, added or changed, is sensitive and
      *>     runs under dual control (DUAL-CTRL operation GRANTWILD):
      *>     the first attempt records the pending request, a second
      *>     operator approves it in APPRMAINT, and the next attempt
      *>     consumes the approval; the approver lands on the history
      *> The maintaining operator is cleared through CHECK-AUTH itself
      *> (program "authmaint"). The grants file is rewritten through
      *> the authmaint.tmp work file.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select permissions-io assign to "bench-permissions.dat"
               organization line sequential
               file status is perm-status.
           select permissions-work assign to "authmaint.tmp"
               organization line sequential
               file status is work-status.
           select grant-history-out assign to "grant-history.dat"
               organization line sequential
               file status is history-status.

       data division.
       file section.
       fd  permissions-io.
           COPY authperm.
       fd  permissions-work.
       01  permissions-work-record     pic x(57).
       fd  grant-history-out.
           COPY granthist.

       working-storage section.
           COPY envarea.
       77  perm-status                 pic xx.
       77  work-status                 pic xx.
       77  history-status              pic xx.
       77  menu-choice                 pic 9.
       77  operator-id                 pic x(20).
       77  ca-program-id               pic x(20).
       77  ca-parm-value               pic s9(9) comp.
       77  ca-allow-flag               pic x.
       77  dc-operation                pic x(12).
       77  dc-detail                   pic x(60).
       77  dc-allow-flag               pic x.
       77  dc-approver                 pic x(20).
       77  today-date                  pic x(8).
       77  list-number                 pic 9(4).
       77  pick-number                 pic 9(4).
       77  grant-count                 pic 9(4).
       77  expired-count               pic 9(4).
       77  action-code                 pic x(8).
       77  ticket-id                   pic x(12).
       77  entry-operator              pic x(20).
       77  entry-program               pic x(20).
       77  entry-ceiling               pic 9(9).
       77  entry-expiry                pic x(8).
       77  ceiling-disp                pic z(8)9.
       77  expiry-disp                 pic x(8).
       77  status-disp                 pic x(7).
       77  refuse-text                 pic x(50).
       77  found-flag                  pic x.
           88 grant-picked             value "Y".
       77  duplicate-flag              pic x.
           88 grant-duplicate          value "Y".
       77  before-grant                pic x(57).
       77  after-grant                 pic x(57).

       01  new-grant.
           05 ng-operator-id           pic x(20).
           05 ng-program-id            pic x(20).
           05 ng-max-parm-value        pic 9(9).
           05 ng-expiry-date           pic x(8).

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           accept operator-id from environment "USER"
           if operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if
           perform check-operator-authority
           if ca-allow-flag = "N"
               display "authmaint: operator "
                   function trim (operator-id)
                   " is not authorized to maintain grants - exiting"
               move 12 to return-code
               goback
           end-if
           perform until menu-choice = 9
               move function current-date (1:8) to today-date
               perform display-menu
               accept menu-choice
               evaluate menu-choice
                   when 1 perform list-grants
                   when 2 perform add-grant
                   when 3 perform change-grant
                   when 4 perform revoke-grant
                   when 9 continue
                   when other
                       display "please enter a number from the menu"
               end-evaluate
           end-perform
           display "authmaint exiting"
           goback.

       check-operator-authority.
           move "authmaint" to ca-program-id
           move 0 to ca-parm-value
           move "Y" to ca-allow-flag
           call "CHECK-AUTH" using ca-program-id, ca-parm-value,
               ca-allow-flag
               on exception continue
           end-call.

       display-menu.
           display " "
           display "grant maintenance - operator "
               function trim (operator-id)
           display "  1  list grants"
           display "  2  add a grant"
           display "  3  change a grant's ceiling or expiry"
           display "  4  revoke a grant"
           display "  9  exit"
           display "enter choice: " with no advancing.

       list-grants.
           move 0 to list-number
           move 0 to expired-count
           open input permissions-io
           if perm-status not = "00"
               display "no bench-permissions.dat - every run is "
                   "allowed until grants are added"
               exit paragraph
           end-if
           display "LINE OPERATOR             PROGRAM             "
               "     CEILING EXPIRES  STATUS"
           perform until perm-status not = "00"
               read permissions-io
                   at end continue
                   not at end
                       add 1 to list-number
                       perform display-one-grant
               end-read
           end-perform
           close permissions-io
           display list-number " grant(s), " expired-count
               " expired".

       display-one-grant.
           move ap-max-parm-value to ceiling-disp
           if ap-expiry-date = spaces
               move "NEVER" to expiry-disp
               move spaces to status-disp
           else
               move ap-expiry-date to expiry-disp
               if ap-expiry-date < today-date
                   move "EXPIRED" to status-disp
                   add 1 to expired-count
               else
                   move spaces to status-disp
               end-if
           end-if
           display list-number " " ap-operator-id " " ap-program-id
               " " ceiling-disp " " expiry-disp " " status-disp.

       add-grant.
           move "ADD" to action-code
           display "enter operator id (* for any operator): "
               with no advancing
           move spaces to entry-operator
           accept entry-operator
           display "enter program id (* for any program): "
               with no advancing
           move spaces to entry-program
           accept entry-program
           display "enter parameter ceiling (0 for no ceiling): "
               with no advancing
           accept entry-ceiling
           perform accept-expiry-and-ticket
           move spaces to refuse-text
           if entry-operator = spaces or entry-program = spaces
               move "operator and program are both required"
                   to refuse-text
           end-if
           if entry-ceiling not numeric
               move "ceiling must be numeric" to refuse-text
           end-if
           perform validate-common-entry
           if refuse-text = spaces
               perform check-grant-duplicate
               if grant-duplicate
                   move "grant already exists - change it instead"
                       to refuse-text
               end-if
           end-if
           if refuse-text not = spaces
               display "grant not added - " function trim (refuse-text)
               exit paragraph
           end-if
           move entry-operator to ng-operator-id
           move entry-program to ng-program-id
           move entry-ceiling to ng-max-parm-value
           move entry-expiry to ng-expiry-date
           perform gate-wildcard-grant
           if dc-allow-flag = "N"
               exit paragraph
           end-if
           open extend permissions-io
           if perm-status not = "00"
               open output permissions-io
           end-if
           move new-grant to auth-permission-record
           write auth-permission-record
           close permissions-io
           move spaces to before-grant
           move new-grant to after-grant
           perform write-grant-history
           display "grant added for " function trim (ng-operator-id)
               " on " function trim (ng-program-id).

       change-grant.
           move "CHANGE" to action-code
           perform pick-one-grant
           if not grant-picked
               exit paragraph
           end-if
           move before-grant to new-grant
           move ng-operator-id to entry-operator
           move ng-program-id to entry-program
           display "enter new parameter ceiling (0 for no ceiling): "
               with no advancing
           accept entry-ceiling
           perform accept-expiry-and-ticket
           move spaces to refuse-text
           if entry-ceiling not numeric
               move "ceiling must be numeric" to refuse-text
           end-if
           perform validate-common-entry
           if refuse-text = spaces
                   and entry-ceiling = ng-max-parm-value
                   and entry-expiry = ng-expiry-date
               move "nothing changed" to refuse-text
           end-if
           if refuse-text not = spaces
               display "grant not changed - "
                   function trim (refuse-text)
               exit paragraph
           end-if
           move entry-ceiling to ng-max-parm-value
           move entry-expiry to ng-expiry-date
           perform gate-wildcard-grant
           if dc-allow-flag = "N"
               exit paragraph
           end-if
           move new-grant to after-grant
           perform rewrite-permissions
           perform write-grant-history
           display "grant " pick-number " changed".

       revoke-grant.
           move "REVOKE" to action-code
           perform pick-one-grant
           if not grant-picked
               exit paragraph
           end-if
           display "enter change ticket id: " with no advancing
           move spaces to ticket-id
           accept ticket-id
           if ticket-id = spaces
               display "grant not revoked - a ticket id is required"
               exit paragraph
           end-if
           move spaces to after-grant
           move "N" to dc-allow-flag
           move spaces to dc-approver
           perform rewrite-permissions
           perform write-grant-history
           display "grant " pick-number " revoked".

       accept-expiry-and-ticket.
           display "enter expiry date yyyymmdd (blank for none): "
               with no advancing
           move spaces to entry-expiry
           accept entry-expiry
           display "enter change ticket id: " with no advancing
           move spaces to ticket-id
           accept ticket-id.

       validate-common-entry.
      *> rules every added or changed grant must pass
           if refuse-text not = spaces
               exit paragraph
           end-if
           if ticket-id = spaces
               move "a ticket id is required" to refuse-text
               exit paragraph
           end-if
           if entry-operator = operator-id
               move "operators may not grant themselves access"
                   to refuse-text
               exit paragraph
           end-if
           if entry-expiry = spaces
               exit paragraph
           end-if
           if entry-expiry not numeric
                   or entry-expiry (5:2) < "01"
                   or entry-expiry (5:2) > "12"
                   or entry-expiry (7:2) < "01"
                   or entry-expiry (7:2) > "31"
               move "expiry must be a yyyymmdd date" to refuse-text
               exit paragraph
           end-if
           if entry-expiry < today-date
               move "expiry date is already past" to refuse-text
           end-if.

       check-grant-duplicate.
           move "N" to duplicate-flag
           open input permissions-io
           if perm-status not = "00"
               exit paragraph
           end-if
           perform until perm-status not = "00"
               read permissions-io
                   at end continue
                   not at end
                       if ap-operator-id = entry-operator
                               and ap-program-id = entry-program
                           move "Y" to duplicate-flag
                       end-if
               end-read
           end-perform
           close permissions-io.

       pick-one-grant.
           move "N" to found-flag
           display "enter grant line number: " with no advancing
           accept pick-number
           move 0 to list-number
           open input permissions-io
           if perm-status not = "00"
               display "no bench-permissions.dat present"
               exit paragraph
           end-if
           perform until perm-status not = "00"
               read permissions-io
                   at end continue
                   not at end
                       add 1 to list-number
                       if list-number = pick-number
                           move "Y" to found-flag
                           move auth-permission-record to before-grant
                           perform display-one-grant
                       end-if
               end-read
           end-perform
           close permissions-io
           if not grant-picked
               display "grant " pick-number " not found"
           end-if.

       gate-wildcard-grant.
      *> a wildcard grant needs a second operator's approval
           move "Y" to dc-allow-flag
           move spaces to dc-approver
           if ng-operator-id not = "*" and ng-program-id not = "*"
               exit paragraph
           end-if
           move "GRANTWILD" to dc-operation
           move spaces to dc-detail
           string "OP=" delimited by size
                  ng-operator-id delimited by space
                  " PGM=" delimited by size
                  ng-program-id delimited by space
                  " MAX=" delimited by size
                  ng-max-parm-value delimited by size
                  " EXP=" delimited by size
                  ng-expiry-date delimited by size
                  into dc-detail
           move "N" to dc-allow-flag
           call "DUAL-CTRL" using dc-operation, dc-detail,
               dc-allow-flag, dc-approver
               on exception
                   display "DUAL-CTRL module not installed - "
                       "wildcard grant proceeds ungated"
                   move "Y" to dc-allow-flag
           end-call
           if dc-allow-flag = "N"
               display "wildcard grant awaiting second-operator "
                   "approval in apprmaint - grant not written"
           end-if.

       rewrite-permissions.
      *> copy the grants through the work file, replacing (change) or
      *> dropping (revoke) the picked line
           move 0 to list-number
           open input permissions-io
           open output permissions-work
           perform until perm-status not = "00"
               read permissions-io
                   at end continue
                   not at end
                       add 1 to list-number
                       if list-number not = pick-number
                           move auth-permission-record
                               to permissions-work-record
                           write permissions-work-record
                       else
                           if action-code = "CHANGE"
                               move after-grant
                                   to permissions-work-record
                               write permissions-work-record
                           end-if
                       end-if
               end-read
           end-perform
           close permissions-io
           close permissions-work
           open input permissions-work
           open output permissions-io
           perform until work-status not = "00"
               read permissions-work
                   at end continue
                   not at end
                       move permissions-work-record
                           to auth-permission-record
                       write auth-permission-record
               end-read
           end-perform
           close permissions-work
           close permissions-io.

       write-grant-history.
           open extend grant-history-out
           if history-status not = "00"
               open output grant-history-out
           end-if
           move function current-date to gh-timestamp
           move operator-id to gh-operator-id
           move ticket-id to gh-ticket-id
           move action-code to gh-action
           move dc-approver to gh-approver
           move before-grant to gh-before-image
           move after-grant to gh-after-image
           write grant-history-record
           close grant-history-out.

       end program authmaint.
