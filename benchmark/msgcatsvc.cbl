       identification division.
       program-id. MSG-CATALOG.
      *>****************************************************************
      *> Message catalog service, called by OPER-MSG and ALERT-RAISE
      *> to turn a message id plus substitution values into the
      *> standard wording, and by MSGBROWSE and ALERTMGMT to fetch the
      *> prescribed operator response beside a stored message. The
      *> same condition used to be worded differently by every program
      *> that met it, and the night operator had nothing to go on but
      *> the words; message-catalog.dat (copy/msgcat.cpy) now holds,
      *> per message id, the one standard text, the severity, what the
      *> operator does next, and who to escalate to. Call area and
      *> functions are in copy/msgcarea.cpy.
      *>
      *> The catalog is small reference data, loaded into a table on
      *> the first call of the run unit and searched from there. A
      *> missing catalog is not an error: ids are still stored, the
      *> caller's text is kept, and the response reads as not
      *> cataloged.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select catalog-in assign to "message-catalog.dat"
               organization line sequential
               file status is catalog-status.

       data division.
       file section.
       fd  catalog-in.
           COPY msgcat.

       working-storage section.
       77  catalog-status          pic xx.
       77  loaded-flag             pic x value "N".
           88 catalog-loaded       value "Y".
       77  max-messages            pic 9(4) value 500.
       77  message-count           pic 9(4) value 0.
       77  msg-idx                 pic 9(4).
       77  found-idx               pic 9(4).
       77  text-idx                pic 99.
       77  out-ptr                 pic 99.
       77  sub-no                  pic 9.
       77  value-len               pic 99.
       77  expanded-text           pic x(80).
       77  space-count             pic 9.
       77  id-shape-flag           pic x.
           88 id-shaped            value "Y".
       01  substitution-values.
           05 sub-value            pic x(71) occurs 4 times.
       01  catalog-table.
           05 ct-entry occurs 500 times.
               10 ct-message-id    pic x(8).
               10 ct-severity      pic x.
               10 ct-text          pic x(80).
               10 ct-response      pic x(80).
               10 ct-escalation    pic x(30).

       linkage section.
           COPY msgcarea.

       procedure division using msg-cat-area.
       main-logic.
           if not catalog-loaded
               perform load-catalog
           end-if
           evaluate true
               when mx-expand
                   perform expand-message
               when mx-lookup
                   perform lookup-message
               when other
                   display "MSG-CATALOG: unknown function "
                       mx-function
           end-evaluate
           goback.

       load-catalog.
           move "Y" to loaded-flag
           move 0 to message-count
           open input catalog-in
           if catalog-status not = "00"
               exit paragraph
           end-if
           perform until catalog-status not = "00"
               read catalog-in
                   at end continue
                   not at end
                       if mc-message-id not = spaces
                               and message-count < max-messages
                           add 1 to message-count
                           move mc-message-id
                               to ct-message-id (message-count)
                           move mc-severity
                               to ct-severity (message-count)
                           move mc-text to ct-text (message-count)
                           move mc-response
                               to ct-response (message-count)
                           move mc-escalation
                               to ct-escalation (message-count)
                       end-if
               end-read
           end-perform
           close catalog-in.

       find-message.
           move 0 to found-idx
           perform varying msg-idx from 1 by 1
                   until msg-idx > message-count or found-idx > 0
               if ct-message-id (msg-idx) = mx-message-id
                   move msg-idx to found-idx
               end-if
           end-perform.

       expand-message.
           move spaces to mx-response
           move spaces to mx-escalation
           perform check-id-shape
           if not id-shaped
               move spaces to mx-message-id
               move "F" to mx-status
               exit paragraph
           end-if
           move mx-message (1:8) to mx-message-id
           perform find-message
           if found-idx = 0
               move "N" to mx-status
               exit paragraph
           end-if
           move "Y" to mx-status
           move ct-severity (found-idx) to mx-severity
           move ct-response (found-idx) to mx-response
           move ct-escalation (found-idx) to mx-escalation
           move spaces to substitution-values
           unstring mx-message (10:71) delimited by "|"
               into sub-value (1), sub-value (2), sub-value (3),
                    sub-value (4)
           end-unstring
      *> copy the standard text, putting each value in place of its
      *> &n marker; whatever runs past 80 columns is lost
           move spaces to expanded-text
           move 1 to out-ptr
           perform varying text-idx from 1 by 1 until text-idx > 80
               if ct-text (found-idx) (text-idx:1) = "&"
                       and text-idx < 80
                       and ct-text (found-idx) (text-idx + 1:1) >= "1"
                       and ct-text (found-idx) (text-idx + 1:1) <= "4"
                   move ct-text (found-idx) (text-idx + 1:1) to sub-no
                   perform append-sub-value
                   add 1 to text-idx
               else
                   string ct-text (found-idx) (text-idx:1)
                       delimited by size
                       into expanded-text with pointer out-ptr
                       on overflow continue
                   end-string
               end-if
           end-perform
           move expanded-text to mx-message.

       append-sub-value.
           move function trim (sub-value (sub-no)) to sub-value (sub-no)
           move 71 to value-len
           perform until value-len = 0
                   or sub-value (sub-no) (value-len:1) not = space
               subtract 1 from value-len
           end-perform
           if value-len = 0
               exit paragraph
           end-if
           string sub-value (sub-no) (1:value-len) delimited by size
               into expanded-text with pointer out-ptr
               on overflow continue
           end-string.

       check-id-shape.
      *> four letters, three digits, a severity letter, then a space
           move "N" to id-shape-flag
           move 0 to space-count
           inspect mx-message (1:4) tallying space-count for all space
           if mx-message (1:4) is alphabetic-upper
                   and space-count = 0
                   and mx-message (5:3) is numeric
                   and (mx-message (8:1) = "E" or "W" or "I")
                   and mx-message (9:1) = space
               move "Y" to id-shape-flag
           end-if.

       lookup-message.
           move spaces to mx-response
           move spaces to mx-escalation
           move spaces to mx-severity
           if mx-message-id = spaces
               move "F" to mx-status
               exit paragraph
           end-if
           perform find-message
           if found-idx = 0
               move "N" to mx-status
               exit paragraph
           end-if
           move "Y" to mx-status
           move ct-severity (found-idx) to mx-severity
           move ct-response (found-idx) to mx-response
           move ct-escalation (found-idx) to mx-escalation.

       end program MSG-CATALOG.
