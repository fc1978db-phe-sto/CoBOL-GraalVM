      *> which rewrites the file with the handled flag set so the next
      *> browse starts clean. Handled messages stay on the file for
      *> the record; the OM row of retention-policy.dat is what
      *> eventually trims them, through HOUSEKEEP. A message raised
      *> by message id is listed with the catalog's prescribed
      *> operator response and escalation contact under it, looked
      *> up through MSG-CATALOG.
      *>****************************************************************
       environment division.
       input-output section.
       fd  messages-io.
           COPY opermsg.
       fd  messages-work.
       01  messages-work-record        pic x(160).

       working-storage section.
           COPY envarea.
       77  msg-status                  pic xx.
       77  work-status                 pic xx.
       77  menu-choice                 pic 9.
       77  unread-warnings             pic 9(5).
       77  unread-infos                pic 9(5).
       77  marked-count                pic 9(5).
           COPY msgcarea.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform until menu-choice = 9
               perform count-unhandled
               perform display-menu
                               om-timestamp (1:14) " "
                               function trim (om-program-id) " - "
                               function trim (om-message)
                           perform show-message-response
                       end-if
               end-read
           end-perform
           close messages-io.

       show-message-response.
           if om-message-id = spaces
               exit paragraph
           end-if
           move "L" to mx-function
           move om-message-id to mx-message-id
           call "MSG-CATALOG" using msg-cat-area
               on exception
                   move "N" to mx-status
           end-call
           if mx-found
               display "      " om-message-id " RESPONSE: "
                   function trim (mx-response)
               display "      " om-message-id " ESCALATE: "
                   function trim (mx-escalation)
           else
               display "      " om-message-id
                   " RESPONSE: NOT IN THE MESSAGE CATALOG"
           end-if.

       mark-handled.
           display "enter severity to mark handled "
               "(E/W/I, * = all): " with no advancing
