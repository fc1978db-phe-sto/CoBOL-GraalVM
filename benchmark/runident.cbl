      *>       file
      *>   "E" end the run: mark the id inactive so a later
      *>       standalone run does not inherit it
      *> Every id issued, begun or standalone, is also appended to
      *> run-id-register.dat (copy/runreg.cpy), the list of ids that
      *> REFCHK checks the shared files' run ids against.
      *>****************************************************************
       environment division.
       input-output section.
           select run-id-io assign to "run-id.dat"
               organization line sequential
               file status is rid-status.
           select run-register-out assign to "run-id-register.dat"
               organization line sequential
               file status is reg-status.

       data division.
       file section.
       fd  run-id-io.
           COPY runid.
       fd  run-register-out.
           COPY runreg.

       working-storage section.
       77  rid-status              pic xx.
       77  saved-run-id            pic x(16).
       77  reg-status              pic xx.
       77  issue-type              pic x.

       linkage section.
       01  ri-function             pic x.
                   move ri-run-id to rid-run-id
                   write run-id-record
                   close run-id-io
                   move "B" to issue-type
                   perform register-run-id
               when ri-get
                   move spaces to ri-run-id
                   open input run-id-io
                   if ri-run-id = spaces
                       move function current-date (1:16)
                           to ri-run-id
                       move "S" to issue-type
                       perform register-run-id
                   end-if
               when ri-end
                   move spaces to saved-run-id
           end-evaluate
           goback.

       register-run-id.
           open extend run-register-out
           if reg-status = "35"
               open output run-register-out
           end-if
           if reg-status not = "00"
               exit paragraph
           end-if
           move ri-run-id to rg-run-id
           move issue-type to rg-issue-type
           write run-register-record
           close run-register-out.

       end program RUN-IDENT.
