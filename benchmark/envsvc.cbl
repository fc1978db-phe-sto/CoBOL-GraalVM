       identification division.
       program-id. ENV-SVC.
      *>****************************************************************
      *> Environment selector. Production and the training/rehearsal
      *> environment share every program but never a file: PROD is
      *> the file set in the base directory, and any other
      *> environment code is a complete separate set - shared files,
      *> indexed masters, parameter cards, checkpoints, spool
      *> generations, outboxes - under directory env-<code>, built by
      *> ENVSEED from a BENCHBKUP set. Since every program names its
      *> files relative to the working directory, selecting an
      *> environment is changing into its directory once, before the
      *> first file is opened; nothing else in the suite has to know.
      *>
      *> The code comes from the BENCH_ENV environment variable, or
      *> failing that from the card bench-env.parm (copy/envparm.cpy)
      *> in the base directory, or is PROD. Functions:
      *>   "S" select: settle the code and move into its file set.
      *>       Called first thing by every main program; after the
      *>       first call of the run unit it is a no-op, so programs
      *>       CALLed from BENCHMENU, BENCHDRV or NIGHTSCHED simply
      *>       inherit the environment already selected. A non-PROD
      *>       code that is malformed or has no seeded directory
      *>       comes back refused (es-env-refused) with return code
      *>       12, and the caller stops - it must never fall through
      *>       to the production files. A non-PROD code is also
      *>       refused when COB_LIBRARY_PATH is not set: once the
      *>       run unit has moved into env-<code>, a dynamic CALL no
      *>       longer finds the modules built in the base directory,
      *>       and every service and benchmark CALL would quietly
      *>       take its ON EXCEPTION branch.
      *>   "G" get: return the code (report headings print it)
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select env-parm-in assign to "bench-env.parm"
               organization line sequential
               file status is parm-status.

       data division.
       file section.
       fd  env-parm-in.
           COPY envparm.

       working-storage section.
       77  parm-status             pic xx.
       77  settled-flag            pic x value "N".
           88 code-settled         value "Y".
       77  selected-flag           pic x value "N".
           88 env-selected         value "Y".
           88 env-refused          value "R".
       77  current-env-code        pic x(4) value "PROD".
           88 current-production   value "PROD".
       77  env-from-variable       pic x(20).
       77  env-dir-name            pic x(20).
       77  library-path            pic x(256).
       77  dir-status              pic s9(9) comp.
       77  code-idx                pic 9.
       77  code-valid-flag         pic x.
           88 code-valid           value "Y".

       linkage section.
           COPY envarea.

       procedure division using env-svc-area.
       main-logic.
           evaluate true
               when es-select
                   perform select-environment
               when es-get
                   perform settle-env-code
                   move current-env-code to es-env-code
                   move "Y" to es-env-status
               when other
                   display "ENV-SVC: unknown function " es-function
           end-evaluate
           goback.

       select-environment.
           if not env-selected and not env-refused
               perform settle-env-code
               perform enter-environment
           end-if
           move current-env-code to es-env-code
           if env-refused
               move "R" to es-env-status
               move 12 to return-code
           else
               move "Y" to es-env-status
           end-if.

       settle-env-code.
           if code-settled
               exit paragraph
           end-if
           move "Y" to settled-flag
           move spaces to env-from-variable
           accept env-from-variable from environment "BENCH_ENV"
           if env-from-variable = spaces
               open input env-parm-in
               if parm-status = "00"
                   read env-parm-in
                       not at end
                           move ev-env-code to env-from-variable
                   end-read
                   close env-parm-in
               end-if
           end-if
           if env-from-variable = spaces
               move "PROD" to env-from-variable
           end-if
           move function upper-case (env-from-variable)
               to env-from-variable
           move env-from-variable to current-env-code
      *> a code longer than four characters is not a code at all
           if env-from-variable (5:) not = spaces
               move "????" to current-env-code
           end-if.

       enter-environment.
           if current-production
               move "Y" to selected-flag
               exit paragraph
           end-if
           move "Y" to code-valid-flag
           perform varying code-idx from 1 by 1 until code-idx > 4
               if current-env-code (code-idx:1) not alphabetic-upper
                   and current-env-code (code-idx:1) not numeric
                   and current-env-code (code-idx:1) not = space
                   move "N" to code-valid-flag
               end-if
           end-perform
           if current-env-code (1:1) = space
               move "N" to code-valid-flag
           end-if
           if not code-valid
               display "ENV-SVC: environment code '" current-env-code
                   "' is not valid - stopping"
               move "R" to selected-flag
               exit paragraph
           end-if
           move spaces to library-path
           accept library-path from environment "COB_LIBRARY_PATH"
           if library-path = spaces
               display "ENV-SVC: environment "
                   function trim (current-env-code) " needs "
                   "COB_LIBRARY_PATH set to the module directory - "
                   "stopping"
               move "R" to selected-flag
               exit paragraph
           end-if
           move spaces to env-dir-name
           string "env-" delimited by size
                  current-env-code delimited by space
                  into env-dir-name
           call "CBL_CHANGE_DIR" using env-dir-name
               returning dir-status
           end-call
           if dir-status not = 0
               display "ENV-SVC: environment "
                   function trim (current-env-code) " has no file set ("
                   function trim (env-dir-name)
                   ") - run ENVSEED first; stopping"
               move "R" to selected-flag
               exit paragraph
           end-if
           move "Y" to selected-flag
           display "ENV-SVC: running in environment "
               function trim (current-env-code) " - files in "
               function trim (env-dir-name).

       end program ENV-SVC.
