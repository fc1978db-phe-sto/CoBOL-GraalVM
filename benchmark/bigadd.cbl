       identification division.
       program-id. BIG-ADD.
      *>****************************************************************
      *> Shared big-number addition, the companion of BIG-MULTIPLY on
      *> the same 21-limb base-1,000,000,000 accumulator (copy/
      *> bigfact.cpy). Adds the caller's addend to the accumulator in
      *> place, carrying between limbs. A carry left over beyond the
      *> top limb means the true sum no longer fits 189 digits: the
      *> overflow flag comes back "Y", the accumulator holds the sum
      *> less the lost carry, and one record naming the caller is
      *> appended to the shared error log, as BIG-MULTIPLY does.
      *>****************************************************************
       environment division.

       data division.
       working-storage section.
           COPY errlog.
       77  suite-run-id            pic x(16).
       77  ri-function             pic x.
       77  fb-file-id              pic xx.
       77  fb-record-image         pic x(250).
       77  fb-write-status         pic xx.
       77  limb-base               pic 9(10) comp value 1000000000.
       77  limb-idx                pic 99 comp.
       77  limb-carry              pic 9(18) comp.
       77  limb-sum                pic 9(18) comp.
       77  el-field-cur            pic x(30).

       linkage section.
       01  ba-caller-id            pic x(20).
           COPY bigfact.
           COPY bigfact
               REPLACING ==big-fact== BY ==ba-addend==,
                         ==fact-limb== BY ==addend-limb==.
       01  ba-overflow-flag        pic x.
           88 ba-overflowed        value "Y".

       procedure division using ba-caller-id, big-fact, ba-addend,
           ba-overflow-flag.
       main-logic.
           move "N" to ba-overflow-flag
           move 0 to limb-carry
           perform varying limb-idx from 1 by 1 until limb-idx > 21
               compute limb-sum = fact-limb (limb-idx)
                   + addend-limb (limb-idx) + limb-carry
               divide limb-sum by limb-base
                   giving limb-carry
                   remainder fact-limb (limb-idx)
           end-perform
           if limb-carry not = 0
               move "Y" to ba-overflow-flag
               move "LIMB-CARRY" to el-field-cur
               perform write-error-log
           end-if
           goback.

       write-error-log.
           move ba-caller-id to el-program-id
           move "BIG-ADD" to el-paragraph
           move el-field-cur to el-field-name
           move function current-date to el-timestamp
           move "G" to ri-function
           call "RUN-IDENT" using ri-function, suite-run-id
               on exception
                   move function current-date (1:16) to suite-run-id
           end-call
           move suite-run-id to el-run-id
           move error-log-record to fb-record-image
           move "EL" to fb-file-id
           call "FILE-BROKER" using fb-file-id, fb-record-image,
               fb-write-status
               on exception
                   display
                       "FILE-BROKER module not installed - record "
                       "not written"
           end-call.

       end program BIG-ADD.
