      *> After the machines drain their per-stream queues, each sends
      *> back its results file as bench-queue-results-s<n>.dat and
      *> its leftover queue as bench-queue-s<n>.dat - the leftovers
      *> being exactly the FAILED and DEFERRED requests BENCHQPROC
      *> re-queued for the next night, plus any on operator hold.
      *> This program probes streams 1-9, appends every stream's
      *> result records to the one
      *> bench-queue-results.dat, folds every stream's leftover
      *> requests back into bench-queue.dat, and empties the stream
      *> files so the next split starts clean. The disposition rules
      *> survive the round trip by construction: FAILED, DEFERRED and
      *> held requests come
      *> back through the leftover queues, REJECTED and the other
      *> consumed dispositions exist only in the results.
      *>****************************************************************
       data division.
       file section.
       fd  stream-results-in.
       01  stream-results-record       pic x(200).
       fd  stream-queue-in.
       01  stream-queue-record         pic x(120).
       fd  stream-reset-out.
       01  stream-reset-record         pic x(120).
       fd  queue-results-out.
           COPY benchqr.
       fd  bench-queue-out.
           COPY benchque.

       working-storage section.
           COPY envarea.
       77  sres-status                 pic xx.
       77  sque-status                 pic xx.
       77  reset-status                pic xx.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform varying stream-no from 1 by 1
                   until stream-no > 9
               perform merge-one-stream
