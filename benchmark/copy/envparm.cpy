      ******************************************************************
      * Environment card (bench-env.parm) read by ENV-SVC when the
      * BENCH_ENV environment variable is not set. The card names the
      * environment every program of the run works in: PROD (or no
      * card at all) is the production file set in the base
      * directory; any other code - TEST for operator training and
      * compiler-upgrade rehearsal - is the separate file set ENVSEED
      * built in directory env-<code>.
      ******************************************************************
       01  env-parm-record.
           05 ev-env-code            pic x(4).
