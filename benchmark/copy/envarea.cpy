      ******************************************************************
      * Call area for ENV-SVC, the environment selector. Every main
      * program calls it with function "S" before it opens anything,
      * so all of its files - shared files, parameter cards,
      * checkpoints, spool generations - are named in the selected
      * environment; report headings call it with "G" to print the
      * environment code. es-env-refused comes back when a non-PROD
      * environment was asked for and has not been seeded: the
      * program must stop rather than fall through to production.
      ******************************************************************
       01  env-svc-area.
           05 es-function            pic x.
               88 es-select          value "S".
               88 es-get             value "G".
           05 es-env-code            pic x(4).
               88 es-production      value "PROD".
           05 es-env-status          pic x.
               88 es-env-ok          value "Y".
               88 es-env-refused     value "R".
