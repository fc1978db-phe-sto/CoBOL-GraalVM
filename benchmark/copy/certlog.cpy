      ******************************************************************
      * Record layout for the certification log (cert-log.dat),
      * appended by BENCHCERT. Each certification is recorded against
      * the suite run it certifies - the last run on bench-result.dat
      * before the golden-value tests ran - with the outcome, the
      * certifying operator, and whether that run's baseline kit was
      * captured whole: the run's bench-result.dat records
      * (cert-<run id>-result.dat), its run-manifest.dat
      * (cert-<run id>-manifest.dat) and its mandelbrotset.pgm
      * (cert-<run id>.pgm). BASEREG promotes only a run whose latest
      * certification is PASS with the kit captured.
      ******************************************************************
       01  cert-log-record.
           05 ce-run-id              pic x(16).
           05 ce-cert-ts             pic x(26).
           05 ce-operator            pic x(20).
           05 ce-result              pic x(4).
               88 ce-pass            value "PASS".
               88 ce-fail            value "FAIL".
           05 ce-fail-count          pic 9(2).
           05 ce-kit-flag            pic x.
               88 ce-kit-captured    value "Y".
