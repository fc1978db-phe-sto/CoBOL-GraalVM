      ******************************************************************
      * Record layout for the MACHINE-FINGERPRINT file. One record is
      * appended per suite run by ENVFPRINT: the fuller environment
      * the run had - hostname, OS, kernel release, CPU model and the
      * number of CPUs the kernel reports, and the COBOL runtime
      * version the modules were loaded under - keyed by the machine
      * tag, so the next run on the same tag can be compared with it.
      ******************************************************************
       01  machine-fingerprint-record.
           05 fp-run-date            pic x(8).
           05 fp-timestamp           pic x(26).
           05 fp-run-id              pic x(16).
           05 fp-machine-tag         pic x(20).
           05 fp-hostname            pic x(32).
           05 fp-os-name             pic x(16).
           05 fp-kernel              pic x(32).
           05 fp-cpu-model           pic x(48).
           05 fp-cpu-count           pic 9(4).
           05 fp-runtime-version     pic x(16).
