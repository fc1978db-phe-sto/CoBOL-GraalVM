      ******************************************************************
      * Record layout for the FIBONACCI15 big-number mode CSV file,
      * fibonacci15-big.csv. Same SERIES,TERM,VALUE / TRAILER lines as
      * fibonacci15-report.csv, but the value is the BIG-RENDER text
      * of the 21-limb accumulator (up to 189 digits, not zero-
      * filled), and an OVERFLOW,term line is written when the
      * series outgrows the limbs before the requested term count.
      ******************************************************************
       01  fib15-big-record          pic x(220).
