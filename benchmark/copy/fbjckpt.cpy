      ******************************************************************
      * Record layout for the journal sequence checkpoint
      * (broker-journal.ckpt): the last journal sequence number
      * FILE-BROKER issued, so the next entry continues the sequence
      * across the daily generations without re-reading them. It is
      * deliberately not part of a backup set - a restore must never
      * wind the sequence back onto numbers already issued.
      ******************************************************************
       01  journal-ckpt-record.
           05 jk-sequence-no         pic 9(9).
