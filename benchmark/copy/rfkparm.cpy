      ******************************************************************
      * Parameter card layout for REFCHK: how many nights back from
      * today the cross-file check covers (tonight included). Zero,
      * non-numeric or an absent card means the default of 7; the
      * most it will look back is 30, well inside every retention
      * period on retention-policy.dat, so a partner record is never
      * reported missing merely because HOUSEKEEP already purged it.
      ******************************************************************
       01  refchk-parm-record.
           05 rk-nights-back         pic 9(3).
