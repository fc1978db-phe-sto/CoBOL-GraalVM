      * which program, with an optional ceiling on the program's
      * primary parameter (0 = no ceiling). "*" in the operator or
      * program field matches anyone / any program. An operator with
      * no matching record is denied. A grant may carry an expiry
      * date (yyyymmdd): it grants nothing after that day, so
      * temporary access ends on its own; spaces mean the grant does
      * not expire. Grants are maintained through AUTHMAINT, which
      * records every change on grant-history.dat.
      ******************************************************************
       01  auth-permission-record.
           05 ap-operator-id         pic x(20).
           05 ap-program-id          pic x(20).
           05 ap-max-parm-value      pic 9(9).
           05 ap-expiry-date         pic x(8).
