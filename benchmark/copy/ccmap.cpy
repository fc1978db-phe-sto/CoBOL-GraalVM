      ******************************************************************
      * Record layout for the requester cost-center table
      * (requester-centers.dat), maintained by finance liaison: one
      * row per requester id that submits queue work, naming the
      * cost center its CPU is charged to. The center name is printed
      * on the invoice page; the first row for a center supplies it.
      * A requester with no row is billed to UNMAPPED and listed so
      * the table can be corrected before the invoices go out.
      ******************************************************************
       01  requester-center-record.
           05 cc-requester-id        pic x(20).
           05 cc-cost-center         pic x(10).
           05 cc-center-name         pic x(30).
