      ******************************************************************
      * Record layout for the central performance team's receipt file
      * (xmit-receipt.dat), returned for a RESXMIT transmission: one
      * record per data file they loaded, with the transmission
      * sequence number, the file name as it appeared on the
      * manifest, and the record count and elapsed-millisecond sum
      * they counted on arrival. RESXMIT reconciles these against
      * what it sent.
      ******************************************************************
       01  xmit-receipt-record.
           05 xr-xmit-seq            pic 9(6).
           05 xr-file-name           pic x(30).
           05 xr-record-count        pic 9(9).
           05 xr-elapsed-sum         pic 9(15).
