      ******************************************************************
      * Parameter card layout for MANDSHEET: which frame sequence to
      * put on the contact sheet (Z the mandzoom-frame-NNN.pgm frames
      * MANDZOOM leaves, J the julia-band-NNN.pgm band files of a
      * banded JULIASET render), how many frames (0 takes the count
      * from mandzoom.parm or juliaset.parm), the number of cells
      * across the sheet, each cell's size in pixels, and the share
      * of a frame one gray value must cover, in percent, for the
      * frame to be flagged EMPTY.
      ******************************************************************
       01  mandsheet-parm-record.
           05 ms-source              pic x.
               88 ms-zoom-frames     value "Z".
               88 ms-julia-bands     value "J".
           05 ms-frame-count         pic 9(3).
           05 ms-columns             pic 9(2).
           05 ms-cell-width          pic 9(2).
           05 ms-cell-height         pic 9(2).
           05 ms-empty-pct           pic 9(3).
