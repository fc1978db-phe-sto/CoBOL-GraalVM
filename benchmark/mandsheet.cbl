       identification division.
       program-id. mandsheet.
      *>****************************************************************
      *> Contact sheet for a frame sequence. A MANDZOOM run leaves one
      *> mandzoom-frame-NNN.pgm per frame and a banded JULIASET render
      *> leaves its julia-band-NNN.pgm band files; checking either
      *> used to mean opening every file, and a frame that went black
      *> because the zoom centre drifted off the boundary was noticed
      *> days later. This program reads the sequence in frame order
      *> and composes one P2 image, mandsheet.pgm: every frame is
      *> box-averaged down into its own cell of a grid, left to right
      *> and top to bottom, with a one-pixel mid-gray border between
      *> the cells. A frame smaller than its cell is stretched to fill
      *> it instead.
      *>
      *> Alongside the sheet, mandsheet-report.txt lists each frame's
      *> size and its minimum, maximum, and mean gray value, and the
      *> share of the frame taken by its most common value. A frame
      *> where that share reaches the card's empty threshold (default
      *> 98 percent) is flagged EMPTY; a frame file that is absent,
      *> has a bad P2 header, or runs short of its pixel count is
      *> flagged too. Any flagged frame raises an alert and ends the
      *> run with return code 8, so a broken sequence is caught from
      *> one image and one page. Return code 4 rejects a bad card.
      *>
      *> Mandzoom frames carry their own P2 header. Julia band files
      *> are headerless pixel rows: their width is the juliaset.parm
      *> resolution and their height follows from the pixel count.
      *>****************************************************************
       environment division.
       input-output section.
       file-control.
           select mandsheet-parm-in assign to "mandsheet.parm"
               organization line sequential
               file status is parm-status.
           select mandzoom-parm-in assign to "mandzoom.parm"
               organization line sequential
               file status is zparm-status.
           select julia-parm-in assign to "juliaset.parm"
               organization line sequential
               file status is jparm-status.
           select frame-in assign to dynamic frame-file-name
               organization line sequential
               file status is frame-status.
           select sheet-out assign to "mandsheet.pgm"
               organization line sequential
               file status is sheet-status.
           select mandsheet-report assign to "mandsheet-report.txt"
               organization line sequential
               file status is report-status.

       data division.
       file section.
       fd  mandsheet-parm-in.
           COPY msparm.
       fd  mandzoom-parm-in.
           COPY mzparm.
       fd  julia-parm-in.
           COPY julparm.
       fd  frame-in.
       01  frame-record                pic x(2000).
       fd  sheet-out.
       01  sheet-record                pic x(20).
       fd  mandsheet-report.
       01  mandsheet-report-record     pic x(132).

       working-storage section.
           COPY envarea.
       77  parm-status                 pic xx.
       77  zparm-status                pic xx.
       77  jparm-status                pic xx.
       77  frame-status                pic xx.
       77  sheet-status                pic xx.
       77  report-status               pic xx.
       77  frame-file-name             pic x(40).
       77  source-code                 pic x value "Z".
           88 source-zoom              value "Z".
           88 source-julia             value "J".
       77  frame-count                 pic 9(3) value 0.
       77  grid-columns                pic 99 value 6.
       77  cell-width                  pic 99 value 48.
       77  cell-height                 pic 99 value 20.
       77  empty-pct                   pic 9(3) value 98.
       77  max-columns                 pic 99 value 12.
       77  max-cell-width              pic 99 value 80.
       77  max-cell-height             pic 99 value 60.
       77  border-gray                 pic 9(3) value 128.
       77  band-width                  pic 9(4) value 0.
       77  parm-bad-flag               pic x value "N".
           88 parm-bad                 value "Y".
       77  frame-open-flag             pic x.
           88 frame-open               value "Y".
       77  frame-idx                   pic 9(3).
       77  frame-idx-disp              pic 9(3).
       77  grid-rows                   pic 9(3).
       77  grid-col                    pic 99.
       77  sheet-width                 pic 9(4).
       77  sheet-height                pic 9(5).
       77  sheet-x                     pic 9(4) comp.
       77  sheet-base-x                pic 9(4) comp.
       77  sheet-gray                  pic 9(3).
       77  header-line                 pic x(20).
       77  width-disp                  pic 9(4).
       77  height-disp                 pic 9(5).
       77  image-width                 pic 9(9) comp.
       77  image-height                pic 9(9) comp.
       77  image-width-x               pic x(10).
       77  image-height-x              pic x(10).
       77  expected-pixels             pic 9(9) comp.
       77  pixel-x                     pic 9(9) comp.
       77  pixel-y                     pic 9(9) comp.
       77  pixel-gray                  pic 9(3).
       77  cell-x                      pic 99 comp.
       77  cell-y                      pic 99 comp.
       77  hist-idx                    pic 9(3) comp.
       77  frame-pixels                pic 9(9) comp.
       77  frame-sum                   pic 9(15) comp.
       77  frame-min                   pic 9(3).
       77  frame-max                   pic 9(3).
       77  frame-mean                  pic 9(3)v9.
       77  dominant-count              pic 9(9) comp.
       77  dominant-pct                pic 9(3)v9.
       77  frame-state                 pic x(7).
           88 frame-ok                 value "OK".
           88 frame-empty              value "EMPTY".
           88 frame-missing            value "MISSING".
           88 frame-bad-header         value "BADHDR".
           88 frame-short              value "SHORT".
       77  frames-read                 pic 9(3) value 0.
       77  empty-count                 pic 9(3) value 0.
       77  unreadable-count            pic 9(3) value 0.
       77  count-disp                  pic zz9.
       77  other-disp                  pic zz9.
       77  dim-disp                    pic z(4)9.
       77  other-dim-disp              pic z(4)9.
       77  gray-disp                   pic zz9.
       77  mean-disp                   pic zz9.9.
       77  pct-disp                    pic zz9.9.
       77  detail-line                 pic x(132).
       77  ar-program-id               pic x(20).
       77  ar-severity                 pic x.
       77  ar-message                  pic x(80).
       77  rw-function                 pic x.
       77  rw-report-name              pic x(40).
       77  rw-report-title             pic x(60).
       77  rw-page-depth               pic 99 value 0.
       77  rw-line                     pic x(250).

      *> one grid row of the sheet, cells and borders, built up a
      *> frame at a time and written out when the row is full
       01  strip-buffer.
           05 strip-line occurs 60 times.
               10 strip-gray           pic 9(3) occurs 973 times.

      *> box-average accumulators for the frame being read, one per
      *> cell pixel, and whether any frame row landed on a cell row
       01  cell-accumulators.
           05 acc-row occurs 60 times.
               10 acc-sum              pic 9(12) comp occurs 80 times.
               10 acc-count            pic 9(9) comp occurs 80 times.
               10 acc-row-hit          pic x.
       01  cell-image.
           05 cell-row occurs 60 times.
               10 cell-gray            pic 9(3) occurs 80 times.

       01  gray-histogram.
           05 hist-count               pic 9(9) comp occurs 256 times.

       procedure division.
       main-line.
           move "S" to es-function
           call "ENV-SVC" using env-svc-area
               on exception continue
           end-call
           if es-env-refused
               goback
           end-if
           perform read-sheet-parm
           if parm-bad
               display "mandsheet: bad parameter card - run rejected"
               move 4 to return-code
               goback
           end-if
           compute grid-rows = (frame-count + grid-columns - 1)
               / grid-columns
           compute sheet-width = grid-columns * (cell-width + 1) + 1
           compute sheet-height = grid-rows * (cell-height + 1) + 1
           open output mandsheet-report
           move "FRAME SEQUENCE CONTACT SHEET - PER-FRAME SUMMARY"
               to mandsheet-report-record
           move "ENV" to mandsheet-report-record (61:3)
           move es-env-code to mandsheet-report-record (65:4)
           write mandsheet-report-record
           move spaces to detail-line
           if source-julia
               string "SOURCE: JULIA-BAND-NNN.PGM" delimited by size
                      into detail-line
           else
               string "SOURCE: MANDZOOM-FRAME-NNN.PGM"
                          delimited by size
                      into detail-line
           end-if
           move detail-line to mandsheet-report-record
           write mandsheet-report-record
           move "FRAME  WIDTH HEIGHT  MIN  MAX   MEAN  DOMINANT%  "
               & "STATUS" to mandsheet-report-record
           write mandsheet-report-record
           perform open-sheet
           perform clear-strip
           perform varying frame-idx from 1 by 1
                   until frame-idx > frame-count
               perform take-one-frame
               compute grid-col = function mod (frame-idx - 1,
                   grid-columns) + 1
               if grid-col = grid-columns or frame-idx = frame-count
                   perform write-strip
                   perform clear-strip
               end-if
           end-perform
           perform write-border-line
           close sheet-out
           perform write-sheet-totals
           close mandsheet-report
           perform spool-own-report
           if empty-count not = 0 or unreadable-count not = 0
               display "mandsheet: " empty-count " empty and "
                   unreadable-count " unreadable frame(s) of "
                   frame-count
               move empty-count to count-disp
               move unreadable-count to other-disp
               move spaces to ar-message
               string "MSHT001E " delimited by size
                      count-disp delimited by size
                      "|" delimited by size
                      other-disp delimited by size
                      into ar-message
               perform raise-sheet-alert
               move 8 to return-code
           else
               display "mandsheet complete - " frame-count
                   " frame(s) on the sheet"
               move 0 to return-code
           end-if
           goback.

       take-one-frame.
      *> the grid column this frame goes to, then read it into the
      *> accumulators and paint its cell into the strip
           compute grid-col = function mod (frame-idx - 1,
               grid-columns) + 1
           compute sheet-base-x = (grid-col - 1) * (cell-width + 1) + 1
           move frame-idx to frame-idx-disp
           move spaces to frame-file-name
           if source-julia
               string "julia-band-"    delimited by size
                      frame-idx-disp   delimited by size
                      ".pgm"           delimited by size
                      into frame-file-name
           else
               string "mandzoom-frame-" delimited by size
                      frame-idx-disp    delimited by size
                      ".pgm"            delimited by size
                      into frame-file-name
           end-if
           perform reset-frame-figures
           move "OK" to frame-state
           if source-julia
               perform size-band-file
           end-if
           move "N" to frame-open-flag
           if frame-ok
               open input frame-in
               if frame-status = "00"
                   move "Y" to frame-open-flag
               else
                   move "MISSING" to frame-state
               end-if
           end-if
           if frame-ok and source-zoom
               perform read-frame-header
           end-if
           if frame-ok
               perform read-frame-pixels
           end-if
           if frame-open
               close frame-in
           end-if
           if frame-ok and frame-pixels < expected-pixels
               move "SHORT" to frame-state
           end-if
      *> whatever was read goes on the sheet, short frames included
           if frame-pixels > 0
               add 1 to frames-read
               perform judge-frame-empty
               perform fill-cell-image
               perform paint-cell
           end-if
           if not frame-ok and not frame-empty
               add 1 to unreadable-count
           end-if
           perform write-frame-line.

       reset-frame-figures.
           move 0 to image-width
           move 0 to image-height
           move 0 to expected-pixels
           move 0 to frame-pixels
           move 0 to frame-sum
           move 255 to frame-min
           move 0 to frame-max
           move 0 to frame-mean
           move 0 to dominant-pct
           move 0 to dominant-count
           perform varying cell-y from 1 by 1
                   until cell-y > cell-height
               move "N" to acc-row-hit (cell-y)
               perform varying cell-x from 1 by 1
                       until cell-x > cell-width
                   move 0 to acc-sum (cell-y, cell-x)
                   move 0 to acc-count (cell-y, cell-x)
               end-perform
           end-perform
           perform varying hist-idx from 1 by 1 until hist-idx > 256
               move 0 to hist-count (hist-idx)
           end-perform.

       size-band-file.
      *> band files have no header - the width is the juliaset.parm
      *> resolution and the height whatever the pixel count makes it
           move band-width to image-width
           open input frame-in
           if frame-status not = "00"
               move "MISSING" to frame-state
               exit paragraph
           end-if
           perform until frame-status not = "00"
               read frame-in
                   at end continue
                   not at end
                       if frame-record (1:3) numeric
                           add 1 to expected-pixels
                       end-if
               end-read
           end-perform
           close frame-in
           compute image-height = expected-pixels / image-width
           if image-height = 0
               move "SHORT" to frame-state
               exit paragraph
           end-if
           if image-height * image-width not = expected-pixels
      *> a partial last row - the band was cut off mid-row
               add 1 to image-height
               compute expected-pixels = image-height * image-width
           end-if.

       read-frame-header.
      *> "P2", then "resx resy", then the maximum gray value
           move spaces to frame-record
           read frame-in
               at end continue
           end-read
           if frame-status not = "00" or frame-record (1:2) not = "P2"
               move "BADHDR" to frame-state
               exit paragraph
           end-if
           move spaces to frame-record
           read frame-in
               at end continue
           end-read
           move spaces to image-width-x
           move spaces to image-height-x
           unstring frame-record delimited by all " "
               into image-width-x, image-height-x
           end-unstring
           if frame-status not = "00"
                   or image-width-x (1:4) not numeric
                   or image-height-x (1:4) not numeric
               move "BADHDR" to frame-state
               exit paragraph
           end-if
           move image-width-x (1:4) to image-width
           move image-height-x (1:4) to image-height
           compute expected-pixels = image-width * image-height
           read frame-in
               at end continue
           end-read
           if frame-status not = "00" or expected-pixels = 0
               move "BADHDR" to frame-state
           end-if.

       read-frame-pixels.
           move 0 to pixel-x
           move 0 to pixel-y
           perform read-one-pixel
               until frame-status not = "00"
                   or frame-pixels not < expected-pixels.

       read-one-pixel.
           move spaces to frame-record
           read frame-in
               at end exit paragraph
           end-read
      *> gray values are written zero-filled to three digits
           if frame-record (1:3) not numeric
               exit paragraph
           end-if
           move frame-record (1:3) to pixel-gray
           if pixel-gray > 255
               move 255 to pixel-gray
           end-if
           add 1 to frame-pixels
           add pixel-gray to frame-sum
           if pixel-gray < frame-min
               move pixel-gray to frame-min
           end-if
           if pixel-gray > frame-max
               move pixel-gray to frame-max
           end-if
           compute hist-idx = pixel-gray + 1
           add 1 to hist-count (hist-idx)
           compute cell-x = pixel-x * cell-width / image-width + 1
           compute cell-y = pixel-y * cell-height / image-height + 1
           add pixel-gray to acc-sum (cell-y, cell-x)
           add 1 to acc-count (cell-y, cell-x)
           move "Y" to acc-row-hit (cell-y)
           add 1 to pixel-x
           if pixel-x = image-width
               move 0 to pixel-x
               add 1 to pixel-y
           end-if.

       judge-frame-empty.
           compute frame-mean rounded = frame-sum / frame-pixels
           perform varying hist-idx from 1 by 1 until hist-idx > 256
               if hist-count (hist-idx) > dominant-count
                   move hist-count (hist-idx) to dominant-count
               end-if
           end-perform
           compute dominant-pct rounded =
               dominant-count * 100 / frame-pixels
           if frame-ok and dominant-pct not < empty-pct
               move "EMPTY" to frame-state
               add 1 to empty-count
           end-if.

       fill-cell-image.
      *> each cell pixel is the rounded mean of the frame pixels that
      *> fell on it; one nothing fell on (a frame smaller than the
      *> cell) copies its left neighbour, or the row above when no
      *> frame row reached this cell row at all
           perform varying cell-y from 1 by 1
                   until cell-y > cell-height
               perform varying cell-x from 1 by 1
                       until cell-x > cell-width
                   evaluate true
                       when acc-count (cell-y, cell-x) > 0
                           compute cell-gray (cell-y, cell-x) rounded
                               = acc-sum (cell-y, cell-x)
                                   / acc-count (cell-y, cell-x)
                       when acc-row-hit (cell-y) = "Y" and cell-x > 1
                           move cell-gray (cell-y, cell-x - 1)
                               to cell-gray (cell-y, cell-x)
                       when cell-y > 1
                           move cell-gray (cell-y - 1, cell-x)
                               to cell-gray (cell-y, cell-x)
                       when other
                           move border-gray
                               to cell-gray (cell-y, cell-x)
                   end-evaluate
               end-perform
           end-perform.

       paint-cell.
           perform varying cell-y from 1 by 1
                   until cell-y > cell-height
               perform varying cell-x from 1 by 1
                       until cell-x > cell-width
                   compute sheet-x = sheet-base-x + cell-x
                   move cell-gray (cell-y, cell-x)
                       to strip-gray (cell-y, sheet-x)
               end-perform
           end-perform.

       clear-strip.
           perform varying cell-y from 1 by 1
                   until cell-y > cell-height
               perform varying sheet-x from 1 by 1
                       until sheet-x > sheet-width
                   move border-gray to strip-gray (cell-y, sheet-x)
               end-perform
           end-perform.

       open-sheet.
           open output sheet-out
           move "P2" to sheet-record
           write sheet-record
           move sheet-width to width-disp
           move sheet-height to height-disp
           move spaces to header-line
           string width-disp  delimited by size
                  " "         delimited by size
                  height-disp delimited by size into header-line
           move header-line to sheet-record
           write sheet-record
           move "255" to sheet-record
           write sheet-record.

       write-strip.
      *> the border line above the grid row, then the cell rows
           perform write-border-line
           perform varying cell-y from 1 by 1
                   until cell-y > cell-height
               perform varying sheet-x from 1 by 1
                       until sheet-x > sheet-width
                   move strip-gray (cell-y, sheet-x) to sheet-gray
                   move sheet-gray to sheet-record
                   write sheet-record
               end-perform
           end-perform.

       write-border-line.
           move border-gray to sheet-gray
           perform varying sheet-x from 1 by 1
                   until sheet-x > sheet-width
               move sheet-gray to sheet-record
               write sheet-record
           end-perform.

       write-frame-line.
           move spaces to detail-line
           if frame-ok or frame-empty or frame-short
               move image-width to dim-disp
               move dim-disp to detail-line (8:5)
               move image-height to dim-disp
               move dim-disp to detail-line (15:5)
           end-if
           move frame-idx-disp to detail-line (1:3)
           if frame-pixels > 0
               move frame-min to gray-disp
               move gray-disp to detail-line (22:3)
               move frame-max to gray-disp
               move gray-disp to detail-line (27:3)
               move frame-mean to mean-disp
               move mean-disp to detail-line (32:5)
               move dominant-pct to pct-disp
               move pct-disp to detail-line (41:5)
           end-if
           move frame-state to detail-line (50:7)
           move detail-line to mandsheet-report-record
           write mandsheet-report-record.

       write-sheet-totals.
           move spaces to mandsheet-report-record
           write mandsheet-report-record
           move frame-count to count-disp
           move spaces to detail-line
           string "FRAMES IN SEQUENCE: " delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to mandsheet-report-record
           write mandsheet-report-record
           move empty-count to count-disp
           move spaces to detail-line
           string "EMPTY FRAMES: " delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to mandsheet-report-record
           write mandsheet-report-record
           move unreadable-count to count-disp
           move spaces to detail-line
           string "MISSING, BAD OR SHORT FRAMES: " delimited by size
                  count-disp delimited by size
                  into detail-line
           move detail-line to mandsheet-report-record
           write mandsheet-report-record
           move empty-pct to count-disp
           move spaces to detail-line
           string "EMPTY THRESHOLD: " delimited by size
                  count-disp delimited by size
                  " PERCENT OF ONE GRAY VALUE" delimited by size
                  into detail-line
           move detail-line to mandsheet-report-record
           write mandsheet-report-record
           move sheet-width to dim-disp
           move sheet-height to other-dim-disp
           move spaces to detail-line
           string "SHEET mandsheet.pgm:" delimited by size
                  dim-disp delimited by size
                  " X" delimited by size
                  other-dim-disp delimited by size
                  into detail-line
           move detail-line to mandsheet-report-record
           write mandsheet-report-record.

       spool-own-report.
      *> catalog this fixed-name report as a dated spool generation
      *> through REPORT-WRITER "S", as MANDCOMP does
           move "mandsheet-report.txt" to rw-report-name
           move "S" to rw-function
           call "REPORT-WRITER" using rw-function, rw-report-name,
               rw-report-title, rw-page-depth, rw-line
               on exception continue
           end-call.

       raise-sheet-alert.
      *> ar-message content set by the caller
           move "mandsheet" to ar-program-id
           move "E" to ar-severity
           call "ALERT-RAISE" using ar-program-id, ar-severity,
               ar-message
               on exception continue
           end-call.

       read-sheet-parm.
           open input mandsheet-parm-in
           if parm-status = "00"
               read mandsheet-parm-in
                   not at end
                       perform take-sheet-card
               end-read
               close mandsheet-parm-in
           end-if
           if not source-zoom and not source-julia
               move "Y" to parm-bad-flag
           end-if
           perform read-source-parm
      *> mandzoom's own default when it ran without a card
           if source-zoom and frame-count = 0
               move 10 to frame-count
           end-if
           if frame-count = 0
               move "Y" to parm-bad-flag
           end-if
           if grid-columns = 0 or grid-columns > max-columns
               move "Y" to parm-bad-flag
           end-if
           if cell-width < 4 or cell-width > max-cell-width
               move "Y" to parm-bad-flag
           end-if
           if cell-height < 4 or cell-height > max-cell-height
               move "Y" to parm-bad-flag
           end-if
           if empty-pct < 50 or empty-pct > 100
               move "Y" to parm-bad-flag
           end-if
           if source-julia and band-width = 0
               move "Y" to parm-bad-flag
           end-if.

       take-sheet-card.
      *> a zero or non-numeric field keeps its default
           if ms-source not = space
               move ms-source to source-code
           end-if
           if ms-frame-count numeric
               move ms-frame-count to frame-count
           end-if
           if ms-columns numeric and ms-columns not = 0
               move ms-columns to grid-columns
           end-if
           if ms-cell-width numeric and ms-cell-width not = 0
               move ms-cell-width to cell-width
           end-if
           if ms-cell-height numeric and ms-cell-height not = 0
               move ms-cell-height to cell-height
           end-if
           if ms-empty-pct numeric and ms-empty-pct not = 0
               move ms-empty-pct to empty-pct
           end-if.

       read-source-parm.
      *> the generator's own card gives the frame count when this
      *> card leaves it zero, and the band width for julia bands
           if source-julia
               open input julia-parm-in
               if jparm-status = "00"
                   read julia-parm-in
                       not at end
                           if jl-parm-resx numeric
                               move jl-parm-resx to band-width
                           end-if
                           if frame-count = 0
                                   and jl-parm-band-count numeric
                               move jl-parm-band-count to frame-count
                           end-if
                   end-read
                   close julia-parm-in
               end-if
           else
               if frame-count = 0
                   open input mandzoom-parm-in
                   if zparm-status = "00"
                       read mandzoom-parm-in
                           not at end
                               if mz-frame-count numeric
                                   move mz-frame-count to frame-count
                               end-if
                       end-read
                       close mandzoom-parm-in
                   end-if
               end-if
           end-if.

       end program mandsheet.
