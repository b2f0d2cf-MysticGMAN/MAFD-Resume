       identification division.
       program-id. A5-BandReport-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * the pay band picture for the comp committee - reads this
      *  cycle's payroll extracts from both sides, non-grad and
      *  grad, against A5-SalaryBands.dat and prints every priced
      *  employee's compa-ratio (new salary over the band
      *  midpoint) grouped by position and then department, with
      *  the band limits beside it and a flag on anybody the cycle
      *  capped at the band maximum or left under the band
      *  minimum. subtotals carry headcount and average
      *  compa-ratio at every department and position break, so
      *  the question of who is paid where in the band stops being
      *  a spreadsheet exercise

       environment division.
       configuration section.

       input-output section.
       file-control.

      * the same band file both salary reports hold their
      *  increases to
         select optional band-file-in
             assign to "../../../data/A5-SalaryBands.dat"
             organization is line sequential.

      * this cycle's extracts, exactly as 405-write-extract lays
      *  them down on each side - optional so a side that hasn't
      *  run yet just isn't in the picture
         select optional ngrad-extract-in
             assign to "../../../data/A5-SalaryReport-5B-EXTRACT.out"
             organization is line sequential.

         select optional grad-extract-in
             assign to
             "../../../data/A5-SalaryReportGrad-5B-EXTRACT.out"
             organization is line sequential.

      * the department reference file, for the names under each
      *  department break
         select optional dept-ref-in
             assign to "../../../data/A5-Departments.dat"
             organization is line sequential.

         select band-report-out
             assign to "../../../data/A5-BandReport-5B.out"
             organization is line sequential.

      * sort work - the extracts arrive in master order, the report
      *  wants position, then department, then emp num
         select band-sort-file
             assign to "../../../data/A5-BandReport-5B.srt".

      *
       data division.
      *
       file section.
      * one record per position - the band's minimum, midpoint and
      *  maximum salary
       fd band-file-in
           data record is band-rec
           record contains 32 characters.
       01 band-rec.
         05 bd-pos-code         pic x(8).
         05 bd-min              pic 9(6)v99.
         05 bd-mid              pic 9(6)v99.
         05 bd-max              pic 9(6)v99.

      * the extract exactly as 405-write-extract lays it out - the
      *  grad side writes the same shape, so one layout reads both
       fd ngrad-extract-in
           data record is extract-rec
           record contains 81 characters.
       01 extract-rec.
         05 xt-emp-num          pic 9(4).
         05 filler              pic x.
         05 xt-name             pic x(15).
         05 filler              pic x.
         05 xt-position         pic x(8).
         05 filler              pic x.
         05 xt-old-sal          pic 9(7)v99.
         05 filler              pic x.
         05 xt-increase         pic 9(7)v99.
         05 filler              pic x.
         05 xt-new-sal          pic 9(7)v99.
         05 filler              pic x.
         05 xt-dept-code        pic x(3).
         05 filler              pic x.
         05 xt-run-date         pic 9(8).
         05 filler              pic x.
         05 xt-band-flag        pic x.
         05 filler              pic x.
         05 xt-rating           pic 9.
         05 filler              pic x.
         05 xt-eff-rate         pic 99v99.

       fd grad-extract-in
           data record is grad-extract-rec
           record contains 81 characters.
       01 grad-extract-rec     pic x(81).

      * one record per department - code and name
       fd dept-ref-in
           data record is dept-ref-rec
           record contains 24 characters.
       01 dept-ref-rec.
         05 dr-dept-code        pic x(3).
         05 filler              pic x.
         05 dr-dept-name        pic x(20).

       fd band-report-out
           data record is band-line
           record contains 120 characters.
       01 band-line            pic x(120).

      * one priced employee with a band, keyed for the grouping -
      *  class number first so positions print in the salary
      *  report's own class order
       sd band-sort-file
           data record is bs-rec
           record contains 67 characters.
       01 bs-rec.
         05 bs-class-seq        pic 9.
         05 bs-dept-code        pic x(3).
         05 bs-emp-num          pic 9(4).
         05 bs-side             pic x(2).
         05 bs-name             pic x(15).
         05 bs-old-sal          pic 9(7)v99.
         05 bs-new-sal          pic 9(7)v99.
         05 bs-band-flag        pic x.
         05 bs-compa            pic 9v999.
         05 bs-status           pic x(10).
         05 filler              pic x(9).

       working-storage section.
      * important vars for the two passes
       01 ws-band-eof-flag     pic x value 'N'.
       01 ws-dept-eof-flag     pic x value 'N'.
       01 ws-extract-eof-flag  pic x value 'N'.
       01 ws-sort-eof-flag     pic x value 'N'.
       01 ws-band-any-loaded   pic x value 'N'.
       01 ws-pos-open-flag     pic x value 'N'.
       01 ws-dept-open-flag    pic x value 'N'.
       01 ws-cur-side          pic x(2) value spaces.

      * the bands, one row per priced class in the salary report's
      *  class order - 1 Analyst, 2 Sen Prog, 3 PROG, 4 JR PROG
       01 ws-band-table.
         05 ws-band-entry occurs 4 times.
           10 ws-bnd-pos       pic x(8).
           10 ws-bnd-min       pic 9(6)v99.
           10 ws-bnd-mid       pic 9(6)v99.
           10 ws-bnd-max       pic 9(6)v99.
           10 ws-bnd-loaded    pic x.
       77 ws-bnd-idx           pic 9 value 0.
       77 ws-cur-bnd-idx       pic 9 value 0.
       77 ws-brk-class-seq     pic 9 value 0.
       77 ws-brk-dept-code     pic x(3) value spaces.

      * the departments off the reference file, for the names
       01 ws-dept-table.
         05 ws-dept-entry occurs 50 times.
           10 ws-dpt-code      pic x(3).
           10 ws-dpt-name      pic x(20).
       77 ws-dept-total        pic 9(2) value 0.
       77 ws-dpt-idx           pic 9(2) value 0.

      * the extract cycle dates, one per side
       77 ws-ngrad-cycle       pic 9(8) value 0.
       77 ws-grad-cycle        pic 9(8) value 0.

      * the break and grand tallies - headcount, compa-ratio sum
      *  for the average, below-minimum and capped counts
       77 ws-dpt-count         pic 9(5) value 0.
       77 ws-dpt-compa-sum     pic 9(7)v999 value 0.
       77 ws-dpt-below         pic 9(5) value 0.
       77 ws-dpt-capped        pic 9(5) value 0.
       77 ws-pos-count         pic 9(5) value 0.
       77 ws-pos-compa-sum     pic 9(7)v999 value 0.
       77 ws-pos-below         pic 9(5) value 0.
       77 ws-pos-capped        pic 9(5) value 0.
       77 ws-grd-count         pic 9(5) value 0.
       77 ws-grd-compa-sum     pic 9(7)v999 value 0.
       77 ws-grd-below         pic 9(5) value 0.
       77 ws-grd-capped        pic 9(5) value 0.
       77 ws-no-band-count     pic 9(5) value 0.
       77 ws-extract-count     pic 9(5) value 0.
       77 ws-avg-compa         pic 9v999 value 0.
       77 ws-run-date          pic 9(8) value 0.

      * the report lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(34) value
                           "Grayson Closs, Pay Band Report, 5B".
         05 filler             pic x(8) value spaces.
         05 ws-date            pic 9(8).
       01 ws-heading-title.
         05 filler             pic x(30) value spaces.
         05 ws-title           pic x(40) value
         "PAY BAND COMPA-RATIO BY POSITION / DEPT".
       01 ws-cycle-line.
         05 filler             pic x value spaces.
         05 filler             pic x(23) value
         "NON-GRAD EXTRACT CYCLE ".
         05 ws-cy-ngrad        pic 9(8).
         05 filler             pic x(4) value spaces.
         05 filler             pic x(18) value
         "GRAD EXTRACT CYCLE".
         05 filler             pic x value spaces.
         05 ws-cy-grad         pic 9(8).
       01 ws-col-header-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(4) value "EMP".
         05 filler             pic x(1) value spaces.
         05 filler             pic x(2) value "SD".
         05 filler             pic x(1) value spaces.
         05 filler             pic x(15) value "NAME".
         05 filler             pic x(4) value spaces.
         05 filler             pic x(10) value "OLD SALARY".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(10) value "NEW SALARY".
         05 filler             pic x(4) value spaces.
         05 filler             pic x(8) value "BAND MIN".
         05 filler             pic x(4) value spaces.
         05 filler             pic x(8) value "BAND MID".
         05 filler             pic x(4) value spaces.
         05 filler             pic x(8) value "BAND MAX".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(5) value "COMPA".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(6) value "STATUS".

       01 ws-position-line.
         05 filler             pic x value spaces.
         05 filler             pic x(10) value "POSITION: ".
         05 ws-ph-position     pic x(8).
         05 filler             pic x(4) value spaces.
         05 filler             pic x(6) value "BAND: ".
         05 ws-ph-min          pic $zzz,zz9.99.
         05 filler             pic x(3) value " - ".
         05 ws-ph-max          pic $zzz,zz9.99.
         05 filler             pic x(7) value "  MID: ".
         05 ws-ph-mid          pic $zzz,zz9.99.

       01 ws-dept-line.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(6) value "DEPT: ".
         05 ws-dh-code         pic x(3).
         05 filler             pic x(2) value spaces.
         05 ws-dh-name         pic x(20).

       01 ws-detail-line.
         05 filler             pic x(3) value spaces.
         05 ws-dt-emp-num      pic 9(4).
         05 filler             pic x value spaces.
         05 ws-dt-side         pic x(2).
         05 filler             pic x value spaces.
         05 ws-dt-name         pic x(15).
         05 filler             pic x value spaces.
         05 ws-dt-old-sal      pic $z,zzz,zz9.99.
         05 filler             pic x value spaces.
         05 ws-dt-new-sal      pic $z,zzz,zz9.99.
         05 filler             pic x value spaces.
         05 ws-dt-min          pic $zzz,zz9.99.
         05 filler             pic x value spaces.
         05 ws-dt-mid          pic $zzz,zz9.99.
         05 filler             pic x value spaces.
         05 ws-dt-max          pic $zzz,zz9.99.
         05 filler             pic x(2) value spaces.
         05 ws-dt-compa        pic 9.999.
         05 filler             pic x(2) value spaces.
         05 ws-dt-status       pic x(10).

      * the subtotal line every department and position break and
      *  the grand total share - the label says which
       01 ws-subtotal-line.
         05 filler             pic x(3) value spaces.
         05 ws-st-label        pic x(24).
         05 filler             pic x(5) value "EMPS ".
         05 ws-st-count        pic zzzz9.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(10) value "AVG COMPA ".
         05 ws-st-compa        pic 9.999.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(10) value "BELOW MIN ".
         05 ws-st-below        pic zzzz9.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(7) value "CAPPED ".
         05 ws-st-capped       pic zzzz9.

       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(36).
         05 ws-ct-count        pic zzzz9.

       01 ws-blank-line        pic x(120) value spaces.
       01 ws-no-band-file-line.
         05 filler             pic x value spaces.
         05 filler             pic x(48) value
         "NO PAY BAND FILE FOUND - NO COMPA-RATIOS TO SHOW".
       01 ws-cycle-warn-line.
         05 filler             pic x value spaces.
         05 filler             pic x(52) value
         "** THE TWO EXTRACTS ARE FROM DIFFERENT CYCLES **".

       procedure division.
       000-main.
      * the brains of the band report
         accept ws-run-date from date yyyymmdd.
         perform 40-load-bands.
         perform 45-load-depts.
         open output band-report-out.
         move ws-run-date to ws-date.
         write band-line from ws-heading-name-line.
         write band-line from ws-heading-title
           before advancing 2 lines.
         if ws-band-any-loaded equal 'N' then
           write band-line from ws-no-band-file-line
         else
           sort band-sort-file
             on ascending key bs-class-seq
                              bs-dept-code
                              bs-emp-num
             input procedure is 100-release-extracts
             output procedure is 200-write-report
         end-if.
         close band-report-out.
         display "EXTRACT RECORDS READ   " ws-extract-count.
         display "EMPLOYEES IN A BAND    " ws-grd-count.
         display "BELOW BAND MINIMUM     " ws-grd-below.
         display "CAPPED AT BAND MAXIMUM " ws-grd-capped.

           goback.

       40-load-bands.
      * the bands into their class rows - limits out of order get
      *  left out, same check the salary reports make
         move spaces     to ws-band-table.
         move "Analyst"  to ws-bnd-pos(1).
         move "Sen Prog" to ws-bnd-pos(2).
         move "PROG"     to ws-bnd-pos(3).
         move "JR PROG"  to ws-bnd-pos(4).
         perform varying ws-bnd-idx from 1 by 1
             until ws-bnd-idx greater 4
           move 0   to ws-bnd-min(ws-bnd-idx)
           move 0   to ws-bnd-mid(ws-bnd-idx)
           move 0   to ws-bnd-max(ws-bnd-idx)
           move 'N' to ws-bnd-loaded(ws-bnd-idx)
         end-perform.
         open input band-file-in.
         perform until ws-band-eof-flag equal 'Y'
           read band-file-in next record into band-rec
             at end
               move 'Y' to ws-band-eof-flag
           end-read
           if ws-band-eof-flag equal 'N' then
             perform 42-stash-band
           end-if
         end-perform.
         close band-file-in.

       42-stash-band.
      * one band into its row - a zero midpoint can't divide a
      *  compa-ratio, so it goes out with the out-of-order ones
         if bd-min is not numeric or bd-mid is not numeric
             or bd-max is not numeric
             or bd-min greater bd-mid
             or bd-mid greater bd-max
             or bd-mid equal 0 then
           display "WARNING - PAY BAND FOR " bd-pos-code
             " IS NOT MIN <= MID <= MAX - BAND IGNORED"
         else
           perform varying ws-bnd-idx from 1 by 1
               until ws-bnd-idx greater 4
             if bd-pos-code equal ws-bnd-pos(ws-bnd-idx) then
               move bd-min to ws-bnd-min(ws-bnd-idx)
               move bd-mid to ws-bnd-mid(ws-bnd-idx)
               move bd-max to ws-bnd-max(ws-bnd-idx)
               move 'Y'    to ws-bnd-loaded(ws-bnd-idx)
               move 'Y'    to ws-band-any-loaded
             end-if
           end-perform
         end-if.

       45-load-depts.
      * department names for the break lines - no file just means
      *  the codes print without names
         open input dept-ref-in.
         perform until ws-dept-eof-flag equal 'Y'
           read dept-ref-in next record into dept-ref-rec
             at end
               move 'Y' to ws-dept-eof-flag
           end-read
           if ws-dept-eof-flag equal 'N' then
             if ws-dept-total less 50 then
               add 1 to ws-dept-total
               move dr-dept-code to ws-dpt-code(ws-dept-total)
               move dr-dept-name to ws-dpt-name(ws-dept-total)
             end-if
           end-if
         end-perform.
         close dept-ref-in.

       100-release-extracts.
      * both sides' extracts into the sort - the grad line lands in
      *  the same buffer so one paragraph prices either side
         move 'N'  to ws-extract-eof-flag.
         move "NG" to ws-cur-side.
         open input ngrad-extract-in.
         perform until ws-extract-eof-flag equal 'Y'
           read ngrad-extract-in next record into extract-rec
             at end
               move 'Y' to ws-extract-eof-flag
           end-read
           if ws-extract-eof-flag equal 'N' then
             if xt-run-date is numeric then
               move xt-run-date to ws-ngrad-cycle
             end-if
             perform 120-release-one
           end-if
         end-perform.
         close ngrad-extract-in.
         move 'N'  to ws-extract-eof-flag.
         move "GR" to ws-cur-side.
         open input grad-extract-in.
         perform until ws-extract-eof-flag equal 'Y'
           read grad-extract-in next record into extract-rec
             at end
               move 'Y' to ws-extract-eof-flag
           end-read
           if ws-extract-eof-flag equal 'N' then
             if xt-run-date is numeric then
               move xt-run-date to ws-grad-cycle
             end-if
             perform 120-release-one
           end-if
         end-perform.
         close grad-extract-in.

       120-release-one.
      * one extract line - the position string finds the band, and
      *  an employee with no band (unclassified, or a position the
      *  band file doesn't carry) is only counted
         add 1 to ws-extract-count.
         move 0 to ws-cur-bnd-idx.
         perform varying ws-bnd-idx from 1 by 1
             until ws-bnd-idx greater 4
           if xt-position equal ws-bnd-pos(ws-bnd-idx)
               and ws-bnd-loaded(ws-bnd-idx) equal 'Y' then
             move ws-bnd-idx to ws-cur-bnd-idx
           end-if
         end-perform.
         if ws-cur-bnd-idx equal 0
             or xt-new-sal is not numeric then
           add 1 to ws-no-band-count
         else
           perform 140-build-sort-rec
           release bs-rec
         end-if.

       140-build-sort-rec.
      * the compa-ratio and the status word, computed once here so
      *  the output side only has to print and tally
         move spaces             to bs-rec.
         move ws-cur-bnd-idx     to bs-class-seq.
         move xt-dept-code       to bs-dept-code.
         move xt-emp-num         to bs-emp-num.
         move ws-cur-side        to bs-side.
         move xt-name            to bs-name.
         move xt-old-sal         to bs-old-sal.
         move xt-new-sal         to bs-new-sal.
         move xt-band-flag       to bs-band-flag.
         compute bs-compa rounded =
           xt-new-sal / ws-bnd-mid(ws-cur-bnd-idx)
           on size error
             move 9.999 to bs-compa
         end-compute.
         evaluate true
           when xt-band-flag equal 'C'
             move "CAPPED"    to bs-status
           when xt-new-sal less ws-bnd-min(ws-cur-bnd-idx)
             move "BELOW MIN" to bs-status
           when xt-new-sal greater ws-bnd-max(ws-cur-bnd-idx)
             move "ABOVE MAX" to bs-status
           when other
             move spaces      to bs-status
         end-evaluate.

       200-write-report.
      * the sorted employees back out, breaking on department
      *  inside position, subtotals at every break
         move ws-ngrad-cycle to ws-cy-ngrad.
         move ws-grad-cycle  to ws-cy-grad.
         write band-line from ws-cycle-line.
         if ws-ngrad-cycle greater 0 and ws-grad-cycle greater 0
             and ws-ngrad-cycle not equal ws-grad-cycle then
           write band-line from ws-cycle-warn-line
         end-if.
         write band-line from ws-blank-line.
         perform until ws-sort-eof-flag equal 'Y'
           return band-sort-file record into bs-rec
             at end
               move 'Y' to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag equal 'N' then
             if ws-pos-open-flag equal 'N'
                 or bs-class-seq not equal ws-brk-class-seq then
               perform 240-close-dept
               perform 250-close-position
               perform 220-open-position
               perform 230-open-dept
             else
               if bs-dept-code not equal ws-brk-dept-code then
                 perform 240-close-dept
                 perform 230-open-dept
               end-if
             end-if
             perform 260-write-detail
           end-if
         end-perform.
         perform 240-close-dept.
         perform 250-close-position.
         perform 300-write-totals.

       220-open-position.
      * a new position - its band limits head the block
         move 'Y'          to ws-pos-open-flag.
         move bs-class-seq to ws-brk-class-seq.
         move 0            to ws-pos-count.
         move 0            to ws-pos-compa-sum.
         move 0            to ws-pos-below.
         move 0            to ws-pos-capped.
         move ws-bnd-pos(bs-class-seq) to ws-ph-position.
         move ws-bnd-min(bs-class-seq) to ws-ph-min.
         move ws-bnd-mid(bs-class-seq) to ws-ph-mid.
         move ws-bnd-max(bs-class-seq) to ws-ph-max.
         write band-line from ws-position-line.
         write band-line from ws-col-header-line.

       230-open-dept.
      * a new department inside the position, named off the
      *  reference file when it's there
         move 'Y'          to ws-dept-open-flag.
         move bs-dept-code to ws-brk-dept-code.
         move 0            to ws-dpt-count.
         move 0            to ws-dpt-compa-sum.
         move 0            to ws-dpt-below.
         move 0            to ws-dpt-capped.
         move bs-dept-code to ws-dh-code.
         move spaces       to ws-dh-name.
         if bs-dept-code equal spaces then
           move "(NO DEPARTMENT)" to ws-dh-name
         else
           perform varying ws-dpt-idx from 1 by 1
               until ws-dpt-idx greater ws-dept-total
             if bs-dept-code equal ws-dpt-code(ws-dpt-idx) then
               move ws-dpt-name(ws-dpt-idx) to ws-dh-name
             end-if
           end-perform
         end-if.
         write band-line from ws-dept-line.

       240-close-dept.
      * the department subtotal, rolled up into the position
         if ws-dept-open-flag equal 'Y' then
           move spaces to ws-st-label
           string "DEPT " delimited by size
                  ws-brk-dept-code delimited by size
                  " TOTAL" delimited by size
             into ws-st-label
           end-string
           move ws-dpt-count     to ws-st-count
           if ws-dpt-count greater 0 then
             compute ws-avg-compa rounded =
               ws-dpt-compa-sum / ws-dpt-count
           else
             move 0 to ws-avg-compa
           end-if
           move ws-avg-compa     to ws-st-compa
           move ws-dpt-below     to ws-st-below
           move ws-dpt-capped    to ws-st-capped
           write band-line from ws-subtotal-line
           write band-line from ws-blank-line
           add ws-dpt-count      to ws-pos-count
           add ws-dpt-compa-sum  to ws-pos-compa-sum
           add ws-dpt-below      to ws-pos-below
           add ws-dpt-capped     to ws-pos-capped
           move 'N' to ws-dept-open-flag
         end-if.

       250-close-position.
      * the position subtotal, rolled up into the grand total
         if ws-pos-open-flag equal 'Y' then
           move spaces to ws-st-label
           string ws-bnd-pos(ws-brk-class-seq) delimited by size
                  " TOTAL" delimited by size
             into ws-st-label
           end-string
           move ws-pos-count     to ws-st-count
           if ws-pos-count greater 0 then
             compute ws-avg-compa rounded =
               ws-pos-compa-sum / ws-pos-count
           else
             move 0 to ws-avg-compa
           end-if
           move ws-avg-compa     to ws-st-compa
           move ws-pos-below     to ws-st-below
           move ws-pos-capped    to ws-st-capped
           write band-line from ws-subtotal-line
           write band-line from ws-blank-line
           add ws-pos-count      to ws-grd-count
           add ws-pos-compa-sum  to ws-grd-compa-sum
           add ws-pos-below      to ws-grd-below
           add ws-pos-capped     to ws-grd-capped
           move 'N' to ws-pos-open-flag
         end-if.

       260-write-detail.
      * one employee's line, tallied into the department
         move spaces        to ws-detail-line.
         move bs-emp-num    to ws-dt-emp-num.
         move bs-side       to ws-dt-side.
         move bs-name       to ws-dt-name.
         move bs-old-sal    to ws-dt-old-sal.
         move bs-new-sal    to ws-dt-new-sal.
         move ws-bnd-min(bs-class-seq) to ws-dt-min.
         move ws-bnd-mid(bs-class-seq) to ws-dt-mid.
         move ws-bnd-max(bs-class-seq) to ws-dt-max.
         move bs-compa      to ws-dt-compa.
         move bs-status     to ws-dt-status.
         write band-line from ws-detail-line.
         add 1              to ws-dpt-count.
         add bs-compa       to ws-dpt-compa-sum.
         if bs-status equal "BELOW MIN" then
           add 1 to ws-dpt-below
         end-if.
         if bs-band-flag equal 'C' then
           add 1 to ws-dpt-capped
         end-if.

       300-write-totals.
      * the whole-population line and the employees no band covers
         move "ALL POSITIONS TOTAL" to ws-st-label.
         move ws-grd-count     to ws-st-count.
         if ws-grd-count greater 0 then
           compute ws-avg-compa rounded =
             ws-grd-compa-sum / ws-grd-count
         else
           move 0 to ws-avg-compa
         end-if.
         move ws-avg-compa     to ws-st-compa.
         move ws-grd-below     to ws-st-below.
         move ws-grd-capped    to ws-st-capped.
         write band-line from ws-subtotal-line.
         write band-line from ws-blank-line.
         move "EXTRACT RECORDS READ:" to ws-ct-label.
         move ws-extract-count to ws-ct-count.
         write band-line from ws-count-line.
         move "NO BAND FOR POSITION (NOT SHOWN):" to ws-ct-label.
         move ws-no-band-count to ws-ct-count.
         write band-line from ws-count-line.

       end program A5-BandReport-5B.
