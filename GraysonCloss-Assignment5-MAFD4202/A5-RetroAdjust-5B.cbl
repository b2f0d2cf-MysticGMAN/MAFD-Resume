             assign to "../../../data/A5-RaisePercentages.dat"
             organization is line sequential.

      * the pay bands the cycle's increases were held to - the
      *  re-price caps at the same maximum 269-check-band-limits
      *  does, or every capped employee would show a phantom retro
         select optional band-file-in
             assign to "../../../data/A5-SalaryBands.dat"
             organization is line sequential.

      * the merit matrix the cycle priced with - the history line
      *  carries each employee's rating, so the re-price applies
      *  the same multiplier on top of the corrected base rate
         select optional merit-matrix-in
             assign to "../../../data/A5-MeritMatrix.dat"
             organization is line sequential.

      * the running audit trail 407-write-history appends - the
      *  newest run date on it is the cycle being corrected, and
      *  its old/new salaries are what was actually paid
         05 rt-pos-code         pic x(8).
         05 rt-rate             pic 9v9.

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

      * one multiplier per position and rating, the layout the
      *  nightly run's 57-load-matrix reads
       fd merit-matrix-in
           data record is merit-matrix-rec
           record contains 12 characters.
       01 merit-matrix-rec.
         05 mx-pos-code         pic x(8).
         05 mx-rating           pic 9.
         05 mx-mult             pic 9v99.

      * the history line exactly as 407-write-history lays it out
       fd salary-history-in
           data record is hist-rec
           record contains 49 characters.
       01 hist-rec.
         05 hs-emp-num          pic 9(4).
         05 filler              pic x.
         05 hs-new-salary       pic 9(7)v99.
         05 filler              pic x.
         05 hs-position         pic x(8).
         05 filler              pic x.
         05 hs-rating           pic 9.
         05 filler              pic x.
         05 hs-eff-rate         pic 99v99.

      * the master as A5-SalaryReport-5B reads it
       fd salary-master-in
           data record is salery-rec
           record contains 57 characters.
       01 salery-rec.
         05 sr-emp-num         pic 9(4).
         05 sr-name            pic x(15).
         05 sr-budget-estimate pic 9(6)v99.
         05 sr-hire-date       pic 9(8).
         05 sr-dept-code       pic x(3).
         05 sr-status          pic x.
         05 sr-status-date     pic 9(8).

      * the retro extract - emp num, the cycle it corrects, what
      *  was paid, what should have been, and the signed
       77 ws-jr-per            pic 9v9 value 3.2.

       77 ws-rate-tmp          pic 9v9 value 0.

      * the merit multipliers in Analyst, Sen Prog, PROG, JR PROG
      *  row order, one column per rating - 1.00 wherever the
      *  matrix file is silent, exactly as the nightly run has it
       01 ws-merit-matrix.
         05 ws-mtx-class occurs 4 times.
           10 ws-mtx-mult      pic 9v99 occurs 5 times.
       01 ws-matrix-eof-flag   pic x value 'N'.
       77 ws-mtx-cls-idx       pic 9 value 0.
       77 ws-mtx-rt-idx        pic 9 value 0.
       77 ws-eff-rate          pic 99v99 value 0.

      * the band maximums by position, same rows the nightly run
      *  loads - a position with no row goes uncapped
       01 ws-band-table.
         05 ws-band-entry occurs 4 times.
           10 ws-bnd-pos       pic x(8).
           10 ws-bnd-max       pic 9(6)v99.
           10 ws-bnd-loaded    pic x.
       01 ws-band-eof-flag     pic x value 'N'.
       77 ws-bnd-idx           pic 9 value 0.
       77 ws-pay-inc           pic 9(6)v99 value 0.
       77 ws-corr-new-sal      pic 9(7)v99 value 0.
       77 ws-retro-diff        pic s9(7)v99 value 0.
         accept ws-run-date from date yyyymmdd.
         perform 30-log-start.
         perform 45-load-rates.
         perform 47-load-bands.
         perform 48-load-matrix.
         perform 60-load-hire-dates.
         perform 100-find-last-cycle.
         perform 50-open-outputs.
         end-perform.
         close rates-file-in.

       47-load-bands.
      * the band maximums, same positions and same out-of-order
      *  check the nightly run's 51-stash-band makes
         move spaces to ws-band-table.
         move "Analyst"  to ws-bnd-pos(1).
         move "Sen Prog" to ws-bnd-pos(2).
         move "PROG"     to ws-bnd-pos(3).
         move "JR PROG"  to ws-bnd-pos(4).
         perform varying ws-bnd-idx from 1 by 1
             until ws-bnd-idx greater 4
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
             if bd-min is numeric and bd-mid is numeric
                 and bd-max is numeric
                 and bd-min not greater bd-mid
                 and bd-mid not greater bd-max then
               perform varying ws-bnd-idx from 1 by 1
                   until ws-bnd-idx greater 4
                 if bd-pos-code equal ws-bnd-pos(ws-bnd-idx) then
                   move bd-max to ws-bnd-max(ws-bnd-idx)
                   move 'Y'    to ws-bnd-loaded(ws-bnd-idx)
                 end-if
               end-perform
             end-if
           end-if
         end-perform.
         close band-file-in.

       48-load-matrix.
      * the multipliers, defaulted then overlaid the way the
      *  nightly run's 57-load-matrix does - a record naming no
      *  known position or an off-scale rating is ignored
         perform varying ws-mtx-cls-idx from 1 by 1
             until ws-mtx-cls-idx greater 4
           perform varying ws-mtx-rt-idx from 1 by 1
               until ws-mtx-rt-idx greater 5
             move 1.00 to ws-mtx-mult(ws-mtx-cls-idx, ws-mtx-rt-idx)
           end-perform
         end-perform.
         open input merit-matrix-in.
         perform until ws-matrix-eof-flag equal 'Y'
           read merit-matrix-in next record into merit-matrix-rec
             at end
               move 'Y' to ws-matrix-eof-flag
           end-read
           if ws-matrix-eof-flag equal 'N' then
             move 0 to ws-mtx-cls-idx
             evaluate mx-pos-code
               when "Analyst"
                 move 1 to ws-mtx-cls-idx
               when "Sen Prog"
                 move 2 to ws-mtx-cls-idx
               when "PROG"
                 move 3 to ws-mtx-cls-idx
               when "JR PROG"
                 move 4 to ws-mtx-cls-idx
             end-evaluate
             if ws-mtx-cls-idx greater 0
                 and mx-rating is numeric and mx-rating greater 0
                 and mx-rating less 6 and mx-mult is numeric then
               move mx-mult to ws-mtx-mult(ws-mtx-cls-idx, mx-rating)
             end-if
           end-if
         end-perform.
         close merit-matrix-in.

       60-load-hire-dates.
      * hire dates off the live master, slot per emp num - a
      *  missing or unconverted master just means nobody gets the
      *  the history line picks the rate, the hire date reruns the
      *  proration, and the difference against what was actually
      *  paid is the adjustment
         move 0 to ws-mtx-cls-idx.
         evaluate hs-position
           when "Analyst"
             move ws-analyst-per to ws-rate-tmp
             move 1              to ws-mtx-cls-idx
           when "Sen Prog"
             move ws-sen-per     to ws-rate-tmp
             move 2              to ws-mtx-cls-idx
           when "PROG"
             move ws-prog-per    to ws-rate-tmp
             move 3              to ws-mtx-cls-idx
           when "JR PROG"
             move ws-jr-per      to ws-rate-tmp
             move 4              to ws-mtx-cls-idx
           when other
             move 0              to ws-rate-tmp
         end-evaluate.
      * the rating the cycle priced with rides on the history line -
      *  unrated, or a line written before ratings existed, is the
      *  plain base rate
         move ws-rate-tmp to ws-eff-rate.
         if ws-mtx-cls-idx greater 0 and hs-rating is numeric
             and hs-rating greater 0 and hs-rating less 6 then
           compute ws-eff-rate rounded = ws-rate-tmp *
             ws-mtx-mult(ws-mtx-cls-idx, hs-rating)
         end-if.
         compute ws-pay-inc rounded =
           hs-old-salary * (ws-eff-rate / 100).
         perform 240-prorate-new-hire.
         compute ws-corr-new-sal = hs-old-salary + ws-pay-inc.
         perform 250-cap-to-band.
         compute ws-retro-diff =
           ws-corr-new-sal - hs-new-salary.
         if ws-retro-diff not equal 0 then
           end-if
         end-if.

       250-cap-to-band.
      * the corrected price can't pay past the band maximum either -
      *  cut back to the maximum, never below the old salary
         perform varying ws-bnd-idx from 1 by 1
             until ws-bnd-idx greater 4
           if hs-position equal ws-bnd-pos(ws-bnd-idx)
               and ws-bnd-loaded(ws-bnd-idx) equal 'Y'
               and ws-corr-new-sal greater ws-bnd-max(ws-bnd-idx)
               then
             if hs-old-salary greater or equal
                 ws-bnd-max(ws-bnd-idx) then
               move hs-old-salary to ws-corr-new-sal
             else
               move ws-bnd-max(ws-bnd-idx) to ws-corr-new-sal
             end-if
           end-if
         end-perform.

       260-write-adjustment.
      * one extract record payroll loads, one report line for the
      *  binder - comma skeleton first, the buffer's filler bytes
