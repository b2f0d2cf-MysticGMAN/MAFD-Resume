             assign to "../../../data/A5-RaisePercentages.dat"
             organization is line sequential.

      * the same pay bands the non-grad side holds its increases
      *  to - optional, so a missing file means no band enforcement
         select optional band-file-in
             assign to "../../../data/A5-SalaryBands.dat"
             organization is line sequential.

         select salary-report-out
             assign to "../../../data/A5-SalaryReportGrad-5B.out"
             organization is line sequential.
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

       fd salary-report-out
           data record is salary-line
           record contains 113 characters.
       01 salary-line          pic x(113).

      * a record that failed validation, with why - same layout
      *  168-write-reject uses on the non-grad side
      *  one so payroll loads both sides the same way
      * the grad master carries no department code, but the field
      *  stays in the layout (blank) so payroll loads one extract
      *  shape from both sides. the grad side isn't merit rated, so
      *  the rating goes out zero and the effective percentage is
      *  the class rate.
       fd salary-extract-out
           data record is ws-extract-line
           record contains 81 characters.
       01 ws-extract-line.
         05 xt-emp-num          pic 9(4).
         05 filler              pic x value ",".
         05 xt-dept-code        pic x(3).
         05 filler              pic x value ",".
         05 xt-run-date         pic 9(8).
         05 filler              pic x value ",".
         05 xt-band-flag        pic x.
         05 filler              pic x value ",".
         05 xt-rating           pic 9.
         05 filler              pic x value ",".
         05 xt-eff-rate         pic 99v99.

      * one line per employee per run, same shape 407-write-history
      *  appends on the non-grad side
       fd salary-history-out
           data record is ws-history-line
           record contains 49 characters.
       01 ws-history-line.
         05 hs-emp-num          pic 9(4).
         05 filler              pic x value spaces.
         05 hs-new-salary       pic 9(7)v99.
         05 filler              pic x value spaces.
         05 hs-position         pic x(8).
         05 filler              pic x value spaces.
         05 hs-rating           pic 9.
         05 filler              pic x value spaces.
         05 hs-eff-rate         pic 99v99.

      * the widened control record - program id TELLER so the
      *  summary knows whose number this is
         05 ws-budget-one      pic x(6) value "BUDGET".
         05 filler             pic x(9) value spaces.
         05 ws-diff-one        pic x(3) value "NEW".
         05 filler             pic x(4) value spaces.
         05 ws-band-one        pic x(3) value "PAY".
       01 ws-page-header-two.
         05 filler             pic x value spaces.
         05 ws-emp-num-two     pic x(3) value "NUM".
         05 ws-budget-two      pic x(8) value "ESTIMATE".
         05 filler             pic x(4) value spaces.
         05 ws-diff-two        pic x(10) value "DIFFERENCE".
         05 filler             pic x value spaces.
         05 ws-band-two        pic x(4) value "BAND".
      * the guts of the operation, same editing as the non-grad
      *  detail line
       01 ws-detail-line.
         05 ws-budget-est      pic $z(3),z(3).z(2).
         05 filler             pic x(2) value spaces.
         05 ws-diff            pic -(3),-(2)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-band-note       pic x(4).

      * the class-count footer at the end of the run
       01 ws-footer-title.
         05 filler             pic x(2) value spaces.
         05 ws-tot-diff        pic $z(3),z(3),z(3).z(2).

      * the same band counts the non-grad run footer carries
       01 ws-band-footer.
         05 filler             pic x value spaces.
         05 filler             pic x(24) value
         "PAY BAND CAPPED AT MAX: ".
         05 ws-band-cap-disp   pic zzz9.
         05 filler             pic x(4) value spaces.
         05 filler             pic x(22) value
         "STILL UNDER BAND MIN: ".
         05 ws-band-min-disp   pic zzz9.
       01 ws-band-nofile-line.
         05 filler             pic x value spaces.
         05 filler             pic x(44) value
         "NO PAY BAND FILE - BAND LIMITS NOT ENFORCED".

      * 77 storage variables for calculations in our compute
      *  statments - same strings, edu bars and default rates the
      *  non-grad side carries

       77 ws-min-reasonable-sal pic 9(5)v99 value 1000.00.
       77 ws-max-reasonable-sal pic 9(5)v99 value 95000.00.
      * the rate this employee priced at, for the extract and the
      *  history line
       77 ws-eff-rate          pic 99v99 value 0.

      * the comma skeleton the extract line gets stamped with
      *  before the fields go in
         05 filler              pic x(3) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(8) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x value spaces.
         05 filler              pic x value ",".
         05 filler              pic x value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(4) value spaces.

      * the pay bands off the band file, one row per priced
      *  position - a position with no row on the file has no band
       01 ws-band-table.
         05 ws-band-entry occurs 4 times.
           10 ws-bnd-pos       pic x(8).
           10 ws-bnd-min       pic 9(6)v99.
           10 ws-bnd-mid       pic 9(6)v99.
           10 ws-bnd-max       pic 9(6)v99.
           10 ws-bnd-loaded    pic x.
       01 ws-band-eof-flag     pic x value 'N'.
       01 ws-band-any-loaded   pic x value 'N'.
      * C capped at the maximum, M still under the minimum
       01 ws-band-flag         pic x value space.
       77 ws-bnd-idx           pic 9 value 0.
       77 ws-cur-bnd-idx       pic 9 value 0.
       77 ws-band-cap-count    pic 9(4) value 0.
       77 ws-band-min-count    pic 9(4) value 0.

       procedure division.
       000-main.
         perform 30-log-start.
         perform 50-open-files.
         perform 45-load-rates.
         perform 49-load-bands.
         move ws-run-date to ws-date.
         write salary-line from ws-heading-name-line
           before advancing 2 lines.
             move rt-rate to ws-jr-per
         end-evaluate.

       49-load-bands.
      * pull the pay bands in, same overlay spirit as 45-load-rates -
      *  no file, or no row for a position, just means that
      *  position goes uncapped and unflagged
         move spaces         to ws-band-table.
         move ws-analyst-str to ws-bnd-pos(1).
         move ws-sen-str     to ws-bnd-pos(2).
         move ws-prog-str    to ws-bnd-pos(3).
         move ws-jr-prog-str to ws-bnd-pos(4).
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
             perform 51-stash-band
           end-if
         end-perform.
         close band-file-in.

       51-stash-band.
      * one band into its position's row - limits out of order get
      *  reported and left out, same as the non-grad side
         if bd-min is not numeric or bd-mid is not numeric
             or bd-max is not numeric
             or bd-min greater bd-mid
             or bd-mid greater bd-max then
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

       100-process-pages.
      * the brains of the operation
         perform until ws-eof-flag equal 'Y'
         if sr-years less or equal 4 then
           perform 270-n-unclassified
         end-if.
         perform 268-apply-band.
         perform 250-diff-math.
         perform 400-write-detail.
         perform 405-write-extract.
      * degreed analyst calcs and counts
           move ws-analyst-str to ws-position.
           move ws-analyst-per to ws-increase-per.
           move ws-analyst-per to ws-eff-rate.
           compute ws-pay-inc rounded =
             sr-salary * (ws-analyst-per / 100).
           move ws-pay-inc     to ws-increase-pay.
      * senior programmer calcs and counts
           move ws-sen-str     to ws-position.
           move ws-sen-per     to ws-increase-per.
           move ws-sen-per     to ws-eff-rate.
           compute ws-pay-inc rounded =
             sr-salary * (ws-sen-per / 100).
           move ws-pay-inc     to ws-increase-pay.
      * programmer calcs and counts
           move ws-prog-str    to ws-position.
           move ws-prog-per    to ws-increase-per.
           move ws-prog-per    to ws-eff-rate.
           compute ws-pay-inc rounded =
             sr-salary * (ws-prog-per / 100).
           move ws-pay-inc     to ws-increase-pay.
      * junior programmer calcs and counts
           move ws-jr-prog-str to ws-position.
           move ws-jr-per      to ws-increase-per.
           move ws-jr-per      to ws-eff-rate.
           compute ws-pay-inc rounded =
             sr-salary * (ws-jr-per / 100).
           move ws-pay-inc     to ws-increase-pay.
           add 1               to ws-jr-prog-count.
           move ws-new-sal-tmp to ws-new-sal.

       268-apply-band.
      * hold the new salary inside the position's pay band - the
      *  grad side has no class number, so the position string
      *  finds the row. unclassified has no position and no band.
         move space to ws-band-flag.
         move 0     to ws-cur-bnd-idx.
         perform varying ws-bnd-idx from 1 by 1
             until ws-bnd-idx greater 4
           if ws-position equal ws-bnd-pos(ws-bnd-idx)
               and ws-bnd-loaded(ws-bnd-idx) equal 'Y' then
             move ws-bnd-idx to ws-cur-bnd-idx
           end-if
         end-perform.
         if ws-cur-bnd-idx greater 0 then
           perform 269-check-band-limits
         end-if.
         evaluate ws-band-flag
           when 'C'
             move "CAP"  to ws-band-note
           when 'M'
             move "<MIN" to ws-band-note
           when other
             move spaces to ws-band-note
         end-evaluate.

       269-check-band-limits.
      * past the maximum gets cut back to land on it (never below
      *  the present salary), still under the minimum gets flagged
         if ws-new-sal-tmp greater ws-bnd-max(ws-cur-bnd-idx) then
           if sr-salary greater or equal
               ws-bnd-max(ws-cur-bnd-idx) then
             move 0 to ws-pay-inc
           else
             compute ws-pay-inc =
               ws-bnd-max(ws-cur-bnd-idx) - sr-salary
           end-if
           compute ws-new-sal-tmp = ws-pay-inc + sr-salary
           move ws-pay-inc     to ws-increase-pay
           move ws-new-sal-tmp to ws-new-sal
           move 'C' to ws-band-flag
           add 1    to ws-band-cap-count
         else
           if ws-new-sal-tmp less ws-bnd-min(ws-cur-bnd-idx) then
             move 'M' to ws-band-flag
             add 1    to ws-band-min-count
           end-if
         end-if.

       270-n-unclassified.
      * unclassified person calcs and counts
         move spaces    to ws-position.
         move 0         to ws-increase-per.
         move 0         to ws-eff-rate.
         move spaces    to ws-per-detail.
         move 0.00      to ws-increase-pay.
         move sr-salary to ws-new-sal.
         move ws-pay-inc     to xt-increase.
         move ws-new-sal-tmp to xt-new-sal.
         move ws-run-date    to xt-run-date.
         move ws-band-flag   to xt-band-flag.
         move 0              to xt-rating.
         move ws-eff-rate    to xt-eff-rate.
         write ws-extract-line.

       407-write-history.
         move sr-salary      to hs-old-salary.
         move ws-new-sal-tmp to hs-new-salary.
         move ws-position    to hs-position.
         move 0              to hs-rating.
         move ws-eff-rate    to hs-eff-rate.
         write ws-history-line.

       450-write-run-footer.
         write salary-line from ws-footer-details.
         write salary-line from ws-budget-diff-footer
           after advancing 2 lines.
         if ws-band-any-loaded equal 'Y' then
           move ws-band-cap-count to ws-band-cap-disp
           move ws-band-min-count to ws-band-min-disp
           write salary-line from ws-band-footer
         else
           write salary-line from ws-band-nofile-line
         end-if.

       800-close-files.
      * def not closing the files
