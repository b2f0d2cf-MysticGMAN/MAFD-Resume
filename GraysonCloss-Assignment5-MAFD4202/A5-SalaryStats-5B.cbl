       identification division.
       program-id. A5-SalaryStats-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * salary distribution statistics - every cycle someone asks
      *  what the spread of pay looks like inside a position or a
      *  department, and the answer has been worked out by hand off
      *  the salary report. this program reads both of this cycle's
      *  extracts, with the masters behind them for years of service
      *  and status, and prints for each position, each department
      *  and each years-of-service band (0-4, 5-10, 11-20, 21+) the
      *  headcount, minimum, first quartile, median, third quartile,
      *  maximum and standard deviation of both the current salary
      *  the cycle started from and the new salary it ends on - the
      *  non-grad population and the grad population side by side.
      *  after the tables, every employee whose new salary sits more
      *  than the outlier percentage away from the median new salary
      *  for their position (on their own side) is listed with emp
      *  num and department. the percentage comes off an optional
      *  card and is 20.0 without one. quartiles interpolate between
      *  the ranked salaries; the standard deviation is taken over
      *  the whole population in the group. terminated employees are
      *  left out.

       environment division.
       configuration section.

       input-output section.
       file-control.

      * both masters - years of service and status by emp num
         select ngrad-master-in
             assign to "../../../data/A5-SalaryData-NonGrad.dat"
             organization is line sequential.

         select grad-master-in
             assign to "../../../data/A5-SalaryData-Grad.dat"
             organization is line sequential.

      * this cycle's extracts, exactly as 405-write-extract lays
      *  them down on each side - optional so a side that hasn't
      *  run yet just shows empty
         select optional ngrad-extract-in
             assign to "../../../data/A5-SalaryReport-5B-EXTRACT.out"
             organization is line sequential.

         select optional grad-extract-in
             assign to
             "../../../data/A5-SalaryReportGrad-5B-EXTRACT.out"
             organization is line sequential.

      * the outlier percentage, if anyone wants other than 20.0
         select optional outlier-card-in
             assign to "../../../data/A5-SalaryStats-5B-PCT.dat"
             organization is line sequential.

         select stats-report-out
             assign to "../../../data/A5-SalaryStats-5B.out"
             organization is line sequential.

      * sort work - one record per salary per grouping, so each
      *  group's salaries come back ranked low to high
         select stats-sort-file
             assign to "../../../data/A5-SalaryStats-5B.srt".

      *
       data division.
      *
       file section.
      * the master as A5-SalaryReport-5B reads it
       fd ngrad-master-in
           data record is salery-rec
           record contains 57 characters.
       01 salery-rec.
         05 sr-emp-num         pic 9(4).
         05 sr-name            pic x(15).
         05 sr-years           pic 99.
         05 sr-edu-code        pic x.
         05 sr-salary          pic 9(5)v99.
         05 sr-budget-estimate pic 9(6)v99.
         05 sr-hire-date       pic 9(8).
         05 sr-dept-code       pic x(3).
         05 sr-status          pic x.
         05 sr-status-date     pic 9(8).

      * the grad master as A5-SalaryReportGrad-5B reads it
       fd grad-master-in
           data record is grad-rec
           record contains 37 characters.
       01 grad-rec.
         05 gr-emp-num         pic 9(4).
         05 gr-name            pic x(15).
         05 gr-years           pic 99.
         05 gr-edu-code        pic x.
         05 gr-salary          pic 9(5)v99.
         05 gr-budget-estimate pic 9(6)v99.

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

      * percent away from the position median, 999 = 99.9%
       fd outlier-card-in
           data record is outlier-card-rec
           record contains 3 characters.
       01 outlier-card-rec.
         05 oc-outlier-pct      pic 99v9.

       fd stats-report-out
           data record is stats-line
           record contains 132 characters.
       01 stats-line           pic x(132).

      * one salary in one grouping - grouping 1 position, 2
      *  department, 3 years band; the sequence puts positions in
      *  the salary report's class order and bands youngest first;
      *  kind 1 current, 2 new; side 1 non-grad, 2 grad
       sd stats-sort-file
           data record is st-rec
           record contains 30 characters.
       01 st-rec.
         05 st-group-type       pic 9.
         05 st-group-seq        pic 9.
         05 st-group-key        pic x(12).
         05 st-kind             pic 9.
         05 st-side             pic 9.
         05 st-value            pic 9(7)v99.
         05 filler              pic x(5).

       working-storage section.
      * important vars for the statistics
       01 ws-eof-flag          pic x value 'N'.
       01 ws-extract-eof-flag  pic x value 'N'.
       01 ws-sort-eof-flag     pic x value 'N'.
       01 ws-run-open-flag     pic x value 'N'.
       01 ws-line-open-flag    pic x value 'N'.
       01 ws-ng-trailer-found  pic x value 'N'.
       01 ws-gr-trailer-found  pic x value 'N'.
       77 ws-cur-side          pic 9 value 0.

      * years and status off each master, keyed by emp num
       01 ws-ngrad-master-table.
         05 ws-nm-entry occurs 9998 times.
           10 ws-nm-found      pic x.
           10 ws-nm-years      pic 99.
           10 ws-nm-status     pic x.
       01 ws-grad-master-table.
         05 ws-gm-entry occurs 9998 times.
           10 ws-gm-found      pic x.
           10 ws-gm-years      pic 99.

      * every employee that went into the statistics, kept for the
      *  outlier pass once the position medians are known
       01 ws-emp-table.
         05 ws-em-entry occurs 19996 times.
           10 ws-em-side       pic 9.
           10 ws-em-emp-num    pic 9(4).
           10 ws-em-pos-key    pic x(12).
           10 ws-em-dept-code  pic x(3).
           10 ws-em-new-sal    pic 9(7)v99.
       77 ws-emp-total         pic 9(5) value 0.
       77 ws-emp-idx           pic 9(5) value 0.

      * the median new salary per position on each side
       01 ws-pos-median-table.
         05 ws-pm-entry occurs 20 times.
           10 ws-pm-side       pic 9.
           10 ws-pm-pos-key    pic x(12).
           10 ws-pm-median     pic 9(7)v99.
       77 ws-pm-total          pic 99 value 0.
       77 ws-pm-idx            pic 99 value 0.
       77 ws-cur-median        pic 9(7)v99 value 0.

      * the grouping an employee falls into on each cut
       01 ws-pos-key           pic x(12) value spaces.
       77 ws-pos-seq           pic 9 value 0.
       01 ws-dept-key          pic x(12) value spaces.
       01 ws-band-key          pic x(12) value spaces.
       77 ws-band-seq          pic 9 value 0.
       77 ws-emp-years         pic 99 value 0.
       01 ws-years-known       pic x value 'N'.

      * one run of ranked salaries - one grouping, kind and side
       01 ws-value-table.
         05 ws-val             pic 9(7)v99 occurs 9998 times.
       77 ws-val-count         pic 9(5) value 0.
       77 ws-val-idx           pic 9(5) value 0.
       77 ws-val-sum           pic 9(11)v99 value 0.
       77 ws-val-mean          pic 9(7)v9(4) value 0.
       77 ws-val-dev           pic s9(7)v9(4) value 0.
       77 ws-val-sumsq         pic 9(16)v9(4) value 0.
       77 ws-val-var           pic 9(14)v9(4) value 0.
       77 ws-q-pct             pic v99 value 0.
       77 ws-q-base            pic 9(5) value 0.
       77 ws-q-pos             pic 9(5)v9(4) value 0.
       77 ws-q-low             pic 9(5) value 0.
       77 ws-q-frac            pic v9(4) value 0.
       77 ws-q-gap             pic 9(7)v99 value 0.
       77 ws-q-result          pic 9(7)v99 value 0.
       77 ws-val-overflow      pic 9(5) value 0.

      * the break keys of the run being gathered
       77 ws-brk-type          pic 9 value 0.
       77 ws-brk-seq           pic 9 value 0.
       01 ws-brk-key           pic x(12) value spaces.
       77 ws-brk-kind          pic 9 value 0.
       77 ws-brk-side          pic 9 value 0.

      * the finished statistics for each side of the current line
       01 ws-side-stats-table.
         05 ws-ss-entry occurs 2 times.
           10 ws-ss-count      pic 9(5).
           10 ws-ss-min        pic 9(7)v99.
           10 ws-ss-q1         pic 9(7)v99.
           10 ws-ss-median     pic 9(7)v99.
           10 ws-ss-q3         pic 9(7)v99.
           10 ws-ss-max        pic 9(7)v99.
           10 ws-ss-std-dev    pic 9(7)v99.
       77 ws-ss-idx            pic 9 value 0.

      * outliers
       77 ws-outlier-pct       pic 99v9 value 20.0.
       77 ws-away-amt          pic 9(7)v99 value 0.
       77 ws-away-pct          pic 9(5)v9 value 0.
       77 ws-outlier-count     pic 9(5) value 0.

      * the cycle dates and the run tallies
       77 ws-ngrad-cycle       pic 9(8) value 0.
       77 ws-grad-cycle        pic 9(8) value 0.
       77 ws-run-date          pic 9(8) value 0.
       77 ws-extract-count     pic 9(5) value 0.
       77 ws-ngrad-used        pic 9(5) value 0.
       77 ws-grad-used         pic 9(5) value 0.
       77 ws-termed-count      pic 9(5) value 0.
       77 ws-bad-count         pic 9(5) value 0.
       77 ws-no-years-count    pic 9(5) value 0.

      * the report lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(36) value
                           "Grayson Closs, Salary Stats, 5B".
         05 filler             pic x(6) value spaces.
         05 ws-date            pic 9(8).
       01 ws-heading-title.
         05 filler             pic x(30) value spaces.
         05 ws-title           pic x(45) value
         "SALARY DISTRIBUTION AND OUTLIER STATISTICS".
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
         05 filler             pic x(4) value spaces.
         05 filler             pic x(18) value
         "OUTLIER LIMIT +/- ".
         05 ws-cy-pct          pic z9.9.
         05 filler             pic x value "%".
       01 ws-cycle-warn-line.
         05 filler             pic x value spaces.
         05 filler             pic x(52) value
         "** THE TWO EXTRACTS ARE FROM DIFFERENT CYCLES **".
       01 ws-section-line.
         05 filler             pic x value spaces.
         05 ws-sc-title        pic x(50).
       01 ws-side-header-line.
         05 filler             pic x(22) value spaces.
         05 filler             pic x(53) value
         "---------------------- NON-GRAD ---------------------".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(53) value
         "------------------------ GRAD -----------------------".
       01 ws-col-header-line.
         05 filler             pic x(13) value "GROUP".
         05 filler             pic x(9) value "SALARY".
         05 ws-ch-ngrad        pic x(53).
         05 filler             pic x(3) value spaces.
         05 ws-ch-grad         pic x(53).
       01 ws-col-header-block.
         05 filler             pic x(5) value "COUNT".
         05 filler             pic x(8) value "     MIN".
         05 filler             pic x(8) value "      Q1".
         05 filler             pic x(8) value "  MEDIAN".
         05 filler             pic x(8) value "      Q3".
         05 filler             pic x(8) value "     MAX".
         05 filler             pic x(8) value " STD DEV".
      * one kind of salary for one group, both sides
       01 ws-stat-line.
         05 ws-sl-group        pic x(12).
         05 filler             pic x value spaces.
         05 ws-sl-kind         pic x(7).
         05 filler             pic x(2) value spaces.
         05 ws-sl-ngrad        pic x(53).
         05 filler             pic x(3) value " | ".
         05 ws-sl-grad         pic x(53).
      * one side's figures, in whole dollars
       01 ws-stat-block.
         05 ws-sb-count        pic zzzz9.
         05 filler             pic x value spaces.
         05 ws-sb-min          pic zzz,zz9.
         05 filler             pic x value spaces.
         05 ws-sb-q1           pic zzz,zz9.
         05 filler             pic x value spaces.
         05 ws-sb-median       pic zzz,zz9.
         05 filler             pic x value spaces.
         05 ws-sb-q3           pic zzz,zz9.
         05 filler             pic x value spaces.
         05 ws-sb-max          pic zzz,zz9.
         05 filler             pic x value spaces.
         05 ws-sb-std-dev      pic zzz,zz9.
       01 ws-empty-block.
         05 filler             pic x(5) value "    0".
         05 filler             pic x(48) value spaces.
       77 ws-whole-dollars     pic 9(7) value 0.
       01 ws-outlier-header-line.
         05 filler             pic x(6) value "EMP".
         05 filler             pic x(10) value "SIDE".
         05 filler             pic x(6) value "DEPT".
         05 filler             pic x(14) value "POSITION".
         05 filler             pic x(14) value "  NEW SALARY".
         05 filler             pic x(16) value " POSITION MEDIAN".
         05 filler             pic x(10) value "   AWAY".
       01 ws-outlier-line.
         05 ws-ol-emp-num      pic 9(4).
         05 filler             pic x(2) value spaces.
         05 ws-ol-side         pic x(8).
         05 filler             pic x(2) value spaces.
         05 ws-ol-dept-code    pic x(3).
         05 filler             pic x(3) value spaces.
         05 ws-ol-position     pic x(12).
         05 filler             pic x(2) value spaces.
         05 ws-ol-new-sal      pic z,zzz,zz9.99.
         05 filler             pic x(4) value spaces.
         05 ws-ol-median       pic z,zzz,zz9.99.
         05 filler             pic x(2) value spaces.
         05 ws-ol-away-pct     pic zzzz9.9.
         05 filler             pic x value "%".
         05 filler             pic x value spaces.
         05 ws-ol-direction    pic x(5).
       01 ws-no-outlier-line.
         05 filler             pic x value spaces.
         05 filler             pic x(6) value "(NONE)".
       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(40).
         05 ws-ct-count        pic zzzz9.
       01 ws-blank-line        pic x(132) value spaces.

       procedure division.
       000-main.
      * the brains of the statistics - the masters and the card
      *  first, then the extracts through the sort into the
      *  tables, then the outliers against the position medians
         accept ws-run-date from date yyyymmdd.
         perform 40-read-outlier-card.
         perform 50-load-ngrad-master.
         perform 60-load-grad-master.
         open output stats-report-out.
         move ws-run-date to ws-date.
         write stats-line from ws-heading-name-line.
         write stats-line from ws-heading-title
           before advancing 2 lines.
         sort stats-sort-file
           on ascending key st-group-type
                            st-group-seq
                            st-group-key
                            st-kind
                            st-side
                            st-value
           input procedure is 100-release-extracts
           output procedure is 300-write-tables.
         perform 500-write-outliers.
         perform 600-write-summary.
         close stats-report-out.
         display "EXTRACT RECORDS READ   " ws-extract-count.
         display "NON-GRAD EMPLOYEES     " ws-ngrad-used.
         display "GRAD EMPLOYEES         " ws-grad-used.
         display "OUTLIERS FLAGGED       " ws-outlier-count.

           goback.

       40-read-outlier-card.
      * the outlier percentage - no card, or nothing usable on it,
      *  keeps 20.0
         open input outlier-card-in.
         read outlier-card-in into outlier-card-rec
           at end
             move spaces to outlier-card-rec
         end-read.
         close outlier-card-in.
         if outlier-card-rec not equal spaces then
           if oc-outlier-pct is numeric
               and oc-outlier-pct greater 0 then
             move oc-outlier-pct to ws-outlier-pct
           else
             display "WARNING - BAD OUTLIER PERCENTAGE ON CARD - "
               "20.0 USED"
           end-if
         end-if.

       50-load-ngrad-master.
      * years of service and status for every non-grad emp num
         move spaces to ws-ngrad-master-table.
         move 'N'    to ws-eof-flag.
         open input ngrad-master-in.
         perform until ws-eof-flag equal 'Y'
           read ngrad-master-in next record into salery-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if sr-emp-num equal 9999
                 and sr-name(1:7) equal "TRAILER" then
               move 'Y' to ws-ng-trailer-found
               move 'Y' to ws-eof-flag
             else
               if sr-emp-num is numeric and sr-emp-num greater 0
                   and sr-emp-num less 9999
                   and sr-years is numeric then
                 move 'Y'       to ws-nm-found(sr-emp-num)
                 move sr-years  to ws-nm-years(sr-emp-num)
                 move sr-status to ws-nm-status(sr-emp-num)
               end-if
             end-if
           end-if
         end-perform.
         close ngrad-master-in.
         if ws-ng-trailer-found equal 'N' then
           display "WARNING - A5-SALARYDATA-NONGRAD.DAT HAD NO "
             "TRAILER RECORD - COUNTS NOT VERIFIED"
         end-if.

       60-load-grad-master.
      * years of service for every grad emp num - the grad master
      *  carries no status
         move spaces to ws-grad-master-table.
         move 'N'    to ws-eof-flag.
         open input grad-master-in.
         perform until ws-eof-flag equal 'Y'
           read grad-master-in next record into grad-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if gr-emp-num equal 9999
                 and gr-name(1:7) equal "TRAILER" then
               move 'Y' to ws-gr-trailer-found
               move 'Y' to ws-eof-flag
             else
               if gr-emp-num is numeric and gr-emp-num greater 0
                   and gr-emp-num less 9999
                   and gr-years is numeric then
                 move 'Y'      to ws-gm-found(gr-emp-num)
                 move gr-years to ws-gm-years(gr-emp-num)
               end-if
             end-if
           end-if
         end-perform.
         close grad-master-in.
         if ws-gr-trailer-found equal 'N' then
           display "WARNING - A5-SALARYDATA-GRAD.DAT HAD NO "
             "TRAILER RECORD - COUNTS NOT VERIFIED"
         end-if.

       100-release-extracts.
      * both sides' extracts into the sort - the grad line lands in
      *  the same buffer so one paragraph handles either side
         move 'N' to ws-extract-eof-flag.
         move 1   to ws-cur-side.
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
         move 'N' to ws-extract-eof-flag.
         move 2   to ws-cur-side.
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
      * one extract line - its groupings worked out, then a current
      *  and a new salary released under each of them
         add 1 to ws-extract-count.
         if xt-emp-num is not numeric or xt-emp-num equal 0
             or xt-emp-num equal 9999
             or xt-old-sal is not numeric
             or xt-new-sal is not numeric then
           add 1 to ws-bad-count
           display "WARNING - EXTRACT LINE NOT USED: " extract-rec
         else
           if ws-cur-side equal 1
               and ws-nm-found(xt-emp-num) equal 'Y'
               and ws-nm-status(xt-emp-num) equal 'T' then
             add 1 to ws-termed-count
           else
             perform 140-find-groups
             perform 160-release-groups
           end-if
         end-if.

       140-find-groups.
      * the position in the salary report's class order, the
      *  department, and the years band off the employee's master
         evaluate xt-position
           when "Analyst"
             move 1 to ws-pos-seq
           when "Sen Prog"
             move 2 to ws-pos-seq
           when "PROG"
             move 3 to ws-pos-seq
           when "JR PROG"
             move 4 to ws-pos-seq
           when spaces
             move 5 to ws-pos-seq
           when other
             move 6 to ws-pos-seq
         end-evaluate.
         if xt-position equal spaces then
           move "Unclassified" to ws-pos-key
         else
           move xt-position    to ws-pos-key
         end-if.
         if xt-dept-code equal spaces then
           move "(NO DEPT)"    to ws-dept-key
         else
           move xt-dept-code   to ws-dept-key
         end-if.
         move 'N' to ws-years-known.
         if ws-cur-side equal 1 then
           if ws-nm-found(xt-emp-num) equal 'Y' then
             move 'Y' to ws-years-known
             move ws-nm-years(xt-emp-num) to ws-emp-years
           end-if
         else
           if ws-gm-found(xt-emp-num) equal 'Y' then
             move 'Y' to ws-years-known
             move ws-gm-years(xt-emp-num) to ws-emp-years
           end-if
         end-if.
         if ws-years-known equal 'Y' then
           evaluate true
             when ws-emp-years less 5
               move 1           to ws-band-seq
               move "0-4 YRS"   to ws-band-key
             when ws-emp-years less 11
               move 2           to ws-band-seq
               move "5-10 YRS"  to ws-band-key
             when ws-emp-years less 21
               move 3           to ws-band-seq
               move "11-20 YRS" to ws-band-key
             when other
               move 4           to ws-band-seq
               move "21+ YRS"   to ws-band-key
           end-evaluate
         else
           add 1 to ws-no-years-count
         end-if.

       160-release-groups.
      * the salaries under each grouping, and the employee kept
      *  for the outlier pass
         move spaces          to st-rec.
         move ws-cur-side     to st-side.
         move 1               to st-group-type.
         move ws-pos-seq      to st-group-seq.
         move ws-pos-key      to st-group-key.
         perform 180-release-pair.
         move 2               to st-group-type.
         move 1               to st-group-seq.
         move ws-dept-key     to st-group-key.
         perform 180-release-pair.
         if ws-years-known equal 'Y' then
           move 3             to st-group-type
           move ws-band-seq   to st-group-seq
           move ws-band-key   to st-group-key
           perform 180-release-pair
         end-if.
         if ws-cur-side equal 1 then
           add 1 to ws-ngrad-used
         else
           add 1 to ws-grad-used
         end-if.
         if ws-emp-total less 19996 then
           add 1 to ws-emp-total
           move ws-cur-side   to ws-em-side(ws-emp-total)
           move xt-emp-num    to ws-em-emp-num(ws-emp-total)
           move ws-pos-key    to ws-em-pos-key(ws-emp-total)
           move xt-dept-code  to ws-em-dept-code(ws-emp-total)
           move xt-new-sal    to ws-em-new-sal(ws-emp-total)
         end-if.

       180-release-pair.
      * the current salary then the new one under this grouping
         move 1               to st-kind.
         move xt-old-sal      to st-value.
         release st-rec.
         move 2               to st-kind.
         move xt-new-sal      to st-value.
         release st-rec.

       300-write-tables.
      * the ranked salaries back out - a run is one grouping, kind
      *  and side; a line is both sides of one kind; a section is
      *  one way of grouping
         move ws-ngrad-cycle to ws-cy-ngrad.
         move ws-grad-cycle  to ws-cy-grad.
         move ws-outlier-pct to ws-cy-pct.
         write stats-line from ws-cycle-line.
         if ws-ngrad-cycle greater 0 and ws-grad-cycle greater 0
             and ws-ngrad-cycle not equal ws-grad-cycle then
           write stats-line from ws-cycle-warn-line
         end-if.
         perform 390-clear-line.
         perform until ws-sort-eof-flag equal 'Y'
           return stats-sort-file record into st-rec
             at end
               move 'Y' to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag equal 'N' then
             if ws-run-open-flag equal 'Y'
                 and (st-group-type not equal ws-brk-type
                   or st-group-seq not equal ws-brk-seq
                   or st-group-key not equal ws-brk-key
                   or st-kind not equal ws-brk-kind
                   or st-side not equal ws-brk-side) then
               perform 320-close-run
             end-if
             if ws-line-open-flag equal 'Y'
                 and (st-group-type not equal ws-brk-type
                   or st-group-seq not equal ws-brk-seq
                   or st-group-key not equal ws-brk-key
                   or st-kind not equal ws-brk-kind) then
               perform 360-write-stat-line
             end-if
             if st-group-type not equal ws-brk-type then
               perform 380-write-section-head
             end-if
             if ws-run-open-flag equal 'N' then
               perform 310-open-run
             end-if
             if ws-val-count less 9998 then
               add 1        to ws-val-count
               move st-value to ws-val(ws-val-count)
             else
               add 1        to ws-val-overflow
             end-if
           end-if
         end-perform.
         if ws-run-open-flag equal 'Y' then
           perform 320-close-run
         end-if.
         if ws-line-open-flag equal 'Y' then
           perform 360-write-stat-line
         end-if.
         if ws-val-overflow greater 0 then
           display "WARNING - GROUP OVER 9998 SALARIES - "
             ws-val-overflow " LEFT OUT OF THE STATISTICS"
         end-if.

       310-open-run.
      * a new run of ranked salaries
         move 'Y'           to ws-run-open-flag.
         move 'Y'           to ws-line-open-flag.
         move st-group-type to ws-brk-type.
         move st-group-seq  to ws-brk-seq.
         move st-group-key  to ws-brk-key.
         move st-kind       to ws-brk-kind.
         move st-side       to ws-brk-side.
         move 0             to ws-val-count.

       320-close-run.
      * the run's figures onto its side of the line - the salaries
      *  are already ranked, so the ends are the minimum and maximum
      *  and the quartiles are read off their positions
         move 'N'                to ws-run-open-flag.
         move ws-brk-side        to ws-ss-idx.
         move ws-val-count       to ws-ss-count(ws-ss-idx).
         move ws-val(1)          to ws-ss-min(ws-ss-idx).
         move ws-val(ws-val-count) to ws-ss-max(ws-ss-idx).
         move .25                to ws-q-pct.
         perform 340-find-quantile.
         move ws-q-result        to ws-ss-q1(ws-ss-idx).
         move .50                to ws-q-pct.
         perform 340-find-quantile.
         move ws-q-result        to ws-ss-median(ws-ss-idx).
         move .75                to ws-q-pct.
         perform 340-find-quantile.
         move ws-q-result        to ws-ss-q3(ws-ss-idx).
         move 0                  to ws-val-sum.
         perform varying ws-val-idx from 1 by 1
             until ws-val-idx greater ws-val-count
           add ws-val(ws-val-idx) to ws-val-sum
         end-perform.
         compute ws-val-mean rounded = ws-val-sum / ws-val-count.
         move 0                  to ws-val-sumsq.
         perform varying ws-val-idx from 1 by 1
             until ws-val-idx greater ws-val-count
           compute ws-val-dev = ws-val(ws-val-idx) - ws-val-mean
           compute ws-val-sumsq = ws-val-sumsq
             + (ws-val-dev * ws-val-dev)
         end-perform.
         compute ws-val-var rounded = ws-val-sumsq / ws-val-count.
         compute ws-ss-std-dev(ws-ss-idx) rounded =
           ws-val-var ** 0.5.
      * the new-salary median of each position is what the
      *  outliers are measured against
         if ws-brk-type equal 1 and ws-brk-kind equal 2
             and ws-pm-total less 20 then
           add 1                 to ws-pm-total
           move ws-brk-side      to ws-pm-side(ws-pm-total)
           move ws-brk-key       to ws-pm-pos-key(ws-pm-total)
           move ws-ss-median(ws-ss-idx)
                                 to ws-pm-median(ws-pm-total)
         end-if.

       340-find-quantile.
      * the value a quarter, half or three quarters of the way up
      *  the ranked salaries, between the two nearest when the
      *  position falls between them
         subtract 1 from ws-val-count giving ws-q-base.
         compute ws-q-pos = ws-q-base * ws-q-pct.
         move ws-q-pos to ws-q-low.
         compute ws-q-frac = ws-q-pos - ws-q-low.
         add 1 to ws-q-low.
         if ws-q-frac equal 0 or ws-q-low not less ws-val-count then
           move ws-val(ws-q-low) to ws-q-result
         else
           compute ws-q-gap = ws-val(ws-q-low + 1) - ws-val(ws-q-low)
           compute ws-q-result rounded = ws-val(ws-q-low)
             + (ws-q-frac * ws-q-gap)
         end-if.

       360-write-stat-line.
      * one kind of salary for the group, both sides - the group
      *  name goes on the current-salary line only
         move spaces to ws-sl-group.
         if ws-brk-kind equal 1 then
           move ws-brk-key to ws-sl-group
           move "CURRENT"  to ws-sl-kind
         else
           move "NEW"      to ws-sl-kind
         end-if.
         move 1 to ws-ss-idx.
         perform 370-format-block.
         move ws-stat-block to ws-sl-ngrad.
         if ws-ss-count(1) equal 0 then
           move ws-empty-block to ws-sl-ngrad
         end-if.
         move 2 to ws-ss-idx.
         perform 370-format-block.
         move ws-stat-block to ws-sl-grad.
         if ws-ss-count(2) equal 0 then
           move ws-empty-block to ws-sl-grad
         end-if.
         write stats-line from ws-stat-line.
         if ws-brk-kind equal 2 then
           write stats-line from ws-blank-line
         end-if.
         perform 390-clear-line.

       370-format-block.
      * one side's figures in whole dollars
         move ws-ss-count(ws-ss-idx) to ws-sb-count.
         compute ws-whole-dollars rounded = ws-ss-min(ws-ss-idx).
         move ws-whole-dollars to ws-sb-min.
         compute ws-whole-dollars rounded = ws-ss-q1(ws-ss-idx).
         move ws-whole-dollars to ws-sb-q1.
         compute ws-whole-dollars rounded = ws-ss-median(ws-ss-idx).
         move ws-whole-dollars to ws-sb-median.
         compute ws-whole-dollars rounded = ws-ss-q3(ws-ss-idx).
         move ws-whole-dollars to ws-sb-q3.
         compute ws-whole-dollars rounded = ws-ss-max(ws-ss-idx).
         move ws-whole-dollars to ws-sb-max.
         compute ws-whole-dollars rounded =
           ws-ss-std-dev(ws-ss-idx).
         move ws-whole-dollars to ws-sb-std-dev.

       380-write-section-head.
      * a new way of grouping - its title and the column heads
         move spaces to ws-sc-title.
         evaluate st-group-type
           when 1
             move "BY POSITION" to ws-sc-title
           when 2
             move "BY DEPARTMENT" to ws-sc-title
           when 3
             move "BY YEARS OF SERVICE" to ws-sc-title
         end-evaluate.
         write stats-line from ws-blank-line.
         write stats-line from ws-section-line.
         write stats-line from ws-side-header-line.
         move ws-col-header-block to ws-ch-ngrad.
         move ws-col-header-block to ws-ch-grad.
         write stats-line from ws-col-header-line.

       390-clear-line.
      * both sides empty until a run fills them
         move 'N' to ws-line-open-flag.
         move 0   to ws-ss-count(1).
         move 0   to ws-ss-count(2).

       500-write-outliers.
      * every employee whose new salary is further from their
      *  position's median than the outlier percentage allows
         write stats-line from ws-blank-line.
         move spaces to ws-sc-title.
         string "OUTLIERS - MORE THAN " delimited by size
                ws-cy-pct delimited by size
                "% FROM POSITION MEDIAN" delimited by size
           into ws-sc-title
         end-string.
         write stats-line from ws-section-line.
         write stats-line from ws-outlier-header-line.
         perform varying ws-emp-idx from 1 by 1
             until ws-emp-idx greater ws-emp-total
           perform 520-check-outlier
         end-perform.
         if ws-outlier-count equal 0 then
           write stats-line from ws-no-outlier-line
         end-if.

       520-check-outlier.
      * one employee against the median for their position on
      *  their own side
         move 0 to ws-cur-median.
         perform varying ws-pm-idx from 1 by 1
             until ws-pm-idx greater ws-pm-total
           if ws-pm-side(ws-pm-idx) equal ws-em-side(ws-emp-idx)
               and ws-pm-pos-key(ws-pm-idx)
                 equal ws-em-pos-key(ws-emp-idx) then
             move ws-pm-median(ws-pm-idx) to ws-cur-median
           end-if
         end-perform.
         if ws-cur-median greater 0 then
           if ws-em-new-sal(ws-emp-idx) greater ws-cur-median then
             compute ws-away-amt =
               ws-em-new-sal(ws-emp-idx) - ws-cur-median
             move "ABOVE" to ws-ol-direction
           else
             compute ws-away-amt =
               ws-cur-median - ws-em-new-sal(ws-emp-idx)
             move "BELOW" to ws-ol-direction
           end-if
           compute ws-away-pct rounded =
             (ws-away-amt * 100) / ws-cur-median
             on size error
               move 99999.9 to ws-away-pct
           end-compute
           if ws-away-pct greater ws-outlier-pct then
             add 1 to ws-outlier-count
             move ws-em-emp-num(ws-emp-idx)   to ws-ol-emp-num
             if ws-em-side(ws-emp-idx) equal 1 then
               move "NON-GRAD" to ws-ol-side
             else
               move "GRAD"     to ws-ol-side
             end-if
             move ws-em-dept-code(ws-emp-idx) to ws-ol-dept-code
             move ws-em-pos-key(ws-emp-idx)   to ws-ol-position
             move ws-em-new-sal(ws-emp-idx)   to ws-ol-new-sal
             move ws-cur-median               to ws-ol-median
             move ws-away-pct                 to ws-ol-away-pct
             write stats-line from ws-outlier-line
           end-if
         end-if.

       600-write-summary.
      * the counts behind the tables
         write stats-line from ws-blank-line.
         move "EXTRACT RECORDS READ:"             to ws-ct-label.
         move ws-extract-count                    to ws-ct-count.
         write stats-line from ws-count-line.
         move "NON-GRAD EMPLOYEES IN STATISTICS:" to ws-ct-label.
         move ws-ngrad-used                       to ws-ct-count.
         write stats-line from ws-count-line.
         move "GRAD EMPLOYEES IN STATISTICS:"     to ws-ct-label.
         move ws-grad-used                        to ws-ct-count.
         write stats-line from ws-count-line.
         move "TERMINATED - LEFT OUT:"            to ws-ct-label.
         move ws-termed-count                     to ws-ct-count.
         write stats-line from ws-count-line.
         move "UNREADABLE EXTRACT LINES:"         to ws-ct-label.
         move ws-bad-count                        to ws-ct-count.
         write stats-line from ws-count-line.
         move "NOT ON MASTER - NO YEARS BAND:"    to ws-ct-label.
         move ws-no-years-count                   to ws-ct-count.
         write stats-line from ws-count-line.
         move "OUTLIERS FLAGGED:"                 to ws-ct-label.
         move ws-outlier-count                    to ws-ct-count.
         write stats-line from ws-count-line.

       end program A5-SalaryStats-5B.
