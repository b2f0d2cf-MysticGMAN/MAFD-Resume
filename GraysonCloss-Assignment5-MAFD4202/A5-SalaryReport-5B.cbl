             assign to "../../../data/A5-RaisePercentages.dat"
             organization is line sequential.

      * the pay bands by position - minimum, midpoint and maximum
      *  salary HR sets for each one, kept beside the rates file.
      *  an increase never carries anybody past the band maximum,
      *  and anybody still under the minimum gets flagged. optional
      *  so a missing file degrades to no band enforcement.
         select optional band-file-in
             assign to "../../../data/A5-SalaryBands.dat"
             organization is line sequential.

      * the performance ratings off this year's reviews - emp num,
      *  a rating from 1 to 5 and the review date. optional: nobody
      *  rated just means everybody gets the base rate and lands on
      *  the unrated list
         select optional merit-rating-in
             assign to "../../../data/A5-MeritRatings.dat"
             organization is line sequential.

      * the merit matrix - one multiplier on the base rate per
      *  position and rating. a position / rating the file doesn't
      *  name pays the base rate (a multiplier of 1.00)
         select optional merit-matrix-in
             assign to "../../../data/A5-MeritMatrix.dat"
             organization is line sequential.

      * everybody priced this cycle with no rating on file - the
      *  list managers work from to get the missing reviews in
      *  before the next cycle
         select optional salary-unrated-out
             assign to "../../../data/A5-SalaryReport-5B-UNRATED.out"
             organization is line sequential.

      * the department reference file - the master's dept codes are
      *  validated against it the same way 45-load-rates overlays
      *  the rates, and its names caption the departmental rollup.
             assign to "../../../data/A5-SalaryReport-5B-HIST.out"
             organization is line sequential.

      * the separator notice payroll works final pay from - one
      *  comma-delimited line per employee terminated since the
      *  last clean cycle, with the salary they leave on. optional
      *  so a supplemental run can extend it even if the full run
      *  had nobody to put on it
         select optional salary-separate-out
             assign to
             "../../../data/A5-SalaryReport-5B-SEPARATE.out"
             organization is line sequential.

      * a parallel indexed copy of the non-grad data, keyed on emp
      *  num, so A5-EmpInquiry-5B can answer a one-employee question
      *  without anybody having to wait on a full batch run
             assign to "../../../data/A5-RaiseSim-Rates.dat"
             organization is line sequential.

      * the candidate merit matrix, same layout as merit-matrix-in -
      *  also SIM only, so the committee can cost a matrix before
      *  adopting it
         select optional sim-matrix-in
             assign to "../../../data/A5-RaiseSim-Matrix.dat"
             organization is line sequential.

      * the validated corrected rejects A5-RejectFix-5B produced -
      *  salery-rec images with a trailer, read instead of the
      *  master when the mode card says SUPP
      * open input file as sales rec
       fd salary-report-in
           data record is salery-rec
           record contains 57 characters.
      * store sales-rec input file jargin in variables - the hire
      *  date rides at the end so a first-cycle raise can be
      *  prorated to the part of the year actually worked, and the
      *  department code behind it so every rollup can answer the
      *  committee's first question: which department is over.
      *  the status behind that - A active, L on leave, T
      *  terminated, blank off an old master means active - and
      *  the date the maintenance run set it
       01 salery-rec.
         05 sr-emp-num         pic 9(4).
         05 sr-name            pic x(15).
         05 sr-budget-estimate pic 9(6)v99.
         05 sr-hire-date       pic 9(8).
         05 sr-dept-code       pic x(3).
         05 sr-status          pic x.
         05 sr-status-date     pic 9(8).

      * the last record in the input file is a trailer, not an
      *  employee - emp num 9999 / literal "TRAILER" flag it so
         05 filler             pic x(1).
         05 tr-rec-count       pic 9(5).
         05 tr-tot-salary      pic 9(10)v99.
         05 filler             pic x(20).

       fd salary-report-out
       data record is salary-line
       record contains 115 characters.
      * the size of the report-line
       01 salary-line          pic x(115).

      * the exception record - emp number, name, position, new
      *  salary, budget estimate and the shortfall between them
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

      * one rating per reviewed employee
       fd merit-rating-in
           data record is merit-rating-rec
           record contains 15 characters.
       01 merit-rating-rec.
         05 mr-emp-num          pic 9(4).
         05 filler              pic x.
         05 mr-rating           pic 9.
         05 filler              pic x.
         05 mr-review-date      pic 9(8).

      * one multiplier per position and rating
       fd merit-matrix-in
           data record is merit-matrix-rec
           record contains 12 characters.
       01 merit-matrix-rec.
         05 mx-pos-code         pic x(8).
         05 mx-rating           pic 9.
         05 mx-mult             pic 9v99.

      * the candidate matrix, same shape
       fd sim-matrix-in
           data record is sim-matrix-rec
           record contains 12 characters.
       01 sim-matrix-rec        pic x(12).

      * one unrated employee - who, where, and in what position
       fd salary-unrated-out
           data record is ws-unrated-line
           record contains 33 characters.
       01 ws-unrated-line.
         05 un-emp-num          pic 9(4).
         05 filler              pic x value spaces.
         05 un-name             pic x(15).
         05 filler              pic x value spaces.
         05 un-dept-code        pic x(3).
         05 filler              pic x value spaces.
         05 un-position         pic x(8).

      * one record per department - code and the name the rollup
      *  prints beside it
       fd dept-ref-in
      *  current page's in-progress counts and the run totals
       fd salary-ckpt-file
           data record is ck-rec
           record contains 134 characters.
       01 ck-rec.
         05 ck-input-rec-count  pic 9(5).
         05 ck-input-sal-total  pic 9(10)v99.
         05 ck-jr-inc-tot       pic 9(9)v99.
         05 ck-tot-diff-tmp     pic S9(9)v99.
         05 ck-pos-seq          pic x.
         05 ck-band-cap         pic 9(4).
         05 ck-band-min         pic 9(4).
         05 ck-unrated          pic 9(4).

      * a record that failed 160-validate-input, with why
       fd salary-reject-out
      *  dollar signs or commas in the amounts, for a program to read
      * the business date rides on the end of every extract line
      *  so downstream consumers can tell which cycle they hold
      * the band flag behind it - C when the increase was cut back
      *  to the band maximum, M when the new salary is still under
      *  the band minimum, blank otherwise - then the merit rating
      *  (0 when unrated) and the effective percentage it priced at
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

      * one line per employee per run - old salary vs new salary as
      *  of this run date, so the history builds year over year,
      *  with the rating and effective percentage that priced it
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

      * the indexed copy of salery-rec - same fields, keyed layout
       fd salary-index-out
           data record is ix-rec
           record contains 57 characters.
       01 ix-rec.
         05 ix-emp-num          pic 9(4).
         05 ix-name             pic x(15).
         05 ix-budget-estimate  pic 9(6)v99.
         05 ix-hire-date        pic 9(8).
         05 ix-dept-code        pic x(3).
         05 ix-status           pic x.
         05 ix-status-date      pic 9(8).

      * one terminated employee for payroll's final pay - the date
      *  the termination took effect, the salary they leave on,
      *  and the business date that reported it
       fd salary-separate-out
           data record is ws-separate-line
           record contains 52 characters.
       01 ws-separate-line.
         05 sp-emp-num          pic 9(4).
         05 filler              pic x value ",".
         05 sp-name             pic x(15).
         05 filler              pic x value ",".
         05 sp-dept-code        pic x(3).
         05 filler              pic x value ",".
         05 sp-status-date      pic 9(8).
         05 filler              pic x value ",".
         05 sp-final-sal        pic 9(7)v99.
         05 filler              pic x value ",".
         05 sp-run-date         pic 9(8).

      * one record telling A5-BudgetSummary-5B who we are, what
      *  our final total budget difference came out to, and which
      *  salary first within the class
       sd sort-detail-file
           data record is srt-rec
           record contains 77 characters.
       01 srt-rec.
         05 srt-class-seq       pic 9.
         05 srt-new-sal         pic 9(6)v99.
         05 srt-pay-inc         pic 9(6)v99.
         05 srt-budget          pic 9(6)v99.
         05 srt-diff            pic s9(6)v99.
         05 srt-band-flag       pic x.
         05 srt-rating          pic 9.
         05 srt-eff-rate        pic 99v99.

      * corrected rejects, read back through the same salery-rec
      *  buffer so validation and classification see no difference
       fd supp-corr-in
           data record is supp-corr-rec
           record contains 57 characters.
       01 supp-corr-rec        pic x(57).

       working-storage section.
      * important vars for calcs
         05 ws-sal-one         pic x(7) value "PRESENT".
         05 filler             pic x(2) value spaces.
         05 ws-inc-one         pic x(8) value "INCREASE".
         05 filler             pic x(7) value spaces.
         05 ws-pay-one         pic x(3) value "PAY".
         05 filler             pic x(11) value spaces.
         05 ws-new-one         pic x(3) value "NEW".
         05 ws-budget-one      pic x(6) value "BUDGET".
         05 filler             pic x(9) value spaces.
         05 ws-diff-one        pic x(3) value "NEW".
         05 filler             pic x(4) value spaces.
         05 ws-band-one        pic x(3) value "PAY".
      * The second part for the page header
       01 ws-page-header-two.
         05 filler             pic x value spaces.
         05 ws-sal-two         pic x(6) value "SALARY".
         05 filler             pic x(5) value spaces.
         05 ws-inc-two         pic x value "%".
         05 filler             pic x(3) value spaces.
         05 ws-rt-two          pic x(2) value "RT".
         05 filler             pic x(4) value spaces.
         05 ws-pay-two         pic x(8) value "INCREASE".
         05 filler             pic x(7) value spaces.
         05 ws-new-two         pic x(6) value "SALARY".
         05 ws-budget-two      pic x(8) value "ESTIMATE".
         05 filler             pic x(4) value spaces.
         05 ws-diff-one        pic x(10) value "DIFFERENCE".
         05 filler             pic x value spaces.
         05 ws-band-two        pic x(4) value "BAND".
      * the guts of the operation
       01 ws-detail-line.
         05 filler             pic x value spaces.
         05 filler             pic x(2) value spaces.
         05 ws-salary          pic z(2),z(3).9(2).
         05 filler             pic x(2) value spaces.
         05 ws-increase-per    pic zz.zz.
         05 ws-per-detail      pic x value "%".
         05 filler             pic x value spaces.
         05 ws-rating-disp     pic x.
         05 filler             pic x(3) value spaces.
         05 ws-increase-pay    pic $$$,$99.9(2)+.
         05 filler             pic x value spaces.
         05 ws-budget-est      pic $z(3),z(3).z(2).
         05 filler             pic x(2) value spaces.
         05 ws-diff            pic -(3),-(2)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-band-note       pic x(4).

      * the footer for each pages pt 1
       01 ws-footer-title.
         05 filler             pic x(2) value spaces.
         05 ws-tot-diff        pic $z(3),z(3),z(3).z(2).

      * how many increases the pay bands cut back, and how many
      *  employees are still under their band minimum after the raise
       01 ws-band-footer.
         05 filler             pic x value spaces.
         05 filler             pic x(24) value
         "PAY BAND CAPPED AT MAX: ".
         05 ws-band-cap-disp   pic zzz9.
         05 filler             pic x(4) value spaces.
         05 filler             pic x(22) value
         "STILL UNDER BAND MIN: ".
         05 ws-band-min-disp   pic zzz9.
      * how many priced employees had no rating on file
       01 ws-merit-footer.
         05 filler             pic x value spaces.
         05 filler             pic x(33) value
         "UNRATED - PAID THE BASE RATE:    ".
         05 ws-unrated-disp    pic zzz9.
       01 ws-band-nofile-line.
         05 filler             pic x value spaces.
         05 filler             pic x(44) value
         "NO PAY BAND FILE - BAND LIMITS NOT ENFORCED".

      * 77 storage variables for calculations in our compute statments
       
       77 ws-analyst-str       pic x(7) value "Analyst".
         05 filler              pic x(3) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(8) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x value spaces.
         05 filler              pic x value ",".
         05 filler              pic x value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(4) value spaces.

      * the ratings keyed straight by emp num, same slot trick the
      *  seen table uses - a zero rating is nobody rated
       01 ws-merit-table.
         05 ws-mrt-entry occurs 9998 times.
           10 ws-mrt-rating    pic 9.
           10 ws-mrt-review    pic 9(8).
       01 ws-merit-eof-flag    pic x value 'N'.
       01 ws-matrix-eof-flag   pic x value 'N'.

      * the multipliers, one row per priced class in ws-class-seq
      *  order and one column per rating - 1.00 until the matrix
      *  file says otherwise
       01 ws-merit-matrix.
         05 ws-mtx-class occurs 4 times.
           10 ws-mtx-mult      pic 9v99 occurs 5 times.
      * the candidate matrix for a SIM run, starting as a copy of
      *  the adopted one so anything the candidate file doesn't
      *  name costs the same on both sides
       01 ws-sim-merit-matrix.
         05 ws-smx-class occurs 4 times.
           10 ws-smx-mult      pic 9v99 occurs 5 times.
       01 ws-sim-matrix-found  pic x value 'N'.
       77 ws-mtx-cls-idx       pic 9 value 0.
       77 ws-mtx-rt-idx        pic 9 value 0.
      * this employee's rating and the rate it works out to - the
      *  base rate times the class / rating multiplier
       77 ws-cur-rating        pic 9 value 0.
       77 ws-eff-rate          pic 99v99 value 0.
       77 ws-unrated-count     pic 9(4) value 0.

      * the comma skeleton 184-write-separate stamps down first
       01 ws-separate-template.
         05 filler              pic x(4) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(15) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(3) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(8) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(9) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(8) value spaces.

      * the employees this cycle leaves unpriced - terminated since
      *  the last clean cycle and everybody out on leave - held for
      *  the status section that closes the report. somebody
      *  terminated in an earlier cycle is only counted.
       01 ws-status-hold       pic x value 'N'.
       01 ws-stat-table.
         05 ws-stat-entry occurs 500 times.
           10 ws-stt-emp-num   pic 9(4).
           10 ws-stt-name      pic x(15).
           10 ws-stt-dept      pic x(3).
           10 ws-stt-status    pic x.
           10 ws-stt-date      pic 9(8).
           10 ws-stt-salary    pic 9(5)v99.
       01 ws-stat-want         pic x value space.
       01 ws-stat-any          pic x value 'N'.
       77 ws-stat-count        pic 9(3) value 0.
       77 ws-stat-idx          pic 9(3) value 0.
       77 ws-stat-overflow     pic 9(5) value 0.
       77 ws-termed-new-count  pic 9(5) value 0.
       77 ws-termed-old-count  pic 9(5) value 0.
       77 ws-leave-count       pic 9(5) value 0.
       77 ws-status-date-work  pic 9(8) value 0.
      * the business date of the last clean full run before today,
      *  off the run-control log - a termination dated after it is
      *  this cycle's. no clean run on the log means every
      *  termination on the master counts as this cycle's.
       77 ws-prior-cycle-date  pic 9(8) value 0.

      * the status section lines
       01 ws-status-title-line.
         05 filler             pic x(24) value spaces.
         05 filler             pic x(39) value
         "EMPLOYEE STATUS - NOT PRICED THIS CYCLE".
       01 ws-status-head-line.
         05 filler             pic x value spaces.
         05 ws-sh-label        pic x(50).
       01 ws-status-col-line.
         05 filler             pic x value spaces.
         05 filler             pic x(3) value "EMP".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(4) value "NAME".
         05 filler             pic x(13) value spaces.
         05 filler             pic x(4) value "DEPT".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(9) value "EFFECTIVE".
         05 filler             pic x(4) value spaces.
         05 filler             pic x(6) value "SALARY".
       01 ws-status-detail-line.
         05 filler             pic x value spaces.
         05 ws-sd-emp-num      pic 9(4).
         05 filler             pic x(2) value spaces.
         05 ws-sd-name         pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-sd-dept         pic x(3).
         05 filler             pic x(3) value spaces.
         05 ws-sd-date         pic 9(8).
         05 filler             pic x(2) value spaces.
         05 ws-sd-salary       pic $zz,zz9.99.
       01 ws-status-none-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(6) value "(NONE)".
       01 ws-status-count-line.
         05 filler             pic x value spaces.
         05 ws-sc-label        pic x(44).
         05 ws-sc-count        pic zzzz9.

      * which class bucket the current employee landed in, and the
      *  raw rate that priced it - 1 Analyst, 2 Sen Prog, 3 PROG,
       77 ws-class-seq         pic 9 value 0.
       77 ws-rate-tmp          pic 9v9 value 0.

      * the pay bands off the band file, one row per priced class
      *  in ws-class-seq order so the class number subscripts its
      *  own band. a class with no row on the file has no band, and
      *  nobody in it gets capped or flagged
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
       77 ws-band-cap-count    pic 9(4) value 0.
       77 ws-band-min-count    pic 9(4) value 0.
       77 ws-precap-sal        pic 9(6)v99 value 0.

      * whole months the employee has actually worked as of the
      *  run date - under twelve means a prorated first-cycle raise
       77 ws-svc-months        pic s9(4) value 0.
         05 filler             pic x(5) value "DIFF ".
         05 ws-gt-diff         pic -(7)9.99.

       01 ws-report-blank-line pic x(115) value spaces.

      * scratch vars for one employee's simulation pass
       77 ws-sim-class         pic 9 value 0.
       77 ws-sim-cur-rate      pic 9v9 value 0.
       77 ws-sim-prop-rate     pic 9v9 value 0.
       77 ws-sim-cur-eff       pic 99v99 value 0.
       77 ws-sim-prop-eff      pic 99v99 value 0.
       77 ws-sim-new-sal       pic 9(6)v99 value 0.
       77 ws-sim-diff          pic s9(6)v99 value 0.
       77 ws-sim-cls-idx       pic 9 value 0.
         05 ws-sim-tl-over-cur pic zzz9.
         05 filler             pic x(2) value spaces.
         05 ws-sim-tl-over-prop pic zzz9.
       01 ws-sim-nomatrix-line.
         05 filler             pic x(1) value spaces.
         05 filler             pic x(59) value
         "NO CANDIDATE MERIT MATRIX FOUND - PROPOSED = ADOPTED MATRIX".
       01 ws-sim-norates-line.
         05 filler             pic x(1) value spaces.
         05 filler             pic x(52) value
         end-perform.
         close run-log-file.

       36-find-prior-cycle.
      * the last business date before today a full run ended clean
      *  on - same test 35-check-double-run makes, so a crashed or
      *  refused run never moves the cycle boundary
         move 'N' to ws-log-eof-flag.
         move 0   to ws-prior-cycle-date.
         open input run-log-file.
         perform until ws-log-eof-flag equal 'Y'
           read run-log-file next record into run-log-rec
             at end
               move 'Y' to ws-log-eof-flag
           end-read
           if ws-log-eof-flag equal 'N' then
             if rc-program-id equal "A5-SalaryReport-5B"
                 and rc-rec-type equal 'E'
                 and rc-run-date less ws-run-date
                 and rc-run-date greater ws-prior-cycle-date
                 and (rc-run-mode equal "FULL"
                   or rc-run-mode equal "INPUTSEQ")
                 and rc-trailer-check equal "OK"
                 and rc-return-code equal 0 then
               move rc-run-date to ws-prior-cycle-date
             end-if
           end-if
         end-perform.
         close run-log-file.

       880-log-end.
      * stamp how it came out
         move 'E' to ws-log-rec-type.
      *  table has no VALUE clause, so blank it before the first
      *  record can read a slot
         move spaces to ws-seen-table.
         perform 36-find-prior-cycle.
         perform 42-check-restart.
         perform 50-open-files.
         perform 45-load-rates.
         perform 46-load-depts.
         perform 49-load-bands.
         perform 53-load-ratings.
         perform 57-load-matrix.
         if ws-restart-flag equal 'N'
             or ws-pos-restart-flag equal 'Y' then
           write salary-line from ws-heading-name-line
         else
           perform 100-process-pages
         end-if.
         write salary-line from ws-pg-break.
         perform 620-write-status-section.

      * only now is the run really done - clearing the checkpoint
      *  any sooner would let a crash during the sorted-report
         move ck-tot-diff-tmp to ws-tot-diff-tmp.
         move ck-input-rec-count to ws-input-rec-count.
         move ck-input-sal-total to ws-input-sal-total.
      * a checkpoint written before the band counts rode along has
      *  blanks there - those just start the counts from zero
         if ck-band-cap is numeric and ck-band-min is numeric then
           move ck-band-cap   to ws-band-cap-count
           move ck-band-min   to ws-band-min-count
         end-if.
         if ck-unrated is numeric then
           move ck-unrated    to ws-unrated-count
         end-if.

       50-open-files.
      * the opening of the files
           open extend salary-except-out
           open extend salary-reject-out
           open extend salary-extract-out
           open extend salary-separate-out
           open extend salary-unrated-out
           open i-o salary-index-out
         else
           open output salary-report-out
           open output salary-except-out
           open output salary-reject-out
           open output salary-extract-out
           open output salary-separate-out
           open output salary-unrated-out
           open output salary-index-out
         end-if.

           perform 150-read-input
           if ws-eof-flag equal 'N' then
             perform 160-validate-input
      * the status section prints at the end of the run, so the
      *  leavers the dead run already passed have to be collected
      *  again - 180-check-status writes nothing while skipping
             if ws-reject-flag equal 'N' then
               perform 180-check-status
             end-if
           end-if
         end-perform.
         move 'N' to ws-restart-skip-flag.
             "REFERENCE FILE - EXTRAS IGNORED"
         end-if.

       49-load-bands.
      * pull the pay bands in, same overlay spirit as 45-load-rates -
      *  no file, or no row for a class, just means that class goes
      *  uncapped and unflagged instead of the run dying
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
         move 'N' to ws-band-eof-flag.
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
      * one band into its class's row - a band whose limits are
      *  out of order would cap everybody at nonsense, so it gets
      *  reported and left out instead
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

       53-load-ratings.
      * this year's review ratings into their emp num slots
         move spaces to ws-merit-table.
         open input merit-rating-in.
         perform until ws-merit-eof-flag equal 'Y'
           read merit-rating-in next record into merit-rating-rec
             at end
               move 'Y' to ws-merit-eof-flag
           end-read
           if ws-merit-eof-flag equal 'N' then
             perform 55-stash-rating
           end-if
         end-perform.
         close merit-rating-in.

       55-stash-rating.
      * one rating into its slot - a rating off the 1 to 5 scale, or
      *  an emp num that can't subscript the table, is reported and
      *  left out, so that employee prices at the base rate
         if mr-emp-num is not numeric or mr-emp-num equal 0
             or mr-emp-num equal 9999
             or mr-rating is not numeric
             or mr-rating equal 0 or mr-rating greater 5 then
           display "WARNING - BAD MERIT RATING RECORD IGNORED: "
             merit-rating-rec
         else
           move mr-rating to ws-mrt-rating(mr-emp-num)
           if mr-review-date is numeric then
             move mr-review-date to ws-mrt-review(mr-emp-num)
           else
             move 0 to ws-mrt-review(mr-emp-num)
           end-if
         end-if.

       57-load-matrix.
      * every multiplier starts at 1.00, then the matrix file
      *  overlays the ones HR set
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
             perform 58-find-matrix-cell
             if ws-mtx-cls-idx greater 0 then
               move mx-mult
                 to ws-mtx-mult(ws-mtx-cls-idx, ws-mtx-rt-idx)
             end-if
           end-if
         end-perform.
         close merit-matrix-in.

       58-find-matrix-cell.
      * which class row and rating column this matrix record
      *  lands in - zero when it names neither, with a warning
         move 0 to ws-mtx-cls-idx.
         evaluate mx-pos-code
           when "Analyst"
             move 1 to ws-mtx-cls-idx
           when "Sen Prog"
             move 2 to ws-mtx-cls-idx
           when "PROG"
             move 3 to ws-mtx-cls-idx
           when "JR PROG"
             move 4 to ws-mtx-cls-idx
         end-evaluate.
         if mx-rating is not numeric or mx-rating equal 0
             or mx-rating greater 5 or mx-mult is not numeric then
           move 0 to ws-mtx-cls-idx
         end-if.
         if ws-mtx-cls-idx equal 0 then
           display "WARNING - BAD MERIT MATRIX RECORD IGNORED: "
             merit-matrix-rec
         else
           move mx-rating to ws-mtx-rt-idx
         end-if.

       164-find-dept.
      * which table slot this record's dept code matches - zero
      *  means none did
             perform 160-validate-input

             if ws-reject-flag equal 'N' then
               perform 180-check-status
             end-if

             if ws-reject-flag equal 'N'
                 and ws-status-hold equal 'N' then
               perform 300-initialize-vars

               perform 200-who-is-who
         move ws-input-rec-count to ck-input-rec-count.
         move ws-input-sal-total to ck-input-sal-total.
         move ws-pos-seq-mode   to ck-pos-seq.
         move ws-band-cap-count to ck-band-cap.
         move ws-band-min-count to ck-band-min.
         move ws-unrated-count  to ck-unrated.
         open output salary-ckpt-file.
         write ck-rec.
         close salary-ckpt-file.
             move "SALARY OUT OF RANGE" to ws-reject-reason
           else
             perform 163-validate-dept
             if ws-reject-flag equal 'N' then
               perform 166-validate-status
             end-if
             if ws-reject-flag equal 'N' then
               perform 165-check-duplicate
               if ws-dup-found equal 'Y' then
           end-if
         end-if.

       166-validate-status.
      * a status code the maintenance program never sets would
      *  quietly price somebody who may have left - bounce it
         if sr-status not equal space and sr-status not equal 'A'
             and sr-status not equal 'L'
             and sr-status not equal 'T' then
           move 'Y' to ws-reject-flag
           move "BAD STATUS CODE" to ws-reject-reason
         end-if.

       165-check-duplicate.
      * one look at this emp num's own slot - no scan to go
      *  quadratic now that the file runs to thousands of records
      * record passed - flag its slot for future dup checks
         move 'Y' to ws-seen-flag(sr-emp-num).

       180-check-status.
      * a terminated employee gets no raise and nobody on leave
      *  gets one until they're back - both are held out of the
      *  pricing and listed in the status section instead. they
      *  still go to the lookup index, so the inquiry can answer
      *  for them.
         move 'N' to ws-status-hold.
         if sr-status-date is numeric then
           move sr-status-date to ws-status-date-work
         else
           move 0 to ws-status-date-work
         end-if.
         evaluate sr-status
           when 'T'
             move 'Y' to ws-status-hold
             if ws-status-date-work greater ws-prior-cycle-date then
               add 1 to ws-termed-new-count
               perform 182-stash-status
               if ws-append-hold-flag equal 'N'
                   and ws-restart-skip-flag equal 'N' then
                 perform 184-write-separate
               end-if
             else
               add 1 to ws-termed-old-count
             end-if
           when 'L'
             move 'Y' to ws-status-hold
             add 1 to ws-leave-count
             perform 182-stash-status
           when other
             continue
         end-evaluate.
         if ws-status-hold equal 'Y'
             and ws-append-hold-flag equal 'N'
             and ws-restart-skip-flag equal 'N' then
           perform 408-write-index
         end-if.

       182-stash-status.
      * one leaver into the status table - past 500 they're only
      *  counted, and the section says how many didn't fit
         if ws-stat-count less 500 then
           add 1 to ws-stat-count
           move sr-emp-num   to ws-stt-emp-num(ws-stat-count)
           move sr-name      to ws-stt-name(ws-stat-count)
           move sr-dept-code to ws-stt-dept(ws-stat-count)
           move sr-status    to ws-stt-status(ws-stat-count)
           move ws-status-date-work to ws-stt-date(ws-stat-count)
           move sr-salary    to ws-stt-salary(ws-stat-count)
         else
           add 1 to ws-stat-overflow
         end-if.

       184-write-separate.
      * the separator notice line - the salary on the master is
      *  the one they leave on, since nobody terminated is priced
         move ws-separate-template to ws-separate-line.
         move sr-emp-num          to sp-emp-num.
         move sr-name             to sp-name.
         move sr-dept-code        to sp-dept-code.
         move ws-status-date-work to sp-status-date.
         move sr-salary           to sp-final-sal.
         move ws-run-date         to sp-run-date.
         write ws-separate-line.

       200-who-is-who.
      * we need to figure out who is smarticle

             and ws-pos-seq-mode equal 'N' then
           perform 350-write-header
         end-if.
         perform 210-find-rating.
         if sr-years greater 10 then
           if sr-edu-code greater or equal ws-analyst-edu-min then
             perform 220-n-analyst
           perform 270-n-unclassified
         end-if.
         perform 265-prorate-new-hire.
         perform 268-apply-band.
         perform 250-diff-math.
         perform 400-write-pages.
         if ws-append-hold-flag equal 'N' then
           perform 405-write-extract
           perform 407-write-history
           perform 408-write-index
           if ws-cur-rating equal 0 then
             perform 409-write-unrated
           end-if
         end-if.

       210-find-rating.
      * this employee's rating off the review file - none on file
      *  is a zero, priced at the base rate and listed as unrated
         move 0 to ws-cur-rating.
         if sr-emp-num is numeric and sr-emp-num greater 0
             and sr-emp-num less 9999 then
           if ws-mrt-rating(sr-emp-num) is numeric then
             move ws-mrt-rating(sr-emp-num) to ws-cur-rating
           end-if
         end-if.
         if ws-cur-rating equal 0 then
           move "-" to ws-rating-disp
           add 1    to ws-unrated-count
         else
           move ws-cur-rating to ws-rating-disp
         end-if.

       215-apply-merit.
      * the class paragraph has set the base rate - the rating's
      *  multiplier for this class turns it into the rate actually
      *  paid. unrated means the base rate as it stands.
         if ws-cur-rating equal 0 then
           move ws-rate-tmp to ws-eff-rate
         else
           compute ws-eff-rate rounded = ws-rate-tmp *
             ws-mtx-mult(ws-class-seq, ws-cur-rating)
         end-if.

       220-n-analyst.
      * degreed analyst calcs and counts
           move ws-analyst-str to ws-position.
           move 1              to ws-class-seq.
           move ws-analyst-per to ws-rate-tmp.
           perform 215-apply-merit.
           move ws-eff-rate    to ws-increase-per.
           compute ws-pay-inc rounded =
             sr-salary * (ws-eff-rate / 100).
           move ws-pay-inc     to ws-increase-pay.
           compute ws-new-sal-tmp = ws-pay-inc + sr-salary.
           add 1               to ws-analyst-count.
           move ws-sen-str     to ws-position.
           move 2              to ws-class-seq.
           move ws-sen-per     to ws-rate-tmp.
           perform 215-apply-merit.
           move ws-eff-rate    to ws-increase-per.
           compute ws-pay-inc rounded =
             sr-salary * (ws-eff-rate / 100).
           move ws-pay-inc     to ws-increase-pay.
           compute ws-new-sal-tmp = ws-pay-inc + sr-salary.
           add 1               to ws-sen-count.
           move ws-prog-str    to ws-position.
           move 3              to ws-class-seq.
           move ws-prog-per    to ws-rate-tmp.
           perform 215-apply-merit.
           move ws-eff-rate    to ws-increase-per.
           compute ws-pay-inc rounded =
             sr-salary * (ws-eff-rate / 100).
           move ws-pay-inc     to ws-increase-pay.
           compute ws-new-sal-tmp = ws-pay-inc + sr-salary.
           add 1               to ws-prog-count.
           move ws-jr-prog-str to ws-position.
           move 4              to ws-class-seq.
           move ws-jr-per      to ws-rate-tmp.
           perform 215-apply-merit.
           move ws-eff-rate    to ws-increase-per.
           compute ws-pay-inc rounded =
             sr-salary * (ws-eff-rate / 100).
           move ws-pay-inc     to ws-increase-pay.
           compute ws-new-sal-tmp = ws-pay-inc + sr-salary.

           end-if
         end-if.

       268-apply-band.
      * hold the new salary inside the class's pay band. runs after
      *  the proration so the cap sees the increase actually being
      *  paid. unclassified gets no raise, so it has no band.
         move space to ws-band-flag.
         if ws-class-seq less 5 then
           if ws-bnd-loaded(ws-class-seq) equal 'Y' then
             perform 269-check-band-limits
           end-if
         end-if.
         perform 415-edit-band-note.

       269-check-band-limits.
      * an increase that would carry the new salary past the band
      *  maximum is cut back to land on it - never below the
      *  present salary, so somebody already over the top just
      *  gets no increase. anybody still under the band minimum
      *  after the raise gets flagged for HR to look at.
         if ws-new-sal-tmp greater ws-bnd-max(ws-class-seq) then
           move ws-new-sal-tmp to ws-precap-sal
           if sr-salary greater or equal ws-bnd-max(ws-class-seq)
               then
             move 0 to ws-pay-inc
           else
             compute ws-pay-inc =
               ws-bnd-max(ws-class-seq) - sr-salary
           end-if
           compute ws-new-sal-tmp = ws-pay-inc + sr-salary
           move ws-pay-inc     to ws-increase-pay
           move ws-new-sal-tmp to ws-new-sal
      * same swap 265-prorate-new-hire makes, so the average-footer
      *  totals carry the capped number
           if ws-class-seq equal 3 then
             subtract ws-precap-sal from ws-prog-inc-tot
             add ws-new-sal-tmp to ws-prog-inc-tot
           end-if
           if ws-class-seq equal 4 then
             subtract ws-precap-sal from ws-jr-inc-tot
             add ws-new-sal-tmp to ws-jr-inc-tot
           end-if
           move 'C' to ws-band-flag
           add 1    to ws-band-cap-count
         else
           if ws-new-sal-tmp less ws-bnd-min(ws-class-seq) then
             move 'M' to ws-band-flag
             add 1    to ws-band-min-count
           end-if
         end-if.

       270-n-unclassified.
      * unedumacted unclassified person calcs and counts
         move spaces    to ws-position.
         move 5         to ws-class-seq.
         move 0         to ws-rate-tmp.
         move 0         to ws-eff-rate.
         move 0         to ws-increase-per.
         move spaces    to ws-per-detail.
         move 0.00      to ws-increase-pay.
         move sr-years           to ws-year.
         move sr-salary          to ws-salary.
         move sr-budget-estimate to ws-budget-est.
         move space              to ws-band-flag.
         move spaces             to ws-band-note.

       350-write-header.
      * witing the header to the file
         move ws-pay-inc         to srt-pay-inc.
         move sr-budget-estimate to srt-budget.
         move ws-diff-tmp        to srt-diff.
         move ws-band-flag       to srt-band-flag.
         move ws-cur-rating      to srt-rating.
         move ws-eff-rate        to srt-eff-rate.
         release srt-rec.
      * the per-page class counters are single digits - they only
      *  stay honest because a page holds 20 lines. this mode has
         move ws-new-sal-tmp to xt-new-sal.
         move sr-dept-code   to xt-dept-code.
         move ws-run-date    to xt-run-date.
         move ws-band-flag   to xt-band-flag.
         move ws-cur-rating  to xt-rating.
         move ws-eff-rate    to xt-eff-rate.
         write ws-extract-line.

       407-write-history.
         move sr-salary      to hs-old-salary.
         move ws-new-sal-tmp to hs-new-salary.
         move ws-position    to hs-position.
         move ws-cur-rating  to hs-rating.
         move ws-eff-rate    to hs-eff-rate.
         write ws-history-line.

       408-write-index.
           move 0                 to ix-hire-date
         end-if.
         move sr-dept-code        to ix-dept-code.
         if sr-status equal space then
           move 'A'               to ix-status
         else
           move sr-status         to ix-status
         end-if.
         move ws-status-date-work to ix-status-date.
         write ix-rec
           invalid key
             display "DUPLICATE INDEX KEY FOR EMP " sr-emp-num
         end-write.

       409-write-unrated.
      * one line on the unrated list for the managers to chase
         move spaces       to ws-unrated-line.
         move sr-emp-num   to un-emp-num.
         move sr-name      to un-name.
         move sr-dept-code to un-dept-code.
         move ws-position  to un-position.
         write ws-unrated-line.

       415-edit-band-note.
      * the band flag as the detail line prints it
         evaluate ws-band-flag
           when 'C'
             move "CAP"  to ws-band-note
           when 'M'
             move "<MIN" to ws-band-note
           when other
             move spaces to ws-band-note
         end-evaluate.

       410-prep-pg-footer.
      * calcs for the page footer
         perform 412-roll-class-counts.
         
         write salary-line from ws-budget-diff-footer
           after advancing 2 lines.
         if ws-band-any-loaded equal 'Y' then
           move ws-band-cap-count to ws-band-cap-disp
           move ws-band-min-count to ws-band-min-disp
           write salary-line from ws-band-footer
         else
           write salary-line from ws-band-nofile-line
         end-if.
         move ws-unrated-count to ws-unrated-disp.
         write salary-line from ws-merit-footer.
       620-write-status-section.
      * the employees this cycle didn't price, on a page of their
      *  own - who left since the last cycle with the salary that
      *  went on the separator notice, and who is out on leave
         write salary-line from ws-status-title-line
           before advancing 2 lines.
         move "TERMINATED THIS CYCLE - ON THE SEPARATOR NOTICE"
           to ws-sh-label.
         write salary-line from ws-status-head-line.
         move 'T' to ws-stat-want.
         perform 625-write-status-group.
         move "ON LEAVE - RAISE DEFERRED UNTIL RETURN"
           to ws-sh-label.
         write salary-line from ws-status-head-line.
         move 'L' to ws-stat-want.
         perform 625-write-status-group.
         move "TERMINATED THIS CYCLE:" to ws-sc-label.
         move ws-termed-new-count to ws-sc-count.
         write salary-line from ws-status-count-line.
         move "ON LEAVE:" to ws-sc-label.
         move ws-leave-count to ws-sc-count.
         write salary-line from ws-status-count-line.
         move "TERMINATED IN AN EARLIER CYCLE (NOT LISTED):"
           to ws-sc-label.
         move ws-termed-old-count to ws-sc-count.
         write salary-line from ws-status-count-line.
         if ws-stat-overflow greater 0 then
           move "MORE THAN 500 - NOT LISTED ABOVE:" to ws-sc-label
           move ws-stat-overflow to ws-sc-count
           write salary-line from ws-status-count-line
         end-if.

       625-write-status-group.
      * every stashed employee with the status asked for
         move 'N' to ws-stat-any.
         write salary-line from ws-status-col-line.
         perform varying ws-stat-idx from 1 by 1
             until ws-stat-idx greater ws-stat-count
           if ws-stt-status(ws-stat-idx) equal ws-stat-want then
             move 'Y' to ws-stat-any
             move ws-stt-emp-num(ws-stat-idx) to ws-sd-emp-num
             move ws-stt-name(ws-stat-idx)    to ws-sd-name
             move ws-stt-dept(ws-stat-idx)    to ws-sd-dept
             move ws-stt-date(ws-stat-idx)    to ws-sd-date
             move ws-stt-salary(ws-stat-idx)  to ws-sd-salary
             write salary-line from ws-status-detail-line
           end-if
         end-perform.
         if ws-stat-any equal 'N' then
           write salary-line from ws-status-none-line
         end-if.
         write salary-line from ws-report-blank-line.

       700-avg-math.
      * doing all the average math for the main footer - zero-fill
      *  an average instead of dividing by a count that never got
           salary-except-out
           salary-reject-out
           salary-extract-out
           salary-separate-out
           salary-unrated-out
           salary-history-out
           salary-index-out
           rates-file-in.
         move srt-years     to ws-year.
         move srt-position  to ws-position.
         move srt-salary    to ws-salary.
         move srt-eff-rate  to ws-increase-per.
         if srt-rating equal 0 then
           move "-"        to ws-rating-disp
         else
           move srt-rating to ws-rating-disp
         end-if.
         move srt-pay-inc   to ws-increase-pay.
         move srt-new-sal   to ws-new-sal.
         move srt-budget    to ws-budget-est.
         move srt-diff      to ws-diff.
         move srt-band-flag to ws-band-flag.
         perform 415-edit-band-note.
         if srt-class-seq equal 5 then
           move spaces to ws-per-detail
         else
      *  difference to include them. the hundreds of employees that
      *  went through clean are not touched again.
         move spaces to ws-seen-table.
         perform 36-find-prior-cycle.
         open input supp-corr-in.
         perform 845-check-corr-cycle.
         if ws-corr-bad equal 'Y' then
           open extend salary-except-out
           open extend salary-reject-out
           open extend salary-extract-out
           open extend salary-separate-out
           open extend salary-unrated-out
           open extend salary-history-out
           open i-o salary-index-out
           perform 45-load-rates
           perform 46-load-depts
           perform 49-load-bands
           perform 53-load-ratings
           perform 57-load-matrix
           move ws-run-date to ws-supp-date
           write salary-line from ws-supp-banner-line
             before advancing 2 lines
           perform 100-process-pages
           if ws-stat-count greater 0 then
             perform 620-write-status-section
           end-if
           if ws-prior-found equal 'N' then
             display "WARNING - NO PRIOR BUDGET CONTROL FILE - "
               "REVISED TOTAL IS SUPPLEMENTAL ONLY"
         open input salary-report-in.
         open input rates-file-in.
         open input sim-rates-in.
         open input sim-matrix-in.
         open output sim-report-out.
         perform 45-load-rates.
         perform 46-load-depts.
         perform 49-load-bands.
         perform 53-load-ratings.
         perform 57-load-matrix.
         move ws-analyst-per to ws-sim-cur-analyst-per.
         move ws-sen-per     to ws-sim-cur-sen-per.
         move ws-prog-per    to ws-sim-cur-prog-per.
         move ws-jr-per      to ws-sim-cur-jr-per.
         perform 910-load-sim-rates.
         perform 915-load-sim-matrix.
         perform varying ws-sim-cls-idx from 1 by 1
             until ws-sim-cls-idx greater 5
           initialize ws-sim-class-entry(ws-sim-cls-idx)
           if ws-eof-flag equal 'N' then
             perform 155-tally-input
             perform 160-validate-input
      * nobody terminated or on leave would be paid a raise, so
      *  neither side of the comparison costs one for them
             if ws-reject-flag equal 'N'
                 and sr-status not equal 'T'
                 and sr-status not equal 'L' then
               perform 930-sim-one-emp
             end-if
           end-if
         close salary-report-in
           rates-file-in
           sim-rates-in
           sim-matrix-in
           sim-report-out.

       910-load-sim-rates.
             "RATES EQUAL CURRENT RATES"
         end-if.

       915-load-sim-matrix.
      * the candidate multipliers over a copy of the adopted ones -
      *  the candidate file shares merit-matrix-rec's layout, so
      *  58-find-matrix-cell does the slotting
         move ws-merit-matrix to ws-sim-merit-matrix.
         move 'N' to ws-matrix-eof-flag.
         perform until ws-matrix-eof-flag equal 'Y'
           read sim-matrix-in next record into merit-matrix-rec
             at end
               move 'Y' to ws-matrix-eof-flag
           end-read
           if ws-matrix-eof-flag equal 'N' then
             perform 58-find-matrix-cell
             if ws-mtx-cls-idx greater 0 then
               move 'Y' to ws-sim-matrix-found
               move mx-mult
                 to ws-smx-mult(ws-mtx-cls-idx, ws-mtx-rt-idx)
             end-if
           end-if
         end-perform.

       930-sim-one-emp.
      * same tier boundaries 200-who-is-who draws, reduced to a
      *  class number so both rate sets can price the same employee
           move 5 to ws-sim-class
         end-if.
         perform 940-pick-class-rates.
         perform 942-sim-merit-rates.
         add 1 to ws-sim-cls-count(ws-sim-class).
      * the current-rates side, same rounding 250-diff-math gets
         compute ws-pay-inc rounded =
           sr-salary * (ws-sim-cur-eff / 100).
         compute ws-sim-new-sal = ws-pay-inc + sr-salary.
         perform 945-sim-cap-band.
         compute ws-sim-diff rounded =
           sr-budget-estimate - ws-sim-new-sal.
         add ws-sim-diff to ws-sim-cls-diff-cur(ws-sim-class).
         end-if.
      * and the proposed-rates side
         compute ws-pay-inc rounded =
           sr-salary * (ws-sim-prop-eff / 100).
         compute ws-sim-new-sal = ws-pay-inc + sr-salary.
         perform 945-sim-cap-band.
         compute ws-sim-diff rounded =
           sr-budget-estimate - ws-sim-new-sal.
         add ws-sim-diff to ws-sim-cls-diff-prop(ws-sim-class).
             move 0                      to ws-sim-prop-rate
         end-evaluate.

       942-sim-merit-rates.
      * the rating's multiplier on each side - the adopted matrix
      *  on the current side, the candidate on the proposed side.
      *  unrated and unclassified price at the plain rate.
         move 0 to ws-cur-rating.
         if sr-emp-num is numeric and sr-emp-num greater 0
             and sr-emp-num less 9999 then
           if ws-mrt-rating(sr-emp-num) is numeric then
             move ws-mrt-rating(sr-emp-num) to ws-cur-rating
           end-if
         end-if.
         if ws-cur-rating equal 0 or ws-sim-class greater 4 then
           move ws-sim-cur-rate  to ws-sim-cur-eff
           move ws-sim-prop-rate to ws-sim-prop-eff
         else
           compute ws-sim-cur-eff rounded = ws-sim-cur-rate *
             ws-mtx-mult(ws-sim-class, ws-cur-rating)
           compute ws-sim-prop-eff rounded = ws-sim-prop-rate *
             ws-smx-mult(ws-sim-class, ws-cur-rating)
         end-if.

       945-sim-cap-band.
      * the same band maximum 269-check-band-limits holds the real
      *  run to, so neither side of the comparison costs a raise
      *  the cycle would never pay
         if ws-sim-class less 5 then
           if ws-bnd-loaded(ws-sim-class) equal 'Y'
               and ws-sim-new-sal greater ws-bnd-max(ws-sim-class)
               then
             if sr-salary greater or equal ws-bnd-max(ws-sim-class)
                 then
               move sr-salary to ws-sim-new-sal
             else
               move ws-bnd-max(ws-sim-class) to ws-sim-new-sal
             end-if
           end-if
         end-if.

       970-write-sim-report.
      * the side-by-side the committee actually reads
         move ws-run-date to ws-sim-date.
           write sim-line from ws-sim-norates-line
             before advancing 2 lines
         end-if.
         if ws-sim-matrix-found equal 'N' then
           write sim-line from ws-sim-nomatrix-line
             before advancing 2 lines
         end-if.
         write sim-line from ws-sim-col-head-one.
         write sim-line from ws-sim-col-head-two
           before advancing 2 lines.
