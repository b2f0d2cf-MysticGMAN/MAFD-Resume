       identification division.
       program-id. A5-EduTransfer-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * the education-upgrade transfer - a non-grad employee who
      *  finishes a degree used to be deleted off the non-grad
      *  master through A5-SalaryMaint-5B and hand-keyed onto the
      *  grad master, which split their raise history in two and
      *  now and then left them on both masters for a cycle, raised
      *  twice. this program takes education-change transactions
      *  and moves each employee from one master to the other in a
      *  single step - both masters rewritten in emp num order with
      *  fresh trailers, and the employee's history lines carried
      *  across to the other side's history file, so the trail
      *  stays whole. every transaction lands on the register as
      *  APPLIED or REJECTED with why.
      *  it then runs the cross-master check - any emp num on both
      *  masters, or in both of this cycle's extracts, is listed,
      *  and the count goes on A5-CrossMaster-CTL.out, which keeps
      *  A5-BudgetSummary-5B from adding the two sides together
      *  until the duplicates are cleared. with no transactions on
      *  file the run is just the check.
      *  the rebuilt non-grad master goes out as
      *  A5-SalaryData-NonGrad.new, the same as the maintenance and
      *  rollover runs leave it, and A5-MasterCutover-5B swaps it in
      *  with its trailer check, backup generation and log record.
      *  a .new file still waiting for its cutover is somebody
      *  else's work, so the run refuses to start until it has
      *  gone through.

       environment division.
       configuration section.

       input-output section.
       file-control.

      * both masters as they stand
         select ngrad-master-in
             assign to "../../../data/A5-SalaryData-NonGrad.dat"
             organization is line sequential.

         select grad-master-in
             assign to "../../../data/A5-SalaryData-Grad.dat"
             organization is line sequential.

      * the education-change transactions HR keys - G moves a
      *  non-grad employee to the grad master, N moves one back
         select optional edu-trans-in
             assign to "../../../data/A5-EduTransfer-Trans.dat"
             organization is line sequential.

      * both sides' running history, 407-write-history's shape
         select optional ngrad-hist-in
             assign to "../../../data/A5-SalaryReport-5B-HIST.out"
             organization is line sequential.

         select optional grad-hist-in
             assign to
             "../../../data/A5-SalaryReportGrad-5B-HIST.out"
             organization is line sequential.

      * this cycle's extracts, only read for the emp nums
         select optional ngrad-extract-in
             assign to "../../../data/A5-SalaryReport-5B-EXTRACT.out"
             organization is line sequential.

         select optional grad-extract-in
             assign to
             "../../../data/A5-SalaryReportGrad-5B-EXTRACT.out"
             organization is line sequential.

      * the rebuilt non-grad master, left for A5-MasterCutover-5B
         select ngrad-master-out
             assign to "../../../data/A5-SalaryData-NonGrad.new"
             organization is line sequential.

      * the same .new file read back before anything runs, to see
      *  whether an earlier run's master is still waiting on its
      *  cutover
         select optional ngrad-new-in
             assign to "../../../data/A5-SalaryData-NonGrad.new"
             organization is line sequential.

      * the grad master and history files have no cutover - written
      *  to the side so a blown run can't eat anything, operations
      *  copies each over its live file once the register looks
      *  right

         select grad-master-out
             assign to "../../../data/A5-SalaryData-Grad.xfr"
             organization is line sequential.

         select ngrad-hist-out
             assign to "../../../data/A5-SalaryReport-5B-HIST.xfr"
             organization is line sequential.

         select grad-hist-out
             assign to
             "../../../data/A5-SalaryReportGrad-5B-HIST.xfr"
             organization is line sequential.

      * the transfer register and the cross-master list
         select transfer-report-out
             assign to "../../../data/A5-EduTransfer-5B.out"
             organization is line sequential.

      * the one-record duplicate count A5-BudgetSummary-5B reads
         select cross-ctl-out
             assign to "../../../data/A5-CrossMaster-CTL.out"
             organization is line sequential.

      * the common run-control log every program in the suite
      *  stamps a start and end record on
         select optional run-log-file
             assign to "../../../data/A5-RunControl-5B.log"
             organization is line sequential.

      *
       data division.
      *
       file section.
      * the non-grad master as A5-SalaryReport-5B reads it
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

      * same trailer layout 810-check-trailer reconciles against
       01 salery-trailer-rec redefines salery-rec.
         05 tr-rec-type        pic x(4).
         05 tr-literal         pic x(15).
         05 filler             pic x(1).
         05 tr-rec-count       pic 9(5).
         05 tr-tot-salary      pic 9(10)v99.
         05 filler             pic x(20).

      * the grad master - the original narrow layout, no hire date,
      *  department or status
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

      * the same trailer convention the grad report reads
       01 grad-trailer-rec redefines grad-rec.
         05 gt-rec-type        pic x(4).
         05 gt-literal         pic x(15).
         05 filler             pic x(1).
         05 gt-rec-count       pic 9(5).
         05 gt-tot-salary      pic 9(10)v99.

      * one education change - the direction, who, the new edu
      *  code, and for a move back to non-grad the department and
      *  hire date the non-grad master needs, plus who keyed it
       fd edu-trans-in
           data record is edu-trans-rec
           record contains 25 characters.
       01 edu-trans-rec.
         05 et-action          pic x.
         05 et-emp-num         pic 9(4).
         05 et-new-edu-code    pic x.
         05 et-dept-code       pic x(3).
         05 et-hire-date       pic 9(8).
         05 et-user-id         pic x(8).

      * the history line as 407-write-history lays it down - only
      *  the emp num matters here, the rest rides along untouched
       fd ngrad-hist-in
           data record is ngrad-hist-rec
           record contains 49 characters.
       01 ngrad-hist-rec.
         05 nh-emp-num         pic 9(4).
         05 filler             pic x(45).

       fd grad-hist-in
           data record is grad-hist-rec
           record contains 49 characters.
       01 grad-hist-rec.
         05 gh-emp-num         pic 9(4).
         05 filler             pic x(45).

      * the extract - emp num leads, nothing else is needed
       fd ngrad-extract-in
           data record is ngrad-extract-rec
           record contains 81 characters.
       01 ngrad-extract-rec.
         05 nx-emp-num         pic 9(4).
         05 filler             pic x(77).

       fd grad-extract-in
           data record is grad-extract-rec
           record contains 81 characters.
       01 grad-extract-rec.
         05 gx-emp-num         pic 9(4).
         05 filler             pic x(77).

       fd ngrad-master-out
           data record is ngrad-master-out-rec
           record contains 57 characters.
       01 ngrad-master-out-rec pic x(57).

       fd ngrad-new-in
           data record is ngrad-new-in-rec
           record contains 57 characters.
       01 ngrad-new-in-rec     pic x(57).

       fd grad-master-out
           data record is grad-master-out-rec
           record contains 37 characters.
       01 grad-master-out-rec  pic x(37).

       fd ngrad-hist-out
           data record is ngrad-hist-out-rec
           record contains 49 characters.
       01 ngrad-hist-out-rec   pic x(49).

       fd grad-hist-out
           data record is grad-hist-out-rec
           record contains 49 characters.
       01 grad-hist-out-rec    pic x(49).

       fd transfer-report-out
           data record is transfer-line
           record contains 100 characters.
       01 transfer-line        pic x(100).

      * the duplicate count and the date it was taken - the same
      *  program id / value / date shape as the budget control
      *  files A5-BudgetSummary-5B already reads
       fd cross-ctl-out
           data record is cross-ctl-rec
           record contains 25 characters.
       01 cross-ctl-rec.
         05 cc-program-id      pic x(10).
         05 filler             pic x.
         05 cc-dup-count       pic 9(5).
         05 filler             pic x.
         05 cc-run-date        pic 9(8).

      * same layout 890-write-log-rec lays down over in the salary
      *  report
       fd run-log-file
           data record is run-log-rec
           record contains 80 characters.
       01 run-log-rec.
         05 rc-program-id       pic x(20).
         05 filler              pic x.
         05 rc-rec-type         pic x.
         05 filler              pic x.
         05 rc-run-date         pic 9(8).
         05 filler              pic x.
         05 rc-stamp-date       pic 9(8).
         05 filler              pic x.
         05 rc-stamp-time       pic 9(8).
         05 filler              pic x.
         05 rc-recs-read        pic 9(5).
         05 filler              pic x.
         05 rc-recs-rejected    pic 9(5).
         05 filler              pic x.
         05 rc-trailer-check    pic x(4).
         05 filler              pic x.
         05 rc-return-code      pic 9(4).
         05 filler              pic x.
         05 rc-run-mode         pic x(8).

       working-storage section.
      * important vars for the transfer
       01 ws-eof-flag          pic x value 'N'.
       01 ws-ngrad-trailer-found pic x value 'N'.
       01 ws-grad-trailer-found pic x value 'N'.
       01 ws-reject-flag       pic x value 'N'.
       01 ws-reject-reason     pic x(32) value spaces.
       01 ws-new-eof-flag      pic x value 'N'.
       01 ws-new-pending       pic x value 'N'.
       01 ws-carry-flag        pic x value 'N'.
       01 ws-log-rec-type      pic x value 'S'.

      * the non-grad master keyed straight by emp num, same slot
      *  per employee the maintenance program keeps
       01 ws-ngrad-table.
         05 ws-ng-entry occurs 9998 times.
           10 ws-ng-used       pic x.
           10 ws-ng-name       pic x(15).
           10 ws-ng-years      pic 99.
           10 ws-ng-edu-code   pic x.
           10 ws-ng-salary     pic 9(5)v99.
           10 ws-ng-budget     pic 9(6)v99.
           10 ws-ng-hire-date  pic 9(8).
           10 ws-ng-dept-code  pic x(3).
           10 ws-ng-status     pic x.
           10 ws-ng-stat-date  pic 9(8).

      * the grad master the same way
       01 ws-grad-table.
         05 ws-gr-entry occurs 9998 times.
           10 ws-gr-used       pic x.
           10 ws-gr-name       pic x(15).
           10 ws-gr-years      pic 99.
           10 ws-gr-edu-code   pic x.
           10 ws-gr-salary     pic 9(5)v99.
           10 ws-gr-budget     pic 9(6)v99.

      * per emp num - G moved to the grad side this run, N moved
      *  back to non-grad - so the history lines follow them - and
      *  which cycle extract the emp num turned up on
       01 ws-emp-flag-table.
         05 ws-ef-entry occurs 9998 times.
           10 ws-ef-moved      pic x.
           10 ws-ef-ngrad-xt   pic x.
           10 ws-ef-grad-xt    pic x.
       77 ws-emp-idx           pic 9(4) value 0.

      * the record images we build for the rewritten masters
       01 ws-ngrad-build-rec.
         05 nb-emp-num         pic 9(4).
         05 nb-name            pic x(15).
         05 nb-years           pic 99.
         05 nb-edu-code        pic x.
         05 nb-salary          pic 9(5)v99.
         05 nb-budget-estimate pic 9(6)v99.
         05 nb-hire-date       pic 9(8).
         05 nb-dept-code       pic x(3).
         05 nb-status          pic x.
         05 nb-status-date     pic 9(8).
       01 ws-grad-build-rec.
         05 gb-emp-num         pic 9(4).
         05 gb-name            pic x(15).
         05 gb-years           pic 99.
         05 gb-edu-code        pic x.
         05 gb-salary          pic 9(5)v99.
         05 gb-budget-estimate pic 9(6)v99.

      * the regenerated trailers
       01 ws-ngrad-build-trailer.
         05 nt-rec-type        pic x(4)  value "9999".
         05 nt-literal         pic x(15) value "TRAILER".
         05 filler             pic x(1)  value spaces.
         05 nt-rec-count       pic 9(5).
         05 nt-tot-salary      pic 9(10)v99.
         05 filler             pic x(20) value spaces.
       01 ws-grad-build-trailer.
         05 tt-rec-type        pic x(4)  value "9999".
         05 tt-literal         pic x(15) value "TRAILER".
         05 filler             pic x(1)  value spaces.
         05 tt-rec-count       pic 9(5).
         05 tt-tot-salary      pic 9(10)v99.

      * the run's counts
       77 ws-run-date          pic 9(8) value 0.
       77 ws-new-rec-count     pic 9(5) value 0.
       77 ws-stamp-time        pic 9(8) value 0.
       77 ws-ngrad-in-count    pic 9(5) value 0.
       77 ws-ngrad-in-salary   pic 9(10)v99 value 0.
       77 ws-grad-in-count     pic 9(5) value 0.
       77 ws-grad-in-salary    pic 9(10)v99 value 0.
       77 ws-ngrad-out-count   pic 9(5) value 0.
       77 ws-ngrad-out-salary  pic 9(10)v99 value 0.
       77 ws-grad-out-count    pic 9(5) value 0.
       77 ws-grad-out-salary   pic 9(10)v99 value 0.
       77 ws-trans-count       pic 9(5) value 0.
       77 ws-applied-count     pic 9(5) value 0.
       77 ws-rejected-count    pic 9(5) value 0.
       77 ws-to-grad-count     pic 9(5) value 0.
       77 ws-to-ngrad-count    pic 9(5) value 0.
       77 ws-hist-carried      pic 9(5) value 0.
       77 ws-master-dup-count  pic 9(5) value 0.
       77 ws-extract-dup-count pic 9(5) value 0.
       77 ws-dup-count         pic 9(5) value 0.

      * the report lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(36) value
                           "Grayson Closs, Edu Transfer, 5B".
         05 filler             pic x(6) value spaces.
         05 ws-date            pic 9(8).
       01 ws-heading-title.
         05 filler             pic x(20) value spaces.
         05 ws-title           pic x(37) value
         "EDUCATION-UPGRADE TRANSFER REGISTER".
       01 ws-col-header-line.
         05 filler             pic x(5) value "ACT".
         05 filler             pic x(5) value "EMP".
         05 filler             pic x(16) value "NAME".
         05 filler             pic x(20) value "MOVE".
         05 filler             pic x(4) value "EDU".
         05 filler             pic x(9) value "KEYED BY".
         05 filler             pic x(9) value "RESULT".
         05 filler             pic x(30) value "REASON".
       01 ws-register-line.
         05 ws-rg-action       pic x.
         05 filler             pic x(4) value spaces.
         05 ws-rg-emp-num      pic 9(4).
         05 filler             pic x value spaces.
         05 ws-rg-name         pic x(15).
         05 filler             pic x value spaces.
         05 ws-rg-move         pic x(19).
         05 filler             pic x value spaces.
         05 ws-rg-edu-code     pic x.
         05 filler             pic x(3) value spaces.
         05 ws-rg-user-id      pic x(8).
         05 filler             pic x value spaces.
         05 ws-rg-result       pic x(8).
         05 filler             pic x value spaces.
         05 ws-rg-reason       pic x(32).
       01 ws-no-trans-line.
         05 filler             pic x value spaces.
         05 filler             pic x(50) value
         "NO TRANSFER TRANSACTIONS - CROSS-MASTER CHECK ONLY".

       01 ws-cross-title.
         05 filler             pic x(20) value spaces.
         05 filler             pic x(37) value
         "CROSS-MASTER DUPLICATE CHECK".
       01 ws-cross-col-line.
         05 filler             pic x(5) value "EMP".
         05 filler             pic x(16) value "NON-GRAD NAME".
         05 filler             pic x(16) value "GRAD NAME".
         05 filler             pic x(30) value "FOUND".
       01 ws-cross-line.
         05 ws-cx-emp-num      pic 9(4).
         05 filler             pic x value spaces.
         05 ws-cx-ngrad-name   pic x(15).
         05 filler             pic x value spaces.
         05 ws-cx-grad-name    pic x(15).
         05 filler             pic x value spaces.
         05 ws-cx-found        pic x(40).
       01 ws-cross-clear-line.
         05 filler             pic x value spaces.
         05 filler             pic x(60) value
         "NO EMP NUM ON BOTH MASTERS OR IN BOTH EXTRACTS".
       01 ws-cross-block-line.
         05 filler             pic x value spaces.
         05 filler             pic x(60) value
         "DUPLICATES BLOCK THE COMBINED BUDGET SUMMARY UNTIL CLEARED".

       01 ws-blank-line        pic x(100) value spaces.
       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(36).
         05 ws-ct-count        pic zzzz9.

       procedure division.
       000-main.
      * the brains of the transfer - both masters into their
      *  tables, the transactions against them, both masters and
      *  both histories back out, then the cross-master check over
      *  the masters as rewritten and this cycle's extracts
         accept ws-run-date from date yyyymmdd.
         perform 30-log-start.
         perform 40-check-pending-cutover.
         if ws-new-pending equal 'Y' then
           display "TRANSFER REFUSED - A5-SALARYDATA-NONGRAD.NEW IS "
             "STILL WAITING FOR ITS CUTOVER"
           display "  RUN A5-MASTERCUTOVER-5B FIRST - NOTHING WAS "
             "TOUCHED"
           move 8 to return-code
         else
           move spaces to ws-ngrad-table
           move spaces to ws-grad-table
           move spaces to ws-emp-flag-table
           perform 100-load-ngrad
           perform 150-load-grad
           open output transfer-report-out
           move ws-run-date to ws-date
           write transfer-line from ws-heading-name-line
           write transfer-line from ws-heading-title
             before advancing 2 lines
           perform 200-apply-transfers
           perform 300-write-ngrad
           perform 350-write-grad
           perform 400-carry-history
           perform 500-load-extracts
           perform 600-cross-check
           perform 700-write-cross-ctl
           perform 750-write-totals
           close transfer-report-out
           display "EDU TRANSFERS APPLIED " ws-applied-count
             " REJECTED " ws-rejected-count
           display "CROSS-MASTER DUPLICATES " ws-dup-count
         end-if.
         perform 880-log-end.

           goback.

       30-log-start.
      * stamp the shared log before doing anything
         move 'S' to ws-log-rec-type.
         perform 890-write-log-rec.

       40-check-pending-cutover.
      * a .new file that matches the live master line for line has
      *  already been cut over and is safe to replace - one that
      *  differs still holds a maintenance or rollover run's work
         move 'N' to ws-new-eof-flag.
         move 'N' to ws-eof-flag.
         move 0   to ws-new-rec-count.
         open input ngrad-new-in.
         open input ngrad-master-in.
         perform until ws-new-eof-flag equal 'Y'
             or ws-new-pending equal 'Y'
           read ngrad-new-in next record into ngrad-new-in-rec
             at end
               move 'Y' to ws-new-eof-flag
           end-read
           if ws-new-eof-flag equal 'N' then
             add 1 to ws-new-rec-count
             read ngrad-master-in next record into salery-rec
               at end
                 move 'Y' to ws-eof-flag
             end-read
             if ws-eof-flag equal 'Y'
                 or ngrad-new-in-rec not equal salery-rec then
               move 'Y' to ws-new-pending
             end-if
           end-if
         end-perform.
      * the live master running on past the end of the .new file
      *  is a difference too
         if ws-new-pending equal 'N' and ws-new-rec-count greater 0
             and ws-eof-flag equal 'N' then
           read ngrad-master-in next record into salery-rec
             at end
               continue
             not at end
               move 'Y' to ws-new-pending
           end-read
         end-if.
         close ngrad-new-in
           ngrad-master-in.

       100-load-ngrad.
      * the non-grad master into its slots, the trailer peeled off
      *  to the side and checked the way the maintenance run does
         move 'N' to ws-eof-flag.
         open input ngrad-master-in.
         perform until ws-eof-flag equal 'Y'
           read ngrad-master-in next record into salery-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if sr-emp-num equal 9999
                 and sr-name(1:7) equal "TRAILER" then
               move 'Y' to ws-ngrad-trailer-found
               move 'Y' to ws-eof-flag
               if tr-rec-count not equal ws-ngrad-in-count
                   or tr-tot-salary not equal ws-ngrad-in-salary
                   then
                 display "WARNING - NON-GRAD MASTER TRAILER DID "
                   "NOT RECONCILE - TRAILER WILL BE REGENERATED"
               end-if
             else
               perform 120-stash-ngrad
             end-if
           end-if
         end-perform.
         close ngrad-master-in.
         if ws-ngrad-trailer-found equal 'N' then
           display "WARNING - A5-SALARYDATA-NONGRAD.DAT HAD NO "
             "TRAILER RECORD - COUNTS NOT VERIFIED"
         end-if.

       120-stash-ngrad.
      * one non-grad employee into their slot - a bad emp num can't
      *  be a subscript, and a duplicate keeps the first one, the
      *  same calls the maintenance run makes
         if sr-emp-num is not numeric or sr-emp-num equal 0
             or sr-emp-num equal 9999 then
           display "WARNING - NON-GRAD RECORD WITH BAD EMP NUM "
             "DROPPED: " salery-rec
         else
           add 1         to ws-ngrad-in-count
           add sr-salary to ws-ngrad-in-salary
           if ws-ng-used(sr-emp-num) equal 'Y' then
             display "WARNING - DUPLICATE EMP " sr-emp-num
               " IN NON-GRAD MASTER - FIRST ONE KEPT"
           else
             move 'Y'                to ws-ng-used(sr-emp-num)
             move sr-name            to ws-ng-name(sr-emp-num)
             move sr-years           to ws-ng-years(sr-emp-num)
             move sr-edu-code        to ws-ng-edu-code(sr-emp-num)
             move sr-salary          to ws-ng-salary(sr-emp-num)
             move sr-budget-estimate to ws-ng-budget(sr-emp-num)
             if sr-hire-date is numeric then
               move sr-hire-date     to ws-ng-hire-date(sr-emp-num)
             else
               move 0                to ws-ng-hire-date(sr-emp-num)
             end-if
             move sr-dept-code       to ws-ng-dept-code(sr-emp-num)
             if sr-status equal space then
               move 'A'              to ws-ng-status(sr-emp-num)
             else
               move sr-status        to ws-ng-status(sr-emp-num)
             end-if
             if sr-status-date is numeric then
               move sr-status-date   to ws-ng-stat-date(sr-emp-num)
             else
               move 0                to ws-ng-stat-date(sr-emp-num)
             end-if
           end-if
         end-if.

       150-load-grad.
      * the grad master the same way
         move 'N' to ws-eof-flag.
         open input grad-master-in.
         perform until ws-eof-flag equal 'Y'
           read grad-master-in next record into grad-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if gr-emp-num equal 9999
                 and gr-name(1:7) equal "TRAILER" then
               move 'Y' to ws-grad-trailer-found
               move 'Y' to ws-eof-flag
               if gt-rec-count not equal ws-grad-in-count
                   or gt-tot-salary not equal ws-grad-in-salary
                   then
                 display "WARNING - GRAD MASTER TRAILER DID NOT "
                   "RECONCILE - TRAILER WILL BE REGENERATED"
               end-if
             else
               perform 170-stash-grad
             end-if
           end-if
         end-perform.
         close grad-master-in.
         if ws-grad-trailer-found equal 'N' then
           display "WARNING - A5-SALARYDATA-GRAD.DAT HAD NO "
             "TRAILER RECORD - COUNTS NOT VERIFIED"
         end-if.

       170-stash-grad.
      * one grad employee into their slot
         if gr-emp-num is not numeric or gr-emp-num equal 0
             or gr-emp-num equal 9999 then
           display "WARNING - GRAD RECORD WITH BAD EMP NUM "
             "DROPPED: " grad-rec
         else
           add 1         to ws-grad-in-count
           add gr-salary to ws-grad-in-salary
           if ws-gr-used(gr-emp-num) equal 'Y' then
             display "WARNING - DUPLICATE EMP " gr-emp-num
               " IN GRAD MASTER - FIRST ONE KEPT"
           else
             move 'Y'                to ws-gr-used(gr-emp-num)
             move gr-name            to ws-gr-name(gr-emp-num)
             move gr-years           to ws-gr-years(gr-emp-num)
             move gr-edu-code        to ws-gr-edu-code(gr-emp-num)
             move gr-salary          to ws-gr-salary(gr-emp-num)
             move gr-budget-estimate to ws-gr-budget(gr-emp-num)
           end-if
         end-if.

       200-apply-transfers.
      * every transaction in the order keyed, each one onto the
      *  register
         write transfer-line from ws-col-header-line.
         move 'N' to ws-eof-flag.
         open input edu-trans-in.
         perform until ws-eof-flag equal 'Y'
           read edu-trans-in next record into edu-trans-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             add 1 to ws-trans-count
             perform 210-process-one
           end-if
         end-perform.
         close edu-trans-in.
         if ws-trans-count equal 0 then
           write transfer-line from ws-no-trans-line
         end-if.
         write transfer-line from ws-blank-line.

       210-process-one.
      * check the transaction, move the employee if it holds up
         move 'N'    to ws-reject-flag.
         move spaces to ws-reject-reason.
         move spaces to ws-rg-name.
         move spaces to ws-rg-move.
         perform 220-validate-trans.
         if ws-reject-flag equal 'N' then
           if et-action equal 'G' then
             perform 240-move-to-grad
           else
             perform 260-move-to-ngrad
           end-if
           add 1 to ws-applied-count
           move "APPLIED" to ws-rg-result
         else
           add 1 to ws-rejected-count
           move "REJECTED" to ws-rg-result
         end-if.
         perform 290-write-register.

       220-validate-trans.
      * the employee has to be on the side they are leaving and not
      *  already on the side they are joining - that second check
      *  is the one that stops the double raise. a terminated
      *  employee isn't moved anywhere.
         evaluate true
           when et-action not equal 'G' and et-action not equal 'N'
             move 'Y' to ws-reject-flag
             move "INVALID ACTION CODE" to ws-reject-reason
           when et-emp-num is not numeric or et-emp-num equal 0
               or et-emp-num equal 9999
             move 'Y' to ws-reject-flag
             move "INVALID EMP NUM" to ws-reject-reason
           when et-new-edu-code equal space
             move 'Y' to ws-reject-flag
             move "MISSING NEW EDU CODE" to ws-reject-reason
           when et-action equal 'G'
             perform 225-validate-to-grad
           when other
             perform 230-validate-to-ngrad
         end-evaluate.

       225-validate-to-grad.
      * non-grad to grad
         move ws-ng-name(et-emp-num) to ws-rg-name.
         move "NON-GRAD -> GRAD" to ws-rg-move.
         evaluate true
           when ws-ng-used(et-emp-num) not equal 'Y'
             move 'Y' to ws-reject-flag
             move "NOT ON NON-GRAD MASTER" to ws-reject-reason
           when ws-gr-used(et-emp-num) equal 'Y'
             move 'Y' to ws-reject-flag
             move "ALREADY ON GRAD MASTER" to ws-reject-reason
           when ws-ng-status(et-emp-num) equal 'T'
             move 'Y' to ws-reject-flag
             move "EMPLOYEE IS TERMINATED" to ws-reject-reason
      * the grad master has no status to carry a leave across, so
      *  the grad run would price a raise the leave is deferring
           when ws-ng-status(et-emp-num) equal 'L'
             move 'Y' to ws-reject-flag
             move "EMPLOYEE ON LEAVE - RETURN FIRST" to ws-reject-reason
         end-evaluate.

       230-validate-to-ngrad.
      * grad back to non-grad - the non-grad master needs a
      *  department, and a hire date that is a date or zeros
         move ws-gr-name(et-emp-num) to ws-rg-name.
         move "GRAD -> NON-GRAD" to ws-rg-move.
         evaluate true
           when ws-gr-used(et-emp-num) not equal 'Y'
             move 'Y' to ws-reject-flag
             move "NOT ON GRAD MASTER" to ws-reject-reason
           when ws-ng-used(et-emp-num) equal 'Y'
             move 'Y' to ws-reject-flag
             move "ALREADY ON NON-GRAD MASTER" to ws-reject-reason
           when et-dept-code equal spaces
             move 'Y' to ws-reject-flag
             move "MISSING DEPARTMENT CODE" to ws-reject-reason
           when et-hire-date is not numeric
             move 'Y' to ws-reject-flag
             move "INVALID HIRE DATE" to ws-reject-reason
         end-evaluate.

       240-move-to-grad.
      * onto the grad master with the new edu code - the grad
      *  layout has no hire date, department or status to carry -
      *  and off the non-grad master
         move 'Y'                        to ws-gr-used(et-emp-num).
         move ws-ng-name(et-emp-num)     to ws-gr-name(et-emp-num).
         move ws-ng-years(et-emp-num)    to ws-gr-years(et-emp-num).
         move et-new-edu-code            to ws-gr-edu-code(et-emp-num).
         move ws-ng-salary(et-emp-num)   to ws-gr-salary(et-emp-num).
         move ws-ng-budget(et-emp-num)   to ws-gr-budget(et-emp-num).
         move spaces                     to ws-ng-entry(et-emp-num).
         move 'G'                        to ws-ef-moved(et-emp-num).
         add 1 to ws-to-grad-count.

       260-move-to-ngrad.
      * onto the non-grad master, active from today, and off the
      *  grad master
         move 'Y'                        to ws-ng-used(et-emp-num).
         move ws-gr-name(et-emp-num)     to ws-ng-name(et-emp-num).
         move ws-gr-years(et-emp-num)    to ws-ng-years(et-emp-num).
         move et-new-edu-code            to ws-ng-edu-code(et-emp-num).
         move ws-gr-salary(et-emp-num)   to ws-ng-salary(et-emp-num).
         move ws-gr-budget(et-emp-num)   to ws-ng-budget(et-emp-num).
         move et-hire-date           to ws-ng-hire-date(et-emp-num).
         move et-dept-code           to ws-ng-dept-code(et-emp-num).
         move 'A'                        to ws-ng-status(et-emp-num).
         move ws-run-date            to ws-ng-stat-date(et-emp-num).
         move spaces                     to ws-gr-entry(et-emp-num).
         move 'N'                        to ws-ef-moved(et-emp-num).
         add 1 to ws-to-ngrad-count.

       290-write-register.
      * one register line per transaction
         move et-action        to ws-rg-action.
         move et-emp-num       to ws-rg-emp-num.
         move et-new-edu-code  to ws-rg-edu-code.
         move et-user-id       to ws-rg-user-id.
         move ws-reject-reason to ws-rg-reason.
         write transfer-line from ws-register-line.

       300-write-ngrad.
      * one pass down the table writes the non-grad master back out
      *  in emp num order, totalling as it goes, then the trailer
         open output ngrad-master-out.
         perform varying ws-emp-idx from 1 by 1
             until ws-emp-idx greater 9998
           if ws-ng-used(ws-emp-idx) equal 'Y' then
             move ws-emp-idx                 to nb-emp-num
             move ws-ng-name(ws-emp-idx)     to nb-name
             move ws-ng-years(ws-emp-idx)    to nb-years
             move ws-ng-edu-code(ws-emp-idx) to nb-edu-code
             move ws-ng-salary(ws-emp-idx)   to nb-salary
             move ws-ng-budget(ws-emp-idx)   to nb-budget-estimate
             move ws-ng-hire-date(ws-emp-idx) to nb-hire-date
             move ws-ng-dept-code(ws-emp-idx) to nb-dept-code
             move ws-ng-status(ws-emp-idx)   to nb-status
             move ws-ng-stat-date(ws-emp-idx) to nb-status-date
             write ngrad-master-out-rec from ws-ngrad-build-rec
             add 1         to ws-ngrad-out-count
             add nb-salary to ws-ngrad-out-salary
           end-if
         end-perform.
         move ws-ngrad-out-count  to nt-rec-count.
         move ws-ngrad-out-salary to nt-tot-salary.
         write ngrad-master-out-rec from ws-ngrad-build-trailer.
         close ngrad-master-out.

       350-write-grad.
      * and the grad master the same way
         open output grad-master-out.
         perform varying ws-emp-idx from 1 by 1
             until ws-emp-idx greater 9998
           if ws-gr-used(ws-emp-idx) equal 'Y' then
             move ws-emp-idx                 to gb-emp-num
             move ws-gr-name(ws-emp-idx)     to gb-name
             move ws-gr-years(ws-emp-idx)    to gb-years
             move ws-gr-edu-code(ws-emp-idx) to gb-edu-code
             move ws-gr-salary(ws-emp-idx)   to gb-salary
             move ws-gr-budget(ws-emp-idx)   to gb-budget-estimate
             write grad-master-out-rec from ws-grad-build-rec
             add 1         to ws-grad-out-count
             add gb-salary to ws-grad-out-salary
           end-if
         end-perform.
         move ws-grad-out-count  to tt-rec-count.
         move ws-grad-out-salary to tt-tot-salary.
         write grad-master-out-rec from ws-grad-build-trailer.
         close grad-master-out.

       400-carry-history.
      * both history files copied through - a line belonging to an
      *  employee who changed sides this run goes to the other
      *  side's file, so their whole trail ends up in one place
         open output ngrad-hist-out.
         open output grad-hist-out.
         move 'N' to ws-eof-flag.
         open input ngrad-hist-in.
         perform until ws-eof-flag equal 'Y'
           read ngrad-hist-in next record into ngrad-hist-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             move 'N' to ws-carry-flag
             if nh-emp-num is numeric and nh-emp-num greater 0
                 and nh-emp-num less 9999 then
               if ws-ef-moved(nh-emp-num) equal 'G' then
                 move 'Y' to ws-carry-flag
               end-if
             end-if
             if ws-carry-flag equal 'Y' then
               write grad-hist-out-rec from ngrad-hist-rec
               add 1 to ws-hist-carried
             else
               write ngrad-hist-out-rec from ngrad-hist-rec
             end-if
           end-if
         end-perform.
         close ngrad-hist-in.
         move 'N' to ws-eof-flag.
         open input grad-hist-in.
         perform until ws-eof-flag equal 'Y'
           read grad-hist-in next record into grad-hist-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             move 'N' to ws-carry-flag
             if gh-emp-num is numeric and gh-emp-num greater 0
                 and gh-emp-num less 9999 then
               if ws-ef-moved(gh-emp-num) equal 'N' then
                 move 'Y' to ws-carry-flag
               end-if
             end-if
             if ws-carry-flag equal 'Y' then
               write ngrad-hist-out-rec from grad-hist-rec
               add 1 to ws-hist-carried
             else
               write grad-hist-out-rec from grad-hist-rec
             end-if
           end-if
         end-perform.
         close grad-hist-in.
         close ngrad-hist-out.
         close grad-hist-out.

       500-load-extracts.
      * which emp nums this cycle's extracts carry on each side
         move 'N' to ws-eof-flag.
         open input ngrad-extract-in.
         perform until ws-eof-flag equal 'Y'
           read ngrad-extract-in next record into ngrad-extract-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if nx-emp-num is numeric and nx-emp-num greater 0
                 and nx-emp-num less 9999 then
               move 'Y' to ws-ef-ngrad-xt(nx-emp-num)
             end-if
           end-if
         end-perform.
         close ngrad-extract-in.
         move 'N' to ws-eof-flag.
         open input grad-extract-in.
         perform until ws-eof-flag equal 'Y'
           read grad-extract-in next record into grad-extract-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if gx-emp-num is numeric and gx-emp-num greater 0
                 and gx-emp-num less 9999 then
               move 'Y' to ws-ef-grad-xt(gx-emp-num)
             end-if
           end-if
         end-perform.
         close grad-extract-in.

       600-cross-check.
      * one pass over every emp num - on both masters as rewritten,
      *  in both extracts, or both. each one is listed once and
      *  counted once.
         write transfer-line from ws-cross-title.
         write transfer-line from ws-blank-line.
         write transfer-line from ws-cross-col-line.
         perform varying ws-emp-idx from 1 by 1
             until ws-emp-idx greater 9998
           move spaces to ws-cx-found
           if ws-ng-used(ws-emp-idx) equal 'Y'
               and ws-gr-used(ws-emp-idx) equal 'Y' then
             add 1 to ws-master-dup-count
             move "ON BOTH MASTERS" to ws-cx-found
           end-if
           if ws-ef-ngrad-xt(ws-emp-idx) equal 'Y'
               and ws-ef-grad-xt(ws-emp-idx) equal 'Y' then
             add 1 to ws-extract-dup-count
             if ws-cx-found equal spaces then
               move "IN BOTH CYCLE EXTRACTS" to ws-cx-found
             else
               move "ON BOTH MASTERS AND IN BOTH EXTRACTS"
                 to ws-cx-found
             end-if
           end-if
           if ws-cx-found not equal spaces then
             add 1 to ws-dup-count
             move ws-emp-idx             to ws-cx-emp-num
             move ws-ng-name(ws-emp-idx) to ws-cx-ngrad-name
             move ws-gr-name(ws-emp-idx) to ws-cx-grad-name
             write transfer-line from ws-cross-line
           end-if
         end-perform.
         if ws-dup-count equal 0 then
           write transfer-line from ws-cross-clear-line
         else
           write transfer-line from ws-blank-line
           write transfer-line from ws-cross-block-line
           move 8 to return-code
         end-if.

       700-write-cross-ctl.
      * the count A5-BudgetSummary-5B holds the combined total on
         open output cross-ctl-out.
         move spaces       to cross-ctl-rec.
         move "XMASTER"    to cc-program-id.
         move ws-dup-count to cc-dup-count.
         move ws-run-date  to cc-run-date.
         write cross-ctl-rec.
         close cross-ctl-out.

       750-write-totals.
      * the control counts for the run
         write transfer-line from ws-blank-line.
         move "TRANSACTIONS READ:"           to ws-ct-label.
         move ws-trans-count                 to ws-ct-count.
         write transfer-line from ws-count-line.
         move "TRANSFERS APPLIED:"           to ws-ct-label.
         move ws-applied-count               to ws-ct-count.
         write transfer-line from ws-count-line.
         move "  NON-GRAD TO GRAD:"          to ws-ct-label.
         move ws-to-grad-count               to ws-ct-count.
         write transfer-line from ws-count-line.
         move "  GRAD TO NON-GRAD:"          to ws-ct-label.
         move ws-to-ngrad-count              to ws-ct-count.
         write transfer-line from ws-count-line.
         move "TRANSACTIONS REJECTED:"       to ws-ct-label.
         move ws-rejected-count              to ws-ct-count.
         write transfer-line from ws-count-line.
         move "HISTORY LINES CARRIED ACROSS:" to ws-ct-label.
         move ws-hist-carried                to ws-ct-count.
         write transfer-line from ws-count-line.
         move "NON-GRAD MASTER RECORDS IN:"  to ws-ct-label.
         move ws-ngrad-in-count              to ws-ct-count.
         write transfer-line from ws-count-line.
         move "NON-GRAD MASTER RECORDS OUT:" to ws-ct-label.
         move ws-ngrad-out-count             to ws-ct-count.
         write transfer-line from ws-count-line.
         move "GRAD MASTER RECORDS IN:"      to ws-ct-label.
         move ws-grad-in-count               to ws-ct-count.
         write transfer-line from ws-count-line.
         move "GRAD MASTER RECORDS OUT:"     to ws-ct-label.
         move ws-grad-out-count              to ws-ct-count.
         write transfer-line from ws-count-line.
         move "EMP NUMS ON BOTH MASTERS:"    to ws-ct-label.
         move ws-master-dup-count            to ws-ct-count.
         write transfer-line from ws-count-line.
         move "EMP NUMS IN BOTH EXTRACTS:"   to ws-ct-label.
         move ws-extract-dup-count           to ws-ct-count.
         write transfer-line from ws-count-line.

       880-log-end.
      * and stamp how it came out
         move 'E' to ws-log-rec-type.
         perform 890-write-log-rec.

       890-write-log-rec.
      * one record on the shared run-control log - records read is
      *  transactions, rejected is the rejected ones
         accept ws-stamp-time from time.
         move spaces              to run-log-rec.
         move "A5-EduTransfer-5B" to rc-program-id.
         move ws-log-rec-type     to rc-rec-type.
         move ws-run-date         to rc-run-date.
         move ws-run-date         to rc-stamp-date.
         move ws-stamp-time       to rc-stamp-time.
         move ws-trans-count      to rc-recs-read.
         move ws-rejected-count   to rc-recs-rejected.
         move "N/A "              to rc-trailer-check.
         move return-code         to rc-return-code.
         move "FULL"              to rc-run-mode.
         open extend run-log-file.
         write run-log-rec.
         close run-log-file.

       end program A5-EduTransfer-5B.
