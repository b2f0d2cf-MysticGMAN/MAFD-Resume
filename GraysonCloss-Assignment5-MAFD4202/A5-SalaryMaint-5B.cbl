      *  between runs and show on the register as HELD with their
      *  due date, so HR can sign changes off weeks ahead without
      *  anything applying early or getting forgotten.
      *  terminations and leave go through here too - T, L and R
      *  set the status on the master instead of deleting the
      *  record, so a leaver keeps their history and inquiry trail.
      *  a big salary or budget change needs a second pair of eyes -
      *  it waits on the approval queue, marked AWAITING, until a P
      *  approval from a different user id comes in, and ages off
      *  as REJECTED if nobody signs it off in time.
      *  a B card changes the budget estimate and nothing else, so a
      *  new year's estimate signed off months ahead can't carry a
      *  stale copy of the rest of the record back onto the master
      *  when it comes due.

       environment division.
       configuration section.
             assign to "../../../data/A5-SalaryMaint-Pend.dat"
             organization is line sequential.

      * the approval queue - changes over the dual-control limits
      *  wait here, with the day they went on, until somebody other
      *  than whoever keyed them approves. rewritten at the end of
      *  the run like the pending queue. optional for the same
      *  reason the pending queue is.
         select optional approval-queue-file
             assign to "../../../data/A5-SalaryMaint-Appr.dat"
             organization is line sequential.

      * the dual-control limits - the salary move percentage and
      *  the budget estimate change that need a second approver,
      *  and how many days a change can wait before it ages off.
      *  optional: no card means 10.0%, $5,000.00 and 10 days
         select optional maint-control-in
             assign to "../../../data/A5-SalaryMaint-Ctl.dat"
             organization is line sequential.

      * the rewritten master, employee-number order, new trailer -
      *  written to the side so a blown run can't eat the master,
      *  operations copies it over A5-SalaryData-NonGrad.dat once
       file section.
      * the master as A5-SalaryReport-5B reads it - the hire date
      *  rides at the end so the report can prorate a first-cycle
      *  raise and the rollover can spot a true anniversary. the
      *  status (A active / L on leave / T terminated) and the date
      *  it took effect follow - blank status is an active employee
      *  off a master written before the field existed
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

      * same trailer layout 810-check-trailer reconciles against
       01 salery-trailer-rec redefines salery-rec.
         05 filler             pic x(1).
         05 tr-rec-count       pic 9(5).
         05 tr-tot-salary      pic 9(10)v99.
         05 filler             pic x(20).

      * an action code then the same fields as salery-rec - change
      *  and delete match on the emp num, add must not collide. the
      *  effective date rides at the end: on or before the run date
      *  applies now, later than the run date goes to the pending
      *  queue. zeros or blanks mean apply now, so the old undated
      *  cards still work. T terminate, L start leave and R return
      *  from leave only need the emp num and the effective date -
      *  that date becomes the status date on the master. the user
      *  id of whoever keyed the card rides last - on a P approval
      *  it is the approver, and only the emp num goes with it.
       fd maint-trans-in
           data record is maint-trans-rec
           record contains 65 characters.
       01 maint-trans-rec.
         05 tx-action          pic x.
         05 tx-emp-num         pic 9(4).
         05 tx-hire-date       pic 9(8).
         05 tx-dept-code       pic x(3).
         05 tx-eff-date        pic 9(8).
         05 tx-user-id         pic x(8).

      * the queued transactions, exactly the shape they arrived in
       fd pending-trans-file
           data record is ws-pending-rec
           record contains 65 characters.
       01 ws-pending-rec       pic x(65).

      * a change waiting for its second approver - the transaction
      *  as it arrived, then the day it went on the queue
       fd approval-queue-file
           data record is approval-rec
           record contains 73 characters.
       01 approval-rec.
         05 ap-trans           pic x(65).
         05 ap-queued-date     pic 9(8).

      * the limits card - percentage, dollar amount, days
       fd maint-control-in
           data record is maint-ctl-rec
           record contains 16 characters.
       01 maint-ctl-rec.
         05 mc-pct-limit       pic 99v9.
         05 filler             pic x.
         05 mc-budget-limit    pic 9(6)v99.
         05 filler             pic x.
         05 mc-stale-days      pic 999.

       fd salary-master-out
           data record is ws-master-out-rec
           record contains 57 characters.
       01 ws-master-out-rec    pic x(57).

       fd maint-register-out
           data record is ws-register-line
           record contains 84 characters.
       01 ws-register-line.
         05 rg-action           pic x.
         05 filler              pic x value spaces.
         05 filler              pic x value spaces.
         05 rg-status           pic x(8).
         05 filler              pic x value spaces.
         05 rg-entered-by       pic x(8).
         05 filler              pic x value spaces.
         05 rg-approved-by      pic x(8).
         05 filler              pic x value spaces.
         05 rg-reason           pic x(34).

       working-storage section.
       01 ws-pend-eof-flag     pic x value 'N'.
       01 ws-held-flag         pic x value 'N'.
       01 ws-eff-date          pic 9(8) value 0.
       01 ws-field-check-flag  pic x value 'N'.

      * transactions signed off for a later day wait in here until
      *  the pending file is rewritten at the end of the run
       01 ws-held-table.
         05 ws-held-entry occurs 500 times.
           10 ws-held-trans    pic x(65).

      * the register reason a held transaction carries, so HR can
      *  see at a glance what is queued and for when
           10 ws-mst-budget    pic 9(6)v99.
           10 ws-mst-hire-date pic 9(8).
           10 ws-mst-dept-code pic x(3).
           10 ws-mst-status    pic x.
           10 ws-mst-stat-date pic 9(8).

      * the record image we build for the rewritten master
       01 ws-build-rec.
         05 bd-budget-estimate pic 9(6)v99.
         05 bd-hire-date       pic 9(8).
         05 bd-dept-code       pic x(3).
         05 bd-status          pic x.
         05 bd-status-date     pic 9(8).

      * the regenerated trailer
       01 ws-build-trailer.
         05 filler             pic x(1)  value spaces.
         05 bt-rec-count       pic 9(5).
         05 bt-tot-salary      pic 9(10)v99.
         05 filler             pic x(20) value spaces.

      * the changes waiting on a second approver - the queue from
      *  the last run plus anything over the limits today. W is
      *  still waiting, D is settled (applied, rejected or aged
      *  off) and drops out when the queue is rewritten. carried
      *  is Y for one that came in off the queue file.
       01 ws-await-table.
         05 ws-await-entry occurs 500 times.
           10 ws-aw-trans      pic x(65).
           10 ws-aw-queued     pic 9(8).
           10 ws-aw-state      pic x.
           10 ws-aw-carried    pic x.
       01 ws-await-eof-flag    pic x value 'N'.
       01 ws-await-flag        pic x value 'N'.
       01 ws-ctl-eof-flag      pic x value 'N'.
       01 ws-approved-by       pic x(8) value spaces.

      * the dual-control limits, defaulted until the card says
      *  otherwise
       77 ws-pct-limit         pic 99v9 value 10.0.
       77 ws-budget-limit      pic 9(6)v99 value 5000.00.
       77 ws-stale-days        pic 999 value 10.
       77 ws-sal-move          pic 9(5)v99 value 0.
       77 ws-budget-move       pic 9(6)v99 value 0.
       77 ws-pct-move          pic 9(5)v9 value 0.

      * the register reasons for the approval queue - new today, or
      *  carried in and still waiting
       01 ws-await-reason      pic x(34) value spaces.
       01 ws-await-new-reason  pic x(34) value
           "OVER LIMIT - NEEDS 2ND APPROVER".
       01 ws-await-old-reason.
         05 filler             pic x(14) value "WAITING SINCE ".
         05 ws-await-since     pic 9(8).
         05 filler             pic x(12) value spaces.
       01 ws-expired-reason.
         05 filler             pic x(15) value "NO APPROVAL IN ".
         05 ws-expired-days    pic zz9.
         05 filler             pic x(16) value " DAYS".

      * day numbers for the aging test - days since a fixed origin,
      *  so two dates subtract into the days between them. the
      *  month table is the days in the year before the month
      *  starts, leap day left to the year arithmetic
       01 ws-day-date          pic 9(8) value 0.
       01 ws-day-date-parts redefines ws-day-date.
         05 ws-day-yyyy        pic 9(4).
         05 ws-day-mm          pic 99.
         05 ws-day-dd          pic 99.
       01 ws-month-start-values.
         05 filler             pic 9(3) value 0.
         05 filler             pic 9(3) value 31.
         05 filler             pic 9(3) value 59.
         05 filler             pic 9(3) value 90.
         05 filler             pic 9(3) value 120.
         05 filler             pic 9(3) value 151.
         05 filler             pic 9(3) value 181.
         05 filler             pic 9(3) value 212.
         05 filler             pic 9(3) value 243.
         05 filler             pic 9(3) value 273.
         05 filler             pic 9(3) value 304.
         05 filler             pic 9(3) value 334.
       01 ws-month-start-table redefines ws-month-start-values.
         05 ws-month-start     pic 9(3) occurs 12 times.
       77 ws-day-number        pic 9(7) value 0.
       77 ws-day-year          pic 9(4) value 0.
       77 ws-leap-4            pic 9(4) value 0.
       77 ws-leap-100          pic 9(4) value 0.
       77 ws-leap-400          pic 9(4) value 0.
       77 ws-run-day-number    pic 9(7) value 0.
       77 ws-days-waiting      pic s9(5) value 0.

       77 ws-await-count       pic 9(3) value 0.
       77 ws-await-idx         pic 9(3) value 0.
       77 ws-await-hit         pic 9(3) value 0.
       77 ws-awaiting-count    pic 9(5) value 0.
       77 ws-expired-count     pic 9(5) value 0.
       77 ws-mst-idx           pic 9(4) value 0.
       77 ws-out-rec-count     pic 9(5) value 0.
       77 ws-out-sal-total     pic 9(10)v99 value 0.
      *  HR signed off today
         accept ws-run-date from date yyyymmdd.
         perform 50-open-files.
         perform 60-load-control.
         perform 100-load-master.
         perform 145-load-approvals.
         perform 400-age-approvals.
         perform 150-process-pending.
         perform 200-apply-transactions.
         perform 450-list-awaiting.
         perform 300-write-master.
         perform 350-write-pending.
         perform 360-write-approvals.
         perform 800-close-files.
         display "MAINT TRANSACTIONS APPLIED  " ws-applied-count.
         display "MAINT TRANSACTIONS REJECTED " ws-rejected-count.
         display "MAINT TRANSACTIONS HELD     " ws-held-count.
         display "MAINT AWAITING APPROVAL     " ws-awaiting-count.
         display "MAINT APPROVALS AGED OFF    " ws-expired-count.
         display "MASTER RECORDS WRITTEN      " ws-out-rec-count.

           goback.
         open output salary-master-out.
         open output maint-register-out.

       60-load-control.
      * the dual-control limits off the card - a blank or mangled
      *  field keeps its default rather than switching the control
      *  off
         open input maint-control-in.
         read maint-control-in next record into maint-ctl-rec
           at end
             move 'Y' to ws-ctl-eof-flag
         end-read.
         if ws-ctl-eof-flag equal 'N' then
           if mc-pct-limit is numeric and mc-pct-limit greater 0 then
             move mc-pct-limit to ws-pct-limit
           else
             display "WARNING - BAD PERCENT LIMIT ON CONTROL CARD - "
               "DEFAULT KEPT"
           end-if
           if mc-budget-limit is numeric
               and mc-budget-limit greater 0 then
             move mc-budget-limit to ws-budget-limit
           else
             display "WARNING - BAD BUDGET LIMIT ON CONTROL CARD - "
               "DEFAULT KEPT"
           end-if
           if mc-stale-days is numeric and mc-stale-days greater 0
               then
             move mc-stale-days to ws-stale-days
           else
             display "WARNING - BAD STALE DAYS ON CONTROL CARD - "
               "DEFAULT KEPT"
           end-if
         end-if.
         close maint-control-in.

       100-load-master.
      * pull the whole master into the table, slot per emp num, and
      *  peel the trailer counts off to the side the same way
             move 0                to ws-mst-hire-date(sr-emp-num)
           end-if
           move sr-dept-code       to ws-mst-dept-code(sr-emp-num)
      * same for the status - a master from before the status
      *  existed is all active employees
           if sr-status equal space then
             move 'A'              to ws-mst-status(sr-emp-num)
           else
             move sr-status        to ws-mst-status(sr-emp-num)
           end-if
           if sr-status-date is numeric then
             move sr-status-date   to ws-mst-stat-date(sr-emp-num)
           else
             move 0                to ws-mst-stat-date(sr-emp-num)
           end-if
         end-if.

       140-check-old-trailer.
             " TRAILER SALARY TOTAL " ws-trailer-tot-salary
         end-if.

       145-load-approvals.
      * the changes still waiting on a second approver from earlier
      *  runs - they sit in the table until a P card settles them
      *  or 400-age-approvals ages them off
         open input approval-queue-file.
         perform until ws-await-eof-flag equal 'Y'
           read approval-queue-file next record into approval-rec
             at end
               move 'Y' to ws-await-eof-flag
           end-read
           if ws-await-eof-flag equal 'N' then
             if ws-await-count greater or equal 500 then
               display "WARNING - APPROVAL QUEUE FULL - DROPPED: "
                 approval-rec
             else
               add 1 to ws-await-count
               move ap-trans to ws-aw-trans(ws-await-count)
               if ap-queued-date is numeric then
                 move ap-queued-date to ws-aw-queued(ws-await-count)
               else
                 move ws-run-date    to ws-aw-queued(ws-await-count)
               end-if
               move 'W' to ws-aw-state(ws-await-count)
               move 'Y' to ws-aw-carried(ws-await-count)
             end-if
           end-if
         end-perform.
         close approval-queue-file.

       150-process-pending.
      * the transactions the last run held - same routing the new
      *  batch gets, so anything that came due applies now and
         else
           move tx-eff-date to ws-eff-date
         end-if.
      * an approval signs off something already keyed, so it never
      *  waits on a date of its own
         if ws-eff-date greater than ws-run-date
             and tx-action not equal 'P' then
           perform 215-hold-trans
         else
           perform 220-apply-one-trans
         else
           add 1 to ws-held-count
           move maint-trans-rec to ws-held-trans(ws-held-count)
           move spaces to ws-approved-by
           move 'N' to ws-reject-flag
           move 'Y' to ws-held-flag
           perform 280-write-register

       220-apply-one-trans.
      * sanity-check the transaction, then let the action code pick
      *  what happens to the slot - a change over the dual-control
      *  limits goes on the approval queue instead
         move 'N'    to ws-await-flag.
         move spaces to ws-approved-by.
         perform 230-validate-trans.
         if ws-reject-flag equal 'N'
             and (tx-action equal 'C' or tx-action equal 'B') then
           perform 225-check-dual-control
         end-if.
         if ws-reject-flag equal 'N' and ws-await-flag equal 'Y' then
           move ws-await-new-reason to ws-await-reason
           perform 226-queue-for-approval
         end-if.
         if ws-reject-flag equal 'N' and ws-await-flag equal 'N' then
           evaluate tx-action
             when 'A'
               perform 240-apply-add
             when 'C'
               perform 250-apply-change
             when 'B'
               perform 255-apply-budget
             when 'D'
               perform 260-apply-delete
             when 'T'
               perform 262-apply-terminate
             when 'L'
               perform 264-apply-leave
             when 'R'
               perform 266-apply-return
             when 'P'
               perform 290-apply-approval
           end-evaluate
         end-if.
         perform 280-write-register.

       225-check-dual-control.
      * how far the change moves the salary, as a percentage of
      *  what's on the master, and how far it moves the budget
      *  estimate in dollars - either one over its limit needs a
      *  second approver. somebody not on the master is left for
      *  250-apply-change to reject. a B card leaves the salary
      *  alone, so only its budget move counts.
         if ws-mst-used(tx-emp-num) equal 'Y' then
           move 0 to ws-sal-move
           if tx-action equal 'C' then
             if tx-salary greater ws-mst-salary(tx-emp-num) then
               compute ws-sal-move =
                 tx-salary - ws-mst-salary(tx-emp-num)
             else
               compute ws-sal-move =
                 ws-mst-salary(tx-emp-num) - tx-salary
             end-if
           end-if
           if tx-budget-estimate greater ws-mst-budget(tx-emp-num)
               then
             compute ws-budget-move =
               tx-budget-estimate - ws-mst-budget(tx-emp-num)
           else
             compute ws-budget-move =
               ws-mst-budget(tx-emp-num) - tx-budget-estimate
           end-if
      * a salary moving off zero is as big a move as there is
           if ws-mst-salary(tx-emp-num) equal 0 then
             if ws-sal-move greater 0 then
               move 'Y' to ws-await-flag
             end-if
           else
             compute ws-pct-move rounded =
               ws-sal-move * 100 / ws-mst-salary(tx-emp-num)
             if ws-pct-move greater ws-pct-limit then
               move 'Y' to ws-await-flag
             end-if
           end-if
           if ws-budget-move greater ws-budget-limit then
             move 'Y' to ws-await-flag
           end-if
         end-if.
      * the approval check is the enterer's id against the
      *  approver's - with no enterer on the card anybody could
      *  sign their own change off
         if ws-await-flag equal 'Y' and tx-user-id equal spaces then
           move 'N' to ws-await-flag
           move 'Y' to ws-reject-flag
           move "MISSING ENTERER ID" to ws-reject-reason
         end-if.

       226-queue-for-approval.
      * onto the approval queue as of today - the register line
      *  says AWAITING so HR knows it needs a second sign-off
         if ws-await-count greater or equal 500 then
           move 'Y' to ws-reject-flag
           move "APPROVAL QUEUE FULL" to ws-reject-reason
           move 'N' to ws-await-flag
         else
           add 1 to ws-await-count
           move maint-trans-rec to ws-aw-trans(ws-await-count)
           move ws-run-date     to ws-aw-queued(ws-await-count)
           move 'W'             to ws-aw-state(ws-await-count)
           move 'N'             to ws-aw-carried(ws-await-count)
         end-if.

       230-validate-trans.
      * the checks every transaction has to clear before it touches
      *  the table - same spirit as 160-validate-input on the
      *  report side
         move 'N'    to ws-reject-flag.
         move spaces to ws-reject-reason.
      * only an add or change carries a full set of fields - the
      *  delete and the status actions just need the emp num
         if tx-action equal 'A' or tx-action equal 'C' then
           move 'Y' to ws-field-check-flag
         else
           move 'N' to ws-field-check-flag
         end-if.
         if tx-action not equal 'A' and tx-action not equal 'C'
             and tx-action not equal 'D' and tx-action not equal 'T'
             and tx-action not equal 'L' and tx-action not equal 'R'
             and tx-action not equal 'P' and tx-action not equal 'B'
             then
           move 'Y' to ws-reject-flag
           move "BAD ACTION CODE" to ws-reject-reason
         else
             move 'Y' to ws-reject-flag
             move "EMP NUM OUT OF RANGE" to ws-reject-reason
           else
             if (ws-field-check-flag equal 'Y'
                   and (tx-years is not numeric
                     or tx-salary is not numeric
                     or tx-budget-estimate is not numeric))
                 or (tx-action equal 'B'
                   and tx-budget-estimate is not numeric) then
               move 'Y' to ws-reject-flag
               move "NON-NUMERIC AMOUNT FIELD" to ws-reject-reason
             else
      * same bar 160-validate-input holds the nightly run to - no
      *  point applying a record the report would only reject
               if ws-field-check-flag equal 'Y'
                   and tx-edu-code equal space then
                 move 'Y' to ws-reject-flag
                 move "MISSING EDU CODE" to ws-reject-reason
               else
      * an add or change has to say when the employee was hired -
      *  the proration and anniversary logic both hang off it
                 if ws-field-check-flag equal 'Y'
                     and (tx-hire-date is not numeric
                       or tx-hire-date equal 0) then
                   move 'Y' to ws-reject-flag
                 else
      * the nightly run validates the code against the department
      *  reference file - here it just has to exist at all
                   if ws-field-check-flag equal 'Y'
                       and tx-dept-code equal spaces then
                     move 'Y' to ws-reject-flag
                     move "MISSING DEPT CODE" to ws-reject-reason
           move "EMP NUM ALREADY ON MASTER" to ws-reject-reason
         else
           perform 270-move-trans-to-slot
      * a new hire starts active as of the day they were hired
           move 'A'               to ws-mst-status(tx-emp-num)
           move tx-hire-date      to ws-mst-stat-date(tx-emp-num)
         end-if.

       250-apply-change.
           perform 270-move-trans-to-slot
         end-if.

       255-apply-budget.
      * a new budget estimate for an employee already on the master
      *  - every other field stays as the master has it
         if ws-mst-used(tx-emp-num) equal 'N'
             or ws-mst-used(tx-emp-num) equal space then
           move 'Y' to ws-reject-flag
           move "EMP NUM NOT ON MASTER" to ws-reject-reason
         else
           move tx-budget-estimate to ws-mst-budget(tx-emp-num)
         end-if.

       260-apply-delete.
      * empty the slot so the rewrite pass skips it
         if ws-mst-used(tx-emp-num) equal 'N'
           move spaces to ws-mst-entry(tx-emp-num)
         end-if.

       262-apply-terminate.
      * the employee stays on the master, marked terminated as of
      *  the effective date - the report stops pricing them and
      *  payroll gets the separator notice
         if ws-mst-used(tx-emp-num) equal 'N'
             or ws-mst-used(tx-emp-num) equal space then
           move 'Y' to ws-reject-flag
           move "EMP NUM NOT ON MASTER" to ws-reject-reason
         else
           if ws-mst-status(tx-emp-num) equal 'T' then
             move 'Y' to ws-reject-flag
             move "ALREADY TERMINATED" to ws-reject-reason
           else
             move 'T' to ws-mst-status(tx-emp-num)
             perform 268-set-status-date
           end-if
         end-if.

       264-apply-leave.
      * only an active employee can go out on leave
         if ws-mst-used(tx-emp-num) equal 'N'
             or ws-mst-used(tx-emp-num) equal space then
           move 'Y' to ws-reject-flag
           move "EMP NUM NOT ON MASTER" to ws-reject-reason
         else
           if ws-mst-status(tx-emp-num) not equal 'A' then
             move 'Y' to ws-reject-flag
             move "NOT ACTIVE - CANNOT START LEAVE"
               to ws-reject-reason
           else
             move 'L' to ws-mst-status(tx-emp-num)
             perform 268-set-status-date
           end-if
         end-if.

       266-apply-return.
      * back from leave - active again as of the effective date
         if ws-mst-used(tx-emp-num) equal 'N'
             or ws-mst-used(tx-emp-num) equal space then
           move 'Y' to ws-reject-flag
           move "EMP NUM NOT ON MASTER" to ws-reject-reason
         else
           if ws-mst-status(tx-emp-num) not equal 'L' then
             move 'Y' to ws-reject-flag
             move "EMP NOT ON LEAVE" to ws-reject-reason
           else
             move 'A' to ws-mst-status(tx-emp-num)
             perform 268-set-status-date
           end-if
         end-if.

       268-set-status-date.
      * the status date is the effective date the change was signed
      *  off for - an undated card takes effect today
         if ws-eff-date equal 0 then
           move ws-run-date to ws-mst-stat-date(tx-emp-num)
         else
           move ws-eff-date to ws-mst-stat-date(tx-emp-num)
         end-if.

       270-move-trans-to-slot.
      * the add and change both land the transaction fields the
      *  same way

       280-write-register.
      * one line per transaction so HR sees what took effect -
      *  blank the buffer first so the filler bytes come out spaces.
      *  the user id on a P card is the approver, on anything else
      *  it is whoever keyed the change
         move spaces     to ws-register-line.
         move tx-action  to rg-action.
         move tx-emp-num to rg-emp-num.
         move tx-name    to rg-name.
         if tx-action equal 'P' then
           move tx-user-id     to rg-approved-by
         else
           move tx-user-id     to rg-entered-by
           move ws-approved-by to rg-approved-by
         end-if.
         evaluate true
           when ws-held-flag equal 'Y'
             move "HELD"            to rg-status
             move ws-eff-date       to ws-held-due
             move ws-held-reason    to rg-reason
           when ws-await-flag equal 'Y'
             move "AWAITING"        to rg-status
             move ws-await-reason   to rg-reason
             add 1                  to ws-awaiting-count
           when ws-reject-flag equal 'Y'
             move "REJECTED"        to rg-status
             move ws-reject-reason  to rg-reason
           when other
             move "APPLIED"         to rg-status
             move spaces            to rg-reason
             if ws-approved-by not equal spaces then
               move "DUAL-CONTROL APPROVED" to rg-reason
             end-if
             add 1                  to ws-applied-count
         end-evaluate.
         write ws-register-line.

       290-apply-approval.
      * a P card - the oldest change waiting for this emp num gets
      *  applied, as long as somebody other than whoever keyed it
      *  is signing it off. from here on the register line is the
      *  change's own, with the approver alongside.
         if tx-user-id equal spaces then
           move 'Y' to ws-reject-flag
           move "MISSING APPROVER ID" to ws-reject-reason
         else
           perform 292-find-awaiting
           if ws-await-hit equal 0 then
             move 'Y' to ws-reject-flag
             move "NO CHANGE AWAITING APPROVAL" to ws-reject-reason
           else
             move ws-aw-trans(ws-await-hit)(58:8) to ws-approved-by
             if ws-approved-by equal tx-user-id then
               move 'Y' to ws-reject-flag
               move "APPROVER SAME AS ENTERER" to ws-reject-reason
               move spaces to ws-approved-by
             else
               move tx-user-id to ws-approved-by
               move 'D' to ws-aw-state(ws-await-hit)
               move ws-aw-trans(ws-await-hit) to maint-trans-rec
               perform 294-apply-approved-change
             end-if
           end-if
         end-if.

       292-find-awaiting.
      * first change still waiting for this emp num - the queue is
      *  in arrival order, so first is oldest
         move 0 to ws-await-hit.
         perform varying ws-await-idx from 1 by 1
             until ws-await-idx greater ws-await-count
                or ws-await-hit greater 0
           if ws-aw-state(ws-await-idx) equal 'W'
               and ws-aw-trans(ws-await-idx)(2:4) equal tx-emp-num
               then
             move ws-await-idx to ws-await-hit
           end-if
         end-perform.

       294-apply-approved-change.
      * the approved change gets the same checks it got when it was
      *  keyed - the master may have moved on since - then applies
         if tx-eff-date is not numeric then
           move 0 to ws-eff-date
         else
           move tx-eff-date to ws-eff-date
         end-if.
         perform 230-validate-trans.
         if ws-reject-flag equal 'N' then
           if tx-action equal 'B' then
             perform 255-apply-budget
           else
             perform 250-apply-change
           end-if
         end-if.

       300-write-master.
      * one pass down the table writes the file back out already in
      *  employee-number order, totalling as we go, then the fresh
         end-perform.
         close pending-trans-file.

       360-write-approvals.
      * the changes still waiting go back on the approval queue -
      *  rewritten whole, so settled and aged-off ones fall off
         open output approval-queue-file.
         perform varying ws-await-idx from 1 by 1
             until ws-await-idx greater ws-await-count
           if ws-aw-state(ws-await-idx) equal 'W' then
             move ws-aw-trans(ws-await-idx)  to ap-trans
             move ws-aw-queued(ws-await-idx) to ap-queued-date
             write approval-rec
           end-if
         end-perform.
         close approval-queue-file.

       320-write-one-master.
      * lay one employee slot back out as a salery-rec image
         move ws-mst-idx              to bd-emp-num.
         move ws-mst-budget(ws-mst-idx) to bd-budget-estimate.
         move ws-mst-hire-date(ws-mst-idx) to bd-hire-date.
         move ws-mst-dept-code(ws-mst-idx) to bd-dept-code.
         move ws-mst-status(ws-mst-idx) to bd-status.
         move ws-mst-stat-date(ws-mst-idx) to bd-status-date.
         add 1                        to ws-out-rec-count.
         add ws-mst-salary(ws-mst-idx) to ws-out-sal-total.
         write ws-master-out-rec from ws-build-rec.

       400-age-approvals.
      * before any of today's approvals go through, anything on the
      *  queue longer than the stale limit ages off as a reject - a
      *  change nobody signed off in time has to be keyed again
         move ws-run-date to ws-day-date.
         perform 420-date-to-days.
         move ws-day-number to ws-run-day-number.
         perform varying ws-await-idx from 1 by 1
             until ws-await-idx greater ws-await-count
           if ws-aw-state(ws-await-idx) equal 'W' then
             perform 410-age-one-approval
           end-if
         end-perform.

       410-age-one-approval.
      * one waiting change - the register line is built off the
      *  change as it was keyed
         move ws-aw-queued(ws-await-idx) to ws-day-date.
         perform 420-date-to-days.
         if ws-day-number equal 0 then
           move 0 to ws-days-waiting
         else
           compute ws-days-waiting =
             ws-run-day-number - ws-day-number
         end-if.
         if ws-days-waiting greater ws-stale-days then
           move ws-aw-trans(ws-await-idx) to maint-trans-rec
           move 'D'                 to ws-aw-state(ws-await-idx)
           move spaces              to ws-approved-by
           move 'N'                 to ws-await-flag
           move 'Y'                 to ws-reject-flag
           move ws-stale-days       to ws-expired-days
           move ws-expired-reason   to ws-reject-reason
           add 1                    to ws-expired-count
           perform 280-write-register
         end-if.

       420-date-to-days.
      * ws-day-date as a count of days - 365 a year plus a leap day
      *  for every leap year gone by, where the current year's leap
      *  day only counts once February is over. a date that isn't
      *  one comes back zero.
         move 0 to ws-day-number.
         if ws-day-date is numeric and ws-day-mm greater 0
             and ws-day-mm less 13 then
           move ws-day-yyyy to ws-day-year
           if ws-day-mm less 3 then
             subtract 1 from ws-day-year
           end-if
           divide ws-day-year by 4   giving ws-leap-4
           divide ws-day-year by 100 giving ws-leap-100
           divide ws-day-year by 400 giving ws-leap-400
           compute ws-day-number = ws-day-yyyy * 365
             + ws-leap-4 - ws-leap-100 + ws-leap-400
             + ws-month-start(ws-day-mm) + ws-day-dd
         end-if.

       450-list-awaiting.
      * the changes carried in from earlier runs that are still
      *  waiting get an AWAITING line, so the register shows every
      *  change still needing a sign-off - the ones queued today
      *  already have theirs
         move spaces to ws-approved-by.
         move 'N'    to ws-reject-flag.
         perform varying ws-await-idx from 1 by 1
             until ws-await-idx greater ws-await-count
           if ws-aw-state(ws-await-idx) equal 'W'
               and ws-aw-carried(ws-await-idx) equal 'Y' then
             move ws-aw-trans(ws-await-idx)  to maint-trans-rec
             move ws-aw-queued(ws-await-idx) to ws-await-since
             move ws-await-old-reason        to ws-await-reason
             move 'Y' to ws-await-flag
             perform 280-write-register
           end-if
         end-perform.
         move 'N' to ws-await-flag.

       800-close-files.
      * def not closing the files
         close salary-master-in
