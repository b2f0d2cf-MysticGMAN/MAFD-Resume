       identification division.
       program-id. A5-BudgetPlan-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * next fiscal year's budget estimates - sr-budget-estimate has
      *  been keyed by hand every year, and half the over-budget
      *  exceptions turn out to be estimates nobody updated rather
      *  than real overspend. this program proposes the estimate
      *  for every non-grad employee: the new salary off this
      *  cycle's extract, raised at the current rate for the tier
      *  the employee will sit in once the seniority rollover
      *  settles their years at the start of the new fiscal year
      *  (A5-SeniorityRoll-5B's boundaries), then carried by the
      *  planning factor finance sets on its card. the review report
      *  shows the current estimate against the proposed one by
      *  department and in total. once finance signs the card off,
      *  the run also writes the proposals as transactions in the
      *  A5-SalaryMaint-Trans.dat layout, effective the first day of
      *  the new fiscal year, so they load through ordinary
      *  maintenance - dual control and all - instead of being keyed
      *  by hand. they are B cards, which change the budget estimate
      *  and nothing else: they sit on the pending queue until the
      *  fiscal year starts, and a whole-record C written now would
      *  undo every salary, department and seniority change made to
      *  the master in between.

       environment division.
       configuration section.

       input-output section.
       file-control.

         select salary-master-in
             assign to "../../../data/A5-SalaryData-NonGrad.dat"
             organization is line sequential.

      * this cycle's extract, exactly as 405-write-extract lays it
      *  down - the new salary each employee goes forward on
         select optional salary-extract-in
             assign to "../../../data/A5-SalaryReport-5B-EXTRACT.out"
             organization is line sequential.

      * same current-rates file the nightly report reads
         select optional rates-file-in
             assign to "../../../data/A5-RaisePercentages.dat"
             organization is line sequential.

      * finance's planning-factor card - the first day of the new
      *  fiscal year, the planning percentage, and the sign-off
         select optional plan-card-in
             assign to "../../../data/A5-BudgetPlan-Factor.dat"
             organization is line sequential.

         select plan-report-out
             assign to "../../../data/A5-BudgetPlan-5B.out"
             organization is line sequential.

      * the signed-off proposals as maintenance transactions -
      *  operations appends them to A5-SalaryMaint-Trans.dat for the
      *  next maintenance run
         select plan-trans-out
             assign to "../../../data/A5-BudgetPlan-5B-TRANS.out"
             organization is line sequential.

      * sort work - the master arrives in emp num order, the review
      *  goes by department
         select plan-sort-file
             assign to "../../../data/A5-BudgetPlan-5B.srt".

      *
       data division.
      *
       file section.
      * the master as A5-SalaryReport-5B reads it
       fd salary-master-in
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

      * the extract exactly as 405-write-extract lays it out
       fd salary-extract-in
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

       fd rates-file-in
           data record is rates-rec
           record contains 10 characters.
       01 rates-rec.
         05 rt-pos-code         pic x(8).
         05 rt-rate             pic 9v9.

      * the planning card - fiscal year start yyyymmdd, planning
      *  percentage (cost of living and the like, on top of the
      *  tier rate), Y when finance has signed the proposals off,
      *  and the user id of whoever signed
       fd plan-card-in
           data record is plan-card-rec
           record contains 21 characters.
       01 plan-card-rec.
         05 pc-fy-start         pic 9(8).
         05 pc-plan-pct         pic 99v99.
         05 pc-signoff          pic x.
         05 pc-signed-by        pic x(8).

       fd plan-report-out
           data record is plan-line
           record contains 120 characters.
       01 plan-line            pic x(120).

      * the transaction exactly as A5-SalaryMaint-5B reads it
       fd plan-trans-out
           data record is maint-trans-rec
           record contains 65 characters.
       01 maint-trans-rec.
         05 tx-action          pic x.
         05 tx-emp-num         pic 9(4).
         05 tx-name            pic x(15).
         05 tx-years           pic 99.
         05 tx-edu-code        pic x.
         05 tx-salary          pic 9(5)v99.
         05 tx-budget-estimate pic 9(6)v99.
         05 tx-hire-date       pic 9(8).
         05 tx-dept-code       pic x(3).
         05 tx-eff-date        pic 9(8).
         05 tx-user-id         pic x(8).

      * one proposal - the department it sorts under, what it was
      *  worked from, and what it comes to
       sd plan-sort-file
           data record is pl-rec
           record contains 112 characters.
       01 pl-rec.
         05 pl-dept-code        pic x(3).
         05 pl-emp-num          pic 9(4).
         05 pl-name             pic x(15).
         05 pl-proj-years       pic 99.
         05 pl-proj-tier        pic x(12).
         05 pl-base-sal         pic 9(7)v99.
         05 pl-rate             pic 9v9.
         05 pl-cur-est          pic 9(6)v99.
         05 pl-prop-est         pic 9(6)v99.
         05 pl-note             pic x(18).
         05 filler              pic x(31).

       working-storage section.
      * important vars for the plan
       01 ws-eof-flag          pic x value 'N'.
       01 ws-rates-eof-flag    pic x value 'N'.
       01 ws-sort-eof-flag     pic x value 'N'.
       01 ws-trailer-found     pic x value 'N'.
       01 ws-dept-open-flag    pic x value 'N'.
       01 ws-signed-off        pic x value 'N'.
       01 ws-card-bad          pic x value 'N'.
       01 ws-card-error        pic x value 'N'.

      * this cycle's new salary keyed straight by emp num
       01 ws-new-sal-table.
         05 ws-ns-entry occurs 9998 times.
           10 ws-ns-found      pic x.
           10 ws-ns-new-sal    pic 9(7)v99.
       77 ws-cycle-date        pic 9(8) value 0.

      * same class strings and edu bars the nightly report uses
       77 ws-analyst-str       pic x(7) value "Analyst".
       77 ws-sen-str           pic x(8) value "Sen Prog".
       77 ws-prog-str          pic x(4) value "PROG".
       77 ws-jr-prog-str       pic x(7) value "JR PROG".
       77 ws-unclass-str       pic x(12) value "Unclassified".
       77 ws-analyst-edu-min   pic x value "3".
       77 ws-sen-edu-min       pic x value "2".

      * last year's rates as defaults, overlaid from the rates file
      *  the same way 45-load-rates does it
       77 ws-analyst-per       pic 9v9 value 9.0.
       77 ws-sen-per           pic 9v9 value 7.8.
       77 ws-prog-per          pic 9v9 value 6.7.
       77 ws-jr-per            pic 9v9 value 3.2.

      * the planning card as it applies to this run
       77 ws-fy-start          pic 9(8) value 0.
       77 ws-fy-year           pic 9(4) value 0.
       77 ws-plan-pct          pic 99v99 value 0.
       01 ws-signed-by         pic x(8) value spaces.
       01 ws-card-reason       pic x(50) value spaces.

      * the working numbers for one employee
       77 ws-proj-years        pic 99 value 0.
       77 ws-svc-years         pic 9(2) value 0.
       77 ws-proj-rate         pic 9v9 value 0.
       01 ws-proj-tier         pic x(12) value spaces.
       77 ws-base-sal          pic 9(7)v99 value 0.
       77 ws-prop-est          pic 9(7)v99 value 0.
       77 ws-rate-mult         pic 9v9(6) value 0.
       77 ws-plan-mult         pic 9v9(6) value 0.
       77 ws-change            pic s9(7)v99 value 0.

      * department and run totals
       01 ws-brk-dept-code     pic x(3) value spaces.
       77 ws-dpt-count         pic 9(5) value 0.
       77 ws-dpt-cur-tot       pic 9(9)v99 value 0.
       77 ws-dpt-prop-tot      pic 9(9)v99 value 0.
       77 ws-grd-count         pic 9(5) value 0.
       77 ws-grd-cur-tot       pic 9(9)v99 value 0.
       77 ws-grd-prop-tot      pic 9(9)v99 value 0.
       77 ws-tot-change        pic s9(9)v99 value 0.
       77 ws-run-date          pic 9(8) value 0.
       77 ws-master-count      pic 9(5) value 0.
       77 ws-termed-count      pic 9(5) value 0.
       77 ws-not-on-xt-count   pic 9(5) value 0.
       77 ws-trans-count       pic 9(5) value 0.
       77 ws-unchanged-count   pic 9(5) value 0.

      * the report lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(36) value
                           "Grayson Closs, Budget Plan, 5B".
         05 filler             pic x(6) value spaces.
         05 ws-date            pic 9(8).
       01 ws-heading-title.
         05 filler             pic x(20) value spaces.
         05 ws-title           pic x(45) value
         "NEXT FISCAL YEAR BUDGET ESTIMATE REVIEW".
       01 ws-plan-line.
         05 filler             pic x value spaces.
         05 filler             pic x(17) value "FISCAL YEAR FROM".
         05 ws-pn-fy-start     pic 9999/99/99.
         05 filler             pic x(4) value spaces.
         05 filler             pic x(17) value "PLANNING FACTOR".
         05 ws-pn-pct          pic z9.99.
         05 filler             pic x value "%".
         05 filler             pic x(4) value spaces.
         05 filler             pic x(14) value "CYCLE EXTRACT".
         05 ws-pn-cycle        pic 9(8).
       01 ws-signoff-line.
         05 filler             pic x value spaces.
         05 ws-so-text         pic x(80).
       01 ws-signed-text.
         05 filler             pic x(32) value
         "SIGNED OFF BY FINANCE - USER ID ".
         05 ws-st-user         pic x(8).
         05 filler             pic x(33) value
         " - MAINTENANCE TRANSACTIONS MADE".
       01 ws-col-header-line.
         05 filler             pic x(5) value "EMP".
         05 filler             pic x(16) value "NAME".
         05 filler             pic x(13) value "TIER AT FY".
         05 filler             pic x(4) value "YRS".
         05 filler             pic x(14) value "  NEW SALARY".
         05 filler             pic x(6) value "  RATE".
         05 filler             pic x(14) value "  CURRENT EST".
         05 filler             pic x(14) value " PROPOSED EST".
         05 filler             pic x(14) value "       CHANGE".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(18) value "NOTE".
       01 ws-dept-line.
         05 filler             pic x value spaces.
         05 filler             pic x(11) value "DEPARTMENT ".
         05 ws-dl-code         pic x(3).
       01 ws-detail-line.
         05 ws-dt-emp-num      pic 9(4).
         05 filler             pic x value spaces.
         05 ws-dt-name         pic x(15).
         05 filler             pic x value spaces.
         05 ws-dt-tier         pic x(12).
         05 filler             pic x value spaces.
         05 ws-dt-years        pic z9.
         05 filler             pic x(2) value spaces.
         05 ws-dt-base-sal     pic z,zzz,zz9.99.
         05 filler             pic x(2) value spaces.
         05 ws-dt-rate         pic 9.9.
         05 filler             pic x value "%".
         05 filler             pic x(6) value spaces.
         05 ws-dt-cur-est      pic zzz,zz9.99.
         05 filler             pic x(4) value spaces.
         05 ws-dt-prop-est     pic zzz,zz9.99.
         05 filler             pic x(3) value spaces.
         05 ws-dt-change       pic -(7)9.99.
         05 filler             pic x(2) value spaces.
         05 ws-dt-note         pic x(18).
       01 ws-total-line.
         05 filler             pic x value spaces.
         05 ws-tl-label        pic x(20).
         05 filler             pic x value spaces.
         05 ws-tl-count        pic zzzz9.
         05 filler             pic x(10) value " EMPLOYEES".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(8) value "CURRENT ".
         05 ws-tl-cur          pic zzz,zzz,zz9.99.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(9) value "PROPOSED ".
         05 ws-tl-prop         pic zzz,zzz,zz9.99.
         05 filler             pic x(2) value spaces.
         05 filler             pic x(7) value "CHANGE ".
         05 ws-tl-change       pic -(9)9.99.
       01 ws-blank-line        pic x(120) value spaces.
       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(40).
         05 ws-ct-count        pic zzzz9.

       procedure division.
       000-main.
      * the brains of the plan - the card, the rates and this
      *  cycle's new salaries first, then every employee priced
      *  into the sort and printed back out by department
         accept ws-run-date from date yyyymmdd.
         perform 40-read-plan-card.
         perform 45-load-rates.
         perform 60-load-extract.
         open output plan-report-out.
         open output plan-trans-out.
         move ws-run-date to ws-date.
         write plan-line from ws-heading-name-line.
         write plan-line from ws-heading-title
           before advancing 2 lines.
         move ws-fy-start   to ws-pn-fy-start.
         move ws-plan-pct   to ws-pn-pct.
         move ws-cycle-date to ws-pn-cycle.
         write plan-line from ws-plan-line.
         perform 80-write-signoff-line.
         write plan-line from ws-blank-line.
         sort plan-sort-file
           on ascending key pl-dept-code
                            pl-emp-num
           input procedure is 100-price-master
           output procedure is 300-write-review.
         perform 500-write-summary.
         close plan-report-out.
         close plan-trans-out.
         display "BUDGET PLAN EMPLOYEES PRICED " ws-grd-count.
         display "MAINTENANCE TRANSACTIONS WRITTEN " ws-trans-count.
      * a card finance filled in but that can't be acted on is an
      *  exception - the review still prints, the transactions don't
         if ws-card-error equal 'Y' then
           display "PLANNING CARD REJECTED - " ws-card-reason
           move 8 to return-code
         end-if.

           goback.

       40-read-plan-card.
      * the planning card - no card, or a fiscal year start that
      *  isn't a date after today, still prices a review (the
      *  next first of January, no factor) but never signs off
         open input plan-card-in.
         read plan-card-in into plan-card-rec
           at end
             move 'Y' to ws-card-bad
             move "NO PLANNING CARD - REVIEW ONLY" to ws-card-reason
         end-read.
         close plan-card-in.
         if ws-card-bad equal 'N' then
           if pc-fy-start is not numeric
               or pc-fy-start not greater ws-run-date then
             move 'Y' to ws-card-bad
             move 'Y' to ws-card-error
             move "FY START ON CARD NOT A FUTURE DATE - REVIEW ONLY"
               to ws-card-reason
           else
             move pc-fy-start to ws-fy-start
             if pc-plan-pct is numeric then
               move pc-plan-pct to ws-plan-pct
             else
               display "WARNING - BAD PLANNING PERCENTAGE ON CARD - "
                 "ZERO USED"
             end-if
             if pc-signoff equal 'Y' then
               if pc-signed-by equal spaces then
                 move 'Y' to ws-card-error
                 move "SIGN-OFF WITH NO USER ID - REVIEW ONLY"
                   to ws-card-reason
               else
                 move 'Y'          to ws-signed-off
                 move pc-signed-by to ws-signed-by
               end-if
             else
               move "NOT YET SIGNED OFF BY FINANCE - REVIEW ONLY"
                 to ws-card-reason
             end-if
           end-if
         end-if.
         if ws-card-bad equal 'Y' then
           divide ws-run-date by 10000 giving ws-fy-year
           compute ws-fy-start = (ws-fy-year + 1) * 10000 + 0101
         end-if.

       45-load-rates.
      * overlay this year's raise percentages from the rates file -
      *  any position not found in the file just keeps its default
         open input rates-file-in.
         perform until ws-rates-eof-flag equal 'Y'
           read rates-file-in next record into rates-rec
             at end
               move 'Y' to ws-rates-eof-flag
           end-read
           if ws-rates-eof-flag equal 'N' then
             perform 47-apply-rate
           end-if
         end-perform.
         close rates-file-in.

       47-apply-rate.
      * slot this rate into the matching position's percentage
         evaluate rt-pos-code
           when "Analyst"
             move rt-rate to ws-analyst-per
           when "Sen Prog"
             move rt-rate to ws-sen-per
           when "PROG"
             move rt-rate to ws-prog-per
           when "JR PROG"
             move rt-rate to ws-jr-per
         end-evaluate.

       60-load-extract.
      * this cycle's new salary for everybody the extract carries
         move spaces to ws-new-sal-table.
         move 'N'    to ws-eof-flag.
         open input salary-extract-in.
         perform until ws-eof-flag equal 'Y'
           read salary-extract-in next record into extract-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if xt-emp-num is numeric and xt-emp-num greater 0
                 and xt-emp-num less 9999
                 and xt-new-sal is numeric then
               move 'Y'        to ws-ns-found(xt-emp-num)
               move xt-new-sal to ws-ns-new-sal(xt-emp-num)
               if xt-run-date is numeric
                   and xt-run-date greater ws-cycle-date then
                 move xt-run-date to ws-cycle-date
               end-if
             end-if
           end-if
         end-perform.
         close salary-extract-in.

       80-write-signoff-line.
      * whether this run makes transactions, and if not why not
         if ws-signed-off equal 'Y' then
           move ws-signed-by   to ws-st-user
           move ws-signed-text to ws-so-text
         else
           move ws-card-reason to ws-so-text
         end-if.
         write plan-line from ws-signoff-line.

       100-price-master.
      * every employee on the master priced into the sort - a
      *  terminated employee has no budget next year and is only
      *  counted
         move 'N' to ws-eof-flag.
         open input salary-master-in.
         perform until ws-eof-flag equal 'Y'
           read salary-master-in next record into salery-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if sr-emp-num equal 9999
                 and sr-name(1:7) equal "TRAILER" then
               move 'Y' to ws-trailer-found
               move 'Y' to ws-eof-flag
             else
               add 1 to ws-master-count
               if sr-status equal 'T' then
                 add 1 to ws-termed-count
               else
                 perform 120-price-one
               end-if
             end-if
           end-if
         end-perform.
         close salary-master-in.
         if ws-trailer-found equal 'N' then
           display "WARNING - A5-SALARYDATA-NONGRAD.DAT HAD NO "
             "TRAILER RECORD - COUNTS NOT VERIFIED"
         end-if.

       120-price-one.
      * the new salary going forward, the tier at the start of the
      *  fiscal year, and the proposal off the two of them
         if sr-emp-num is not numeric or sr-emp-num equal 0
             or sr-emp-num equal 9999
             or sr-salary is not numeric
             or sr-budget-estimate is not numeric then
           display "WARNING - MASTER RECORD NOT PRICED: " salery-rec
         else
           move spaces             to pl-rec
           if ws-ns-found(sr-emp-num) equal 'Y' then
             move ws-ns-new-sal(sr-emp-num) to ws-base-sal
           else
             move sr-salary        to ws-base-sal
             move "NOT ON EXTRACT"  to pl-note
             add 1 to ws-not-on-xt-count
           end-if
           perform 140-project-years
           perform 160-project-tier
           compute ws-rate-mult = 1 + (ws-proj-rate / 100)
           compute ws-plan-mult = 1 + (ws-plan-pct / 100)
           compute ws-prop-est rounded =
             ws-base-sal * ws-rate-mult * ws-plan-mult
           if ws-prop-est greater 999999.99 then
             move 999999.99 to ws-prop-est
             move "CAPPED 999,999.99" to pl-note
           end-if
           move sr-dept-code       to pl-dept-code
           move sr-emp-num         to pl-emp-num
           move sr-name            to pl-name
           move ws-proj-years      to pl-proj-years
           move ws-proj-tier       to pl-proj-tier
           move ws-base-sal        to pl-base-sal
           move ws-proj-rate       to pl-rate
           move sr-budget-estimate to pl-cur-est
           move ws-prop-est        to pl-prop-est
           release pl-rec
         end-if.

       140-project-years.
      * the years the rollover will settle on at the start of the
      *  fiscal year - straight off the hire date the way
      *  210-settle-new-years does it, or plus one with no date
         if sr-hire-date is numeric and sr-hire-date greater 0
             and sr-hire-date not greater ws-fy-start then
           compute ws-svc-years =
             (ws-fy-start - sr-hire-date) / 10000
           move ws-svc-years to ws-proj-years
         else
           if sr-years is not numeric then
             move 0 to ws-proj-years
           else
             if sr-years equal 99 then
               move 99 to ws-proj-years
             else
               compute ws-proj-years = sr-years + 1
             end-if
           end-if
         end-if.

       160-project-tier.
      * the same boundaries 240-class-new draws, and the current
      *  rate for the tier - unclassified plans no increase
         if ws-proj-years greater 10 then
           if sr-edu-code greater or equal ws-analyst-edu-min then
             move ws-analyst-str to ws-proj-tier
             move ws-analyst-per to ws-proj-rate
           else
             if sr-edu-code equal ws-sen-edu-min then
               move ws-sen-str  to ws-proj-tier
               move ws-sen-per  to ws-proj-rate
             else
               move ws-prog-str to ws-proj-tier
               move ws-prog-per to ws-proj-rate
             end-if
           end-if
         else
           if ws-proj-years greater 4 then
             move ws-jr-prog-str to ws-proj-tier
             move ws-jr-per      to ws-proj-rate
           else
             move ws-unclass-str to ws-proj-tier
             move 0              to ws-proj-rate
           end-if
         end-if.

       300-write-review.
      * the proposals back out by department, a subtotal as each
      *  department closes and the transactions as they go
         perform until ws-sort-eof-flag equal 'Y'
           return plan-sort-file record into pl-rec
             at end
               move 'Y' to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag equal 'N' then
             if ws-dept-open-flag equal 'N'
                 or pl-dept-code not equal ws-brk-dept-code then
               perform 340-close-dept
               perform 320-open-dept
             end-if
             perform 360-write-detail
             if ws-signed-off equal 'Y' then
               perform 380-write-trans
             end-if
           end-if
         end-perform.
         perform 340-close-dept.
         move "ALL DEPARTMENTS" to ws-tl-label.
         move ws-grd-count      to ws-tl-count.
         move ws-grd-cur-tot    to ws-tl-cur.
         move ws-grd-prop-tot   to ws-tl-prop.
         compute ws-tot-change = ws-grd-prop-tot - ws-grd-cur-tot.
         move ws-tot-change     to ws-tl-change.
         write plan-line from ws-total-line.

       320-open-dept.
      * a new department heading
         move 'Y'          to ws-dept-open-flag.
         move pl-dept-code to ws-brk-dept-code.
         move pl-dept-code to ws-dl-code.
         move 0            to ws-dpt-count.
         move 0            to ws-dpt-cur-tot.
         move 0            to ws-dpt-prop-tot.
         write plan-line from ws-dept-line.
         write plan-line from ws-col-header-line.

       340-close-dept.
      * the department subtotal, rolled into the run total
         if ws-dept-open-flag equal 'Y' then
           move spaces to ws-tl-label
           string "DEPT " delimited by size
                  ws-brk-dept-code delimited by size
                  " TOTAL" delimited by size
             into ws-tl-label
           end-string
           move ws-dpt-count    to ws-tl-count
           move ws-dpt-cur-tot  to ws-tl-cur
           move ws-dpt-prop-tot to ws-tl-prop
           compute ws-tot-change = ws-dpt-prop-tot - ws-dpt-cur-tot
           move ws-tot-change   to ws-tl-change
           write plan-line from ws-total-line
           write plan-line from ws-blank-line
           add ws-dpt-count     to ws-grd-count
           add ws-dpt-cur-tot   to ws-grd-cur-tot
           add ws-dpt-prop-tot  to ws-grd-prop-tot
           move 'N' to ws-dept-open-flag
         end-if.

       360-write-detail.
      * one employee's proposal
         compute ws-change = pl-prop-est - pl-cur-est.
         move pl-emp-num     to ws-dt-emp-num.
         move pl-name        to ws-dt-name.
         move pl-proj-tier   to ws-dt-tier.
         move pl-proj-years  to ws-dt-years.
         move pl-base-sal    to ws-dt-base-sal.
         move pl-rate        to ws-dt-rate.
         move pl-cur-est     to ws-dt-cur-est.
         move pl-prop-est    to ws-dt-prop-est.
         move ws-change      to ws-dt-change.
         move pl-note        to ws-dt-note.
         write plan-line from ws-detail-line.
         add 1               to ws-dpt-count.
         add pl-cur-est      to ws-dpt-cur-tot.
         add pl-prop-est     to ws-dpt-prop-tot.

       380-write-trans.
      * a B transaction - the new estimate, effective the first day
      *  of the fiscal year so maintenance holds it on the pending
      *  queue until then. the name and department are only there
      *  for the register; the salary, years, edu code and hire
      *  date are left blank since a B never touches them. an
      *  estimate that doesn't move needs no card.
         if pl-prop-est equal pl-cur-est then
           add 1 to ws-unchanged-count
         else
           move spaces        to maint-trans-rec
           move 'B'           to tx-action
           move pl-emp-num    to tx-emp-num
           move pl-name       to tx-name
           move pl-prop-est   to tx-budget-estimate
           move pl-dept-code  to tx-dept-code
           move ws-fy-start   to tx-eff-date
           move ws-signed-by  to tx-user-id
           write maint-trans-rec
           add 1 to ws-trans-count
         end-if.

       500-write-summary.
      * the counts behind the totals
         write plan-line from ws-blank-line.
         move "MASTER RECORDS READ:"              to ws-ct-label.
         move ws-master-count                     to ws-ct-count.
         write plan-line from ws-count-line.
         move "TERMINATED - NO ESTIMATE:"         to ws-ct-label.
         move ws-termed-count                     to ws-ct-count.
         write plan-line from ws-count-line.
         move "EMPLOYEES PRICED:"                 to ws-ct-label.
         move ws-grd-count                        to ws-ct-count.
         write plan-line from ws-count-line.
         move "NOT ON EXTRACT - PRICED ON SALARY:" to ws-ct-label.
         move ws-not-on-xt-count                  to ws-ct-count.
         write plan-line from ws-count-line.
         move "MAINTENANCE TRANSACTIONS WRITTEN:" to ws-ct-label.
         move ws-trans-count                      to ws-ct-count.
         write plan-line from ws-count-line.
         if ws-signed-off equal 'Y' then
           move "ESTIMATE UNCHANGED - NO TRANSACTION:"
             to ws-ct-label
           move ws-unchanged-count                to ws-ct-count
           write plan-line from ws-count-line
         end-if.

       end program A5-BudgetPlan-5B.
