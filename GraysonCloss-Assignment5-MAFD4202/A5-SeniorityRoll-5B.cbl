      *  extra year pushes across one of 200-who-is-who's
      *  boundaries (year 5 into Jr Prog, year 11 into the ten-plus
      *  tiers split by edu code), with the raise each
      *  classification would pay at current rates. a terminated
      *  employee rides through untouched - no years, no notice

       environment division.
       configuration section.
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

      * same trailer layout 810-check-trailer reconciles against
       01 salery-trailer-rec redefines salery-rec.
         05 filler             pic x(1).
         05 tr-rec-count       pic 9(5).
         05 tr-tot-salary      pic 9(10)v99.
         05 filler             pic x(20).

       fd rates-file-in
           data record is rates-rec

       fd salary-master-out
           data record is ws-master-out-rec
           record contains 57 characters.
       01 ws-master-out-rec    pic x(57).

       fd notice-report-out
           data record is notice-line
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

      * the report lines
       01 ws-heading-name-line.
       77 ws-rolled-count      pic 9(5) value 0.
       77 ws-bumped-count      pic 9(5) value 0.
       77 ws-promo-count       pic 9(5) value 0.
       77 ws-termed-count      pic 9(5) value 0.
       77 ws-out-sal-total     pic 9(10)v99 value 0.
       77 ws-run-date          pic 9(8) value 0.
       77 ws-svc-years         pic 9(2) value 0.
         display "EMPLOYEES ROLLED    " ws-rolled-count.
         display "YEARS BUMPED        " ws-bumped-count.
         display "PROMOTION NOTICES   " ws-promo-count.
         display "TERMINATED, NOT ROLLED " ws-termed-count.

           goback.

      *  record. when the record carries a hire date, the years
      *  come straight from it - no more adding one to everybody
      *  and handing a March hire a year they haven't worked. a
      *  record with no hire date yet rolls the old way. somebody
      *  terminated doesn't earn service or a review, so their
      *  record goes back out exactly as it came in.
         if sr-status equal 'T' then
           add 1 to ws-termed-count
           move sr-years to ws-new-years
         else
           if sr-years is not numeric then
             display "WARNING - NON-NUMERIC YEARS ON EMP "
               sr-emp-num " - RECORD ROLLED THROUGH UNCHANGED"
             move sr-years to ws-new-years
           else
             perform 210-settle-new-years
             if ws-new-years not equal sr-years then
               add 1 to ws-bumped-count
             end-if
             perform 220-check-promotion
           end-if
         end-if.
         perform 300-write-rolled-rec.

           move 0                to bd-hire-date
         end-if.
         move sr-dept-code       to bd-dept-code.
      * the status carries straight through - a master from before
      *  the status existed comes out all active
         if sr-status equal space then
           move 'A'              to bd-status
         else
           move sr-status        to bd-status
         end-if.
         if sr-status-date is numeric then
           move sr-status-date   to bd-status-date
         else
           move 0                to bd-status-date
         end-if.
         add 1                   to ws-rolled-count.
         add sr-salary           to ws-out-sal-total.
         write ws-master-out-rec from ws-build-rec.
