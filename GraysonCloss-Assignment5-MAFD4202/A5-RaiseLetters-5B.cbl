       identification division.
       program-id. A5-RaiseLetters-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * the raise letters - HR has been spending two days after
      *  every cycle mail-merging letters off the printed salary
      *  report. this program prints one page per employee straight
      *  off the cycle's extracts, both sides, with the present
      *  salary, the percentage, the dollar increase, the new
      *  salary and the date it takes effect. a first-cycle hire
      *  gets wording that explains the proration
      *  265-prorate-new-hire applied (the hire date comes off the
      *  non-grad master), an increase held at the band maximum
      *  says so, and an unclassified employee gets a no increase
      *  this cycle letter instead of being left out. the letters
      *  print in department order, the grad side after, and a
      *  control page of letter counts per department closes the
      *  run so HR can check nothing is missing before they go out

       environment division.
       configuration section.

       input-output section.
       file-control.

      * this cycle's extracts, exactly as 405-write-extract lays
      *  them down on each side
         select salary-extract-in
             assign to "../../../data/A5-SalaryReport-5B-EXTRACT.out"
             organization is line sequential.

         select optional grad-extract-in
             assign to
             "../../../data/A5-SalaryReportGrad-5B-EXTRACT.out"
             organization is line sequential.

      * the non-grad master, read only for the hire dates the
      *  proration was worked from
         select optional salary-master-in
             assign to "../../../data/A5-SalaryData-NonGrad.dat"
             organization is line sequential.

      * department names for the letter and the control page - no
      *  file just means the codes print without names
         select optional dept-ref-in
             assign to "../../../data/A5-Departments.dat"
             organization is line sequential.

      * a one-card file carrying the date the increases take
      *  effect. no card means the cycle's business date off the
      *  extract
         select optional eff-date-card-in
             assign to
             "../../../data/A5-RaiseLetters-5B-EFF.dat"
             organization is line sequential.

         select letter-out
             assign to "../../../data/A5-RaiseLetters-5B.out"
             organization is line sequential.

      * sort work - the extracts arrive in master order, the
      *  letters go out by department
         select letter-sort-file
             assign to "../../../data/A5-RaiseLetters-5B.srt".

      *
       data division.
      *
       file section.
      * the extract exactly as 405-write-extract lays it out - the
      *  grad side writes the same shape, so one layout reads both
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

       fd grad-extract-in
           data record is grad-extract-rec
           record contains 81 characters.
       01 grad-extract-rec     pic x(81).

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

      * one record per department - code and name
       fd dept-ref-in
           data record is dept-ref-rec
           record contains 24 characters.
       01 dept-ref-rec.
         05 dr-dept-code        pic x(3).
         05 filler              pic x.
         05 dr-dept-name        pic x(20).

      * the effective date card
       fd eff-date-card-in
           data record is eff-date-card-rec
           record contains 8 characters.
       01 eff-date-card-rec.
         05 ec-eff-date         pic 9(8).

       fd letter-out
           data record is letter-line
           record contains 80 characters.
       01 letter-line          pic x(80).

      * one letter - side first so the grad letters follow the
      *  non-grad departments, and the letter type worked out on
      *  the way in so the output side only has to print and tally
       sd letter-sort-file
           data record is ls-rec
           record contains 88 characters.
       01 ls-rec.
         05 ls-side-seq         pic 9.
         05 ls-dept-code        pic x(3).
         05 ls-emp-num          pic 9(4).
         05 ls-name             pic x(15).
         05 ls-position         pic x(8).
         05 ls-old-sal          pic 9(7)v99.
         05 ls-increase         pic 9(7)v99.
         05 ls-new-sal          pic 9(7)v99.
         05 ls-eff-rate         pic 99v99.
         05 ls-band-flag        pic x.
         05 ls-hire-date        pic 9(8).
         05 ls-svc-months       pic 99.
      * S standard, P prorated first cycle, C held at the band
      *  maximum, N no increase this cycle
         05 ls-letter-type      pic x.
         05 filler              pic x(14).

       working-storage section.
      * important vars for the letters
       01 ws-extract-eof-flag  pic x value 'N'.
       01 ws-master-eof-flag   pic x value 'N'.
       01 ws-dept-eof-flag     pic x value 'N'.
       01 ws-sort-eof-flag     pic x value 'N'.
       01 ws-dept-open-flag    pic x value 'N'.
       01 ws-eff-card-flag     pic x value 'N'.
       77 ws-cur-side-seq      pic 9 value 0.

      * hire dates off the master keyed straight by emp num
       01 ws-hire-table.
         05 ws-hire-date-slot  pic 9(8) occurs 9998 times.

      * department names off the reference file
       01 ws-dept-table.
         05 ws-dpt-entry occurs 50 times.
           10 ws-dpt-code      pic x(3).
           10 ws-dpt-name      pic x(20).
       77 ws-dept-total        pic 9(2) value 0.
       77 ws-dpt-idx           pic 9(2) value 0.

      * one control page row per department as its letters print
       01 ws-ctl-table.
         05 ws-ctl-entry occurs 60 times.
           10 ws-ctl-side-seq  pic 9.
           10 ws-ctl-dept-code pic x(3).
           10 ws-ctl-standard  pic 9(5).
           10 ws-ctl-prorated  pic 9(5).
           10 ws-ctl-capped    pic 9(5).
           10 ws-ctl-no-inc    pic 9(5).
           10 ws-ctl-total     pic 9(5).
       77 ws-ctl-count         pic 99 value 0.
       77 ws-ctl-idx           pic 99 value 0.
       77 ws-brk-side-seq      pic 9 value 0.
       77 ws-brk-dept-code     pic x(3) value spaces.

      * the run's counts
       77 ws-run-date          pic 9(8) value 0.
       77 ws-cycle-date        pic 9(8) value 0.
       77 ws-eff-date          pic 9(8) value 0.
       77 ws-ngrad-read-count  pic 9(5) value 0.
       77 ws-grad-read-count   pic 9(5) value 0.
       77 ws-dropped-count     pic 9(5) value 0.
       77 ws-letter-count      pic 9(5) value 0.
       77 ws-tot-standard      pic 9(5) value 0.
       77 ws-tot-prorated      pic 9(5) value 0.
       77 ws-tot-capped        pic 9(5) value 0.
       77 ws-tot-no-inc        pic 9(5) value 0.
       77 ws-full-increase     pic 9(7)v99 value 0.
       77 ws-svc-months        pic s9(4) value 0.

      * the cycle date and the hire date split apart for the same
      *  month math 265-prorate-new-hire does
       01 ws-cycle-date-work   pic 9(8) value 0.
       01 ws-cycle-date-split redefines ws-cycle-date-work.
         05 ws-cyc-yyyy        pic 9(4).
         05 ws-cyc-mm          pic 99.
         05 ws-cyc-dd          pic 99.
       01 ws-hire-date-work    pic 9(8) value 0.
       01 ws-hire-date-split redefines ws-hire-date-work.
         05 ws-hire-yyyy       pic 9(4).
         05 ws-hire-mm         pic 99.
         05 ws-hire-dd         pic 99.

      * the letter lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(36) value
                           "Grayson Closs, Raise Letters, 5B".
         05 filler             pic x(6) value spaces.
         05 ws-date            pic 9(8).
       01 ws-letter-title.
         05 filler             pic x(20) value spaces.
         05 filler             pic x(37) value
         "NOTICE OF SALARY CHANGE".
       01 ws-to-line.
         05 filler             pic x value spaces.
         05 filler             pic x(13) value "EMPLOYEE:".
         05 ws-to-emp-num      pic 9(4).
         05 filler             pic x value spaces.
         05 ws-to-name         pic x(15).
       01 ws-dept-line.
         05 filler             pic x value spaces.
         05 filler             pic x(13) value "DEPARTMENT:".
         05 ws-dl-code         pic x(8).
         05 filler             pic x value spaces.
         05 ws-dl-name         pic x(20).
       01 ws-pos-line.
         05 filler             pic x value spaces.
         05 filler             pic x(13) value "POSITION:".
         05 ws-pl-position     pic x(12).
       01 ws-dear-line.
         05 filler             pic x value spaces.
         05 ws-dear-text       pic x(40).
       01 ws-text-line.
         05 filler             pic x value spaces.
         05 ws-tx-text         pic x(72).
       01 ws-amount-line.
         05 filler             pic x(5) value spaces.
         05 ws-am-label        pic x(24).
         05 ws-am-amount       pic z,zzz,zz9.99.
       01 ws-percent-line.
         05 filler             pic x(5) value spaces.
         05 filler             pic x(24) value
         "INCREASE PERCENTAGE:".
         05 filler             pic x(6) value spaces.
         05 ws-pc-rate         pic z9.99.
         05 filler             pic x value "%".
       01 ws-eff-line.
         05 filler             pic x(5) value spaces.
         05 filler             pic x(24) value
         "EFFECTIVE DATE:".
         05 filler             pic x(2) value spaces.
         05 ws-ef-date         pic 9999/99/99.
       01 ws-prorate-line-one.
         05 filler             pic x value spaces.
         05 filler             pic x(25) value
         "BECAUSE YOU JOINED US ON ".
         05 ws-pr-hire-date    pic 9999/99/99.
         05 filler             pic x(25) value
         ", YOUR FIRST INCREASE HAS".
       01 ws-prorate-line-two.
         05 filler             pic x value spaces.
         05 filler             pic x(17) value
         "BEEN PRORATED TO ".
         05 ws-pr-months       pic z9.
         05 filler             pic x(40) value
         " OF 12 MONTHS WORKED THIS CYCLE.".
       01 ws-sign-line.
         05 filler             pic x value spaces.
         05 filler             pic x(20) value "HUMAN RESOURCES".

      * the control page lines
       01 ws-ctl-title.
         05 filler             pic x(20) value spaces.
         05 filler             pic x(37) value
         "RAISE LETTER CONTROL PAGE".
       01 ws-ctl-eff-line.
         05 filler             pic x value spaces.
         05 filler             pic x(16) value "CYCLE DATE:".
         05 ws-ce-cycle        pic 9(8).
         05 filler             pic x(4) value spaces.
         05 filler             pic x(16) value "EFFECTIVE DATE:".
         05 ws-ce-eff          pic 9(8).
       01 ws-ctl-col-line.
         05 filler             pic x value spaces.
         05 filler             pic x(9) value "DEPT".
         05 filler             pic x(20) value "NAME".
         05 filler             pic x(9) value " STANDARD".
         05 filler             pic x(9) value " PRORATED".
         05 filler             pic x(9) value "   CAPPED".
         05 filler             pic x(9) value "  NO INCR".
         05 filler             pic x(9) value "    TOTAL".
       01 ws-ctl-detail-line.
         05 filler             pic x value spaces.
         05 ws-cd-dept         pic x(8).
         05 filler             pic x value spaces.
         05 ws-cd-name         pic x(20).
         05 filler             pic x(4) value spaces.
         05 ws-cd-standard     pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-cd-prorated     pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-cd-capped       pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-cd-no-inc       pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-cd-total        pic zzzz9.
       01 ws-blank-line        pic x(80) value spaces.
       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(36).
         05 ws-ct-count        pic zzzz9.
       01 ws-ctl-ok-line.
         05 filler             pic x value spaces.
         05 filler             pic x(50) value
         "LETTERS PRINTED AGREE WITH EXTRACT RECORDS READ".
       01 ws-ctl-bad-line.
         05 filler             pic x value spaces.
         05 filler             pic x(50) value
         "LETTERS PRINTED DO NOT AGREE WITH EXTRACT RECORDS".

       procedure division.
       000-main.
      * the brains of the letter run - the hire dates and the
      *  department names into tables, the letters out of the sort
      *  in department order, the control page last
         accept ws-run-date from date yyyymmdd.
         move zeros to ws-hire-table.
         perform 40-load-hire-dates.
         perform 45-load-depts.
         perform 50-read-eff-card.
         open output letter-out.
         move ws-run-date to ws-date.
         sort letter-sort-file
           on ascending key ls-side-seq
                            ls-dept-code
                            ls-emp-num
           input procedure is 100-release-extracts
           output procedure is 200-write-letters.
         perform 500-write-control-page.
         close letter-out.
         display "RAISE LETTERS PRINTED  " ws-letter-count.
         display "EXTRACT RECORDS READ   " ws-ngrad-read-count
           " NON-GRAD " ws-grad-read-count " GRAD".

           goback.

       40-load-hire-dates.
      * the hire date for every employee on the master - the
      *  trailer and anything without a usable emp num are passed
         open input salary-master-in.
         perform until ws-master-eof-flag equal 'Y'
           read salary-master-in next record into salery-rec
             at end
               move 'Y' to ws-master-eof-flag
           end-read
           if ws-master-eof-flag equal 'N' then
             if sr-emp-num is numeric and sr-emp-num greater 0
                 and sr-emp-num less 9999
                 and sr-hire-date is numeric then
               move sr-hire-date to ws-hire-date-slot(sr-emp-num)
             end-if
           end-if
         end-perform.
         close salary-master-in.

       45-load-depts.
      * department names for the letter and the control page
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

       50-read-eff-card.
      * the effective date finance set for the increases - a card
      *  that isn't a date is ignored
         open input eff-date-card-in.
         read eff-date-card-in into eff-date-card-rec
           at end
             move zeros to ec-eff-date
         end-read.
         close eff-date-card-in.
         if ec-eff-date is numeric and ec-eff-date greater 0 then
           move ec-eff-date to ws-eff-date
           move 'Y'         to ws-eff-card-flag
         end-if.

       100-release-extracts.
      * both sides' extracts into the sort - the grad line lands in
      *  the same buffer so one paragraph builds either side's
      *  letter
         move 'N' to ws-extract-eof-flag.
         move 1   to ws-cur-side-seq.
         open input salary-extract-in.
         perform until ws-extract-eof-flag equal 'Y'
           read salary-extract-in next record into extract-rec
             at end
               move 'Y' to ws-extract-eof-flag
           end-read
           if ws-extract-eof-flag equal 'N' then
             add 1 to ws-ngrad-read-count
             perform 120-release-one
           end-if
         end-perform.
         close salary-extract-in.
         move 'N' to ws-extract-eof-flag.
         move 2   to ws-cur-side-seq.
         open input grad-extract-in.
         perform until ws-extract-eof-flag equal 'Y'
           read grad-extract-in next record into extract-rec
             at end
               move 'Y' to ws-extract-eof-flag
           end-read
           if ws-extract-eof-flag equal 'N' then
             add 1 to ws-grad-read-count
             perform 120-release-one
           end-if
         end-perform.
         close grad-extract-in.
         if ws-eff-card-flag equal 'N' then
           move ws-cycle-date to ws-eff-date
         end-if.

       120-release-one.
      * one extract line - a line that can't be priced into a
      *  letter is counted so the control page shows the gap
         if xt-emp-num is not numeric or xt-old-sal is not numeric
             or xt-increase is not numeric
             or xt-new-sal is not numeric then
           display "WARNING - EXTRACT LINE DROPPED, NO LETTER: "
             extract-rec
           add 1 to ws-dropped-count
         else
           if xt-run-date is numeric then
             move xt-run-date to ws-cycle-date
           end-if
           perform 140-build-sort-rec
           release ls-rec
         end-if.

       140-build-sort-rec.
      * which letter this employee gets, worked out once here -
      *  unclassified carries no position and gets the no increase
      *  letter, a first-cycle hire on the non-grad side gets the
      *  proration letter, and an increase cut back to the band
      *  maximum gets the capped letter
         move spaces          to ls-rec.
         move ws-cur-side-seq to ls-side-seq.
         move xt-dept-code    to ls-dept-code.
         move xt-emp-num      to ls-emp-num.
         move xt-name         to ls-name.
         move xt-position     to ls-position.
         move xt-old-sal      to ls-old-sal.
         move xt-increase     to ls-increase.
         move xt-new-sal      to ls-new-sal.
         move xt-band-flag    to ls-band-flag.
         move 0               to ls-hire-date.
         move 0               to ls-svc-months.
         if xt-eff-rate is numeric then
           move xt-eff-rate   to ls-eff-rate
         else
           move 0             to ls-eff-rate
         end-if.
         move 'S'             to ls-letter-type.
         if ws-cur-side-seq equal 1 then
           perform 160-check-proration
         end-if.
         if xt-position equal spaces then
           move 'N' to ls-letter-type
         else
           if ls-svc-months less 12 and ls-hire-date greater 0 then
             move 'P' to ls-letter-type
           else
             if xt-band-flag equal 'C' then
               move 'C' to ls-letter-type
             end-if
           end-if
         end-if.

       160-check-proration.
      * the same whole-month count 265-prorate-new-hire works from,
      *  off the cycle date the extract carries - under twelve
      *  months is a prorated first-cycle raise
         move 12 to ls-svc-months.
         if xt-emp-num greater 0 and xt-emp-num less 9999
             and xt-run-date is numeric then
           if ws-hire-date-slot(xt-emp-num) greater 0 then
             move ws-hire-date-slot(xt-emp-num) to ws-hire-date-work
             move xt-run-date to ws-cycle-date-work
             compute ws-svc-months =
               ((ws-cyc-yyyy - ws-hire-yyyy) * 12)
               + ws-cyc-mm - ws-hire-mm
             if ws-svc-months less 12 then
               if ws-svc-months less 0 then
                 move 0 to ws-svc-months
               end-if
               move ws-svc-months     to ls-svc-months
               move ws-hire-date-work to ls-hire-date
             end-if
           end-if
         end-if.

       200-write-letters.
      * the sorted letters back out, a control row opened for each
      *  department as it starts
         perform until ws-sort-eof-flag equal 'Y'
           return letter-sort-file record into ls-rec
             at end
               move 'Y' to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag equal 'N' then
             if ws-dept-open-flag equal 'N'
                 or ls-side-seq not equal ws-brk-side-seq
                 or ls-dept-code not equal ws-brk-dept-code then
               perform 220-open-dept
             end-if
             perform 300-write-letter
             perform 240-tally-letter
           end-if
         end-perform.

       220-open-dept.
      * a new department - one more row on the control page. past
      *  60 the last row takes the overflow so the totals still add
         move 'Y'          to ws-dept-open-flag.
         move ls-side-seq  to ws-brk-side-seq.
         move ls-dept-code to ws-brk-dept-code.
         if ws-ctl-count less 60 then
           add 1 to ws-ctl-count
           move ls-side-seq  to ws-ctl-side-seq(ws-ctl-count)
           move ls-dept-code to ws-ctl-dept-code(ws-ctl-count)
           move 0 to ws-ctl-standard(ws-ctl-count)
           move 0 to ws-ctl-prorated(ws-ctl-count)
           move 0 to ws-ctl-capped(ws-ctl-count)
           move 0 to ws-ctl-no-inc(ws-ctl-count)
           move 0 to ws-ctl-total(ws-ctl-count)
         else
           display "WARNING - MORE THAN 60 DEPARTMENTS - "
             ls-dept-code " COUNTED IN THE LAST ROW"
         end-if.

       240-tally-letter.
      * the letter just printed onto its department's row
         evaluate ls-letter-type
           when 'P'
             add 1 to ws-ctl-prorated(ws-ctl-count)
             add 1 to ws-tot-prorated
           when 'C'
             add 1 to ws-ctl-capped(ws-ctl-count)
             add 1 to ws-tot-capped
           when 'N'
             add 1 to ws-ctl-no-inc(ws-ctl-count)
             add 1 to ws-tot-no-inc
           when other
             add 1 to ws-ctl-standard(ws-ctl-count)
             add 1 to ws-tot-standard
         end-evaluate.
         add 1 to ws-ctl-total(ws-ctl-count).
         add 1 to ws-letter-count.

       260-find-dept-name.
      * the department's name off the reference table - the grad
      *  side has no department, so it is the graduate program
         move spaces to ws-dl-name.
         if ws-dl-code equal "GRAD" then
           move "GRADUATE PROGRAM" to ws-dl-name
         else
           perform varying ws-dpt-idx from 1 by 1
               until ws-dpt-idx greater ws-dept-total
             if ws-dl-code(1:3) equal ws-dpt-code(ws-dpt-idx) then
               move ws-dpt-name(ws-dpt-idx) to ws-dl-name
             end-if
           end-perform
         end-if.

       300-write-letter.
      * one employee's letter on a page of its own - the address
      *  block, the body the letter type calls for, the sign-off
         write letter-line from ws-heading-name-line
           after advancing page.
         write letter-line from ws-letter-title
           after advancing 1 lines.
         write letter-line from ws-blank-line.
         move ls-emp-num to ws-to-emp-num.
         move ls-name    to ws-to-name.
         write letter-line from ws-to-line.
         if ls-side-seq equal 2 then
           move "GRAD" to ws-dl-code
         else
           move ls-dept-code to ws-dl-code
         end-if.
         perform 260-find-dept-name.
         write letter-line from ws-dept-line.
         if ls-letter-type equal 'N' then
           move "Unclassified" to ws-pl-position
         else
           move ls-position    to ws-pl-position
         end-if.
         write letter-line from ws-pos-line.
         write letter-line from ws-blank-line.
         move spaces to ws-dear-text.
         string "DEAR " delimited by size
                ls-name delimited by "  "
                "," delimited by size
           into ws-dear-text
         end-string.
         write letter-line from ws-dear-line.
         write letter-line from ws-blank-line.
         if ls-letter-type equal 'N' then
           perform 340-no-increase-body
         else
           perform 320-increase-body
         end-if.
         write letter-line from ws-blank-line.
         move "THANK YOU FOR YOUR CONTINUED CONTRIBUTION."
           to ws-tx-text.
         write letter-line from ws-text-line.
         write letter-line from ws-blank-line.
         write letter-line from ws-sign-line.

       320-increase-body.
      * the figures, then the proration or band wording where the
      *  increase isn't the straight rate
         move "WE ARE PLEASED TO CONFIRM YOUR SALARY INCREASE FOR THIS"
           to ws-tx-text.
         write letter-line from ws-text-line.
         move "CYCLE, AS SET OUT BELOW." to ws-tx-text.
         write letter-line from ws-text-line.
         write letter-line from ws-blank-line.
         move "PRESENT SALARY:" to ws-am-label.
         move ls-old-sal        to ws-am-amount.
         write letter-line from ws-amount-line.
         move ls-eff-rate       to ws-pc-rate.
         write letter-line from ws-percent-line.
         move "DOLLAR INCREASE:" to ws-am-label.
         move ls-increase       to ws-am-amount.
         write letter-line from ws-amount-line.
         move "NEW SALARY:"     to ws-am-label.
         move ls-new-sal        to ws-am-amount.
         write letter-line from ws-amount-line.
         move ws-eff-date       to ws-ef-date.
         write letter-line from ws-eff-line.
         if ls-letter-type equal 'P' then
           perform 330-prorate-wording
         end-if.
         if ls-band-flag equal 'C' then
           write letter-line from ws-blank-line
           move "YOUR NEW SALARY HAS REACHED THE MAXIMUM OF THE PAY"
             to ws-tx-text
           write letter-line from ws-text-line
           move "BAND FOR YOUR POSITION, SO THE INCREASE HAS BEEN"
             to ws-tx-text
           write letter-line from ws-text-line
           move "LIMITED TO THE BAND MAXIMUM." to ws-tx-text
           write letter-line from ws-text-line
         end-if.

       330-prorate-wording.
      * the first-cycle wording - the full-year figure is the rate
      *  on the present salary before the months were applied
         compute ws-full-increase rounded =
           ls-old-sal * (ls-eff-rate / 100).
         write letter-line from ws-blank-line.
         move ls-hire-date     to ws-pr-hire-date.
         write letter-line from ws-prorate-line-one.
         move ls-svc-months    to ws-pr-months.
         write letter-line from ws-prorate-line-two.
         move "FULL-YEAR INCREASE:" to ws-am-label.
         move ws-full-increase  to ws-am-amount.
         write letter-line from ws-amount-line.

       340-no-increase-body.
      * the unclassified letter - four years or less is not
      *  priced for a raise, so the salary stands
         move "YOUR POSITION IS NOT YET CLASSIFIED. EMPLOYEES WITH"
           to ws-tx-text.
         write letter-line from ws-text-line.
         move "FOUR YEARS OF SERVICE OR LESS DO NOT RECEIVE AN"
           to ws-tx-text.
         write letter-line from ws-text-line.
         move "INCREASE THIS CYCLE, AND YOUR SALARY IS UNCHANGED."
           to ws-tx-text.
         write letter-line from ws-text-line.
         write letter-line from ws-blank-line.
         move "PRESENT SALARY:" to ws-am-label.
         move ls-old-sal        to ws-am-amount.
         write letter-line from ws-amount-line.
         move ws-eff-date       to ws-ef-date.
         write letter-line from ws-eff-line.

       500-write-control-page.
      * the counts per department and in total, and the check that
      *  every extract line became a letter. a line dropped is
      *  return code 8 - HR should not mail until it is explained
         write letter-line from ws-heading-name-line
           after advancing page.
         write letter-line from ws-ctl-title
           after advancing 1 lines.
         write letter-line from ws-blank-line.
         move ws-cycle-date to ws-ce-cycle.
         move ws-eff-date   to ws-ce-eff.
         write letter-line from ws-ctl-eff-line.
         write letter-line from ws-blank-line.
         write letter-line from ws-ctl-col-line.
         perform varying ws-ctl-idx from 1 by 1
             until ws-ctl-idx greater ws-ctl-count
           if ws-ctl-side-seq(ws-ctl-idx) equal 2 then
             move "GRAD" to ws-dl-code
           else
             move ws-ctl-dept-code(ws-ctl-idx) to ws-dl-code
           end-if
           perform 260-find-dept-name
           move ws-dl-code                   to ws-cd-dept
           move ws-dl-name                   to ws-cd-name
           move ws-ctl-standard(ws-ctl-idx)  to ws-cd-standard
           move ws-ctl-prorated(ws-ctl-idx)  to ws-cd-prorated
           move ws-ctl-capped(ws-ctl-idx)    to ws-cd-capped
           move ws-ctl-no-inc(ws-ctl-idx)    to ws-cd-no-inc
           move ws-ctl-total(ws-ctl-idx)     to ws-cd-total
           write letter-line from ws-ctl-detail-line
         end-perform.
         write letter-line from ws-blank-line.
         move "TOTAL"           to ws-cd-dept.
         move spaces            to ws-cd-name.
         move ws-tot-standard   to ws-cd-standard.
         move ws-tot-prorated   to ws-cd-prorated.
         move ws-tot-capped     to ws-cd-capped.
         move ws-tot-no-inc     to ws-cd-no-inc.
         move ws-letter-count   to ws-cd-total.
         write letter-line from ws-ctl-detail-line.
         write letter-line from ws-blank-line.
         move "NON-GRAD EXTRACT RECORDS READ:" to ws-ct-label.
         move ws-ngrad-read-count              to ws-ct-count.
         write letter-line from ws-count-line.
         move "GRAD EXTRACT RECORDS READ:"     to ws-ct-label.
         move ws-grad-read-count               to ws-ct-count.
         write letter-line from ws-count-line.
         move "EXTRACT LINES DROPPED:"         to ws-ct-label.
         move ws-dropped-count                 to ws-ct-count.
         write letter-line from ws-count-line.
         move "LETTERS PRINTED:"               to ws-ct-label.
         move ws-letter-count                  to ws-ct-count.
         write letter-line from ws-count-line.
         if ws-letter-count equal
             ws-ngrad-read-count + ws-grad-read-count then
           write letter-line from ws-ctl-ok-line
         else
           write letter-line from ws-ctl-bad-line
           move 8 to return-code
         end-if.

       end program A5-RaiseLetters-5B.
