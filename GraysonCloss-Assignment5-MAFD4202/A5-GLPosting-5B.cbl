       identification division.
       program-id. A5-GLPosting-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * the general ledger hand-off for the raise cycle - finance
      *  has been keying the cost of every cycle into the GL by
      *  hand off the printed department rollup and the budget
      *  summary. this program reads the cycle's payroll extracts
      *  from both sides against A5-GLMapping.dat, which ties each
      *  department code to a cost center and a salary expense
      *  account, and writes a balanced journal-entry interface
      *  file: one salary expense debit per cost center and one
      *  accrued payroll credit for the lot, between a batch
      *  header and a trailer carrying the control totals. a
      *  department with no mapping, or debits that don't equal
      *  the credit, means nothing is written - the problems go on
      *  the exception list instead and the run ends return code
      *  8. the cycle's business date is stamped on the batch, and
      *  the shared run-control log stops the same cycle being
      *  posted twice, the way 35-check-double-run guards the
      *  nightly run

       environment division.
       configuration section.

       input-output section.
       file-control.

      * this cycle's extracts, exactly as 405-write-extract lays
      *  them down on each side - the grad side is optional so a
      *  cycle where it hasn't run still posts the non-grad cost
         select salary-extract-in
             assign to "../../../data/A5-SalaryReport-5B-EXTRACT.out"
             organization is line sequential.

         select optional grad-extract-in
             assign to
             "../../../data/A5-SalaryReportGrad-5B-EXTRACT.out"
             organization is line sequential.

      * the department to cost center / GL account mapping finance
      *  maintains - D records per department, a G record for the
      *  grad side (its master carries no department code) and the
      *  C record naming the accrued payroll account the credit
      *  goes to
         select gl-mapping-in
             assign to "../../../data/A5-GLMapping.dat"
             organization is line sequential.

      * the journal-entry interface file the GL loads - only ever
      *  written when the batch balances and every department maps
         select gl-journal-out
             assign to "../../../data/A5-GLPosting-5B-JE.out"
             organization is line sequential.

      * the posting report - what went to the GL, the control
      *  totals, and the exception list when it didn't
         select gl-report-out
             assign to "../../../data/A5-GLPosting-5B.out"
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

      * one mapping - record type, the department it maps (blank on
      *  the G and C records), the cost center and the GL account
       fd gl-mapping-in
           data record is gl-map-rec
           record contains 20 characters.
       01 gl-map-rec.
         05 gm-rec-type         pic x.
         05 gm-dept-code        pic x(3).
         05 gm-cost-center      pic x(6).
         05 gm-gl-account       pic x(10).

      * every journal record is 80 bytes - header, detail and
      *  trailer are laid out in working storage and written from
       fd gl-journal-out
           data record is gl-journal-rec
           record contains 80 characters.
       01 gl-journal-rec       pic x(80).

       fd gl-report-out
           data record is gl-report-line
           record contains 80 characters.
       01 gl-report-line       pic x(80).

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
      * important vars for the posting pass
       01 ws-extract-eof-flag  pic x value 'N'.
       01 ws-map-eof-flag      pic x value 'N'.
       01 ws-log-eof-flag      pic x value 'N'.
       01 ws-log-rec-type      pic x value 'S'.
       01 ws-guard-hit         pic x value 'N'.
       01 ws-credit-found      pic x value 'N'.
       01 ws-grad-map-found    pic x value 'N'.
       01 ws-cur-side          pic x(2) value spaces.

      * the department mappings off the mapping file, in file order
       01 ws-map-table.
         05 ws-map-entry occurs 50 times.
           10 ws-mp-dept-code  pic x(3).
           10 ws-mp-cost-center pic x(6).
           10 ws-mp-gl-account pic x(10).
       77 ws-map-total         pic 99 value 0.
       77 ws-map-idx           pic 99 value 0.
       77 ws-cur-map-idx       pic 99 value 0.

      * the grad side's mapping and the accrued payroll credit
       01 ws-grad-cost-center  pic x(6) value spaces.
       01 ws-grad-gl-account   pic x(10) value spaces.
       01 ws-cr-cost-center    pic x(6) value spaces.
       01 ws-cr-gl-account     pic x(10) value spaces.

      * the debits rolled up by cost center and expense account -
      *  two departments sharing both land on one journal line
       01 ws-cc-table.
         05 ws-cc-entry occurs 50 times.
           10 ws-cc-cost-center pic x(6).
           10 ws-cc-gl-account pic x(10).
           10 ws-cc-count      pic 9(5).
           10 ws-cc-amount     pic 9(11)v99.
       77 ws-cc-total          pic 99 value 0.
       77 ws-cc-idx            pic 99 value 0.
       77 ws-cur-cc-idx        pic 99 value 0.
       01 ws-cur-cost-center   pic x(6) value spaces.
       01 ws-cur-gl-account    pic x(10) value spaces.

      * the department codes nothing on the mapping file covers -
      *  one exception line per code, with how many employees and
      *  how much cost sat behind it
       01 ws-unmapped-table.
         05 ws-um-entry occurs 50 times.
           10 ws-um-dept-code  pic x(3).
           10 ws-um-side       pic x(2).
           10 ws-um-count      pic 9(5).
           10 ws-um-amount     pic 9(9)v99.
       77 ws-um-total          pic 99 value 0.
       77 ws-um-idx            pic 99 value 0.
       77 ws-cur-um-idx        pic 99 value 0.

      * the free-form exceptions - bad extract lines, a missing
      *  credit account, a batch that doesn't balance
       01 ws-exc-table.
         05 ws-exc-entry occurs 50 times.
           10 ws-exc-emp-num   pic x(4).
           10 ws-exc-reason    pic x(50).
       77 ws-exc-total         pic 99 value 0.
       77 ws-exc-idx           pic 99 value 0.
       77 ws-exc-overflow      pic 9(5) value 0.
       01 ws-exc-hold-emp      pic x(4) value spaces.
       01 ws-exc-hold-reason   pic x(50) value spaces.

      * the control totals
       77 ws-extract-count     pic 9(5) value 0.
       77 ws-posted-count      pic 9(5) value 0.
       77 ws-exception-count   pic 9(5) value 0.
       77 ws-total-debits      pic 9(11)v99 value 0.
       77 ws-total-credits     pic 9(11)v99 value 0.
       77 ws-je-line-count     pic 9(5) value 0.
       77 ws-run-date          pic 9(8) value 0.
       77 ws-stamp-time        pic 9(8) value 0.
       77 ws-cycle-date        pic 9(8) value 0.
       77 ws-ngrad-cycle       pic 9(8) value 0.
       77 ws-grad-cycle        pic 9(8) value 0.

      * the journal batch header - batch id, the cycle's business
      *  date, the day it was posted and where it came from
       01 ws-je-header.
         05 jh-rec-type        pic x value "H".
         05 filler             pic x value spaces.
         05 jh-batch-id        pic x(8) value "SALRAISE".
         05 filler             pic x value spaces.
         05 jh-business-date   pic 9(8).
         05 filler             pic x value spaces.
         05 jh-posted-date     pic 9(8).
         05 filler             pic x value spaces.
         05 jh-source          pic x(20) value "A5-GLPosting-5B".
         05 filler             pic x(31) value spaces.

      * one journal line - D for the debit side, C for the credit
       01 ws-je-detail.
         05 jd-rec-type        pic x value "D".
         05 filler             pic x value spaces.
         05 jd-batch-id        pic x(8) value "SALRAISE".
         05 filler             pic x value spaces.
         05 jd-line-seq        pic 9(5).
         05 filler             pic x value spaces.
         05 jd-cost-center     pic x(6).
         05 filler             pic x value spaces.
         05 jd-gl-account      pic x(10).
         05 filler             pic x value spaces.
         05 jd-dr-cr           pic x.
         05 filler             pic x value spaces.
         05 jd-amount          pic 9(11)v99.
         05 filler             pic x value spaces.
         05 jd-description     pic x(20).
         05 filler             pic x(9) value spaces.

      * the batch trailer - line count and both control totals, so
      *  the GL can prove the load the same way 810-check-trailer
      *  proves the master
       01 ws-je-trailer.
         05 jt-rec-type        pic x value "T".
         05 filler             pic x value spaces.
         05 jt-batch-id        pic x(8) value "SALRAISE".
         05 filler             pic x value spaces.
         05 jt-line-count      pic 9(5).
         05 filler             pic x value spaces.
         05 jt-total-debits    pic 9(11)v99.
         05 filler             pic x value spaces.
         05 jt-total-credits   pic 9(11)v99.
         05 filler             pic x(36) value spaces.

      * the report lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(36) value
                           "Grayson Closs, GL Posting, 5B".
         05 filler             pic x(6) value spaces.
         05 ws-date            pic 9(8).
       01 ws-heading-title.
         05 filler             pic x(20) value spaces.
         05 ws-title           pic x(37) value
         "RAISE CYCLE GENERAL LEDGER POSTING".
       01 ws-cycle-line-hdr.
         05 filler             pic x value spaces.
         05 filler             pic x(15) value "BUSINESS DATE: ".
         05 ws-cycle-disp      pic 9(8).
       01 ws-col-header-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(8) value "COST CTR".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(10) value "GL ACCOUNT".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(5) value "DR/CR".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(4) value "EMPS".
         05 filler             pic x(10) value spaces.
         05 filler             pic x(6) value "AMOUNT".

       01 ws-detail-line.
         05 filler             pic x(3) value spaces.
         05 ws-dt-cost-center  pic x(6).
         05 filler             pic x(4) value spaces.
         05 ws-dt-gl-account   pic x(10).
         05 filler             pic x(4) value spaces.
         05 ws-dt-dr-cr        pic x.
         05 filler             pic x(4) value spaces.
         05 ws-dt-count        pic zzzz9.
         05 filler             pic x(2) value spaces.
         05 ws-dt-amount       pic $z,zzz,zzz,zz9.99.

       01 ws-blank-line        pic x(80) value spaces.
       01 ws-sect-exc-line.
         05 filler             pic x(44) value
         "EXCEPTIONS - JOURNAL NOT WRITTEN:".
       01 ws-unmapped-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(5) value "DEPT ".
         05 ws-um-dept-disp    pic x(3).
         05 filler             pic x value spaces.
         05 ws-um-side-disp    pic x(2).
         05 filler             pic x(19) value
         " HAS NO GL MAPPING ".
         05 ws-um-count-disp   pic zzzz9.
         05 filler             pic x(6) value " EMPS ".
         05 ws-um-amount-disp  pic $zzz,zzz,zz9.99.
       01 ws-exc-line.
         05 filler             pic x(3) value spaces.
         05 ws-exc-emp-disp    pic x(4).
         05 filler             pic x value spaces.
         05 ws-exc-reason-disp pic x(50).
       01 ws-exc-overflow-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(36) value
         "MORE EXCEPTIONS NOT LISTED - COUNT: ".
         05 ws-exc-over-disp   pic zzzz9.

       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(28).
         05 ws-ct-count        pic zzzz9.
       01 ws-total-line.
         05 filler             pic x value spaces.
         05 ws-tl-label        pic x(28).
         05 ws-tl-amount       pic $z,zzz,zzz,zz9.99.
       01 ws-result-line.
         05 filler             pic x value spaces.
         05 ws-result-text     pic x(60).

      * the bad-balance exception, built with both totals on it
       01 ws-unbalanced-reason.
         05 filler             pic x(12) value "OUT OF BAL: ".
         05 ws-ub-debits       pic z(8)9.99.
         05 filler             pic x(4) value " DR ".
         05 ws-ub-credits      pic z(8)9.99.
         05 filler             pic x(3) value " CR".

       procedure division.
       000-main.
      * the brains of the posting - read both extracts into the
      *  cost center rollup, refuse a cycle already posted, then
      *  write the journal only if nothing is wrong with it
         accept ws-run-date from date yyyymmdd.
         perform 30-log-start.
         perform 45-load-mapping.
         perform 100-load-extracts.
         if ws-cycle-date greater 0 then
           perform 35-check-double-run
         end-if.
         open output gl-report-out.
         move ws-run-date   to ws-date.
         move ws-cycle-date to ws-cycle-disp.
         write gl-report-line from ws-heading-name-line.
         write gl-report-line from ws-heading-title
           before advancing 2 lines.
         write gl-report-line from ws-cycle-line-hdr
           before advancing 2 lines.
         if ws-guard-hit equal 'Y' then
           move "CYCLE ALREADY POSTED - NOTHING WRITTEN"
             to ws-result-text
           write gl-report-line from ws-result-line
           display "POSTING REFUSED - BUSINESS DATE " ws-cycle-date
             " WAS ALREADY POSTED TO THE GL"
           display "  REMOVE THE RUN-CONTROL LOG ENTRY TO REPOST"
           move 8 to return-code
         else
           perform 200-check-batch
           perform 400-write-report
           if ws-exception-count equal 0 then
             perform 300-write-journal
           else
             move 8 to return-code
           end-if
           perform 450-write-result
         end-if.
         close gl-report-out.
         perform 880-log-end.
         display "GL EXTRACT LINES    " ws-extract-count.
         display "GL JOURNAL LINES    " ws-je-line-count.
         display "GL EXCEPTIONS       " ws-exception-count.

           goback.

       30-log-start.
      * stamp the shared log before doing anything
         move 'S' to ws-log-rec-type.
         perform 890-write-log-rec.

       35-check-double-run.
      * a cycle posted once is in the GL - refuse if the log shows
      *  a clean posting end for this business date already. a run
      *  that stopped on exceptions ended return code 8, so fixing
      *  the mapping and rerunning gets through.
         move 'N' to ws-log-eof-flag.
         open input run-log-file.
         perform until ws-log-eof-flag equal 'Y'
           read run-log-file next record into run-log-rec
             at end
               move 'Y' to ws-log-eof-flag
           end-read
           if ws-log-eof-flag equal 'N' then
             if rc-program-id equal "A5-GLPosting-5B"
                 and rc-rec-type equal 'E'
                 and rc-run-date equal ws-cycle-date
                 and rc-run-mode equal "POST"
                 and rc-return-code equal 0 then
               move 'Y' to ws-guard-hit
             end-if
           end-if
         end-perform.
         close run-log-file.

       45-load-mapping.
      * the mapping file into the table - D records one per
      *  department, the G and C records off to the side
         open input gl-mapping-in.
         perform until ws-map-eof-flag equal 'Y'
           read gl-mapping-in next record into gl-map-rec
             at end
               move 'Y' to ws-map-eof-flag
           end-read
           if ws-map-eof-flag equal 'N' then
             perform 47-stash-mapping
           end-if
         end-perform.
         close gl-mapping-in.

       47-stash-mapping.
      * one mapping record - a record with no cost center or no
      *  account would post to nowhere, so it is reported and left
      *  out, and anything it would have mapped turns up unmapped
         if gm-cost-center equal spaces
             or gm-gl-account equal spaces then
           display "WARNING - INCOMPLETE GL MAPPING IGNORED: "
             gl-map-rec
         else
           evaluate gm-rec-type
             when 'D'
               if ws-map-total less 50 then
                 add 1 to ws-map-total
                 move gm-dept-code   to ws-mp-dept-code(ws-map-total)
                 move gm-cost-center
                   to ws-mp-cost-center(ws-map-total)
                 move gm-gl-account  to ws-mp-gl-account(ws-map-total)
               else
                 display "WARNING - MORE THAN 50 DEPARTMENT "
                   "MAPPINGS - EXTRAS IGNORED"
               end-if
             when 'G'
               move 'Y'            to ws-grad-map-found
               move gm-cost-center to ws-grad-cost-center
               move gm-gl-account  to ws-grad-gl-account
             when 'C'
               move 'Y'            to ws-credit-found
               move gm-cost-center to ws-cr-cost-center
               move gm-gl-account  to ws-cr-gl-account
             when other
               display "WARNING - BAD GL MAPPING RECORD TYPE: "
                 gl-map-rec
           end-evaluate
         end-if.

       100-load-extracts.
      * both sides' extracts into the rollup - the grad line lands
      *  in the same buffer so one paragraph posts either side
         move 'N'  to ws-extract-eof-flag.
         move "NG" to ws-cur-side.
         open input salary-extract-in.
         perform until ws-extract-eof-flag equal 'Y'
           read salary-extract-in next record into extract-rec
             at end
               move 'Y' to ws-extract-eof-flag
           end-read
           if ws-extract-eof-flag equal 'N' then
             if xt-run-date is numeric
                 and xt-run-date greater ws-ngrad-cycle then
               move xt-run-date to ws-ngrad-cycle
             end-if
             perform 120-post-one-line
           end-if
         end-perform.
         close salary-extract-in.
         move 'N'  to ws-extract-eof-flag.
         move "GR" to ws-cur-side.
         open input grad-extract-in.
         perform until ws-extract-eof-flag equal 'Y'
           read grad-extract-in next record into extract-rec
             at end
               move 'Y' to ws-extract-eof-flag
           end-read
           if ws-extract-eof-flag equal 'N' then
             if xt-run-date is numeric
                 and xt-run-date greater ws-grad-cycle then
               move xt-run-date to ws-grad-cycle
             end-if
             perform 120-post-one-line
           end-if
         end-perform.
         close grad-extract-in.
      * the non-grad run sets the cycle - a grad extract that
      *  isn't off the same business date is somebody else's cycle
         move ws-ngrad-cycle to ws-cycle-date.
         if ws-cycle-date equal 0 then
           move ws-grad-cycle to ws-cycle-date
         end-if.
         if ws-grad-cycle greater 0
             and ws-grad-cycle not equal ws-cycle-date then
           move spaces to ws-exc-hold-emp
           move "GRAD EXTRACT IS FROM A DIFFERENT BUSINESS DATE"
             to ws-exc-hold-reason
           perform 180-add-exception
         end-if.

       120-post-one-line.
      * one extract line - its increase is the cost, and its
      *  department (or the grad side's G record) finds the cost
      *  center it's debited to. the credit side takes every line,
      *  so a line that never reaches a debit shows up as an
      *  imbalance as well as an exception.
         add 1 to ws-extract-count.
         if xt-emp-num is not numeric or xt-increase is not numeric
             then
           move xt-emp-num to ws-exc-hold-emp
           move "BAD EMP NUM OR INCREASE ON EXTRACT LINE"
             to ws-exc-hold-reason
           perform 180-add-exception
         else
           add xt-increase to ws-total-credits
           perform 140-find-mapping
           if ws-cur-cost-center equal spaces then
             perform 160-note-unmapped
           else
             perform 150-add-to-cost-center
           end-if
         end-if.

       140-find-mapping.
      * which cost center and account this line posts to - blank
      *  when nothing maps it. a grad line with no department code
      *  takes the G record.
         move spaces to ws-cur-cost-center.
         move spaces to ws-cur-gl-account.
         if ws-cur-side equal "GR" and xt-dept-code equal spaces then
           if ws-grad-map-found equal 'Y' then
             move ws-grad-cost-center to ws-cur-cost-center
             move ws-grad-gl-account  to ws-cur-gl-account
           end-if
         else
           move 0 to ws-cur-map-idx
           perform varying ws-map-idx from 1 by 1
               until ws-map-idx greater ws-map-total
             if xt-dept-code equal ws-mp-dept-code(ws-map-idx) then
               move ws-map-idx to ws-cur-map-idx
             end-if
           end-perform
           if ws-cur-map-idx greater 0 then
             move ws-mp-cost-center(ws-cur-map-idx)
               to ws-cur-cost-center
             move ws-mp-gl-account(ws-cur-map-idx)
               to ws-cur-gl-account
           end-if
         end-if.

       150-add-to-cost-center.
      * roll the line into its cost center / account slot, opening
      *  a new slot the first time the pair turns up
         move 0 to ws-cur-cc-idx.
         perform varying ws-cc-idx from 1 by 1
             until ws-cc-idx greater ws-cc-total
           if ws-cc-cost-center(ws-cc-idx) equal ws-cur-cost-center
               and ws-cc-gl-account(ws-cc-idx)
                 equal ws-cur-gl-account then
             move ws-cc-idx to ws-cur-cc-idx
           end-if
         end-perform.
         if ws-cur-cc-idx equal 0 then
           if ws-cc-total less 50 then
             add 1 to ws-cc-total
             move ws-cc-total        to ws-cur-cc-idx
             move ws-cur-cost-center to ws-cc-cost-center(ws-cc-total)
             move ws-cur-gl-account  to ws-cc-gl-account(ws-cc-total)
             move 0                  to ws-cc-count(ws-cc-total)
             move 0                  to ws-cc-amount(ws-cc-total)
           else
             move xt-emp-num to ws-exc-hold-emp
             move "MORE THAN 50 COST CENTERS - LINE NOT POSTED"
               to ws-exc-hold-reason
             perform 180-add-exception
           end-if
         end-if.
         if ws-cur-cc-idx greater 0 then
           add 1           to ws-posted-count
           add 1           to ws-cc-count(ws-cur-cc-idx)
           add xt-increase to ws-cc-amount(ws-cur-cc-idx)
           add xt-increase to ws-total-debits
         end-if.

       160-note-unmapped.
      * a department nothing maps - tallied per code and side, so
      *  the exception list names each one once
         move 0 to ws-cur-um-idx.
         perform varying ws-um-idx from 1 by 1
             until ws-um-idx greater ws-um-total
           if ws-um-dept-code(ws-um-idx) equal xt-dept-code
               and ws-um-side(ws-um-idx) equal ws-cur-side then
             move ws-um-idx to ws-cur-um-idx
           end-if
         end-perform.
         if ws-cur-um-idx equal 0 and ws-um-total less 50 then
           add 1 to ws-um-total
           add 1 to ws-exception-count
           move ws-um-total  to ws-cur-um-idx
           move xt-dept-code to ws-um-dept-code(ws-um-total)
           move ws-cur-side  to ws-um-side(ws-um-total)
           move 0            to ws-um-count(ws-um-total)
           move 0            to ws-um-amount(ws-um-total)
         end-if.
         if ws-cur-um-idx equal 0 then
           move xt-emp-num to ws-exc-hold-emp
           move "UNMAPPED DEPARTMENT - TABLE FULL"
             to ws-exc-hold-reason
           perform 180-add-exception
         else
           add 1           to ws-um-count(ws-cur-um-idx)
           add xt-increase to ws-um-amount(ws-cur-um-idx)
         end-if.

       180-add-exception.
      * one line on the exception list - past 50 they're only
      *  counted, the list already says plenty
         add 1 to ws-exception-count.
         if ws-exc-total less 50 then
           add 1 to ws-exc-total
           move ws-exc-hold-emp    to ws-exc-emp-num(ws-exc-total)
           move ws-exc-hold-reason to ws-exc-reason(ws-exc-total)
         else
           add 1 to ws-exc-overflow
         end-if.

       200-check-batch.
      * the batch has to be postable as a whole - something to
      *  post, an account to credit, and debits equal to the credit
         if ws-cycle-date equal 0 then
           move spaces to ws-exc-hold-emp
           move "NO EXTRACT LINES - NOTHING TO POST"
             to ws-exc-hold-reason
           perform 180-add-exception
         end-if.
         if ws-credit-found equal 'N' then
           move spaces to ws-exc-hold-emp
           move "NO ACCRUED PAYROLL (C) RECORD ON THE MAPPING FILE"
             to ws-exc-hold-reason
           perform 180-add-exception
         end-if.
         if ws-total-debits not equal ws-total-credits then
           move ws-total-debits  to ws-ub-debits
           move ws-total-credits to ws-ub-credits
           move spaces to ws-exc-hold-emp
           move ws-unbalanced-reason to ws-exc-hold-reason
           perform 180-add-exception
         end-if.

       300-write-journal.
      * header, one debit per cost center, the credit, trailer
         open output gl-journal-out.
         move ws-cycle-date to jh-business-date.
         move ws-run-date   to jh-posted-date.
         write gl-journal-rec from ws-je-header.
         perform varying ws-cc-idx from 1 by 1
             until ws-cc-idx greater ws-cc-total
           move "D"                           to jd-dr-cr
           move ws-cc-cost-center(ws-cc-idx)  to jd-cost-center
           move ws-cc-gl-account(ws-cc-idx)   to jd-gl-account
           move ws-cc-amount(ws-cc-idx)       to jd-amount
           move "SALARY RAISE EXPENSE"        to jd-description
           perform 320-write-je-line
         end-perform.
         move "C"               to jd-dr-cr.
         move ws-cr-cost-center to jd-cost-center.
         move ws-cr-gl-account  to jd-gl-account.
         move ws-total-credits  to jd-amount.
         move "ACCRUED PAYROLL"  to jd-description.
         perform 320-write-je-line.
         move ws-je-line-count  to jt-line-count.
         move ws-total-debits   to jt-total-debits.
         move ws-total-credits  to jt-total-credits.
         write gl-journal-rec from ws-je-trailer.
         close gl-journal-out.

       320-write-je-line.
      * one numbered journal line
         add 1 to ws-je-line-count.
         move ws-je-line-count to jd-line-seq.
         write gl-journal-rec from ws-je-detail.

       400-write-report.
      * the cost center lines and the credit as they'd post, the
      *  control totals, then the exceptions if there are any
         write gl-report-line from ws-col-header-line
           before advancing 2 lines.
         perform varying ws-cc-idx from 1 by 1
             until ws-cc-idx greater ws-cc-total
           move ws-cc-cost-center(ws-cc-idx) to ws-dt-cost-center
           move ws-cc-gl-account(ws-cc-idx)  to ws-dt-gl-account
           move "D"                          to ws-dt-dr-cr
           move ws-cc-count(ws-cc-idx)       to ws-dt-count
           move ws-cc-amount(ws-cc-idx)      to ws-dt-amount
           write gl-report-line from ws-detail-line
         end-perform.
         move ws-cr-cost-center to ws-dt-cost-center.
         move ws-cr-gl-account  to ws-dt-gl-account.
         move "C"               to ws-dt-dr-cr.
         move ws-posted-count   to ws-dt-count.
         move ws-total-credits  to ws-dt-amount.
         write gl-report-line from ws-detail-line.
         write gl-report-line from ws-blank-line.
         move "EXTRACT LINES READ:"   to ws-ct-label.
         move ws-extract-count        to ws-ct-count.
         write gl-report-line from ws-count-line.
         move "LINES POSTED:"         to ws-ct-label.
         move ws-posted-count         to ws-ct-count.
         write gl-report-line from ws-count-line.
         move "TOTAL DEBITS:"         to ws-tl-label.
         move ws-total-debits         to ws-tl-amount.
         write gl-report-line from ws-total-line.
         move "TOTAL CREDITS:"        to ws-tl-label.
         move ws-total-credits        to ws-tl-amount.
         write gl-report-line from ws-total-line.
         if ws-exception-count greater 0 then
           write gl-report-line from ws-blank-line
           write gl-report-line from ws-sect-exc-line
           perform 420-write-exceptions
         end-if.

       420-write-exceptions.
      * the unmapped departments first, then everything else
         perform varying ws-um-idx from 1 by 1
             until ws-um-idx greater ws-um-total
           move ws-um-dept-code(ws-um-idx) to ws-um-dept-disp
           move ws-um-side(ws-um-idx)      to ws-um-side-disp
           move ws-um-count(ws-um-idx)     to ws-um-count-disp
           move ws-um-amount(ws-um-idx)    to ws-um-amount-disp
           write gl-report-line from ws-unmapped-line
         end-perform.
         perform varying ws-exc-idx from 1 by 1
             until ws-exc-idx greater ws-exc-total
           move ws-exc-emp-num(ws-exc-idx) to ws-exc-emp-disp
           move ws-exc-reason(ws-exc-idx)  to ws-exc-reason-disp
           write gl-report-line from ws-exc-line
         end-perform.
         if ws-exc-overflow greater 0 then
           move ws-exc-overflow to ws-exc-over-disp
           write gl-report-line from ws-exc-overflow-line
         end-if.

       450-write-result.
      * the last line says whether the GL got a file
         write gl-report-line from ws-blank-line.
         if ws-exception-count equal 0 then
           move "JOURNAL WRITTEN TO A5-GLPosting-5B-JE.out"
             to ws-result-text
         else
           move "JOURNAL NOT WRITTEN - CLEAR THE EXCEPTIONS AND RERUN"
             to ws-result-text
         end-if.
         write gl-report-line from ws-result-line.

       880-log-end.
      * and stamp how it came out
         move 'E' to ws-log-rec-type.
         perform 890-write-log-rec.

       890-write-log-rec.
      * one record on the shared run-control log - the run date is
      *  the business date posted, so 35-check-double-run can find
      *  it. records read is extract lines, rejected is exceptions.
         accept ws-stamp-time from time.
         move spaces             to run-log-rec.
         move "A5-GLPosting-5B"  to rc-program-id.
         move ws-log-rec-type    to rc-rec-type.
         if ws-cycle-date greater 0 then
           move ws-cycle-date    to rc-run-date
         else
           move ws-run-date      to rc-run-date
         end-if.
         move ws-run-date        to rc-stamp-date.
         move ws-stamp-time      to rc-stamp-time.
         move ws-extract-count   to rc-recs-read.
         move ws-exception-count to rc-recs-rejected.
         move "N/A "             to rc-trailer-check.
         move return-code        to rc-return-code.
         move "POST"             to rc-run-mode.
         open extend run-log-file.
         write run-log-rec.
         close run-log-file.

       end program A5-GLPosting-5B.
