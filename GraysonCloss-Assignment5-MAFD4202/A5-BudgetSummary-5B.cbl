      *  instead of two printouts to add by hand. both sides write
      *  their control file the same way now - if one isn't there
      *  yet that side is reported as not available and left out of
      *  the combined total. an emp num on both masters (or in both
      *  cycle extracts) would be counted on both sides, so when
      *  A5-EduTransfer-5B's cross-master check has found any, the
      *  two sides are shown but not combined until they're cleared.

       environment division.
       configuration section.
             assign to "../../../data/A5-SalaryReport-Grad-BUDGET.out"
             organization is line sequential.

      * the duplicate count A5-EduTransfer-5B's cross-master check
      *  leaves - no file means the check hasn't run
         select optional cross-ctl-in
             assign to "../../../data/A5-CrossMaster-CTL.out"
             organization is line sequential.

         select summary-out
             assign to "../../../data/A5-BudgetSummary-5B.out"
             organization is line sequential.
         05 filler             pic x value spaces.
         05 tl-run-date        pic 9(8).

      * the cross-master check's result - same program id / value /
      *  date shape as the two budget control files
       fd cross-ctl-in
           data record is cc-line
           record contains 25 characters.
       01 cc-line.
         05 cc-program-id      pic x(10).
         05 filler             pic x value spaces.
         05 cc-dup-count       pic 9(5).
         05 filler             pic x value spaces.
         05 cc-run-date        pic 9(8).

       fd summary-out
       data record is summary-line
       record contains 80 characters.
       01 ws-penn-date         pic 9(8) value 0.
       01 ws-teller-date       pic 9(8) value 0.
       01 ws-cycle-mismatch    pic x value 'N'.
       01 ws-cross-found       pic x value 'N'.
       01 ws-dups-block        pic x value 'N'.
       01 ws-cross-stale       pic x value 'N'.
       01 ws-cross-date        pic 9(8) value 0.
       01 ws-cross-dups        pic 9(5) value 0.
       01 ws-log-rec-type      pic x value 'S'.
       01 ws-run-date          pic 9(8) value 0.
       01 ws-stamp-time        pic 9(8) value 0.
         05 ws-combined-disp   pic $z(3),z(3),z(3).z(2).
         05 ws-combined-na     pic x(17) value spaces.

      * what the cross-master check said, under the combined line
       01 ws-cross-line.
         05 filler             pic x(5) value spaces.
         05 ws-cross-text      pic x(60) value spaces.
       01 ws-cross-dup-text.
         05 ws-cd-count        pic zzzz9.
         05 filler             pic x(38) value
         " EMP NUMS ON BOTH SIDES - CHECK DATED ".
         05 ws-cd-date         pic 9(8).

      * the "DATED yyyymmdd" tag that rides each side's line so
      *  the committee can see at a glance which cycle it reads
       01 ws-dated-tag.
         perform 50-open-files.
         perform 100-read-penn.
         perform 150-read-teller.
         perform 170-read-cross-check.
         perform 180-check-cycles.
         perform 200-write-summary.
         perform 800-close-files.
      * the opening of the files
         open input penn-budget-in.
         open input teller-budget-in.
         open input cross-ctl-in.
         open output summary-out.

       100-read-penn.
             end-if
         end-read.

       170-read-cross-check.
      * the cross-master check's duplicate count - any at all and
      *  an employee is being counted on both sides, so the two
      *  totals are not added together
         read cross-ctl-in into cc-line
           at end
             continue
           not at end
             move 'Y' to ws-cross-found
             if cc-dup-count is numeric then
               move cc-dup-count to ws-cross-dups
             end-if
             if cc-run-date is numeric then
               move cc-run-date to ws-cross-date
             end-if
         end-read.
         if ws-cross-dups greater 0 then
           move 'Y' to ws-dups-block
           display "WARNING - " ws-cross-dups " EMP NUMS ARE ON BOTH "
             "THE GRAD AND NON-GRAD SIDES - TOTALS NOT COMBINED"
           move 8 to return-code
         end-if.

       180-check-cycles.
      * the whole point of the date stamps - two in-house numbers
      *  are only worth combining when they came from the same
             " TELLER DATED " ws-teller-date
           move 8 to return-code
         end-if.
      * a clear cross-master check only vouches for the masters as
      *  they stood when it ran - one from before either cycle says
      *  nothing about the duplicates that cycle might carry
         if ws-cross-found equal 'Y'
             and ((ws-penn-found equal 'Y'
                   and ws-cross-date less ws-penn-date)
               or (ws-teller-found equal 'Y'
                   and ws-cross-date less ws-teller-date)) then
           move 'Y' to ws-cross-stale
           display "WARNING - CROSS-MASTER CHECK DATED " ws-cross-date
             " IS OLDER THAN THE BUDGET CYCLE - TOTALS NOT COMBINED"
           move 8 to return-code
         end-if.

       200-write-summary.
      * lay out the combined report
         if ws-cycle-mismatch equal 'Y' then
           move " (CYCLE MISMATCH)" to ws-combined-na
         end-if.
         if ws-dups-block equal 'Y' or ws-cross-stale equal 'Y' then
           move 0 to ws-combined-disp
           move " (NOT COMBINED)"   to ws-combined-na
         end-if.
         write summary-line from ws-combined-line
           after advancing 2 lines.

         evaluate true
           when ws-cross-found equal 'N'
             move "CROSS-MASTER CHECK NOT RUN" to ws-cross-text
           when ws-cross-stale equal 'Y'
             move ws-cross-date to ws-dated-date
             move spaces to ws-cross-text
             string "CROSS-MASTER CHECK OUT OF DATE -"
                      delimited by size
                    " CHECK" delimited by size
                    ws-dated-tag delimited by size
               into ws-cross-text
             end-string
           when ws-dups-block equal 'Y'
             move ws-cross-dups to ws-cd-count
             move ws-cross-date to ws-cd-date
             move ws-cross-dup-text to ws-cross-text
           when other
             move ws-cross-date to ws-dated-date
             move spaces to ws-cross-text
             string "NO EMP NUM ON BOTH SIDES -" delimited by size
                    " CHECK" delimited by size
                    ws-dated-tag delimited by size
               into ws-cross-text
             end-string
         end-evaluate.
         write summary-line from ws-cross-line
           after advancing 1 lines.

       800-close-files.
      * def not closing the files
         close penn-budget-in
           teller-budget-in
           cross-ctl-in
           summary-out.

       end program A5-BudgetSummary-5B.
