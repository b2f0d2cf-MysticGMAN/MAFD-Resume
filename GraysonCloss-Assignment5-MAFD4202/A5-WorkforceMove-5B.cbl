       identification division.
       program-id. A5-WorkforceMove-5B.
       author. name. Grayson Closs.
       date-written. date. 2026-10-15
      * the workforce movement picture - A5-MasterCutover-5B keeps
      *  the live master and three dated generations behind it, but
      *  when the committee asks how many people were hired, lost
      *  or moved since last cycle somebody diffs flat files by
      *  eye. this program matches the live non-grad master against
      *  a chosen generation on emp num and puts every employee in
      *  one bucket: new hire, departed (off the master or
      *  terminated), department transfer, reclassified (the
      *  position tier moved with the years or the edu code),
      *  salary changed outside a raise cycle, or unchanged. the
      *  detail prints by bucket, then a headcount and turnover
      *  summary per department - opening, hires, departures,
      *  transfers in and out, closing - and the closing count is
      *  reconciled to the live master's trailer

       environment division.
       configuration section.

       input-output section.
       file-control.

      * the live master everything downstream reads
         select salary-master-live
             assign to "../../../data/A5-SalaryData-NonGrad.dat"
             organization is line sequential.

      * the three generations A5-MasterCutover-5B keeps - gen1 is
      *  the newest. each opens with the BKUP header carrying the
      *  date it was saved
         select optional salary-gen1-file
             assign to "../../../data/A5-SalaryData-NonGrad.gen1"
             organization is line sequential.

         select optional salary-gen2-file
             assign to "../../../data/A5-SalaryData-NonGrad.gen2"
             organization is line sequential.

         select optional salary-gen3-file
             assign to "../../../data/A5-SalaryData-NonGrad.gen3"
             organization is line sequential.

      * a one-card file naming the generation to compare against -
      *  GEN1, GEN2 or GEN3. no card, or anything else, is GEN1,
      *  the master as it stood before the last cutover
         select optional gen-card-in
             assign to
             "../../../data/A5-WorkforceMove-5B-GEN.dat"
             organization is line sequential.

         select movement-report-out
             assign to "../../../data/A5-WorkforceMove-5B.out"
             organization is line sequential.

      * sort work - the movements come out of the match in emp num
      *  order, the report wants them by bucket
         select move-sort-file
             assign to "../../../data/A5-WorkforceMove-5B.srt".

      *
       data division.
      *
       file section.
      * the master as A5-SalaryReport-5B reads it
       fd salary-master-live
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

       fd salary-gen1-file
           data record is ws-gen1-rec
           record contains 57 characters.
       01 ws-gen1-rec          pic x(57).

       fd salary-gen2-file
           data record is ws-gen2-rec
           record contains 57 characters.
       01 ws-gen2-rec          pic x(57).

       fd salary-gen3-file
           data record is ws-gen3-rec
           record contains 57 characters.
       01 ws-gen3-rec          pic x(57).

      * the one-card generation choice
       fd gen-card-in
           data record is gen-card-rec
           record contains 4 characters.
       01 gen-card-rec.
         05 gc-gen              pic x(4).

       fd movement-report-out
           data record is movement-line
           record contains 100 characters.
       01 movement-line        pic x(100).

      * one movement - which bucket, who, and the before and after
      *  of the fields the bucket turned on
       sd move-sort-file
           data record is mv-rec
           record contains 82 characters.
       01 mv-rec.
         05 mv-cat-seq          pic 9.
         05 mv-emp-num          pic 9(4).
         05 mv-name             pic x(15).
         05 mv-old-dept         pic x(3).
         05 mv-new-dept         pic x(3).
         05 mv-old-pos          pic x(12).
         05 mv-new-pos          pic x(12).
         05 mv-old-sal          pic 9(5)v99.
         05 mv-new-sal          pic 9(5)v99.
         05 mv-note             pic x(10).
         05 filler              pic x(8).

       working-storage section.
      * important vars for the match
       01 ws-eof-flag          pic x value 'N'.
       01 ws-sort-eof-flag     pic x value 'N'.
       01 ws-trailer-found     pic x value 'N'.
       01 ws-gen-header-found  pic x value 'N'.
       01 ws-gen-choice        pic 9 value 1.
       01 ws-cat-open-flag     pic x value 'N'.

      * one generation record in flight - the master image, or the
      *  BKUP header that opens the file
       01 ws-gen-rec.
         05 gn-emp-num         pic 9(4).
         05 gn-name            pic x(15).
         05 gn-years           pic 99.
         05 gn-edu-code        pic x.
         05 gn-salary          pic 9(5)v99.
         05 gn-budget-estimate pic 9(6)v99.
         05 gn-hire-date       pic 9(8).
         05 gn-dept-code       pic x(3).
         05 gn-status          pic x.
         05 gn-status-date     pic 9(8).
       01 ws-gen-header redefines ws-gen-rec.
         05 gh-literal         pic x(4).
         05 filler             pic x(1).
         05 gh-saved-date      pic 9(8).
         05 filler             pic x(44).

      * the prior generation keyed straight by emp num, same slot
      *  trick the maintenance program uses. matched goes Y when
      *  the live master turns the employee up.
       01 ws-prior-table.
         05 ws-pr-entry occurs 9998 times.
           10 ws-pr-used       pic x.
           10 ws-pr-matched    pic x.
           10 ws-pr-name       pic x(15).
           10 ws-pr-years      pic 99.
           10 ws-pr-edu-code   pic x.
           10 ws-pr-salary     pic 9(5)v99.
           10 ws-pr-dept-code  pic x(3).
           10 ws-pr-status     pic x.

      * the headcount rollup per department - opening off the
      *  generation, closing off the live master
       01 ws-dept-table.
         05 ws-dpt-entry occurs 50 times.
           10 ws-dpt-code      pic x(3).
           10 ws-dpt-opening   pic 9(5).
           10 ws-dpt-hires     pic 9(5).
           10 ws-dpt-departs   pic 9(5).
           10 ws-dpt-xfer-in   pic 9(5).
           10 ws-dpt-xfer-out  pic 9(5).
           10 ws-dpt-closing   pic 9(5).
       77 ws-dept-total        pic 99 value 0.
       77 ws-dpt-idx           pic 99 value 0.
       77 ws-cur-dept-idx      pic 99 value 0.
       01 ws-find-dept-code    pic x(3) value spaces.

      * the bucket titles in sort order
       01 ws-cat-title-values.
         05 filler             pic x(30) value
                               "NEW HIRES".
         05 filler             pic x(30) value
                               "DEPARTURES".
         05 filler             pic x(30) value
                               "DEPARTMENT TRANSFERS".
         05 filler             pic x(30) value
                               "RECLASSIFIED".
         05 filler             pic x(30) value
                               "SALARY CHANGED OFF-CYCLE".
         05 filler             pic x(30) value
                               "UNCHANGED".
       01 ws-cat-title-table redefines ws-cat-title-values.
         05 ws-cat-title       pic x(30) occurs 6 times.
       01 ws-cat-count-table.
         05 ws-cat-count       pic 9(5) occurs 6 times.
       77 ws-cat-idx           pic 9 value 0.
       77 ws-brk-cat-seq       pic 9 value 0.

      * same class strings and edu bars the nightly report uses
       77 ws-analyst-str       pic x(7) value "Analyst".
       77 ws-sen-str           pic x(8) value "Sen Prog".
       77 ws-prog-str          pic x(4) value "PROG".
       77 ws-jr-prog-str       pic x(7) value "JR PROG".
       77 ws-unclass-str       pic x(12) value "Unclassified".
       77 ws-analyst-edu-min   pic x value "3".
       77 ws-sen-edu-min       pic x value "2".
       01 ws-tier-years        pic 99 value 0.
       01 ws-tier-edu-code     pic x value space.
       01 ws-tier              pic x(12) value spaces.
       01 ws-old-tier          pic x(12) value spaces.
       01 ws-new-tier          pic x(12) value spaces.

      * the counts the reconciliation runs on
       77 ws-run-date          pic 9(8) value 0.
       77 ws-gen-saved-date    pic 9(8) value 0.
       77 ws-prior-read-count  pic 9(5) value 0.
       77 ws-live-read-count   pic 9(5) value 0.
       77 ws-trailer-rec-count pic 9(5) value 0.
       77 ws-opening-total     pic 9(5) value 0.
       77 ws-hires-total       pic 9(5) value 0.
       77 ws-departs-total     pic 9(5) value 0.
       77 ws-closing-total     pic 9(5) value 0.
       77 ws-termed-on-live    pic 9(5) value 0.
       77 ws-expected-closing  pic s9(6) value 0.
       77 ws-turnover-pct      pic 9(3)v9 value 0.
       77 ws-avg-headcount     pic 9(5)v9 value 0.
       77 ws-pr-idx            pic 9(4) value 0.

      * the report lines
       01 ws-heading-name-line.
         05 ws-header-name     pic x(36) value
                           "Grayson Closs, Workforce Move, 5B".
         05 filler             pic x(6) value spaces.
         05 ws-date            pic 9(8).
       01 ws-heading-title.
         05 filler             pic x(20) value spaces.
         05 ws-title           pic x(37) value
         "WORKFORCE MOVEMENT REPORT".
       01 ws-compare-line.
         05 filler             pic x value spaces.
         05 filler             pic x(28) value
         "LIVE MASTER COMPARED TO GEN".
         05 ws-cmp-gen         pic 9.
         05 filler             pic x(10) value " SAVED ON ".
         05 ws-cmp-saved       pic 9(8).
       01 ws-no-gen-line.
         05 filler             pic x value spaces.
         05 filler             pic x(50) value
         "GENERATION IS EMPTY - EVERY EMPLOYEE IS A NEW HIRE".
       01 ws-no-header-line.
         05 filler             pic x value spaces.
         05 filler             pic x(50) value
         "GENERATION HAS NO BKUP HEADER - SAVED DATE UNKNOWN".

       01 ws-cat-title-line.
         05 filler             pic x value spaces.
         05 ws-ct-title        pic x(30).
       01 ws-col-header-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(4) value "EMP".
         05 filler             pic x value spaces.
         05 filler             pic x(15) value "NAME".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(8) value "DEPT".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(26) value "POSITION".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(22) value "SALARY".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(4) value "NOTE".
       01 ws-move-detail-line.
         05 filler             pic x(3) value spaces.
         05 ws-md-emp-num      pic 9(4).
         05 filler             pic x value spaces.
         05 ws-md-name         pic x(15).
         05 filler             pic x(2) value spaces.
         05 ws-md-old-dept     pic x(3).
         05 filler             pic x(2) value "->".
         05 ws-md-new-dept     pic x(3).
         05 filler             pic x(2) value spaces.
         05 ws-md-old-pos      pic x(12).
         05 filler             pic x(2) value "->".
         05 ws-md-new-pos      pic x(12).
         05 filler             pic x(2) value spaces.
         05 ws-md-old-sal      pic zz,zz9.99.
         05 filler             pic x(2) value "->".
         05 ws-md-new-sal      pic zz,zz9.99.
         05 filler             pic x(2) value spaces.
         05 ws-md-note         pic x(10).
       01 ws-cat-none-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(6) value "(NONE)".
       01 ws-cat-count-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(7) value "COUNT: ".
         05 ws-cc-count        pic zzzz9.

       01 ws-sum-title-line.
         05 filler             pic x value spaces.
         05 filler             pic x(40) value
         "HEADCOUNT AND TURNOVER BY DEPARTMENT".
       01 ws-sum-col-line.
         05 filler             pic x(3) value spaces.
         05 filler             pic x(4) value "DEPT".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(7) value "OPENING".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(5) value "HIRES".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(6) value "DEPART".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(6) value "XFR IN".
         05 filler             pic x(2) value spaces.
         05 filler             pic x(7) value "XFR OUT".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(7) value "CLOSING".
         05 filler             pic x(3) value spaces.
         05 filler             pic x(8) value "TURNOVER".
       01 ws-sum-detail-line.
         05 filler             pic x(3) value spaces.
         05 ws-sd-dept         pic x(5).
         05 filler             pic x(3) value spaces.
         05 ws-sd-opening      pic zzzz9.
         05 filler             pic x(3) value spaces.
         05 ws-sd-hires        pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-sd-departs      pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-sd-xfer-in      pic zzzz9.
         05 filler             pic x(4) value spaces.
         05 ws-sd-xfer-out     pic zzzz9.
         05 filler             pic x(5) value spaces.
         05 ws-sd-closing      pic zzzz9.
         05 filler             pic x(5) value spaces.
         05 ws-sd-turnover     pic zz9.9.
         05 filler             pic x value "%".

       01 ws-blank-line        pic x(100) value spaces.
       01 ws-count-line.
         05 filler             pic x value spaces.
         05 ws-ct-label        pic x(36).
         05 ws-ct-count        pic zzzz9.
       01 ws-recon-ok-line.
         05 filler             pic x value spaces.
         05 filler             pic x(50) value
         "CLOSING COUNT RECONCILES TO THE MASTER TRAILER".
       01 ws-recon-bad-line.
         05 filler             pic x value spaces.
         05 ws-rb-text         pic x(60).

       procedure division.
       000-main.
      * the brains of the comparison - the chosen generation into
      *  the table, then the live master matched against it inside
      *  the sort, the buckets printed, the summary and the
      *  reconciliation last
         accept ws-run-date from date yyyymmdd.
         perform 40-read-gen-card.
         perform 100-load-prior.
         open output movement-report-out.
         move ws-run-date to ws-date.
         write movement-line from ws-heading-name-line.
         write movement-line from ws-heading-title
           before advancing 2 lines.
         move ws-gen-choice     to ws-cmp-gen.
         move ws-gen-saved-date to ws-cmp-saved.
         write movement-line from ws-compare-line.
         if ws-prior-read-count equal 0 then
           write movement-line from ws-no-gen-line
         else
           if ws-gen-header-found equal 'N' then
             write movement-line from ws-no-header-line
           end-if
         end-if.
         write movement-line from ws-blank-line.
         sort move-sort-file
           on ascending key mv-cat-seq
                            mv-emp-num
           input procedure is 200-match-live
           output procedure is 300-write-movements.
         perform 500-write-summary.
         perform 600-reconcile.
         close movement-report-out.
         display "WORKFORCE GEN" ws-gen-choice " RECORDS "
           ws-prior-read-count " LIVE RECORDS " ws-live-read-count.
         display "WORKFORCE HIRES " ws-hires-total
           " DEPARTURES " ws-departs-total.

           goback.

       40-read-gen-card.
      * which generation to compare against - anything but GEN2 or
      *  GEN3 is GEN1
         open input gen-card-in.
         read gen-card-in into gen-card-rec
           at end
             move spaces to gc-gen
         end-read.
         close gen-card-in.
         if gc-gen equal "GEN2" then
           move 2 to ws-gen-choice
         else
           if gc-gen equal "GEN3" then
             move 3 to ws-gen-choice
           else
             move 1 to ws-gen-choice
           end-if
         end-if.

       100-load-prior.
      * the chosen generation into its emp num slots
         move spaces to ws-prior-table.
         move zeros  to ws-cat-count-table.
         move 'N'    to ws-eof-flag.
         evaluate ws-gen-choice
           when 1
             perform 110-load-gen1
           when 2
             perform 120-load-gen2
           when 3
             perform 130-load-gen3
         end-evaluate.

       110-load-gen1.
      * every record off gen1 through the one stash paragraph
         open input salary-gen1-file.
         perform until ws-eof-flag equal 'Y'
           read salary-gen1-file next record into ws-gen-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             perform 140-stash-prior
           end-if
         end-perform.
         close salary-gen1-file.

       120-load-gen2.
      * same walk, one generation back
         open input salary-gen2-file.
         perform until ws-eof-flag equal 'Y'
           read salary-gen2-file next record into ws-gen-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             perform 140-stash-prior
           end-if
         end-perform.
         close salary-gen2-file.

       130-load-gen3.
      * and the oldest
         open input salary-gen3-file.
         perform until ws-eof-flag equal 'Y'
           read salary-gen3-file next record into ws-gen-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             perform 140-stash-prior
           end-if
         end-perform.
         close salary-gen3-file.

       140-stash-prior.
      * the BKUP header gives the saved date, the trailer is only
      *  the old master's own control, and everything else lands in
      *  its slot. a blank status is an active employee off a
      *  master from before the status existed.
         if gh-literal equal "BKUP" then
           move 'Y' to ws-gen-header-found
           if gh-saved-date is numeric then
             move gh-saved-date to ws-gen-saved-date
           end-if
         else
           if gn-emp-num equal 9999
               and gn-name(1:7) equal "TRAILER" then
             move 'Y' to ws-eof-flag
           else
             if gn-emp-num is not numeric or gn-emp-num equal 0
                 or gn-emp-num equal 9999 then
               display "WARNING - GENERATION RECORD WITH BAD EMP "
                 "NUM DROPPED: " ws-gen-rec
             else
               add 1 to ws-prior-read-count
               move 'Y'            to ws-pr-used(gn-emp-num)
               move 'N'            to ws-pr-matched(gn-emp-num)
               move gn-name        to ws-pr-name(gn-emp-num)
               move gn-years       to ws-pr-years(gn-emp-num)
               move gn-edu-code    to ws-pr-edu-code(gn-emp-num)
               move gn-salary      to ws-pr-salary(gn-emp-num)
               move gn-dept-code   to ws-pr-dept-code(gn-emp-num)
               move gn-status      to ws-pr-status(gn-emp-num)
               if gn-status equal space then
                 move 'A'          to ws-pr-status(gn-emp-num)
               end-if
               if gn-status not equal 'T' then
                 move gn-dept-code to ws-find-dept-code
                 perform 280-find-dept-slot
                 add 1 to ws-dpt-opening(ws-cur-dept-idx)
                 add 1 to ws-opening-total
               end-if
             end-if
           end-if
         end-if.

       200-match-live.
      * the live master against the table, one bucket each, then a
      *  sweep of the table for everybody the live master lost
         move 'N' to ws-eof-flag.
         open input salary-master-live.
         perform until ws-eof-flag equal 'Y'
           read salary-master-live next record into salery-rec
             at end
               move 'Y' to ws-eof-flag
           end-read
           if ws-eof-flag equal 'N' then
             if sr-emp-num equal 9999
                 and sr-name(1:7) equal "TRAILER" then
               move 'Y' to ws-trailer-found
               move 'Y' to ws-eof-flag
               move tr-rec-count to ws-trailer-rec-count
             else
               add 1 to ws-live-read-count
               perform 210-classify-live
             end-if
           end-if
         end-perform.
         close salary-master-live.
         perform 260-sweep-departed.

       210-classify-live.
      * one live employee. terminated on the live master and not
      *  in the workforce last time either is history, not
      *  movement - only counted so the trailer still reconciles
         if sr-status equal space then
           move 'A' to sr-status
         end-if.
         move sr-years    to ws-tier-years.
         move sr-edu-code to ws-tier-edu-code.
         perform 220-find-tier.
         move ws-tier     to ws-new-tier.
         move spaces      to mv-rec.
         move sr-emp-num  to mv-emp-num.
         move sr-name     to mv-name.
         move sr-dept-code to mv-new-dept.
         move ws-new-tier to mv-new-pos.
         move sr-salary   to mv-new-sal.
         move 0           to mv-old-sal.
         if sr-emp-num is not numeric or sr-emp-num equal 0
             or sr-emp-num equal 9999 then
           display "WARNING - LIVE RECORD WITH BAD EMP NUM "
             "DROPPED: " salery-rec
         else
           if ws-pr-used(sr-emp-num) equal 'Y' then
             move 'Y' to ws-pr-matched(sr-emp-num)
           end-if
           if sr-status equal 'T' then
             perform 230-live-terminated
           else
             move sr-dept-code to ws-find-dept-code
             perform 280-find-dept-slot
             add 1 to ws-dpt-closing(ws-cur-dept-idx)
             add 1 to ws-closing-total
             if ws-pr-used(sr-emp-num) not equal 'Y'
                 or ws-pr-status(sr-emp-num) equal 'T' then
               perform 240-new-hire
             else
               perform 250-compare-prior
             end-if
           end-if
         end-if.

       220-find-tier.
      * the position tier the years and edu code put somebody in -
      *  same bars 200-who-is-who prices on
         if ws-tier-years greater 10 then
           if ws-tier-edu-code greater or equal ws-analyst-edu-min
               then
             move ws-analyst-str to ws-tier
           else
             if ws-tier-edu-code equal ws-sen-edu-min then
               move ws-sen-str  to ws-tier
             else
               move ws-prog-str to ws-tier
             end-if
           end-if
         else
           if ws-tier-years greater 4 then
             move ws-jr-prog-str to ws-tier
           else
             move ws-unclass-str to ws-tier
           end-if
         end-if.

       230-live-terminated.
      * terminated on the live master - a departure if they were
      *  in the workforce on the generation, otherwise just a
      *  terminated record still being carried
         add 1 to ws-termed-on-live.
         if ws-pr-used(sr-emp-num) equal 'Y'
             and ws-pr-status(sr-emp-num) not equal 'T' then
           move 2                          to mv-cat-seq
           move ws-pr-dept-code(sr-emp-num) to mv-old-dept
           move ws-pr-salary(sr-emp-num)   to mv-old-sal
           move ws-pr-years(sr-emp-num)    to ws-tier-years
           move ws-pr-edu-code(sr-emp-num) to ws-tier-edu-code
           perform 220-find-tier
           move ws-tier                    to mv-old-pos
           move "TERMINATED"               to mv-note
           move ws-pr-dept-code(sr-emp-num) to ws-find-dept-code
           perform 270-count-departure
           perform 290-release-move
         end-if.

       240-new-hire.
      * nobody by this emp num in the workforce on the generation
         move 1 to mv-cat-seq.
         if ws-pr-used(sr-emp-num) equal 'Y' then
           move "REHIRED" to mv-note
           move ws-pr-dept-code(sr-emp-num) to mv-old-dept
           move ws-pr-salary(sr-emp-num)    to mv-old-sal
         end-if.
         add 1 to ws-dpt-hires(ws-cur-dept-idx).
         add 1 to ws-hires-total.
         perform 290-release-move.

       250-compare-prior.
      * on both - the first difference that matters picks the
      *  bucket: department, then position tier, then salary
         move ws-pr-dept-code(sr-emp-num) to mv-old-dept.
         move ws-pr-salary(sr-emp-num)    to mv-old-sal.
         move ws-pr-years(sr-emp-num)     to ws-tier-years.
         move ws-pr-edu-code(sr-emp-num)  to ws-tier-edu-code.
         perform 220-find-tier.
         move ws-tier to ws-old-tier.
         move ws-tier to mv-old-pos.
         evaluate true
           when sr-dept-code not equal ws-pr-dept-code(sr-emp-num)
             move 3 to mv-cat-seq
             add 1 to ws-dpt-xfer-in(ws-cur-dept-idx)
             move ws-pr-dept-code(sr-emp-num) to ws-find-dept-code
             perform 280-find-dept-slot
             add 1 to ws-dpt-xfer-out(ws-cur-dept-idx)
           when ws-new-tier not equal ws-old-tier
             move 4 to mv-cat-seq
           when sr-salary not equal ws-pr-salary(sr-emp-num)
             move 5 to mv-cat-seq
           when other
             move 6 to mv-cat-seq
         end-evaluate.
         perform 290-release-move.

       260-sweep-departed.
      * everybody on the generation the live master never turned up
      *  has left - only the ones still in the workforce then count
         perform varying ws-pr-idx from 1 by 1
             until ws-pr-idx greater 9998
           if ws-pr-used(ws-pr-idx) equal 'Y'
               and ws-pr-matched(ws-pr-idx) not equal 'Y'
               and ws-pr-status(ws-pr-idx) not equal 'T' then
             move spaces                    to mv-rec
             move 2                         to mv-cat-seq
             move ws-pr-idx                 to mv-emp-num
             move ws-pr-name(ws-pr-idx)     to mv-name
             move ws-pr-dept-code(ws-pr-idx) to mv-old-dept
             move ws-pr-salary(ws-pr-idx)   to mv-old-sal
             move 0                         to mv-new-sal
             move ws-pr-years(ws-pr-idx)    to ws-tier-years
             move ws-pr-edu-code(ws-pr-idx) to ws-tier-edu-code
             perform 220-find-tier
             move ws-tier                   to mv-old-pos
             move "OFF MASTER"              to mv-note
             move ws-pr-dept-code(ws-pr-idx) to ws-find-dept-code
             perform 270-count-departure
             perform 290-release-move
           end-if
         end-perform.

       270-count-departure.
      * a departure counts against the department it left
         perform 280-find-dept-slot.
         add 1 to ws-dpt-departs(ws-cur-dept-idx).
         add 1 to ws-departs-total.

       280-find-dept-slot.
      * which rollup slot ws-find-dept-code has, opening one the
      *  first time a code turns up. past 50 codes the last slot
      *  takes the overflow so the totals still add up
         move 0 to ws-cur-dept-idx.
         perform varying ws-dpt-idx from 1 by 1
             until ws-dpt-idx greater ws-dept-total
           if ws-dpt-code(ws-dpt-idx) equal ws-find-dept-code then
             move ws-dpt-idx to ws-cur-dept-idx
           end-if
         end-perform.
         if ws-cur-dept-idx equal 0 then
           if ws-dept-total less 50 then
             add 1 to ws-dept-total
             move ws-dept-total     to ws-cur-dept-idx
             move ws-find-dept-code to ws-dpt-code(ws-dept-total)
             move 0 to ws-dpt-opening(ws-dept-total)
             move 0 to ws-dpt-hires(ws-dept-total)
             move 0 to ws-dpt-departs(ws-dept-total)
             move 0 to ws-dpt-xfer-in(ws-dept-total)
             move 0 to ws-dpt-xfer-out(ws-dept-total)
             move 0 to ws-dpt-closing(ws-dept-total)
           else
             display "WARNING - MORE THAN 50 DEPARTMENTS - "
               ws-find-dept-code " ROLLED INTO THE LAST SLOT"
             move 50 to ws-cur-dept-idx
           end-if
         end-if.

       290-release-move.
      * one movement into the sort
         add 1 to ws-cat-count(mv-cat-seq).
         release mv-rec.

       300-write-movements.
      * the sorted movements back out under their bucket titles -
      *  every bucket prints, an empty one says so
         move 0 to ws-brk-cat-seq.
         perform until ws-sort-eof-flag equal 'Y'
           return move-sort-file record into mv-rec
             at end
               move 'Y' to ws-sort-eof-flag
           end-return
           if ws-sort-eof-flag equal 'N' then
             perform until ws-brk-cat-seq equal mv-cat-seq
               perform 340-close-category
               add 1 to ws-brk-cat-seq
               perform 320-open-category
             end-perform
             perform 360-write-move-line
           end-if
         end-perform.
         perform until ws-brk-cat-seq equal 6
           perform 340-close-category
           add 1 to ws-brk-cat-seq
           perform 320-open-category
         end-perform.
         perform 340-close-category.

       320-open-category.
      * a bucket's title and column heads
         move 'Y' to ws-cat-open-flag.
         move ws-cat-title(ws-brk-cat-seq) to ws-ct-title.
         write movement-line from ws-cat-title-line.
         write movement-line from ws-col-header-line.

       340-close-category.
      * the bucket's count, or (NONE) when nobody landed in it
         if ws-cat-open-flag equal 'Y' then
           if ws-cat-count(ws-brk-cat-seq) equal 0 then
             write movement-line from ws-cat-none-line
           end-if
           move ws-cat-count(ws-brk-cat-seq) to ws-cc-count
           write movement-line from ws-cat-count-line
           write movement-line from ws-blank-line
         end-if.
         move 'N' to ws-cat-open-flag.

       360-write-move-line.
      * one employee under the bucket
         move mv-emp-num   to ws-md-emp-num.
         move mv-name      to ws-md-name.
         move mv-old-dept  to ws-md-old-dept.
         move mv-new-dept  to ws-md-new-dept.
         move mv-old-pos   to ws-md-old-pos.
         move mv-new-pos   to ws-md-new-pos.
         move mv-old-sal   to ws-md-old-sal.
         move mv-new-sal   to ws-md-new-sal.
         move mv-note      to ws-md-note.
         write movement-line from ws-move-detail-line.

       500-write-summary.
      * one line per department and a total line - turnover is
      *  departures over the average of opening and closing
         write movement-line from ws-sum-title-line.
         write movement-line from ws-sum-col-line.
         perform varying ws-dpt-idx from 1 by 1
             until ws-dpt-idx greater ws-dept-total
           move ws-dpt-code(ws-dpt-idx)     to ws-sd-dept
           move ws-dpt-opening(ws-dpt-idx)  to ws-sd-opening
           move ws-dpt-hires(ws-dpt-idx)    to ws-sd-hires
           move ws-dpt-departs(ws-dpt-idx)  to ws-sd-departs
           move ws-dpt-xfer-in(ws-dpt-idx)  to ws-sd-xfer-in
           move ws-dpt-xfer-out(ws-dpt-idx) to ws-sd-xfer-out
           move ws-dpt-closing(ws-dpt-idx)  to ws-sd-closing
           compute ws-avg-headcount =
             (ws-dpt-opening(ws-dpt-idx) +
              ws-dpt-closing(ws-dpt-idx)) / 2
           perform 520-turnover-pct
           write movement-line from ws-sum-detail-line
         end-perform.
         move "TOTAL"          to ws-sd-dept.
         move ws-opening-total to ws-sd-opening.
         move ws-hires-total   to ws-sd-hires.
         move ws-departs-total to ws-sd-departs.
         move 0                to ws-sd-xfer-in.
         move 0                to ws-sd-xfer-out.
         move ws-closing-total to ws-sd-closing.
         compute ws-avg-headcount =
           (ws-opening-total + ws-closing-total) / 2.
         perform 530-total-turnover-pct.
         write movement-line from ws-blank-line.
         write movement-line from ws-sum-detail-line.

       520-turnover-pct.
      * one department's turnover - nobody there either end is
      *  zero, not a divide by zero
         if ws-avg-headcount equal 0 then
           move 0 to ws-turnover-pct
         else
           compute ws-turnover-pct rounded =
             ws-dpt-departs(ws-dpt-idx) * 100 / ws-avg-headcount
             on size error
               move 999.9 to ws-turnover-pct
           end-compute
         end-if.
         move ws-turnover-pct to ws-sd-turnover.

       530-total-turnover-pct.
      * the whole workforce's turnover, same arithmetic
         if ws-avg-headcount equal 0 then
           move 0 to ws-turnover-pct
         else
           compute ws-turnover-pct rounded =
             ws-departs-total * 100 / ws-avg-headcount
             on size error
               move 999.9 to ws-turnover-pct
           end-compute
         end-if.
         move ws-turnover-pct to ws-sd-turnover.

       600-reconcile.
      * the closing count plus the terminated records still carried
      *  is every record on the live master, and that has to be the
      *  trailer's count - and opening plus hires less departures
      *  has to come out at the closing count. either one off is
      *  return code 16, same as a bad trailer on the nightly run.
         write movement-line from ws-blank-line.
         move "OPENING HEADCOUNT:"              to ws-ct-label.
         move ws-opening-total                  to ws-ct-count.
         write movement-line from ws-count-line.
         move "NEW HIRES:"                      to ws-ct-label.
         move ws-hires-total                    to ws-ct-count.
         write movement-line from ws-count-line.
         move "DEPARTURES:"                     to ws-ct-label.
         move ws-departs-total                  to ws-ct-count.
         write movement-line from ws-count-line.
         move "CLOSING HEADCOUNT:"              to ws-ct-label.
         move ws-closing-total                  to ws-ct-count.
         write movement-line from ws-count-line.
         move "TERMINATED RECORDS STILL CARRIED:" to ws-ct-label.
         move ws-termed-on-live                 to ws-ct-count.
         write movement-line from ws-count-line.
         move "LIVE MASTER RECORDS READ:"       to ws-ct-label.
         move ws-live-read-count                to ws-ct-count.
         write movement-line from ws-count-line.
         move "LIVE MASTER TRAILER COUNT:"      to ws-ct-label.
         move ws-trailer-rec-count              to ws-ct-count.
         write movement-line from ws-count-line.
         compute ws-expected-closing =
           ws-opening-total + ws-hires-total - ws-departs-total.
         evaluate true
           when ws-trailer-found equal 'N'
             move "LIVE MASTER HAS NO TRAILER - COUNTS NOT VERIFIED"
               to ws-rb-text
             write movement-line from ws-recon-bad-line
             move 16 to return-code
           when ws-closing-total + ws-termed-on-live
               not equal ws-trailer-rec-count
             move "CLOSING COUNT DOES NOT RECONCILE TO THE TRAILER"
               to ws-rb-text
             write movement-line from ws-recon-bad-line
             move 16 to return-code
           when ws-expected-closing not equal ws-closing-total
             move "OPENING + HIRES - DEPARTURES IS NOT THE CLOSING"
               to ws-rb-text
             write movement-line from ws-recon-bad-line
             move 16 to return-code
           when other
             write movement-line from ws-recon-ok-line
         end-evaluate.
         if return-code equal 16 then
           display "WORKFORCE MOVEMENT DID NOT RECONCILE - SEE "
             "A5-WorkforceMove-5B.out"
         end-if.

       end program A5-WorkforceMove-5B.
