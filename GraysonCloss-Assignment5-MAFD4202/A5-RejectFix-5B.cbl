      * the corrected record, same shape as salery-rec
       fd reject-corr-in
           data record is corr-rec
           record contains 57 characters.
       01 corr-rec.
         05 cr-emp-num         pic 9(4).
         05 cr-name            pic x(15).
         05 cr-budget-estimate pic 9(6)v99.
         05 cr-hire-date       pic 9(8).
         05 cr-dept-code       pic x(3).
         05 cr-status          pic x.
         05 cr-status-date     pic 9(8).

       fd reject-fixed-out
           data record is ws-fixed-out-rec
           record contains 57 characters.
       01 ws-fixed-out-rec     pic x(57).

       fd fix-register-out
           data record is ws-register-line
         05 filler             pic x(9)  value "CYCLEDATE".
         05 filler             pic x(1)  value spaces.
         05 ch-cycle-date      pic 9(8).
         05 filler             pic x(34) value spaces.

      * the trailer that terminates the corrections file
       01 ws-build-trailer.
         05 filler             pic x(1)  value spaces.
         05 bt-rec-count       pic 9(5).
         05 bt-tot-salary      pic 9(10)v99.
         05 filler             pic x(20) value spaces.

      * same sanity bounds 160-validate-input holds the master to
       77 ws-min-reasonable-sal pic 9(5)v99 value 1000.00.
               if cr-dept-code equal spaces then
                 move 'Y' to ws-fail-flag
                 move "MISSING DEPT CODE" to ws-fail-reason
               else
      * the status has to be one the maintenance program sets -
      *  blank is an active employee off an old master
                 if cr-status not equal space
                     and cr-status not equal 'A'
                     and cr-status not equal 'L'
                     and cr-status not equal 'T' then
                   move 'Y' to ws-fail-flag
                   move "BAD STATUS CODE" to ws-fail-reason
                 end-if
               end-if
             end-if
           end-if
