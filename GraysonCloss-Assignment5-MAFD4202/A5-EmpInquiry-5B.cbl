      *  fields: whether the employee was rejected this run and
      *  why, the new salary that went out on the extract, and
      *  whether payroll's ack file confirmed the load - one
      *  lookup instead of four files when payroll calls. the
      *  employee's status (active, on leave, terminated) comes
      *  with it, so somebody who left is answered as terminated
      *  and when, not NOT FOUND

       environment division.
       configuration section.
      * the indexed copy, same fields as salery-rec
       fd emp-index-in
           data record is iq-rec
           record contains 57 characters.
       01 iq-rec.
         05 iq-emp-num         pic 9(4).
         05 iq-name            pic x(15).
         05 iq-budget-estimate pic 9(6)v99.
         05 iq-hire-date       pic 9(8).
         05 iq-dept-code       pic x(3).
         05 iq-status          pic x.
         05 iq-status-date     pic 9(8).

      * one requested emp num per line
       fd inquiry-req-in

      * the master fields as before, then the cycle picture: what
      *  happened to this employee on this run, on the extract,
      *  and in payroll's ack file, then the employee's status
      *  and the date it took effect
       fd inquiry-resp-out
           data record is ws-resp-line
           record contains 147 characters.
       01 ws-resp-line.
         05 rp-emp-num         pic 9(4).
         05 filler             pic x.
         05 rp-ack-status      pic x(9).
         05 filler             pic x.
         05 rp-cycle-reason    pic x(30).
         05 filler             pic x.
         05 rp-emp-status      pic x(10).
         05 filler             pic x.
         05 rp-status-date     pic 9(8).

      * the reject line exactly as 168-write-reject leaves it
       fd cycle-reject-in
      * the extract exactly as 405-write-extract lays it out
       fd cycle-extract-in
           data record is cyc-extract-rec
           record contains 81 characters.
       01 cyc-extract-rec.
         05 cx-emp-num          pic 9(4).
         05 filler              pic x.
         05 cx-dept-code        pic x(3).
         05 filler              pic x.
         05 cx-run-date         pic 9(8).
         05 filler              pic x.
         05 cx-band-flag        pic x.
         05 filler              pic x.
         05 cx-rating           pic 9.
         05 filler              pic x.
         05 cx-eff-rate         pic 99v99.

      * the ack as payroll returns it
       fd cycle-ack-in
       01 ws-cycle-new-sal     pic 9(7)v99 value 0.
       01 ws-ack-disp          pic x(9) value spaces.
       01 ws-cycle-reason      pic x(30) value spaces.
       01 ws-emp-status-disp   pic x(10) value spaces.

      * which cycle the extract on disk belongs to, and how many
      *  acks answered for some other cycle - same stale-ack drop
         move iq-budget-estimate  to rp-budget-estimate.
         move iq-hire-date        to rp-hire-date.
         move iq-dept-code        to rp-dept-code.
         perform 180-settle-emp-status.
         move ws-emp-status-disp  to rp-emp-status.
         if iq-status-date is numeric then
           move iq-status-date    to rp-status-date
         else
           move 0                 to rp-status-date
         end-if.
         perform 235-fill-resp-cycle.
         write ws-resp-line.

           end-if
         end-if.

       180-settle-emp-status.
      * the master's status code in words - blank is an employee
      *  off a master from before the status existed, so active
         evaluate iq-status
           when 'T'
             move "TERMINATED" to ws-emp-status-disp
           when 'L'
             move "ON LEAVE"   to ws-emp-status-disp
           when other
             move "ACTIVE"     to ws-emp-status-disp
         end-evaluate.

       100-process-inquiry.
      * keep asking until someone types 0000 to quit
         perform until ws-done-flag equal 'Y'
         display "EMP " iq-emp-num " " iq-name.
         display "  YEARS " iq-years " EDU CODE " iq-edu-code.
         display "  HIRE DATE " iq-hire-date " DEPT " iq-dept-code.
         perform 180-settle-emp-status.
         if iq-status equal 'T' or iq-status equal 'L' then
           display "  STATUS " ws-emp-status-disp " SINCE "
             iq-status-date
         else
           display "  STATUS " ws-emp-status-disp
         end-if.
         display "  SALARY " ws-disp-salary.
         display "  BUDGET ESTIMATE " ws-disp-budget.
         perform 165-display-cycle.
