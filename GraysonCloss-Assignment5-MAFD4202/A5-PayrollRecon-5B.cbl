      *  business date on the end
       fd salary-extract-in
           data record is extract-rec
           record contains 81 characters.
       01 extract-rec.
         05 xt-emp-num          pic 9(4).
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

      * one line per employee payroll says it loaded - payroll
      *  echoes the extract's cycle date back so an old ack file
      *  that cycle being resent
       fd resend-extract-out
           data record is ws-resend-line
           record contains 81 characters.
       01 ws-resend-line.
         05 rs-emp-num          pic 9(4).
         05 filler              pic x value ",".
         05 rs-dept-code        pic x(3).
         05 filler              pic x value ",".
         05 rs-cycle-date       pic 9(8).
         05 filler              pic x value ",".
         05 rs-band-flag        pic x.
         05 filler              pic x value ",".
         05 rs-rating           pic 9.
         05 filler              pic x value ",".
         05 rs-eff-rate         pic 99v99.

      * one employee's consecutive-miss streak
       fd recon-miss-file
           10 ws-snt-increase  pic 9(7)v99.
           10 ws-snt-new-sal   pic 9(7)v99.
           10 ws-snt-dept-code pic x(3).
           10 ws-snt-band-flag pic x.
           10 ws-snt-rating    pic 9.
           10 ws-snt-eff-rate  pic 99v99.

      * last cycle's streaks in, this cycle's streaks out - kept
      *  apart from the sent table because a prior miss can belong
         05 filler              pic x(3) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(8) value spaces.
         05 filler              pic x value ",".
         05 filler              pic x value spaces.
         05 filler              pic x value ",".
         05 filler              pic x value spaces.
         05 filler              pic x value ",".
         05 filler              pic x(4) value spaces.

       procedure division.
       000-main.
           move xt-increase to ws-snt-increase(xt-emp-num)
           move xt-new-sal  to ws-snt-new-sal(xt-emp-num)
           move xt-dept-code to ws-snt-dept-code(xt-emp-num)
           move xt-band-flag to ws-snt-band-flag(xt-emp-num)
           move xt-rating   to ws-snt-rating(xt-emp-num)
           move xt-eff-rate to ws-snt-eff-rate(xt-emp-num)
           if xt-run-date is numeric then
             move xt-run-date to ws-extract-cycle
           end-if
         move ws-snt-new-sal(ws-miss-emp)  to rs-new-sal.
         move ws-snt-dept-code(ws-miss-emp) to rs-dept-code.
         move ws-extract-cycle             to rs-cycle-date.
         move ws-snt-band-flag(ws-miss-emp) to rs-band-flag.
         move ws-snt-rating(ws-miss-emp)   to rs-rating.
         move ws-snt-eff-rate(ws-miss-emp) to rs-eff-rate.
         write ws-resend-line.
         if ws-prior-miss(ws-miss-emp) less 99 then
           compute ws-new-miss(ws-miss-emp) =
