      * the history line exactly as 407-write-history lays it out
       fd salary-history-in
           data record is hist-rec
           record contains 49 characters.
       01 hist-rec             pic x(49).

       fd salary-history-new
           data record is ws-hist-new-rec
           record contains 49 characters.
       01 ws-hist-new-rec      pic x(49).

       fd salary-archive-out
           data record is ws-archive-rec
           record contains 49 characters.
       01 ws-archive-rec       pic x(49).

       fd archive-years-in
           data record is years-card-rec

       sd hist-sort-file
           data record is sort-rec
           record contains 49 characters.
       01 sort-rec.
         05 sd-emp-num          pic 9(4).
         05 filler              pic x.
         05 sd-new-salary       pic 9(7)v99.
         05 filler              pic x.
         05 sd-position         pic x(8).
         05 filler              pic x.
         05 sd-rating           pic 9.
         05 filler              pic x.
         05 sd-eff-rate         pic 99v99.

      * same layout 890-write-log-rec lays down over in the salary
      *  report
