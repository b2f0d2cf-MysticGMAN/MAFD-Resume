      * the history line exactly as 407-write-history lays it out
       fd salary-history-in
           data record is hist-rec
           record contains 49 characters.
       01 hist-rec.
         05 hs-emp-num          pic 9(4).
         05 filler              pic x.
         05 hs-new-salary       pic 9(7)v99.
         05 filler              pic x.
         05 hs-position         pic x(8).
         05 filler              pic x.
         05 hs-rating           pic 9.
         05 filler              pic x.
         05 hs-eff-rate         pic 99v99.

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

       fd progress-report-out
           data record is progress-line
