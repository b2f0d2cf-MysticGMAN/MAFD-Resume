      * the rebuilt master as the writers laid it out
       fd salary-master-new
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

       fd salary-master-live
           data record is ws-live-rec
           record contains 57 characters.
       01 ws-live-rec          pic x(57).

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

      * the one-card run mode - CUTOVER, blank, or RESTOREn
       fd run-mode-in
         05 gh-literal         pic x(4)  value "BKUP".
         05 filler             pic x(1)  value spaces.
         05 gh-saved-date      pic 9(8).
         05 filler             pic x(44) value spaces.

      * the record in flight between any two of the files
       01 ws-copy-rec          pic x(57).

       77 ws-run-date          pic 9(8) value 0.
       77 ws-stamp-time        pic 9(8) value 0.
