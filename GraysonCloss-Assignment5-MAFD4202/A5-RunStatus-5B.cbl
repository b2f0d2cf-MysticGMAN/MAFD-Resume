       working-storage section.
      * important vars for the log walk
       01 ws-log-eof-flag      pic x value 'N'.
       01 ws-prog-idx          pic 99 value 0.
       01 ws-hit-idx           pic 99 value 0.

      * one slot per program we watch - newest start and newest
      *  end seen so far, in file order
       01 ws-prog-table.
         05 ws-prog-entry occurs 9 times.
           10 ws-pg-name        pic x(20).
           10 ws-pg-seen        pic x.
           10 ws-pg-open-start  pic x.
         move "A5-RetroAdjust-5B"   to ws-pg-name(5).
         move "A5-HistArchive-5B"   to ws-pg-name(6).
         move "A5-EmpInquiry-5B"    to ws-pg-name(7).
         move "A5-GLPosting-5B"     to ws-pg-name(8).
         move "A5-EduTransfer-5B"   to ws-pg-name(9).

       200-walk-log.
      * newest record wins - the file is append-only so the last
      * find this record's program slot and file it
         move 0 to ws-hit-idx.
         perform varying ws-prog-idx from 1 by 1
             until ws-prog-idx greater 9
           if rc-program-id equal ws-pg-name(ws-prog-idx) then
             move ws-prog-idx to ws-hit-idx
           end-if
           write status-line from ws-no-log-line
         else
           perform varying ws-prog-idx from 1 by 1
               until ws-prog-idx greater 9
             perform 320-write-prog-block
           end-perform
         end-if.
