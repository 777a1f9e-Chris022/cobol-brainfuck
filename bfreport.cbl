      *> archiving first (bfhistarc is the tool that actually trims
      *> the dataset). Either bound may be omitted; records outside
      *> the range are counted as filtered, not as skipped.
      *>
      *> Trends are kept per program AND registered version (see
      *> bfpromo): a promotion is a new program as far as elapsed-time
      *> growth is concerned, so each version gets its own block and
      *> a slower release shows up against its own first run instead
      *> of vanishing into the whole program's history. Runs of
      *> unregistered copies, and records written before the history
      *> carried a version, count as version 0 and print as before.

       identification division.
         program-id. bfreport.
              05 hist-restart PIC X.
              05 hist-sep-7 PIC X.
              05 hist-return-code PIC 9(2).
              05 hist-sep-8 PIC X.
              05 hist-version PIC 9(4).

         working-storage section.
           01 ws-history-filename PIC X(100) VALUE "bfhistory.dat".
             88 range-given VALUE "y".
           01 ws-record-date PIC 9(8).

      *>   one aggregate per distinct program name and version, in
      *>   first-seen order. 200 is comfortably above the production
      *>   library today; overflow is reported, not silent.
           01 trend-table.
             05 trend-entry OCCURS 200 TIMES.
               10 trend-program PIC X(100).
               10 trend-version PIC 9(4).
               10 trend-run-count PIC 9(7).
               10 trend-fail-count PIC 9(7).
               10 trend-restart-count PIC 9(7).
           01 ws-trend-found PIC 9(3).
           01 trend-overflow-switch PIC X VALUE "n".
             88 trend-overflow VALUE "y".
      *>   the record's version, 0 when the field is blank (records
      *>   from before it existed) or otherwise unreadable.
           01 ws-record-version PIC 9(4).

      *>   elapsed-seconds computation from the two YYYYMMDDHHMMSS
      *>   stamps -- whole days via INTEGER-OF-DATE so a run crossing
                       or ws-record-date > ws-to-date then
                   add 1 to ws-filtered-count
               else
                   if hist-version is numeric then
                       move hist-version to ws-record-version
                   else
                       move 0 to ws-record-version
                   end-if
                   perform find-trend-entry
                   if ws-trend-found = 0 then
                       add 1 to ws-skipped-count
           perform varying ws-trend-index from 1 by 1
                   until ws-trend-index > ws-trend-count
                      or ws-trend-found > 0
             if trend-program(ws-trend-index) = hist-program
                     and trend-version(ws-trend-index)
                         = ws-record-version then
                 move ws-trend-index to ws-trend-found
             end-if
           end-perform.
                   move ws-trend-count to ws-trend-found
                   move hist-program
                       to trend-program(ws-trend-found)
                   move ws-record-version
                       to trend-version(ws-trend-found)
                   move 0 to trend-run-count(ws-trend-found)
                   move 0 to trend-fail-count(ws-trend-found)
                   move 0 to trend-restart-count(ws-trend-found)
             "  skipped: " ws-skipped-count.
           if trend-overflow then
               display
                 "BFREPORT: more than 200 distinct program "
                 "versions -- "
                 "records beyond the table were skipped"
           end-if.
           display "BFREPORT: ----------------------------------".
         .

         display-one-trend.
           if trend-version(ws-trend-index) = 0 then
               display "BFREPORT: program: "
                 function trim(trend-program(ws-trend-index))
           else
               display "BFREPORT: program: "
                 function trim(trend-program(ws-trend-index))
                 "  version: " trend-version(ws-trend-index)
           end-if.
           compute ws-average-steps =
               trend-total-steps(ws-trend-index)
               / trend-run-count(ws-trend-index).
