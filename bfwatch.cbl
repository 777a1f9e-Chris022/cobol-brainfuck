      *>   drift%       how far above its own trailing average (in
      *>                percent) the latest run's steps or elapsed
      *>                time may sit before that counts as a breach
      *>                -- the average only takes in earlier runs of
      *>                the SAME registered version (see bfpromo), so
      *>                a promotion starts a fresh baseline instead of
      *>                being judged against the code it replaced
      *>
      *> The dataset is maintained with bflimmnt (audited ADD,
      *> CHANGE and DELETE, and CALIBRATE proposals from the run
      *> history) rather than edited by hand.
      *>
      *> Compilation:
      *>   cobc -x bfwatch.cbl bflog.cbl
              05 hist-restart PIC X.
              05 hist-sep-7 PIC X.
              05 hist-return-code PIC 9(2).
              05 hist-sep-8 PIC X.
              05 hist-version PIC 9(4).

           fd limits-file.
           01 limits-record PIC X(200).
               10 lim-latest-elapsed PIC S9(9).
               10 lim-latest-wraps PIC 9(9).
               10 lim-latest-rc PIC 9(2).
               10 lim-latest-version PIC 9(4).
               10 lim-prior-count PIC 9(7).
               10 lim-prior-steps PIC 9(15).
               10 lim-prior-elapsed PIC S9(15).
           01 ws-limit-count PIC 9(3) VALUE 0.
           01 ws-limit-index PIC 9(3).
           01 ws-limit-found PIC 9(3).
      *>   the record's registered version, 0 when the field is
      *>   blank (records from before it existed) or unreadable.
           01 ws-record-version PIC 9(4).

      *>   limits-line parsing scratch -- each numeric field arrives
      *>   as text and is refused loudly when it doesn't parse, the
               if ws-limit-found > 0 then
                   move ws-limit-found to ws-limit-index
                   perform compute-elapsed-seconds
                   if hist-version is numeric then
                       move hist-version to ws-record-version
                   else
                       move 0 to ws-record-version
                   end-if
      *>   the run that was latest slides into the prior totals --
      *>   unless this record is a new version, which starts its
      *>   drift baseline from scratch: the runs of the version it
      *>   replaced say nothing about what this code should cost.
                   if lim-run-count(ws-limit-index) > 0 then
                       if lim-latest-version(ws-limit-index)
                               = ws-record-version then
                           add 1 to lim-prior-count(ws-limit-index)
                           add lim-latest-steps(ws-limit-index)
                               to lim-prior-steps(ws-limit-index)
                           add lim-latest-elapsed(ws-limit-index)
                               to lim-prior-elapsed(ws-limit-index)
                       else
                           move 0 to lim-prior-count(ws-limit-index)
                           move 0 to lim-prior-steps(ws-limit-index)
                           move 0 to lim-prior-elapsed(ws-limit-index)
                       end-if
                   end-if
                   add 1 to lim-run-count(ws-limit-index)
                   move ws-record-version
                       to lim-latest-version(ws-limit-index)
                   move hist-steps
                       to lim-latest-steps(ws-limit-index)
                   move ws-elapsed-seconds
