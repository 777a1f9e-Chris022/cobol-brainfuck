      *> Cross-run code coverage for BF sources. The profiler counts
      *> visits for one run; what a change needs before it is signed
      *> off is the other view -- which commands and loops NONE of
      *> the regression entries ever executes, i.e. where the
      *> verification baselines are blind. bfinterp, run with
      *> BF_COVERAGE=Y (bfdriver option letter V), appends one
      *> executed/not-executed map per run to the coverage dataset;
      *> this program merges every map recorded for a source and
      *> reports, per source:
      *>
      *>   - the percentage of command positions executed by at least
      *>     one run (comment characters are not counted either way)
      *>   - every loop whose body no run ever entered (outermost
      *>     only -- the loops nested inside it go without saying)
      *>   - every stretch of commands no run executed, printed with
      *>     the code around it and the never-executed commands
      *>     marked "^" underneath
      *>
      *> A map only counts for the source it was recorded against:
      *> the program name must be the dataset name the run was given
      *> (as the manifest names it), and the program length and the
      *> Adler-32 content checksum -- the figure bfpromo registers --
      *> must match the source as it stands now. Maps of any other
      *> version are counted as ignored, so an edited source does
      *> not inherit coverage it no longer has. Start each regression
      *> run with a fresh coverage dataset (or a fresh
      *> BF_COVERAGE_FILE name) unless merging earlier runs is meant.
      *>
      *> Positions are prog-tape positions (1-based, comment
      *> characters included), the numbering bflint, the post-mortem
      *> dump and the debugger use.
      *>
      *> Manifest mode reads the bfdriver manifest format and reports
      *> every distinct program of the first field once, merging the
      *> maps of all the entries that ran it.
      *>
      *> Compilation:
      *>   cobc -x bfcover.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bfcover SOURCE source-dataset [coverage-dataset]
      *>   ./bfcover MANIFEST manifest-dataset [coverage-dataset]
      *>
      *> The coverage dataset defaults to bfcoverage.dat, the
      *> interpreter's own default.
      *>
      *> Return codes:
      *>   0   every command of every source executed
      *>   4   at least one never-executed command or loop
      *>   8   a source has no coverage map for its current version
      *>   16  missing/unusable argument or unreadable dataset

       identification division.
         program-id. bfcover.

       environment division.
         input-output section.
           file-control.
      *>   LINE SEQUENTIAL and trailing-space-trimmed, the way the
      *>   interpreter loads a program, so positions line up.
           select source-file assign to dynamic ws-source-filename
           organization is line sequential
           file status is ws-source-file-status.

           select manifest-file assign to dynamic
           ws-manifest-filename
           organization is line sequential
           file status is ws-manifest-file-status.

           select coverage-file assign to dynamic
           ws-coverage-filename
           organization is line sequential
           file status is ws-coverage-file-status.

       data division.
         file section.
           fd source-file.
           01 source-record PIC X(999).

      *>   the driver's own manifest record width.
           fd manifest-file.
           01 manifest-record PIC X(400).

      *>   bfinterp's write-coverage-map owns this layout: a header
      *>   per run, then the run's map in slices of 200 positions,
      *>   "X" executed, "." not.
           fd coverage-file.
           01 coverage-header-record.
              05 cov-record-type PIC X.
              05 cov-sep-1 PIC X.
              05 cov-program PIC X(100).
              05 cov-sep-2 PIC X.
              05 cov-stamp PIC X(14).
              05 cov-sep-3 PIC X.
              05 cov-prog-length PIC 9(5).
              05 cov-sep-4 PIC X.
              05 cov-checksum PIC 9(10).
           01 coverage-map-record.
              05 cov-map-type PIC X.
              05 cov-map-sep-1 PIC X.
              05 cov-map-offset PIC 9(5).
              05 cov-map-sep-2 PIC X.
              05 cov-map-text PIC X(200).

         working-storage section.
           01 ws-source-filename PIC X(100).
           01 ws-manifest-filename PIC X(100).
           01 ws-coverage-filename PIC X(100) VALUE "bfcoverage.dat".
           01 ws-source-file-status PIC XX.
           01 ws-manifest-file-status PIC XX.
           01 ws-coverage-file-status PIC XX.

           01 source-eof-switch PIC X VALUE "n".
             88 source-eof VALUE "y".
           01 manifest-eof-switch PIC X VALUE "n".
             88 manifest-eof VALUE "y".
           01 manifest-overlong-switch PIC X VALUE "n".
             88 manifest-overlong VALUE "y".
           01 coverage-eof-switch PIC X VALUE "n".
             88 coverage-eof VALUE "y".
           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 manifest-mode-switch PIC X VALUE "n".
             88 manifest-mode VALUE "y".
      *>   per program: could it be loaded, did its brackets pair up
      *>   (the loop check needs the partners), and does the map
      *>   currently being read belong to it.
           01 load-error-switch PIC X VALUE "n".
             88 load-error VALUE "y".
           01 bracket-error-switch PIC X VALUE "n".
             88 bracket-error VALUE "y".
           01 map-match-switch PIC X VALUE "n".
             88 map-match VALUE "y".
           01 program-seen-switch PIC X VALUE "n".
             88 program-seen VALUE "y".

      *>   the program as the interpreter would hold it in prog-tape,
      *>   and the merged map over the same positions.
           01 src-buffer PIC X(99999).
           01 covered-map PIC X(99999).
           01 ws-src-length PIC 9(5) VALUE 0.
           01 ws-src-max-length PIC 9(5) VALUE 99999.
           01 ws-record PIC X(999).
           01 ws-line-length PIC 9(4).
           01 ws-record-index PIC 9(4).
      *>   one digit wider than the buffer so a scan topping out at
      *>   99999 can't wrap its index and run forever.
           01 ws-src-index PIC 9(6).
           01 ws-map-index PIC 9(6).
           01 ws-map-position PIC 9(6).
           01 ws-char PIC X.
             88 ws-char-command VALUE "+" "-" "<" ">" "." "," "["
                "]".

      *>   Adler-32 over the loaded text, as bfinterp and bfpromo
      *>   compute it.
           01 ws-checksum-low PIC 9(5).
           01 ws-checksum-high PIC 9(5).
           01 ws-checksum PIC 9(10).

      *>   bracket partners, built with a stack the way the
      *>   interpreter's build-jump-table does.
           01 partner-table.
             05 partner PIC 9(5) COMP OCCURS 99999 TIMES.
           01 bracket-stack-table.
             05 bracket-stack PIC 9(5) COMP OCCURS 99999 TIMES.
           01 ws-stack-depth PIC 9(5) VALUE 0.

      *>   one loop or never-executed stretch on its way to the
      *>   report: its command positions, and the window of code
      *>   printed around it (at most 70 characters, clipped to the
      *>   program).
           01 ws-loop-end PIC 9(6).
           01 ws-body-commands PIC 9(5).
           01 ws-body-executed PIC 9(5).
           01 ws-stretch-start PIC 9(6).
           01 ws-stretch-end PIC 9(6).
           01 ws-window-start PIC 9(6).
           01 ws-window-end PIC 9(6).
           01 ws-window-width PIC 9(3) VALUE 70.
           01 ws-window-column PIC 9(3).
           01 ws-code-line PIC X(70).
           01 ws-marker-line PIC X(70).

      *>   per-program and whole-run tallies. ws-worst-rc only ever
      *>   goes up: 4 for a gap, 8 for a source without a map, 16
      *>   for a dataset that couldn't be read.
           01 ws-command-count PIC 9(5).
           01 ws-executed-count PIC 9(5).
           01 ws-loop-count PIC 9(5).
           01 ws-stretch-count PIC 9(5).
           01 ws-maps-merged PIC 9(5).
           01 ws-maps-ignored PIC 9(5).
           01 ws-percent PIC 9(3)V9.
           01 ws-percent-out PIC ZZ9.9.
           01 ws-program-count PIC 9(5) VALUE 0.
           01 ws-full-count PIC 9(5) VALUE 0.
           01 ws-gap-count PIC 9(5) VALUE 0.
           01 ws-unmapped-count PIC 9(5) VALUE 0.
           01 ws-unreadable-count PIC 9(5) VALUE 0.
           01 ws-total-commands PIC 9(9) VALUE 0.
           01 ws-total-executed PIC 9(9) VALUE 0.
           01 ws-worst-rc PIC 9(2) VALUE 0.

      *>   the distinct programs a manifest names -- a program run
      *>   by twenty entries is still reported once.
           01 ws-seen-count PIC 9(3) VALUE 0.
           01 ws-seen-max PIC 9(3) VALUE 500.
           01 ws-seen-index PIC 9(3).
           01 seen-program-table.
             05 seen-program PIC X(100) OCCURS 500 TIMES.

      *>   manifest fields, named as bfdriver names them; only the
      *>   first matters here.
           01 ws-program-name PIC X(100).

      *>   command-line argument handling, same pattern as bflibr's
      *>   parse-libr-arguments.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages carry BFV IDs; the coverage report itself is
      *>   report output and stays plain DISPLAY.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFCOVER" to bfl-prefix.

         perform parse-cover-arguments.

      *>   the coverage dataset is read once per program; opening it
      *>   here first means a missing one fails the job up front
      *>   instead of once per source.
         if not arg-error
             open input coverage-file
             if ws-coverage-file-status not = "00" then
                 move "BFV007E" to bfl-message-id
                 move spaces to ws-log-text
                 string
                     "coverage dataset " delimited by size
                     function trim(ws-coverage-filename)
                     delimited by size
                     " could not be opened (status "
                     delimited by size
                     ws-coverage-file-status delimited by size
                     ")" delimited by size
                     into ws-log-text
                 end-string
                 perform issue-message
                 move "y" to arg-error-switch
             else
                 close coverage-file
             end-if
         end-if.

         if arg-error
             move 16 to return-code
         else
             if manifest-mode
                 perform cover-manifest
             else
                 move ws-source-filename to ws-program-name
                 perform cover-one-program
             end-if
             if arg-error
                 move 16 to return-code
             else
                 perform display-cover-summary
                 move ws-worst-rc to return-code
             end-if
         end-if.

         goback.


         parse-cover-arguments.
      *>   argument 1: SOURCE or MANIFEST, either case.
           move 1 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           move function upper-case(ws-arg-value) to ws-arg-value.
           if ws-arg-value = "MANIFEST" then
               move "y" to manifest-mode-switch
           else
               if ws-arg-value not = "SOURCE" then
                   move "BFV001E" to bfl-message-id
                   move "first argument must be SOURCE or MANIFEST"
                       to ws-log-text
                   perform issue-message
                   move "y" to arg-error-switch
               end-if
           end-if.

      *>   argument 2: the source or manifest dataset, required.
           move 2 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value = spaces then
               move "BFV002E" to bfl-message-id
               move "dataset argument is required" to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           else
               if manifest-mode
                   move ws-arg-value to ws-manifest-filename
               else
                   move ws-arg-value to ws-source-filename
               end-if
           end-if.

      *>   argument 3: the coverage dataset, optional.
           move 3 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-coverage-filename
           end-if
         .

      *>   every entry of a bfdriver manifest, read the way the
      *>   driver reads it: blank lines skipped, an over-long line
      *>   flagged and skipped whole.
         cover-manifest.
           open input manifest-file.
           if ws-manifest-file-status not = "00" then
               move "BFV003E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "manifest dataset " delimited by size
                   function trim(ws-manifest-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-manifest-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to manifest-eof-switch
               perform until manifest-eof
                 read manifest-file
                   at end
                     move "y" to manifest-eof-switch
                   not at end
                     if manifest-overlong then
                         if manifest-record(400:1) = space then
                             move "n" to manifest-overlong-switch
                         end-if
                     else
                         if manifest-record not = spaces then
                             if manifest-record(400:1) not = space
                                 move "BFV004W" to bfl-message-id
                                 move spaces to ws-log-text
                                 string
                                   "manifest line too long (over "
                                   delimited by size
                                   "400 characters), entry skipped"
                                   delimited by size
                                   into ws-log-text
                                 end-string
                                 perform issue-message
                                 move "y" to manifest-overlong-switch
                             else
                                 perform cover-manifest-entry
                             end-if
                         end-if
                     end-if
                 end-read
               end-perform
               close manifest-file
           end-if
         .

      *>   one manifest line -> its program, reported the first time
      *>   the manifest names it and skipped every time after.
         cover-manifest-entry.
           move spaces to ws-program-name.
           unstring manifest-record delimited by "|"
               into ws-program-name
           end-unstring.
           move "n" to program-seen-switch.
           perform varying ws-seen-index from 1 by 1
                   until ws-seen-index > ws-seen-count
             if seen-program(ws-seen-index) = ws-program-name then
                 move "y" to program-seen-switch
             end-if
           end-perform.
           if not program-seen then
               if ws-seen-count < ws-seen-max then
                   add 1 to ws-seen-count
                   move ws-program-name to seen-program(ws-seen-count)
                   move ws-program-name to ws-source-filename
                   perform cover-one-program
               else
                   move "BFV010W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "more than " delimited by size
                       ws-seen-max delimited by size
                       " distinct programs in the manifest, "
                       delimited by size
                       function trim(ws-program-name)
                       delimited by size
                       " not reported" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
               end-if
           end-if
         .

      *>   load, merge and report one program.
         cover-one-program.
           add 1 to ws-program-count.
           perform load-source.
           if load-error then
               add 1 to ws-unreadable-count
               move 16 to ws-worst-rc
           else
               perform compute-source-checksum
               perform merge-coverage-maps
               display "BFCOVER: ----------------------------------"
               display "BFCOVER: program: "
                 function trim(ws-program-name)
                 "  length: " ws-src-length
                 "  checksum: " ws-checksum
               display "BFCOVER:   maps merged: " ws-maps-merged
                 "  other versions ignored: " ws-maps-ignored
               if ws-maps-merged = 0 then
                   move "BFV008W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "no coverage map for this version of "
                       delimited by size
                       function trim(ws-program-name)
                       delimited by size
                       " in " delimited by size
                       function trim(ws-coverage-filename)
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   add 1 to ws-unmapped-count
                   if ws-worst-rc < 8 then
                       move 8 to ws-worst-rc
                   end-if
               else
                   perform count-covered-commands
                   perform match-brackets
                   move 0 to ws-loop-count
                   if not bracket-error then
                       perform report-unentered-loops
                   end-if
                   perform report-uncovered-stretches
                   display "BFCOVER:   loops never entered: "
                     ws-loop-count
                     "  stretches never executed: "
                     ws-stretch-count
                   if ws-executed-count < ws-command-count
                           or ws-loop-count > 0 then
                       add 1 to ws-gap-count
                       if ws-worst-rc < 4 then
                           move 4 to ws-worst-rc
                       end-if
                   else
                       add 1 to ws-full-count
                   end-if
               end-if
           end-if
         .

      *>   the interpreter's loading: each line trailing-space-
      *>   trimmed and joined into src-buffer.
         load-source.
           move "n" to load-error-switch.
           move "n" to bracket-error-switch.
           move 0 to ws-src-length.
           open input source-file.
           if ws-source-file-status not = "00" then
               move "BFV005E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "program dataset " delimited by size
                   function trim(ws-source-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-source-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to load-error-switch
           else
               move "n" to source-eof-switch
               perform until source-eof or load-error
                 read source-file into ws-record
                   at end
                     move "y" to source-eof-switch
                   not at end
                     perform store-program-line
                 end-read
               end-perform
               close source-file
           end-if
         .

         store-program-line.
           move 999 to ws-line-length.
           perform until ws-line-length = 0
                   or ws-record(ws-line-length:1) not = " "
             subtract 1 from ws-line-length
           end-perform.
           if ws-line-length > 0 then
               if ws-src-length + ws-line-length > ws-src-max-length
                       then
                   move "BFV006E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "program " delimited by size
                       function trim(ws-source-filename)
                       delimited by size
                       " is larger than the interpreter's capacity ("
                       delimited by size
                       ws-src-max-length delimited by size
                       " characters)" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to load-error-switch
               else
                   perform varying ws-record-index from 1 by 1
                           until ws-record-index > ws-line-length
                     add 1 to ws-src-length
                     move ws-record(ws-record-index:1)
                         to src-buffer(ws-src-length:1)
                   end-perform
               end-if
           end-if
         .

      *>   Adler-32: a running byte sum and a running sum of those
      *>   sums, each modulo 65521, combined high*65536+low.
         compute-source-checksum.
           move 1 to ws-checksum-low.
           move 0 to ws-checksum-high.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
             compute ws-checksum-low = function mod(
                 ws-checksum-low
                 + function ord(src-buffer(ws-src-index:1)) - 1,
                 65521)
             compute ws-checksum-high = function mod(
                 ws-checksum-high + ws-checksum-low, 65521)
           end-perform.
           compute ws-checksum =
               ws-checksum-high * 65536 + ws-checksum-low
         .

      *>   one pass over the coverage dataset: a header decides
      *>   whether the map records after it belong to this program
      *>   and version, and every "X" of a belonging map is OR-ed
      *>   into covered-map.
         merge-coverage-maps.
           move all "." to covered-map.
           move 0 to ws-maps-merged.
           move 0 to ws-maps-ignored.
           move "n" to map-match-switch.
           open input coverage-file.
           if ws-coverage-file-status = "00" then
               move "n" to coverage-eof-switch
               perform until coverage-eof
                 read coverage-file
                   at end
                     move "y" to coverage-eof-switch
                   not at end
                     if cov-record-type = "H" then
                         perform check-map-header
                     else
                         if cov-map-type = "M" and map-match then
                             perform merge-map-slice
                         end-if
                     end-if
                 end-read
               end-perform
               close coverage-file
           end-if
         .

         check-map-header.
           move "n" to map-match-switch.
           if cov-program = ws-program-name then
               if cov-prog-length is numeric
                       and cov-checksum is numeric
                       and cov-prog-length = ws-src-length
                       and cov-checksum = ws-checksum then
                   move "y" to map-match-switch
                   add 1 to ws-maps-merged
               else
                   add 1 to ws-maps-ignored
               end-if
           end-if
         .

         merge-map-slice.
           if cov-map-offset is numeric and cov-map-offset > 0 then
               perform varying ws-map-index from 1 by 1
                       until ws-map-index > 200
                 compute ws-map-position =
                     cov-map-offset + ws-map-index - 1
                 if ws-map-position <= ws-src-length then
                     if cov-map-text(ws-map-index:1) = "X" then
                         move "X" to covered-map(ws-map-position:1)
                     end-if
                 end-if
               end-perform
           end-if
         .

      *>   the headline figure: command positions executed by at
      *>   least one run, out of all the command positions.
         count-covered-commands.
           move 0 to ws-command-count.
           move 0 to ws-executed-count.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
             move src-buffer(ws-src-index:1) to ws-char
             if ws-char-command then
                 add 1 to ws-command-count
                 if covered-map(ws-src-index:1) = "X" then
                     add 1 to ws-executed-count
                 end-if
             end-if
           end-perform.
           add ws-command-count to ws-total-commands.
           add ws-executed-count to ws-total-executed.
           if ws-command-count = 0 then
               move 100 to ws-percent
           else
               compute ws-percent rounded =
                   ws-executed-count * 100 / ws-command-count
           end-if.
           move ws-percent to ws-percent-out.
           display "BFCOVER:   commands: " ws-command-count
             "  executed: " ws-executed-count
             "  coverage: " ws-percent-out "%"
         .

      *>   partners for every bracket. A source whose brackets don't
      *>   pair up never ran (the interpreter refuses it), so only
      *>   its loop check is skipped -- with a message saying why.
         match-brackets.
           move 0 to ws-stack-depth.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
             if src-buffer(ws-src-index:1) = "[" then
                 add 1 to ws-stack-depth
                 move ws-src-index to bracket-stack(ws-stack-depth)
             end-if
             if src-buffer(ws-src-index:1) = "]" then
                 if ws-stack-depth = 0 then
                     move "y" to bracket-error-switch
                 else
                     move bracket-stack(ws-stack-depth)
                         to partner(ws-src-index)
                     move ws-src-index
                         to partner(bracket-stack(ws-stack-depth))
                     subtract 1 from ws-stack-depth
                 end-if
             end-if
           end-perform.
           if ws-stack-depth > 0 then
               move "y" to bracket-error-switch
           end-if.
           if bracket-error then
               move "BFV009W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "unbalanced brackets in " delimited by size
                   function trim(ws-program-name)
                   delimited by size
                   " -- loop check skipped" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

      *>   a loop was entered by some run when any command of its
      *>   body executed. An empty body ("[]") has nothing to enter
      *>   and is left to bflint (L005). Once a loop is reported the
      *>   scan carries on after its "]", so the loops nested inside
      *>   it are not listed again.
         report-unentered-loops.
           move 1 to ws-src-index.
           perform until ws-src-index > ws-src-length
             if src-buffer(ws-src-index:1) = "[" then
                 move partner(ws-src-index) to ws-loop-end
                 move 0 to ws-body-commands
                 move 0 to ws-body-executed
                 perform varying ws-map-index from ws-src-index by 1
                         until ws-map-index > ws-loop-end
                   move src-buffer(ws-map-index:1) to ws-char
                   if ws-char-command
                           and ws-map-index > ws-src-index
                           and ws-map-index < ws-loop-end then
                       add 1 to ws-body-commands
                       if covered-map(ws-map-index:1) = "X" then
                           add 1 to ws-body-executed
                       end-if
                   end-if
                 end-perform
                 if ws-body-commands > 0 and ws-body-executed = 0
                     add 1 to ws-loop-count
                     display "BFCOVER:   loop " ws-src-index(2:5)
                       "-" ws-loop-end(2:5) " never entered"
                     move ws-src-index to ws-stretch-start
                     move ws-loop-end to ws-stretch-end
                     perform display-code-window
                     move ws-loop-end to ws-src-index
                 end-if
             end-if
             add 1 to ws-src-index
           end-perform
         .

      *>   maximal runs of never-executed commands; commentary in
      *>   between neither starts nor ends a stretch.
         report-uncovered-stretches.
           move 0 to ws-stretch-count.
           move 0 to ws-stretch-start.
           move 0 to ws-stretch-end.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
             move src-buffer(ws-src-index:1) to ws-char
             if ws-char-command then
                 if covered-map(ws-src-index:1) = "X" then
                     if ws-stretch-start > 0 then
                         perform report-one-stretch
                     end-if
                 else
                     if ws-stretch-start = 0 then
                         move ws-src-index to ws-stretch-start
                     end-if
                     move ws-src-index to ws-stretch-end
                 end-if
             end-if
           end-perform.
           if ws-stretch-start > 0 then
               perform report-one-stretch
           end-if
         .

         report-one-stretch.
           add 1 to ws-stretch-count.
           display "BFCOVER:   never executed "
             ws-stretch-start(2:5) "-" ws-stretch-end(2:5).
           perform display-code-window.
           move 0 to ws-stretch-start.
           move 0 to ws-stretch-end
         .

      *>   the code from 10 characters before ws-stretch-start to 10
      *>   after ws-stretch-end, cut at 70 characters, with "^" under
      *>   every never-executed command in it. Characters that won't
      *>   print show as "?".
         display-code-window.
           if ws-stretch-start > 10 then
               compute ws-window-start = ws-stretch-start - 10
           else
               move 1 to ws-window-start
           end-if.
           compute ws-window-end = ws-stretch-end + 10.
           if ws-window-end > ws-src-length then
               move ws-src-length to ws-window-end
           end-if.
           if ws-window-end - ws-window-start + 1 > ws-window-width
                   then
               compute ws-window-end =
                   ws-window-start + ws-window-width - 1
           end-if.
           move spaces to ws-code-line.
           move spaces to ws-marker-line.
           move 0 to ws-window-column.
           perform varying ws-map-index from ws-window-start by 1
                   until ws-map-index > ws-window-end
             add 1 to ws-window-column
             move src-buffer(ws-map-index:1) to ws-char
             if ws-char < space then
                 move "?" to ws-code-line(ws-window-column:1)
             else
                 move ws-char to ws-code-line(ws-window-column:1)
             end-if
             if ws-char-command
                     and ws-map-index >= ws-stretch-start
                     and ws-map-index <= ws-stretch-end
                     and covered-map(ws-map-index:1) not = "X" then
                 move "^" to ws-marker-line(ws-window-column:1)
             end-if
           end-perform.
           display "BFCOVER:     " ws-code-line.
           display "BFCOVER:     " ws-marker-line
         .

         display-cover-summary.
           display "BFCOVER: ----------------------------------".
           display "BFCOVER: programs reported: " ws-program-count.
           display "BFCOVER: fully covered:     " ws-full-count.
           display "BFCOVER: with gaps:         " ws-gap-count.
           if ws-unmapped-count > 0 then
               display "BFCOVER: no coverage map:   "
                 ws-unmapped-count
           end-if.
           if ws-unreadable-count > 0 then
               display "BFCOVER: unreadable:        "
                 ws-unreadable-count
           end-if.
           if ws-total-commands > 0 then
               compute ws-percent rounded =
                   ws-total-executed * 100 / ws-total-commands
               move ws-percent to ws-percent-out
               display "BFCOVER: commands executed: "
                 ws-total-executed " of " ws-total-commands
                 " (" ws-percent-out "%)"
           end-if
         .

         issue-message.
           move ws-log-text to bfl-text.
      *>   a CALLed program's RETURN-CODE comes back to the caller,
      *>   so the register is parked around the CALL -- logging a
      *>   message must never overwrite the run's return code.
           move return-code to ws-saved-return-code.
           call "bflog" using bfl-parms.
           move ws-saved-return-code to return-code
         .

       end program bfcover.
