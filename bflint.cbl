      *> Static analysis ("lint") for BF sources: validate-brackets
      *> only refuses unbalanced brackets, so code that is obviously
      *> broken or wasteful still gets as far as the overnight window.
      *> This program reads a source -- a hand-written one or a
      *> bfmacro output, both plain eight-command Brainfuck -- or
      *> every source a bfdriver manifest names, and prints a findings
      *> report without running anything. Its return code is meant to
      *> gate promotion (bfpromo), so the problems turn up at
      *> desk-check time instead of at 02:00.
      *>
      *> Findings, by rule:
      *>
      *>   L001  W  cancelling pair "+-" or "-+" -- wasted steps
      *>   L002  W  cancelling pair "<>" or "><"
      *>   L003  W  loop that can never run: the program reaches it
      *>            before any "+", "-" or "," has touched the tape,
      *>            so every cell is still 0
      *>   L004  W  loop that can never run: it follows straight on
      *>            from a "]", which only falls through on a 0 cell
      *>   L005  E  empty loop "[]" -- spins forever on a non-zero
      *>            cell
      *>   L006  E  unbalanced bracket (what validate-brackets would
      *>            refuse with RC 20)
      *>   L007  E  "," in a program whose manifest entry names no
      *>            input dataset (manifest mode only)
      *>   L008  E  the program walks left of the first tape cell
      *>            (W when the entry runs with tape wraparound)
      *>   L009  E  the program walks past the end of the tape
      *>            (W when the entry runs with tape wraparound)
      *>   L010  W  loop whose body moves the tape pointer on every
      *>            pass -- its reach depends on the data, so the
      *>            range estimate below cannot bound it
      *>
      *> Characters that are not commands are commentary, as they are
      *> to the interpreter: "+ then -" is as much a cancelling pair
      *> as "+-". Positions are prog-tape positions (1-based, comment
      *> characters included), the numbering validate-brackets, the
      *> post-mortem dump and the debugger use.
      *>
      *> Every program also gets a static estimate of how far left
      *> and right of its starting cell it can walk, against the given
      *> tape size: a straight walk through the program, each loop
      *> body taken once. A loop whose body is balanced repeats the
      *> same reach, so the estimate holds; one whose body is not is
      *> reported (L010) and its direction shown as unbounded.
      *>
      *> Manifest mode reads the bfdriver manifest format: program
      *> from the first field, the W option letter from the fourth,
      *> the input dataset (or @step) from the seventh.
      *>
      *> Compilation:
      *>   cobc -x bflint.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bflint SOURCE source-dataset [tape-size]
      *>   ./bflint MANIFEST manifest-dataset [tape-size]
      *>
      *> The tape size defaults to 999, the interpreter's own default.
      *>
      *> Return codes:
      *>   0   no findings
      *>   4   warnings only
      *>   8   at least one error finding
      *>   16  missing/unusable argument or unreadable dataset

       identification division.
         program-id. bflint.

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

       data division.
         file section.
           fd source-file.
           01 source-record PIC X(999).

      *>   the driver's own manifest record width.
           fd manifest-file.
           01 manifest-record PIC X(400).

         working-storage section.
           01 ws-source-filename PIC X(100).
           01 ws-manifest-filename PIC X(100).
           01 ws-source-file-status PIC XX.
           01 ws-manifest-file-status PIC XX.

           01 source-eof-switch PIC X VALUE "n".
             88 source-eof VALUE "y".
           01 manifest-eof-switch PIC X VALUE "n".
             88 manifest-eof VALUE "y".
           01 manifest-overlong-switch PIC X VALUE "n".
             88 manifest-overlong VALUE "y".
           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 manifest-mode-switch PIC X VALUE "n".
             88 manifest-mode VALUE "y".
      *>   per program: could it be loaded at all, and did its
      *>   brackets pair up (the loop-shape rules need the partners).
           01 load-error-switch PIC X VALUE "n".
             88 load-error VALUE "y".
           01 bracket-error-switch PIC X VALUE "n".
             88 bracket-error VALUE "y".
      *>   the manifest entry's context for L007 and L008/L009.
           01 entry-wrap-switch PIC X VALUE "n".
             88 entry-wrap VALUE "y".
           01 entry-input-switch PIC X VALUE "n".
             88 entry-input VALUE "y".

           01 ws-tape-size PIC 9(6) VALUE 999.
           01 ws-tape-size-max PIC 9(6) VALUE 999999.
           01 ws-numval-test PIC S9(4).
           01 ws-signed-numval PIC S9(9).

      *>   the program as the interpreter would hold it in prog-tape.
           01 src-buffer PIC X(99999).
           01 ws-src-length PIC 9(5) VALUE 0.
           01 ws-src-max-length PIC 9(5) VALUE 99999.
           01 ws-record PIC X(999).
           01 ws-line-length PIC 9(4).
           01 ws-record-index PIC 9(4).
      *>   one digit wider than the buffer so a scan topping out at
      *>   99999 can't wrap its index and run forever.
           01 ws-src-index PIC 9(6).
           01 ws-char PIC X.

      *>   bracket partners, built with a stack the way the
      *>   interpreter's build-jump-table does.
           01 partner-table.
             05 partner PIC 9(5) COMP OCCURS 99999 TIMES.
           01 bracket-stack-table.
             05 bracket-stack PIC 9(5) COMP OCCURS 99999 TIMES.
           01 ws-stack-depth PIC 9(5) VALUE 0.

      *>   pair scanning: the last command seen and where.
           01 ws-prev-char PIC X.
           01 ws-prev-position PIC 9(5).

      *>   tape-range walk: the pointer's offset from its starting
      *>   cell, the extremes reached, and the offset each open loop
      *>   was entered at.
           01 ws-walk-offset PIC S9(7).
           01 ws-walk-low PIC S9(7).
           01 ws-walk-high PIC S9(7).
           01 ws-loop-drift PIC S9(7).
           01 walk-stack-table.
             05 walk-stack-offset PIC S9(7) COMP OCCURS 99999 TIMES.
           01 ws-walk-depth PIC 9(5) VALUE 0.
           01 unbounded-left-switch PIC X VALUE "n".
             88 unbounded-left VALUE "y".
           01 unbounded-right-switch PIC X VALUE "n".
             88 unbounded-right VALUE "y".
           01 ws-range-cell PIC S9(7).
           01 ws-range-low-out PIC -(6)9.
           01 ws-range-high-out PIC -(6)9.
           01 ws-drift-out PIC -(6)9.
           01 ws-range-note PIC X(40).

      *>   one finding on its way to the report.
           01 ws-find-position PIC 9(5).
           01 ws-find-severity PIC X.
           01 ws-find-rule PIC X(4).
           01 ws-find-text PIC X(100).

      *>   per-program and whole-run tallies. ws-worst-rc only ever
      *>   goes up: 4 for a warning, 8 for an error, 16 for a
      *>   dataset that couldn't be read.
           01 ws-error-count PIC 9(5).
           01 ws-warning-count PIC 9(5).
           01 ws-program-count PIC 9(5) VALUE 0.
           01 ws-clean-count PIC 9(5) VALUE 0.
           01 ws-warned-count PIC 9(5) VALUE 0.
           01 ws-errored-count PIC 9(5) VALUE 0.
           01 ws-unreadable-count PIC 9(5) VALUE 0.
           01 ws-worst-rc PIC 9(2) VALUE 0.

      *>   manifest fields, named as bfdriver names them.
           01 ws-program-name PIC X(100).
           01 ws-expected-name PIC X(100).
           01 ws-actual-name PIC X(100).
           01 ws-options-field PIC X(20).
           01 ws-step-name PIC X(30).
           01 ws-condition-field PIC X(40).
           01 ws-input-field PIC X(100).
           01 ws-options-index PIC 9(2).

      *>   command-line argument handling, same pattern as bflibr's
      *>   parse-libr-arguments.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages carry BFA IDs; the findings report itself is
      *>   report output and stays plain DISPLAY.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFLINT" to bfl-prefix.

         perform parse-lint-arguments.

         if arg-error
             move 16 to return-code
         else
             if manifest-mode
                 perform lint-manifest
             else
                 move ws-source-filename to ws-program-name
                 perform lint-one-program
             end-if
             if arg-error
                 move 16 to return-code
             else
                 perform display-lint-summary
                 move ws-worst-rc to return-code
             end-if
         end-if.

         goback.


         parse-lint-arguments.
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
                   move "BFA001E" to bfl-message-id
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
               move "BFA002E" to bfl-message-id
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

      *>   argument 3: tape size, optional -- the front end's
      *>   validation, refused loudly rather than defaulted, since a
      *>   range check against the wrong size is worse than none.
           move 3 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               compute ws-numval-test =
                   function test-numval(ws-arg-value)
               if ws-numval-test = 0 then
                   compute ws-signed-numval =
                       function numval(ws-arg-value)
                     on size error
                       move 0 to ws-signed-numval
                   end-compute
               else
                   move 0 to ws-signed-numval
               end-if
               if ws-signed-numval < 1
                       or ws-signed-numval > ws-tape-size-max then
                   move "BFA003E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "tape size must be 1-" delimited by size
                       ws-tape-size-max delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   move ws-signed-numval to ws-tape-size
               end-if
           end-if
         .

      *>   every entry of a bfdriver manifest, read the way the
      *>   driver reads it: blank lines skipped, an over-long line
      *>   flagged and skipped whole.
         lint-manifest.
           open input manifest-file.
           if ws-manifest-file-status not = "00" then
               move "BFA004E" to bfl-message-id
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
                                 move "BFA005W" to bfl-message-id
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
                                 perform lint-manifest-entry
                             end-if
                         end-if
                     end-if
                 end-read
               end-perform
               close manifest-file
           end-if
         .

      *>   one manifest line -> the program and the two things about
      *>   its run that change what the lint rules say: wraparound
      *>   (option letter W) and whether "," has an input dataset.
         lint-manifest-entry.
           move spaces to ws-program-name.
           move spaces to ws-expected-name.
           move spaces to ws-actual-name.
           move spaces to ws-options-field.
           move spaces to ws-step-name.
           move spaces to ws-condition-field.
           move spaces to ws-input-field.
           unstring manifest-record delimited by "|"
               into ws-program-name ws-expected-name ws-actual-name
                    ws-options-field ws-step-name
                    ws-condition-field ws-input-field
           end-unstring.
           move "n" to entry-wrap-switch.
           perform varying ws-options-index from 1 by 1
                   until ws-options-index > 20
             if ws-options-field(ws-options-index:1) = "W" then
                 move "y" to entry-wrap-switch
             end-if
           end-perform.
           if ws-input-field = spaces then
               move "n" to entry-input-switch
           else
               move "y" to entry-input-switch
           end-if.
           move ws-program-name to ws-source-filename.
           perform lint-one-program
         .

      *>   load, analyse and report one program.
         lint-one-program.
           add 1 to ws-program-count.
           move 0 to ws-error-count.
           move 0 to ws-warning-count.
           perform load-source.
           if load-error then
               add 1 to ws-unreadable-count
               move 16 to ws-worst-rc
           else
               display "BFLINT: ----------------------------------"
               display "BFLINT: program: "
                 function trim(ws-program-name)
                 "  length: " ws-src-length
                 "  tape size: " ws-tape-size
               perform check-command-pairs
               perform match-brackets
               if not bracket-error then
                   perform check-dead-start-loops
                   perform estimate-tape-range
               end-if
               if manifest-mode and not entry-input then
                   perform check-input-command
               end-if
               display "BFLINT:   errors: " ws-error-count
                 "  warnings: " ws-warning-count
               if ws-error-count > 0 then
                   add 1 to ws-errored-count
                   if ws-worst-rc < 8 then
                       move 8 to ws-worst-rc
                   end-if
               else
                   if ws-warning-count > 0 then
                       add 1 to ws-warned-count
                       if ws-worst-rc < 4 then
                           move 4 to ws-worst-rc
                       end-if
                   else
                       add 1 to ws-clean-count
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
               move "BFA006E" to bfl-message-id
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
                   move "BFA007E" to bfl-message-id
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

      *>   L001/L002 cancelling pairs, L004 loop straight after a
      *>   loop, L005 empty loop -- all "this command next to that
      *>   one", with commentary in between ignored. A flagged pair
      *>   is consumed, so "+-+" reports one pair, not two
      *>   overlapping ones.
         check-command-pairs.
           move space to ws-prev-char.
           move 0 to ws-prev-position.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
             move src-buffer(ws-src-index:1) to ws-char
             if ws-char = "+" or ws-char = "-" or ws-char = "<"
                     or ws-char = ">" or ws-char = "[" or ws-char = "]"
                     or ws-char = "." or ws-char = "," then
                 perform check-one-pair
             end-if
           end-perform
         .

         check-one-pair.
           move space to ws-find-severity.
           if (ws-prev-char = "+" and ws-char = "-")
                   or (ws-prev-char = "-" and ws-char = "+") then
               move "W" to ws-find-severity
               move "L001" to ws-find-rule
               move spaces to ws-find-text
               string
                   "cancelling pair """ delimited by size
                   ws-prev-char delimited by size
                   ws-char delimited by size
                   """ -- both steps are wasted" delimited by size
                   into ws-find-text
               end-string
           end-if.
           if (ws-prev-char = "<" and ws-char = ">")
                   or (ws-prev-char = ">" and ws-char = "<") then
               move "W" to ws-find-severity
               move "L002" to ws-find-rule
               move spaces to ws-find-text
               string
                   "cancelling pair """ delimited by size
                   ws-prev-char delimited by size
                   ws-char delimited by size
                   """ -- both steps are wasted" delimited by size
                   into ws-find-text
               end-string
           end-if.
           if ws-prev-char = "]" and ws-char = "[" then
               move "W" to ws-find-severity
               move "L004" to ws-find-rule
               move spaces to ws-find-text
               string
                   "loop directly after a loop can never run -- "
                   delimited by size
                   "the cell is always 0 here" delimited by size
                   into ws-find-text
               end-string
           end-if.
           if ws-prev-char = "[" and ws-char = "]" then
               move "E" to ws-find-severity
               move "L005" to ws-find-rule
               move "empty loop -- spins forever on a non-zero cell"
                   to ws-find-text
           end-if.
           if ws-find-severity = space then
               move ws-char to ws-prev-char
               move ws-src-index to ws-prev-position
           else
      *>   L004 points at the dead loop itself, the others at the
      *>   start of the pair.
               if ws-find-rule = "L004" then
                   move ws-src-index to ws-find-position
               else
                   move ws-prev-position to ws-find-position
               end-if
               perform report-finding
      *>   the dead loop's "[" is not part of a consumed pair -- it
      *>   can still open an empty loop with the next "]".
               if ws-find-rule = "L004" then
                   move ws-char to ws-prev-char
                   move ws-src-index to ws-prev-position
               else
                   move space to ws-prev-char
                   move 0 to ws-prev-position
               end-if
           end-if
         .

      *>   partners for every bracket; any bracket without one is an
      *>   L006 error, and the loop-shape rules that need partners
      *>   are then skipped for this program.
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
                     move ws-src-index to ws-find-position
                     move "E" to ws-find-severity
                     move "L006" to ws-find-rule
                     move """]"" without a matching ""["""
                         to ws-find-text
                     perform report-finding
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
           perform until ws-stack-depth = 0
             move bracket-stack(ws-stack-depth) to ws-find-position
             move "E" to ws-find-severity
             move "L006" to ws-find-rule
             move """["" is never closed" to ws-find-text
             perform report-finding
             move "y" to bracket-error-switch
             subtract 1 from ws-stack-depth
           end-perform
         .

      *>   L003: until a "+", "-" or "," has run, every cell is 0, so
      *>   each top-level loop met before then is skipped outright
      *>   -- and skipping it leaves the tape just as clean for the
      *>   next one. "<", ">" and "." don't change that.
         check-dead-start-loops.
           move 1 to ws-src-index.
           perform until ws-src-index > ws-src-length
             move src-buffer(ws-src-index:1) to ws-char
             if ws-char = "+" or ws-char = "-" or ws-char = "," then
                 compute ws-src-index = ws-src-length + 1
             else
                 if ws-char = "[" then
                     move ws-src-index to ws-find-position
                     move "W" to ws-find-severity
                     move "L003" to ws-find-rule
                     move spaces to ws-find-text
                     string
                         "loop can never run -- nothing has "
                         delimited by size
                         "changed the tape yet, every cell is 0"
                         delimited by size
                         into ws-find-text
                     end-string
                     perform report-finding
                     move partner(ws-src-index) to ws-src-index
                 end-if
                 add 1 to ws-src-index
             end-if
           end-perform
         .

      *>   the pointer's walk, each loop body taken once. A loop that
      *>   comes back to its entry offset repeats the same reach on
      *>   every pass; one that doesn't is L010, and its direction
      *>   is marked unbounded. Edge findings are L008/L009 -- errors
      *>   unless the run wraps around.
         estimate-tape-range.
           move 0 to ws-walk-offset.
           move 0 to ws-walk-low.
           move 0 to ws-walk-high.
           move 0 to ws-walk-depth.
           move "n" to unbounded-left-switch.
           move "n" to unbounded-right-switch.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
             move src-buffer(ws-src-index:1) to ws-char
             if ws-char = ">" then
                 add 1 to ws-walk-offset
                 if ws-walk-offset > ws-walk-high then
                     move ws-walk-offset to ws-walk-high
                 end-if
             end-if
             if ws-char = "<" then
                 subtract 1 from ws-walk-offset
                 if ws-walk-offset < ws-walk-low then
                     move ws-walk-offset to ws-walk-low
                 end-if
             end-if
             if ws-char = "[" then
                 add 1 to ws-walk-depth
                 move ws-walk-offset
                     to walk-stack-offset(ws-walk-depth)
             end-if
             if ws-char = "]" then
                 compute ws-loop-drift = ws-walk-offset
                     - walk-stack-offset(ws-walk-depth)
                 subtract 1 from ws-walk-depth
                 if ws-loop-drift not = 0 then
                     perform report-loop-drift
                 end-if
             end-if
           end-perform.

      *>   cells numbered from 1 at the starting cell, the way the
      *>   debugger and the dump number them.
           compute ws-range-cell = ws-walk-low + 1.
           move ws-range-cell to ws-range-low-out.
           compute ws-range-cell = ws-walk-high + 1.
           move ws-range-cell to ws-range-high-out.
           move spaces to ws-range-note.
           if unbounded-left and unbounded-right then
               move "  (unbounded left and right)" to ws-range-note
           else
               if unbounded-left then
                   move "  (unbounded left)" to ws-range-note
               end-if
               if unbounded-right then
                   move "  (unbounded right)" to ws-range-note
               end-if
           end-if.
           display "BFLINT:   tape range: cells "
             function trim(ws-range-low-out) " to "
             function trim(ws-range-high-out)
             " of " ws-tape-size
             function trim(ws-range-note trailing).

           if ws-walk-low < 0 then
               move 0 to ws-find-position
               if manifest-mode and entry-wrap then
                   move "W" to ws-find-severity
               else
                   move "E" to ws-find-severity
               end-if
               move "L008" to ws-find-rule
               compute ws-range-cell = 0 - ws-walk-low
               move ws-range-cell to ws-drift-out
               move spaces to ws-find-text
               string
                   "walks " delimited by size
                   function trim(ws-drift-out) delimited by size
                   " cell(s) left of the first tape cell"
                   delimited by size
                   into ws-find-text
               end-string
               perform report-finding
           end-if.
           if ws-walk-high + 1 > ws-tape-size then
               move 0 to ws-find-position
               if manifest-mode and entry-wrap then
                   move "W" to ws-find-severity
               else
                   move "E" to ws-find-severity
               end-if
               move "L009" to ws-find-rule
               move spaces to ws-find-text
               string
                   "reaches cell " delimited by size
                   function trim(ws-range-high-out) delimited by size
                   ", past the end of a " delimited by size
                   ws-tape-size delimited by size
                   "-cell tape" delimited by size
                   into ws-find-text
               end-string
               perform report-finding
           end-if
         .

         report-loop-drift.
           if ws-loop-drift < 0 then
               move "y" to unbounded-left-switch
           else
               move "y" to unbounded-right-switch
           end-if.
           move ws-loop-drift to ws-drift-out.
           move partner(ws-src-index) to ws-find-position.
           move "W" to ws-find-severity.
           move "L010" to ws-find-rule.
           move spaces to ws-find-text.
           string
               "loop moves the tape pointer "
               delimited by size
               function trim(ws-drift-out) delimited by size
               " cell(s) per pass -- reach depends on the data"
               delimited by size
               into ws-find-text
           end-string.
           perform report-finding
         .

      *>   L007: with no input dataset on the entry, "," reads the
      *>   driver's SYSIN -- in the overnight stream that is nothing
      *>   at all, and every read comes back as the 0 sentinel.
      *>   Reported once, at the first ",".
         check-input-command.
           move 0 to ws-find-position.
           perform varying ws-src-index from 1 by 1
                   until ws-src-index > ws-src-length
                      or ws-find-position > 0
             if src-buffer(ws-src-index:1) = "," then
                 move ws-src-index to ws-find-position
             end-if
           end-perform.
           if ws-find-position > 0 then
               move "E" to ws-find-severity
               move "L007" to ws-find-rule
               move spaces to ws-find-text
               string
                   ""","" reads input but the manifest entry "
                   delimited by size
                   "names no input dataset" delimited by size
                   into ws-find-text
               end-string
               perform report-finding
           end-if
         .

      *>   one report line per finding; position 0 means the finding
      *>   is about the program as a whole.
         report-finding.
           if ws-find-severity = "E" then
               add 1 to ws-error-count
           else
               add 1 to ws-warning-count
           end-if.
           if ws-find-position = 0 then
               display "BFLINT:   program   " ws-find-severity
                 "  " ws-find-rule "  " function trim(ws-find-text)
           else
               display "BFLINT:   " ws-find-position "     "
                 ws-find-severity "  " ws-find-rule "  "
                 function trim(ws-find-text)
           end-if
         .

         display-lint-summary.
           display "BFLINT: ----------------------------------".
           display "BFLINT: programs checked: " ws-program-count.
           display "BFLINT: clean:            " ws-clean-count.
           display "BFLINT: warnings only:    " ws-warned-count.
           display "BFLINT: with errors:      " ws-errored-count.
           if ws-unreadable-count > 0 then
               display "BFLINT: unreadable:       "
                 ws-unreadable-count
           end-if
         .

      *>   one operational message out the door, bfinterp's pattern.
         issue-message.
           move ws-log-text to bfl-text.
      *>   a CALLed program's RETURN-CODE comes back to the caller,
      *>   so the register is parked around the CALL -- logging a
      *>   message must never overwrite the run's return code.
           move return-code to ws-saved-return-code.
           call "bflog" using bfl-parms.
           move ws-saved-return-code to return-code
         .

       end program bflint.
