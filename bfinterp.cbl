           organization is line sequential
           file status is ws-history-file-status.

      *>   production program registry -- one line per promotion,
      *>   written by bfpromo, read here by check-program-registry.
      *>   FILE STATUS is checked: a registry that isn't there is
      *>   normal for a development run but refuses a production one.
           select registry-file assign to dynamic ws-registry-filename
           organization is line sequential
           file status is ws-registry-file-status.

      *>   control-total record beside a dataset -- written for this
      *>   run's output dataset, read for its input dataset (never
      *>   both at once; ws-control-filename is pointed at the right
      *>   one before each OPEN). See write-output-control and
      *>   balance-input-dataset. FILE STATUS checked both ways: a
      *>   control record that can't be written must not abort the
      *>   run that produced good output, and one that isn't there
      *>   is a balancing decision, not a crash.
           select control-file assign to dynamic ws-control-filename
           organization is line sequential
           file status is ws-control-file-status.

      *>   code-page translation tables -- env vars BF_INPUT_XLATE /
      *>   BF_OUTPUT_XLATE, see load-translation-table. Maintained as
      *>   text in the library: one "from=to" line per byte value,
      *>   both decimal 0-255, e.g. "193=65" (EBCDIC A to ASCII A).
      *>   All 256 from-values must be present exactly once; blank
      *>   lines and lines starting "*" are commentary. One FD serves
      *>   both tables, loaded one after the other before the run.
           select xlate-file assign to dynamic ws-xlate-filename
           organization is line sequential
           file status is ws-xlate-file-status.

      *>   cumulative code-coverage dataset -- env var BF_COVERAGE=Y
      *>   appends one executed-position map per run (see
      *>   write-coverage-map) for bfcover to merge across a whole
      *>   regression manifest. OPEN EXTEND with the history
      *>   dataset's "35" fallback; FILE STATUS checked, since a map
      *>   that can't be written must not fail the run it describes.
           select coverage-file assign to dynamic ws-coverage-filename
           organization is line sequential
           file status is ws-coverage-file-status.

      *>   BF program from SYSIN when no filename argument is given,
      *>   as an alternative to a named dataset.
           select sysin-program-file assign to keyboard
              05 hist-restart PIC X.
              05 hist-sep-7 PIC X.
              05 hist-return-code PIC 9(2).
      *>   the registered version that ran (0 = the program matched
      *>   no version in the registry) -- appended at the end so the
      *>   positions above stay where every reader expects them;
      *>   records written before the field existed read back SPACES
      *>   here, which the readers take as version 0.
              05 hist-sep-8 PIC X.
              05 hist-version PIC 9(4).

      *>   program|version|checksum|length|user|stamp|source -- see
      *>   bfpromo.cbl, which owns the layout. Only the first three
      *>   fields matter here.
           fd registry-file.
           01 registry-record PIC X(300).

      *>   one fixed-column record per dataset, the history record's
      *>   style. Two sets of totals: what "." wrote (every byte), and
      *>   what a "," reader of the dataset will be handed -- a LINE
      *>   SEQUENTIAL read delivers neither the newline bytes nor the
      *>   spaces trailing a line, so those are kept out of the
      *>   readable totals, which are the ones a consumer balances
      *>   against. Status O while the producing run has the dataset
      *>   open, C once it ended RC 0, I when it ended any other way
      *>   -- only C is a complete dataset.
           fd control-file.
           01 control-record.
              05 ctl-dataset PIC X(100).
              05 ctl-sep-1 PIC X.
              05 ctl-program PIC X(100).
              05 ctl-sep-2 PIC X.
              05 ctl-stamp PIC X(14).
              05 ctl-sep-3 PIC X.
              05 ctl-status PIC X.
              05 ctl-sep-4 PIC X.
              05 ctl-bytes-readable PIC 9(12).
              05 ctl-sep-5 PIC X.
              05 ctl-hash-readable PIC 9(15).
              05 ctl-sep-6 PIC X.
              05 ctl-bytes-written PIC 9(12).
              05 ctl-sep-7 PIC X.
              05 ctl-hash-written PIC 9(15).

           fd xlate-file.
           01 xlate-record PIC X(80).

      *>   one header record per run -- program name, run stamp,
      *>   program length and the Adler-32 content checksum bfpromo
      *>   registers -- followed by the run's executed/not-executed
      *>   map in fixed slices of 200 positions, "X" executed and "."
      *>   not. bfcover merges the maps and owns the reading side of
      *>   this layout; the two must change in step.
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

      *>   cells and tape size only -- deliberately NOT the checkpoint
      *>   layout: a handed-off tape is a starting state for a fresh
           fd tape-image-file.
           01 tape-image-record.
              05 timg-tape-size PIC 9(6).
      *>   the cell width the tape was written at -- a tape of 16-bit
      *>   counters handed to an 8-bit run would be silently
      *>   truncated, so it is refused like a tape-size mismatch.
              05 timg-cell-width PIC 99.
              05 timg-cell PIC S9(10)
                 OCCURS 1 TO 999999 TIMES
                 DEPENDING ON ws-tape-size.

           fd checkpoint-file.
           01 checkpoint-record.
              05 ckpt-tape-size PIC 9(6).
      *>   resumed only at the same cell width, see restore-checkpoint.
              05 ckpt-cell-width PIC 99.
              05 ckpt-tape-pointer PIC 9(6).
              05 ckpt-prog-pointer PIC 9(5).
              05 ckpt-bracket-depth PIC 99.
              05 ckpt-sysin-eof PIC X.
              05 ckpt-sysin-lines-read PIC 9(9).
              05 ckpt-sysin-cursor PIC 9(4).
      *>   the running control totals, so a restarted run's control
      *>   record and its input balancing cover the whole job rather
      *>   than just the part after the restart.
              05 ckpt-out-bytes-written PIC 9(12).
              05 ckpt-out-hash-written PIC 9(15).
              05 ckpt-out-bytes-readable PIC 9(12).
              05 ckpt-out-hash-readable PIC 9(15).
              05 ckpt-out-pending-spaces PIC 9(9).
              05 ckpt-in-bytes-read PIC 9(12).
              05 ckpt-in-hash-read PIC 9(15).
      *>   the translation tables the run started with -- a restart
      *>   must not carry on with different ones, see
      *>   restore-checkpoint.
              05 ckpt-input-xlate PIC X(100).
              05 ckpt-output-xlate PIC X(100).
              05 ckpt-main-tape PIC S9(10)
                 OCCURS 1 TO 999999 TIMES
                 DEPENDING ON ws-tape-size.

           01 ws-tape-size PIC 9(6) VALUE 999.
           01 ws-tape-size-max PIC 9(6) VALUE 999999.

      *>   cell width in bits -- env var BF_CELL_WIDTH or the call
      *>   parameter, 8 (the default), 16 or 32. The cells wrap at
      *>   ws-cell-max / 0 for the chosen width, so a counter above
      *>   255 is one cell instead of hand-built multi-cell
      *>   arithmetic. "," still stores a byte (0-255) and "." writes
      *>   the low-order byte of the cell (the value modulo 256) --
      *>   the datasets stay byte streams whatever the width.
      *>   ws-cell-digits/ws-cell-digit-start pick the significant
      *>   digits (3, 5 or 10) out of a 9(10) cell value for the
      *>   trace, debug and dump lines, so an 8-bit run's lines are
      *>   exactly what they have always been.
           01 ws-cell-width PIC 99 VALUE 8.
           01 ws-cell-modulus PIC 9(10) VALUE 256.
           01 ws-cell-max PIC 9(10) VALUE 255.
           01 ws-cell-digits PIC 99 VALUE 3.
           01 ws-cell-digit-start PIC 99 VALUE 8.

           01 storrage-table.
             05 main-tape PIC S9(10) VALUE 0
                OCCURS 1 TO 999999 TIMES
                DEPENDING ON ws-tape-size.

           01 ws-build-partner PIC 9(5).
      *>   scratch for the counted +/-/</> operations in repl-loop.
           01 ws-run-amount PIC 9(5).
           01 ws-cell-work PIC S9(11).
           01 ws-wraps-here PIC 9(9).

      *>   wide enough for the full bfp-program-name the call
      *>   tape-pointer itself), maintained by move-forwad-command.
           01 ws-tape-high PIC 9(6) VALUE 0.

      *>   production program registry -- env var BF_PRODUCTION=Y
      *>   refuses (RC 36) any program that is not, byte for byte,
      *>   the latest version bfpromo registered under its dataset
      *>   name; BF_REGISTRY_FILE names the registry (default
      *>   bfregistry.dat). Outside production mode the registry is
      *>   only consulted to learn which registered version (if any)
      *>   is running, for the history record -- a missing registry
      *>   is then no concern of this run. The content checksum is
      *>   Adler-32 over the loaded prog-tape, the same figure bfpromo
      *>   computes over the same trimmed-and-joined program text.
           01 production-switch PIC X VALUE "n".
             88 production-enabled VALUE "y".
           01 registry-error-switch PIC X VALUE "n".
             88 registry-error VALUE "y".
           01 registry-eof-switch PIC X VALUE "n".
             88 registry-eof VALUE "y".
           01 ws-registry-filename PIC X(100) VALUE "bfregistry.dat".
           01 ws-registry-file-status PIC XX.
           01 ws-reg-program PIC X(100).
           01 ws-reg-version-x PIC X(10).
           01 ws-reg-checksum-x PIC X(12).
           01 ws-reg-version PIC 9(4).
           01 ws-reg-checksum PIC 9(10).
      *>   highest version registered for this dataset name, and
      *>   the checksum it was registered with.
           01 ws-latest-version PIC 9(4) VALUE 0.
           01 ws-latest-checksum PIC 9(10) VALUE 0.
      *>   the registered version whose checksum the loaded program
      *>   matches -- the figure the history record carries.
           01 ws-program-version PIC 9(4) VALUE 0.
           01 ws-program-checksum PIC 9(10) VALUE 0.
           01 ws-checksum-low PIC 9(5).
           01 ws-checksum-high PIC 9(5).
      *>   9(6) for the same wrap-at-99999 reason as
      *>   ws-validate-index.
           01 ws-checksum-index PIC 9(6).

      *>   interactive debugger -- env var BF_DEBUG=Y turns it on.
      *>   Breakpoints are program positions (1-based, as the
      *>   validate-brackets and post-mortem messages number them),
           01 ws-debug-verb PIC X(10).
           01 ws-debug-operand-1 PIC X(20).
           01 ws-debug-operand-2 PIC X(20).
           01 ws-debug-number PIC S9(11).
           01 ws-debug-position PIC 9(5).
      *>   9(7): the window end is computed as tape-pointer + 6
      *>   before its clip (up to 1000005), and the display loop runs
           01 ws-debug-cell-index PIC 9(7).
           01 ws-debug-window-start PIC 9(6).
           01 ws-debug-window-end PIC 9(7).
           01 ws-debug-cell PIC 9(10).
           01 ws-debug-char PIC X.

      *>   execution profiler -- env var BF_PROFILE=Y turns it on,
           01 ws-profile-best-count PIC 9(9).
           01 ws-profile-char PIC X.

      *>   code coverage -- env var BF_COVERAGE=Y turns it on,
      *>   BF_COVERAGE_FILE names the cumulative dataset (default
      *>   bfcoverage.dat). coverage-hit flags every prog-tape
      *>   position that executed at least once, including each
      *>   position a collapsed +/-/</> run swallows; the profiler
      *>   only ever sees such a run's first position.
           01 coverage-switch PIC X VALUE "n".
             88 coverage-enabled VALUE "y".
           01 ws-coverage-filename PIC X(100) VALUE "bfcoverage.dat".
           01 ws-coverage-file-status PIC XX.
           01 coverage-hit-table.
             05 coverage-hit PIC X VALUE "." OCCURS 99999 TIMES.
           01 coverage-map-text REDEFINES coverage-hit-table
              PIC X(99999).
      *>   9(6) for the same wrap-at-99999 reason as
      *>   ws-validate-index.
           01 ws-coverage-index PIC 9(6).
           01 ws-coverage-end PIC 9(6).
           01 ws-coverage-slice PIC 9(3).
           01 ws-coverage-executed PIC 9(5).

      *>   post-mortem dump on abnormal end -- env var BF_DUMP_FILE
      *>   names the report dataset (default bfdump.txt). See
      *>   write-post-mortem.
           01 ws-dump-window-end PIC 9(6).
           01 ws-dump-index PIC 9(7).
           01 ws-dump-offset PIC 9(4).
           01 ws-dump-cell PIC 9(10).
           01 ws-dump-char PIC X.
           01 ws-dump-nonzero-count PIC 9(6) VALUE 0.

      *>   (always non-negative) cell value to an unsigned display
      *>   field first so STRING doesn't write a raw overpunch byte
      *>   into the text log.
           01 ws-trace-cell PIC 9(10).
      *>   prog-tape can hold non-printable filler/padding bytes once
      *>   prog-pointer walks past the real end of the loaded program;
      *>   copying one of those straight into a text-mode LINE
           01 ws-output-column PIC 9(3) VALUE 0.
           01 ws-output-cell PIC 999.

      *>   control totals -- every output dataset gets a control
      *>   record beside it, <dataset>.ctl, and a run reading a named
      *>   input dataset balances what it read against that
      *>   dataset's control record at end of run (RC 40 when out of
      *>   balance). Env var BF_BALANCE=Y (or the call parameter)
      *>   makes a missing control record an out-of-balance as well.
      *>   The readable totals hold back spaces until a later
      *>   non-space byte on the same line proves they will be
      *>   delivered; a line end drops them, as the reader does.
           01 output-opened-switch PIC X VALUE "n".
             88 output-opened VALUE "y".
           01 balance-switch PIC X VALUE "n".
             88 balance-required VALUE "y".
           01 balance-error-switch PIC X VALUE "n".
             88 balance-error VALUE "y".
           01 ws-control-filename PIC X(104).
           01 ws-output-control-filename PIC X(104).
           01 ws-control-file-status PIC XX.
           01 ws-control-status PIC X.
           01 ws-output-byte PIC 999.
           01 ws-out-bytes-written PIC 9(12) VALUE 0.
           01 ws-out-hash-written PIC 9(15) VALUE 0.
           01 ws-out-bytes-readable PIC 9(12) VALUE 0.
           01 ws-out-hash-readable PIC 9(15) VALUE 0.
           01 ws-out-pending-spaces PIC 9(9) VALUE 0.
           01 ws-in-bytes-read PIC 9(12) VALUE 0.
           01 ws-in-hash-read PIC 9(15) VALUE 0.
      *>   what was left in the input dataset when the run ended --
      *>   a program need not read its input to the end, but the
      *>   dataset it was given must still be all there.
           01 ws-in-bytes-total PIC 9(12).
           01 ws-in-hash-total PIC 9(15).
           01 ws-drain-index PIC 9(4).

      *>   wraparound counts for add-one-command/remove-one-command --
      *>   wrapping 0/255 is correct per the Brainfuck spec, but a
      *>   per-cell and total count is kept so a runaway counter bug
           01 tape-image-eof-switch PIC X VALUE "n".
             88 tape-image-eof VALUE "y".
           01 ws-checkpoint-tape-index PIC 9(6).

      *>   code-page translation -- see load-translation-table. A
      *>   table holds, for byte value b, the byte it becomes at
      *>   entry b + 1. The work table and its seen-flags check a
      *>   dataset while it loads; only a complete, clean table is
      *>   copied into the input or output table.
           01 xlate-input-switch PIC X VALUE "n".
             88 xlate-input-enabled VALUE "y".
           01 xlate-output-switch PIC X VALUE "n".
             88 xlate-output-enabled VALUE "y".
           01 ws-input-xlate-name PIC X(100) VALUE SPACES.
           01 ws-output-xlate-name PIC X(100) VALUE SPACES.
           01 ws-xlate-filename PIC X(100).
           01 ws-xlate-file-status PIC XX.
           01 ws-xlate-kind PIC X(6).
           01 xlate-error-switch PIC X VALUE "n".
             88 xlate-error VALUE "y".
           01 xlate-eof-switch PIC X VALUE "n".
             88 xlate-eof VALUE "y".
           01 input-xlate-table.
             05 input-xlate PIC 999 OCCURS 256 TIMES.
           01 output-xlate-table.
             05 output-xlate PIC 999 OCCURS 256 TIMES.
           01 xlate-work-table.
             05 xlate-work-entry OCCURS 256 TIMES.
               10 xlate-work PIC 999.
               10 xlate-seen PIC X.
           01 ws-xlate-line-count PIC 9(6).
           01 ws-xlate-entry-count PIC 9(3).
           01 ws-xlate-from-x PIC X(20).
           01 ws-xlate-to-x PIC X(20).
           01 ws-xlate-from PIC S9(9).
           01 ws-xlate-to PIC S9(9).
           01 ws-xlate-index PIC 9(3).
           01 ws-xlate-bad-reason PIC X(40).
           01 checkpoint-found-switch PIC X VALUE "n".
             88 checkpoint-found VALUE "y".

      *> environment.
         perform parse-arguments.
         perform apply-call-parameters.
         perform set-cell-width.
         perform arm-deadline.

      *> read input program -- loop until the whole dataset has been
         if load-error
             move 16 to return-code
         else
      *>   the registry gate comes before anything else looks at the
      *>   program: a production run of an unregistered or altered
      *>   source must not get as far as its first step.
             perform check-program-registry
             if registry-error
                 move 36 to return-code
             else
                 perform validate-brackets

                 if bracket-error
                     move 20 to return-code
                 else

      *>   pre-compile the validated program: bracket partners and
      *>   +/-/</> run counts, consumed by repl-loop below.
                     perform build-jump-table

      *>   the translation tables are loaded before anything can
      *>   read or write a byte; a table that won't load is fatal
      *>   the same way an undelivered tape image is, and repl-loop
      *>   below never starts.
                     if xlate-input-enabled
                         move ws-input-xlate-name to ws-xlate-filename
                         move "input" to ws-xlate-kind
                         perform load-translation-table
                     end-if
                     if xlate-output-enabled and not xlate-error
                         move ws-output-xlate-name to ws-xlate-filename
                         move "output" to ws-xlate-kind
                         perform load-translation-table
                     end-if

      *> run the inputed programm

      *>   Deliberately ahead of restore-checkpoint: on a restart
      *>   run the checkpointed tape is the later, truer state and
      *>   wins over the seed.
                     if tape-load-enabled
                         perform load-tape-image
                     end-if

      *>   restart picks up tape-pointer/prog-pointer/bracket state/
      *>   main-tape from the last checkpoint instead of the cold-
      *>   start defaults set above.
                     if restart-enabled
                         perform restore-checkpoint
                     end-if

      *>   OPEN OUTPUT truncates -- fine on a cold start, but on a
      *>   restart it would wipe out the pre-crash trace/output history
      *>   except when the restart is itself the first run ever to use
      *>   tracing/output -- EXTEND on a not-yet-existing file fails
      *>   with status "35", so that case falls back to OPEN OUTPUT.
                     if trace-enabled then
                         if restart-enabled then
                             open extend trace-file
                             if ws-trace-file-status = "35" then
                                 open output trace-file
                             end-if
                         else
                             open output trace-file
                         end-if
                     end-if

                     if output-enabled then
                         if line-output-enabled then
                             if restart-enabled then
                                 open extend line-output-file
                                 if ws-line-output-file-status = "35"
                                     open output line-output-file
                                 end-if
                             else
                                 open output line-output-file
                             end-if
                         else
                             if restart-enabled then
                                 open extend output-file
                                 if ws-output-file-status = "35" then
                                     open output output-file
                                 end-if
                             else
                                 open output output-file
                             end-if
                         end-if
      *>   the control record goes out as "open" before the first
      *>   byte does: a run that dies without reaching the final
      *>   rewrite leaves its consumers a visibly incomplete dataset.
                         move "y" to output-opened-switch
                         move "O" to ws-control-status
                         perform write-output-control
                     end-if

                     if debug-enabled
                         perform debug-collect-breakpoints
                     end-if

                     perform repl-loop until (command = " "
                         or prog-pointer + 1 > prog-length
                         or runtime-error
                         or budget-error
                         or deadline-quit)

                     if trace-enabled
                         close trace-file
                     end-if

                     if output-enabled
                         if line-output-enabled
      *>   whatever is sitting on the partial last line goes out
      *>   before the close -- goback must not swallow the tail of
      *>   the report.
                             if ws-output-column > 0
                                 perform flush-output-line
                             end-if
                             close line-output-file
                         else
                             close output-file
                         end-if
                     end-if

                     if runtime-error
                         move 24 to return-code
                     else
                         if budget-error
                             move 28 to return-code
                         else
      *>   the deadline quit is NOT an abort: state is checkpointed
      *>   and the files just closed cleanly above -- its own RC so
      *>   the scheduler can requeue for the next window, and no
      *>   post-mortem.
                             if deadline-quit
                                 move 32 to return-code
                             else
                                 move 0 to return-code
                             end-if
                         end-if
                     end-if

                     if runtime-error or budget-error
                         perform write-post-mortem
                     end-if

      *>   every run that got as far as executing leaves its map --
      *>   a failed or deadlined run's positions were executed all
      *>   the same, and a restart's map merges with the one its
      *>   predecessor left.
                     if coverage-enabled
                         perform write-coverage-map
                     end-if
                 end-if
             end-if
         end-if.

      *>   balancing only means something for a run that otherwise
      *>   ended clean: a failed run's own RC already stops the
      *>   stream, and a deadlined one hasn't finished reading.
         if return-code = 0 and input-dataset-enabled
                 and sysin-input-opened
             perform balance-input-dataset
             if balance-error
                 move 40 to return-code
             end-if
         end-if.

      *>   the output's final control record, once the return code
      *>   that decides complete-or-not is settled.
         if output-opened
             if return-code = 0
                 move "C" to ws-control-status
             else
                 move "I" to ws-control-status
             end-if
             perform write-output-control
         end-if.

      *>   the handoff image is only worth writing when the run ended
      *>   normally -- a crashed or deadlined run's recovery state is
      *>   the checkpoint's business, and the next job must not start
      *>   the explicit field spares callers any doubt about what a
      *>   shared special register held on entry).
         move return-code to bfp-return-code.
         move ws-program-version to bfp-program-version.

         goback.

               end-if
           end-if.

      *>   code coverage, see mark-coverage-visit /
      *>   write-coverage-map. The dataset name is taken whether or
      *>   not BF_COVERAGE itself is on, so a per-call V option still
      *>   lands in the job-level dataset.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_COVERAGE".
           if ws-env-value(1:1) = "Y" or ws-env-value(1:1) = "y" then
               move "y" to coverage-switch
           end-if.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_COVERAGE_FILE".
           if ws-env-value not = spaces then
               move ws-env-value to ws-coverage-filename
           end-if.

      *>   post-mortem report dataset name, see write-post-mortem.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_DUMP_FILE".
                   end-string
                   perform issue-message
               end-if
           end-if.

      *>   production program registry, see check-program-registry.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_PRODUCTION".
           if ws-env-value(1:1) = "Y" or ws-env-value(1:1) = "y" then
               move "y" to production-switch
           end-if.

           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_REGISTRY_FILE".
           if ws-env-value not = spaces then
               move ws-env-value to ws-registry-filename
           end-if.

      *>   input balancing, see balance-input-dataset.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_BALANCE".
           if ws-env-value(1:1) = "Y" or ws-env-value(1:1) = "y" then
               move "y" to balance-switch
           end-if.

      *>   cell width, see set-cell-width. Anything but 8, 16 or 32
      *>   is refused with a message, keeping the 8-bit default.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_CELL_WIDTH".
           if ws-env-value not = spaces then
               if function trim(ws-env-value) = "8"
                       or function trim(ws-env-value) = "08" then
                   move 8 to ws-cell-width
               else
                   if function trim(ws-env-value) = "16" then
                       move 16 to ws-cell-width
                   else
                       if function trim(ws-env-value) = "32" then
                           move 32 to ws-cell-width
                       else
                           move "BFI039W" to bfl-message-id
                           move spaces to ws-log-text
                           string
                               "BF_CELL_WIDTH must be 8, 16 or 32, "
                               delimited by size
                               "using the default 8" delimited by size
                               into ws-log-text
                           end-string
                           perform issue-message
                       end-if
                   end-if
               end-if
           end-if.

      *>   code-page translation tables, see load-translation-table.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_INPUT_XLATE".
           if ws-env-value not = spaces then
               move ws-env-value to ws-input-xlate-name
               move "y" to xlate-input-switch
           end-if.

           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_OUTPUT_XLATE".
           if ws-env-value not = spaces then
               move ws-env-value to ws-output-xlate-name
               move "y" to xlate-output-switch
           end-if
         .

               move "n" to debug-step-switch
           end-if.

           if bfp-production-option = "Y" then
               move "y" to production-switch
           end-if.
           if bfp-production-option = "N" then
               move "n" to production-switch
           end-if.

           if bfp-balance-option = "Y" then
               move "y" to balance-switch
           end-if.
           if bfp-balance-option = "N" then
               move "n" to balance-switch
           end-if.
           if bfp-coverage-option = "Y" then
               move "y" to coverage-switch
           end-if.
           if bfp-coverage-option = "N" then
               move "n" to coverage-switch
           end-if.

           if bfp-trace-file not = spaces then
               move bfp-trace-file to ws-trace-filename
           end-if.
           if bfp-profile-top > 0 then
               move bfp-profile-top to ws-profile-top
           end-if.
           if bfp-coverage-file not = spaces then
               move bfp-coverage-file to ws-coverage-filename
           end-if.
           if bfp-history-file not = spaces then
               move bfp-history-file to ws-history-filename
           end-if.
           if bfp-registry-file not = spaces then
               move bfp-registry-file to ws-registry-filename
           end-if.
           if bfp-deadline-time > 0 then
               move bfp-deadline-time to ws-deadline-time
           end-if.
               else
                   move bfp-output-recl to ws-output-recl
               end-if
           end-if.
           if bfp-cell-width > 0 then
               if bfp-cell-width = 8 or bfp-cell-width = 16
                       or bfp-cell-width = 32 then
                   move bfp-cell-width to ws-cell-width
               else
                   move "BFI040W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "cell width " delimited by size
                       bfp-cell-width delimited by size
                       " from the call parameters must be 8, 16 "
                       delimited by size
                       "or 32, keeping " delimited by size
                       ws-cell-width delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
               end-if
           end-if.
           if bfp-input-xlate not = spaces then
               move bfp-input-xlate to ws-input-xlate-name
               move "y" to xlate-input-switch
           end-if.
           if bfp-output-xlate not = spaces then
               move bfp-output-xlate to ws-output-xlate-name
               move "y" to xlate-output-switch
           end-if
         .

      *>   the wrap point and display width for the cell width this
      *>   run settled on (environment, then call parameter).
         set-cell-width.
           if ws-cell-width = 16 then
               move 65536 to ws-cell-modulus
               move 5 to ws-cell-digits
           else
               if ws-cell-width = 32 then
                   move 4294967296 to ws-cell-modulus
                   move 10 to ws-cell-digits
               else
                   move 256 to ws-cell-modulus
                   move 3 to ws-cell-digits
               end-if
           end-if.
           compute ws-cell-max = ws-cell-modulus - 1.
           compute ws-cell-digit-start = 11 - ws-cell-digits
         .

      *>   collapses BF_DEADLINE/BF_MAX_ELAPSED into one
      *>   seconds-from-start limit (the smaller when both are set)
      *>   against the already-captured start stamp. A deadline time
           end-if
         .

      *>   Adler-32 over the loaded program text (prog-tape positions
      *>   1 thru prog-length): a running byte sum and a running sum
      *>   of those sums, each modulo 65521, combined high*65536+low.
      *>   bfpromo computes the identical figure when it registers a
      *>   version, so any one-byte edit after promotion shows up as a
      *>   checksum mismatch here.
         compute-program-checksum.
           move 1 to ws-checksum-low.
           move 0 to ws-checksum-high.
           perform varying ws-checksum-index from 1 by 1
                   until ws-checksum-index > prog-length
             compute ws-checksum-low = function mod(
                 ws-checksum-low
                 + function ord(prog-tape(ws-checksum-index)) - 1,
                 65521)
             compute ws-checksum-high = function mod(
                 ws-checksum-high + ws-checksum-low, 65521)
           end-perform.
           compute ws-program-checksum =
               ws-checksum-high * 65536 + ws-checksum-low
         .

      *>   looks the loaded program up in the registry. Every run
      *>   learns the registered version it matches (for the history
      *>   record); a production run is refused -- registry-error,
      *>   RC 36 -- unless the program is the LATEST registered
      *>   version of its dataset name, checksum for checksum. An
      *>   older registered version counts as a refusal too: that is
      *>   exactly the stale copy production mode is there to catch.
      *>   A SYSIN program has no dataset name to look up, so
      *>   production mode refuses it outright.
         check-program-registry.
           move "n" to registry-error-switch.
           move 0 to ws-program-version.
           if sysin-program-enabled then
               if production-enabled then
                   move "BFI029E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "production mode: a program read from SYSIN "
                       delimited by size
                       "cannot be checked against the registry "
                       delimited by size
                       "-- job refused" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to registry-error-switch
               end-if
           else
               perform compute-program-checksum
               perform read-program-registry
               if production-enabled and not registry-error then
                   if ws-latest-version = 0 then
                       move "BFI031E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "production mode: program "
                           delimited by size
                           function trim(filename) delimited by size
                           " is not registered in "
                           delimited by size
                           function trim(ws-registry-filename)
                           delimited by size
                           " -- job refused" delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to registry-error-switch
                   else
                       if ws-latest-checksum not = ws-program-checksum
                           move "BFI032E" to bfl-message-id
                           move spaces to ws-log-text
                           string
                               "production mode: program "
                               delimited by size
                               function trim(filename)
                               delimited by size
                               " (checksum " delimited by size
                               ws-program-checksum delimited by size
                               ") is not registered version "
                               delimited by size
                               ws-latest-version delimited by size
                               " (checksum " delimited by size
                               ws-latest-checksum delimited by size
                               ") -- job refused" delimited by size
                               into ws-log-text
                           end-string
                           perform issue-message
                           move "y" to registry-error-switch
                       else
                           move "BFI033I" to bfl-message-id
                           move spaces to ws-log-text
                           string
                               "production mode: running registered "
                               delimited by size
                               "version " delimited by size
                               ws-latest-version delimited by size
                               " of " delimited by size
                               function trim(filename)
                               delimited by size
                               into ws-log-text
                           end-string
                           perform issue-message
                       end-if
                   end-if
               end-if
      *>   a refused run ran nothing, so it claims no version.
               if registry-error then
                   move 0 to ws-program-version
               end-if
           end-if
         .

      *>   one pass over the registry for this dataset name: the
      *>   highest version and its checksum, and the highest version
      *>   whose checksum matches the loaded program. Comment ("*")
      *>   and blank lines are skipped, and so is a line whose
      *>   version or checksum isn't numeric -- if that was the
      *>   latest entry, the production check then fails safe on the
      *>   version before it.
         read-program-registry.
           move 0 to ws-latest-version.
           move 0 to ws-latest-checksum.
           open input registry-file.
           if ws-registry-file-status not = "00" then
               if production-enabled then
                   move "BFI030E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "production mode: registry "
                       delimited by size
                       function trim(ws-registry-filename)
                       delimited by size
                       " could not be opened (status "
                       delimited by size
                       ws-registry-file-status delimited by size
                       ") -- job refused" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to registry-error-switch
               end-if
           else
               move "n" to registry-eof-switch
               perform until registry-eof
                 read registry-file
                   at end
                     move "y" to registry-eof-switch
                   not at end
                     perform match-registry-entry
                 end-read
               end-perform
               close registry-file
           end-if
         .

         match-registry-entry.
           if registry-record not = spaces
                   and registry-record(1:1) not = "*" then
               move spaces to ws-reg-program
               move spaces to ws-reg-version-x
               move spaces to ws-reg-checksum-x
               unstring registry-record delimited by "|"
                   into ws-reg-program ws-reg-version-x
                        ws-reg-checksum-x
               end-unstring
               if ws-reg-program = filename
                       and ws-reg-version-x(1:4) is numeric
                       and ws-reg-version-x(5:) = spaces
                       and ws-reg-checksum-x(1:10) is numeric
                       and ws-reg-checksum-x(11:) = spaces then
                   move ws-reg-version-x(1:4) to ws-reg-version
                   move ws-reg-checksum-x(1:10) to ws-reg-checksum
                   if ws-reg-version > ws-latest-version then
                       move ws-reg-version to ws-latest-version
                       move ws-reg-checksum to ws-latest-checksum
                   end-if
                   if ws-reg-checksum = ws-program-checksum
                           and ws-reg-version > ws-program-version
                       move ws-reg-version to ws-program-version
                   end-if
               end-if
           end-if
         .

      *>   Scans the whole loaded program counting nesting depth before
      *>   repl-loop ever runs, so an unbalanced "[" or "]" is refused
      *>   up front instead of running prog-pointer off the end of
               " CMD=[" delimited by size
               ws-trace-command delimited by size
               "] TP=" tape-pointer delimited by size
               " CELL=" delimited by size
               ws-trace-cell(ws-cell-digit-start:ws-cell-digits)
               delimited by size
               into ws-trace-line
           end-string.
           move ws-trace-line to trace-file-record.
           if profile-enabled then
               perform count-profile-visit
           end-if
           if coverage-enabled then
               perform mark-coverage-visit
           end-if

           if command = "[" then
               perform deal-with-open-bracket
         .

         output-command.
      *>   the low-order byte of the cell -- the whole cell at the
      *>   8-bit width, the value modulo 256 at 16 and 32.
           compute ws-output-byte =
               function mod(main-tape(tape-pointer + 1), 256).
           if xlate-output-enabled then
               move output-xlate(ws-output-byte + 1) to ws-output-byte
           end-if.
           if output-enabled
               perform count-output-byte
               if line-output-enabled
                   perform line-output-byte
               else
                   move FUNCTION CHAR(ws-output-byte + 1)
                       to output-char
                   write output-file-record
               end-if
           else
               display FUNCTION CHAR(ws-output-byte + 1)
               with no advancing
           end-if
         .
      *>   the configured width wraps. The byte value is shifted +1
      *>   into a character the same way byte mode does it.
         line-output-byte.
           move ws-output-byte to ws-output-cell.
           if ws-output-cell = 10
               perform flush-output-line
           else
           move ws-output-line to line-output-record.
           write line-output-record.
           move spaces to ws-output-line.
           move 0 to ws-output-column.
      *>   a wrapped or flushed line ends here as far as a reader is
      *>   concerned -- its trailing spaces never reach the dataset.
           move 0 to ws-out-pending-spaces
         .

      *>   one "." byte into the control totals. Every byte counts
      *>   toward the written totals; the readable totals take what a
      *>   LINE SEQUENTIAL "," reader will actually be handed -- no
      *>   newline bytes, and spaces only once a later non-space byte
      *>   on the same line shows they aren't trailing ones.
         count-output-byte.
           add 1 to ws-out-bytes-written.
           add ws-output-byte to ws-out-hash-written.
           if ws-output-byte = 10 then
               move 0 to ws-out-pending-spaces
           else
               if ws-output-byte = 32 then
                   add 1 to ws-out-pending-spaces
               else
                   add ws-out-pending-spaces to ws-out-bytes-readable
                   compute ws-out-hash-readable =
                       ws-out-hash-readable + ws-out-pending-spaces * 32
                   move 0 to ws-out-pending-spaces
                   add 1 to ws-out-bytes-readable
                   add ws-output-byte to ws-out-hash-readable
               end-if
           end-if
         .

      *>   (re)writes the output dataset's control record with the
      *>   totals so far and the status the caller set. A control
      *>   record that can't be written is warned about, not fatal:
      *>   the output itself is good, and the consumer's balancing
      *>   will stop the stream anyway.
         write-output-control.
           move spaces to ws-output-control-filename.
           string
               function trim(ws-output-filename) delimited by size
               ".ctl" delimited by size
               into ws-output-control-filename
           end-string.
           move ws-output-control-filename to ws-control-filename.
           open output control-file.
           if ws-control-file-status not = "00" then
               move "BFI034W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "control record " delimited by size
                   function trim(ws-control-filename)
                   delimited by size
                   " could not be written (status "
                   delimited by size
                   ws-control-file-status delimited by size
                   ") -- consumers of " delimited by size
                   function trim(ws-output-filename)
                   delimited by size
                   " cannot balance it" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           else
               move spaces to control-record
               move ws-output-filename to ctl-dataset
               if sysin-program-enabled then
                   move "SYSIN" to ctl-program
               else
                   move filename to ctl-program
               end-if
               move function current-date to ws-current-date-data
               move ws-current-date-data(1:14) to ctl-stamp
               move ws-control-status to ctl-status
               move ws-out-bytes-readable to ctl-bytes-readable
               move ws-out-hash-readable to ctl-hash-readable
               move ws-out-bytes-written to ctl-bytes-written
               move ws-out-hash-written to ctl-hash-written
               write control-record
               close control-file
           end-if
         .

         input-command.
               add 1 to ws-sysin-input-cursor
               move ws-sysin-input-buffer(ws-sysin-input-cursor:1)
                   to input-char
               add 1 to ws-in-bytes-read
               compute ws-in-hash-read =
                   ws-in-hash-read + function ord(input-char) - 1
               move FUNCTION ORD(input-char)
      -           to main-tape((tape-pointer + 1))
      *>   Since this great programming language starts at 1 every number has to be shifted by 1
               add -1 to main-tape((tape-pointer + 1))
      -          giving main-tape((tape-pointer + 1))
      *>   translated after the byte has been counted -- the control
      *>   totals describe the dataset as it sits on disk.
               if xlate-input-enabled then
                   move input-xlate(main-tape(tape-pointer + 1) + 1)
                       to main-tape(tape-pointer + 1)
               end-if
           end-if
         .

           end-perform
         .

      *>   Brainfuck only allows for values between 0 and 255 (0 and
      *>   ws-cell-max at the wider cell widths) -- a whole run of
      *>   "-" is applied in one counted subtraction, so the number
      *>   of 0 -> max borrows the old one-at-a-time loop would have
      *>   counted is computed arithmetically and fed into the same
      *>   wrap counters report-wraparounds reads.
         remove-one-command.
           move run-length(prog-pointer + 1) to ws-run-amount.
           if ws-run-amount > main-tape((tape-pointer + 1)) then
               compute ws-wraps-here =
                   (ws-run-amount - main-tape((tape-pointer + 1))
                       + ws-cell-max) / ws-cell-modulus
               compute main-tape((tape-pointer + 1)) =
                   main-tape((tape-pointer + 1)) - ws-run-amount
                       + ws-wraps-here * ws-cell-modulus
               add ws-wraps-here to wrap-count(tape-pointer + 1)
               add ws-wraps-here to wrap-total-count
           else
         .

      *>   Brainfuck only allows for values between 0 and 255 -- same
      *>   counted treatment as remove-one-command, with max -> 0
      *>   carries counted instead of borrows.
         add-one-command.
           move run-length(prog-pointer + 1) to ws-run-amount.
           compute ws-cell-work =
               main-tape((tape-pointer + 1)) + ws-run-amount.
           if ws-cell-work > ws-cell-max then
               compute ws-wraps-here = ws-cell-work / ws-cell-modulus
               compute main-tape((tape-pointer + 1)) =
                   ws-cell-work - ws-wraps-here * ws-cell-modulus
               add ws-wraps-here to wrap-count(tape-pointer + 1)
               add ws-wraps-here to wrap-total-count
           else
             "tape pointer".
           display "BRAINFUCK:   W      show position/bracket state".
           display "BRAINFUCK:   M c v  set tape cell c (1-based) to "
             "value v (0-"
             ws-cell-max(ws-cell-digit-start:ws-cell-digits) ")".
           display "BRAINFUCK:   A      abort the run".
         .

             "BRAINFUCK: paused at position " ws-debug-position
             " command [" ws-debug-char
             "] tape-pointer " tape-pointer
             " cell " ws-debug-cell(ws-cell-digit-start:ws-cell-digits).
           display
             "BRAINFUCK: bracket-depth " bracket-depth
             " bracket-skip " bracket-skip
                   from ws-debug-window-start by 1
                   until ws-debug-cell-index > ws-debug-window-end
             move main-tape(ws-debug-cell-index) to ws-debug-cell
             move function char(
                 function mod(main-tape(ws-debug-cell-index), 256) + 1)
                 to ws-debug-char
             if ws-debug-char < " " or ws-debug-char > "~" then
                 move "?" to ws-debug-char
             if ws-debug-cell-index = tape-pointer + 1 then
                 display
                   "BRAINFUCK: * cell " ws-debug-cell-index
                   " value "
                   ws-debug-cell(ws-cell-digit-start:ws-cell-digits)
                   " char " ws-debug-char
             else
                 display
                   "BRAINFUCK:   cell " ws-debug-cell-index
                   " value "
                   ws-debug-cell(ws-cell-digit-start:ws-cell-digits)
                   " char " ws-debug-char
             end-if
           end-perform
         .
                       compute ws-debug-number =
                           function numval(ws-debug-operand-2)
                         on size error
                           move -1 to ws-debug-number
                       end-compute
                       if ws-debug-number < 0
                               or ws-debug-number > ws-cell-max then
                           display
                             "BRAINFUCK: cell value out of range "
                             "(0-"
                             ws-cell-max
                                 (ws-cell-digit-start:ws-cell-digits)
                             ")"
                       else
                           move ws-debug-number
                               to main-tape(ws-debug-cell-index)
                               to ws-debug-cell
                           display
                             "BRAINFUCK: cell " ws-debug-cell-index
                             " set to "
                             ws-debug-cell
                                 (ws-cell-digit-start:ws-cell-digits)
                       end-if
                   end-if
               end-if
           end-if
         .

      *>   the fetched position is executed, and so is every
      *>   position of a collapsed +/-/</> run starting there. A run
      *>   is only ever entered at its first position (bracket jumps
      *>   land on run boundaries), so once that position is flagged
      *>   the whole run already is.
         mark-coverage-visit.
           if coverage-hit(prog-pointer + 1) = "." then
               move "X" to coverage-hit(prog-pointer + 1)
               if command = "+" or command = "-"
                       or command = ">" or command = "<" then
                   compute ws-coverage-end =
                       prog-pointer + run-length(prog-pointer + 1)
                   compute ws-coverage-index = prog-pointer + 2
                   perform until ws-coverage-index > ws-coverage-end
                     move "X" to coverage-hit(ws-coverage-index)
                     add 1 to ws-coverage-index
                   end-perform
               end-if
           end-if
         .

      *>   one repl-loop visit at the current position: bump that
      *>   position's counter and the per-command total. A collapsed
      *>   +/-/</> run adds its full repeat count to the command
           write profile-file-record.
         .

      *>   appends this run's map to the cumulative coverage dataset:
      *>   the header, then prog-length positions in slices of 200.
      *>   The checksum is what ties a map to one exact version of
      *>   the source -- bfcover ignores maps of any other version --
      *>   so it is computed here for SYSIN programs too.
         write-coverage-map.
           open extend coverage-file.
           if ws-coverage-file-status = "35" then
               open output coverage-file
           end-if.
           if ws-coverage-file-status not = "00" then
               move "BFI048W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "coverage dataset " delimited by size
                   function trim(ws-coverage-filename)
                   delimited by size
                   " could not be opened (status " delimited by size
                   ws-coverage-file-status delimited by size
                   ") -- coverage map not written" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           else
               perform compute-program-checksum
               move spaces to coverage-header-record
               move "H" to cov-record-type
               move "|" to cov-sep-1 cov-sep-2 cov-sep-3 cov-sep-4
               if sysin-program-enabled then
                   move "SYSIN" to cov-program
               else
                   move filename to cov-program
               end-if
               move ws-run-start-stamp to cov-stamp
               move prog-length to cov-prog-length
               move ws-program-checksum to cov-checksum
               write coverage-header-record

               move 0 to ws-coverage-executed
               perform varying ws-coverage-index from 1 by 1
                       until ws-coverage-index > prog-length
                 if coverage-hit(ws-coverage-index) = "X" then
                     add 1 to ws-coverage-executed
                 end-if
               end-perform

               perform varying ws-coverage-index from 1 by 200
                       until ws-coverage-index > prog-length
                 compute ws-coverage-end = ws-coverage-index + 199
                 if ws-coverage-end > prog-length then
                     move prog-length to ws-coverage-end
                 end-if
                 compute ws-coverage-slice =
                     ws-coverage-end - ws-coverage-index + 1
                 move spaces to coverage-map-record
                 move "M" to cov-map-type
                 move "|" to cov-map-sep-1 cov-map-sep-2
                 move ws-coverage-index to cov-map-offset
                 move coverage-map-text
                     (ws-coverage-index:ws-coverage-slice)
                     to cov-map-text
                 write coverage-map-record
               end-perform
               close coverage-file

               move "BFI049I" to bfl-message-id
               move spaces to ws-log-text
               string
                   "coverage map appended to " delimited by size
                   function trim(ws-coverage-filename)
                   delimited by size
                   ": " delimited by size
                   ws-coverage-executed delimited by size
                   " of " delimited by size
                   prog-length delimited by size
                   " positions executed" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

      *>   formatted first-pass diagnosis of an abnormal end (RC 24 or
      *>   28), written to ws-dump-filename: where the program died
      *>   (final prog-pointer plus the surrounding program text, with
      *>   cell wrapped.
         write-dump-cell-line.
           move main-tape(ws-dump-index) to ws-dump-cell.
           move function char(
               function mod(main-tape(ws-dump-index), 256) + 1)
               to ws-dump-char.
           if ws-dump-char < " " or ws-dump-char > "~" then
               move "?" to ws-dump-char
           move spaces to ws-dump-line.
           string
               "  cell " ws-dump-index delimited by size
               " value " delimited by size
               ws-dump-cell(ws-cell-digit-start:ws-cell-digits)
               delimited by size
               " char " ws-dump-char delimited by size
               " wraps " wrap-count(ws-dump-index) delimited by size
               into ws-dump-line
      *>   history dataset: program name (or "SYSIN"), start and end
      *>   timestamps, steps executed, highest tape-pointer reached,
      *>   total wraparounds, whether this run restarted from a
      *>   checkpoint, the final return code and the registered
      *>   version that ran. bfreport reads this dataset for
      *>   per-program trends.
         write-history-record.
      *>   always EXTEND -- the dataset is cumulative across runs by
      *>   design -- with the usual "35" fallback for the very first
               move "n" to hist-restart
           end-if.
           move return-code to hist-return-code.
           move ws-program-version to hist-version.
           write history-record.
           close history-file.
         .
                       end-string
                       perform issue-message
                       move "y" to runtime-error-switch
                   else
                   if timg-cell-width not = ws-cell-width then
                       move "BFI042E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "saved cell width (" delimited by size
                           timg-cell-width delimited by size
                           ") does not match the cell width for "
                           delimited by size
                           "this run (" delimited by size
                           ws-cell-width delimited by size
                           ") -- job aborted" delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to runtime-error-switch
                   else
                       perform varying ws-tape-image-index
                               from 1 by 1
                       end-string
                       perform issue-message
                   end-if
                   end-if
               end-if
               close tape-image-file
           end-if
         save-tape-image.
           move ws-tape-save-filename to ws-tape-image-filename.
           move ws-tape-size to timg-tape-size.
           move ws-cell-width to timg-cell-width.
           perform varying ws-tape-image-index from 1 by 1
                   until ws-tape-image-index > ws-tape-size
             move main-tape(ws-tape-image-index)
      *>   revalidated the same way on every run.
         write-checkpoint.
           move ws-tape-size to ckpt-tape-size.
           move ws-cell-width to ckpt-cell-width.
           move tape-pointer to ckpt-tape-pointer.
           move prog-pointer to ckpt-prog-pointer.
           move bracket-depth to ckpt-bracket-depth.
           move sysin-input-eof-switch to ckpt-sysin-eof.
           move ws-sysin-lines-read to ckpt-sysin-lines-read.
           move ws-sysin-input-cursor to ckpt-sysin-cursor.
           move ws-out-bytes-written to ckpt-out-bytes-written.
           move ws-out-hash-written to ckpt-out-hash-written.
           move ws-out-bytes-readable to ckpt-out-bytes-readable.
           move ws-out-hash-readable to ckpt-out-hash-readable.
           move ws-out-pending-spaces to ckpt-out-pending-spaces.
           move ws-in-bytes-read to ckpt-in-bytes-read.
           move ws-in-hash-read to ckpt-in-hash-read.
           move ws-input-xlate-name to ckpt-input-xlate.
           move ws-output-xlate-name to ckpt-output-xlate.
           perform varying ws-checkpoint-tape-index from 1 by 1
                   until ws-checkpoint-tape-index > ws-tape-size
             move main-tape(ws-checkpoint-tape-index)
      *>   happened.
                   move "n" to checkpoint-found-switch
               else
      *>   a checkpoint taken at another cell width holds cell values
      *>   this run can't represent (or would wrap at the wrong
      *>   point) -- refused the same way as a tape-size mismatch.
               if ckpt-cell-width not = ws-cell-width then
                   move "BFI041W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "checkpoint cell width (" delimited by size
                       ckpt-cell-width delimited by size
                       ") does not match the cell width for this "
                       delimited by size
                       "run (" delimited by size
                       ws-cell-width delimited by size
                       ") -- starting cold" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "n" to checkpoint-found-switch
               else
      *>   resuming under a different code page would translate the
      *>   rest of the data differently from the part already done.
               if ckpt-input-xlate not = ws-input-xlate-name
                       or ckpt-output-xlate not = ws-output-xlate-name
                       then
                   move "BFI047W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "checkpoint translation tables (input '"
                       delimited by size
                       function trim(ckpt-input-xlate)
                       delimited by size
                       "', output '" delimited by size
                       function trim(ckpt-output-xlate)
                       delimited by size
                       "') do not match this run's -- starting cold"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "n" to checkpoint-found-switch
               else
               if ckpt-tape-size = ws-tape-size then
                   move ckpt-tape-pointer to tape-pointer
      *>   the restored position is ground the pre-crash run already
                   if ckpt-sysin-opened = "y" then
                       perform restore-sysin-input
                   end-if
                   move ckpt-out-bytes-written to ws-out-bytes-written
                   move ckpt-out-hash-written to ws-out-hash-written
                   move ckpt-out-bytes-readable
                       to ws-out-bytes-readable
                   move ckpt-out-hash-readable to ws-out-hash-readable
      *>   a line-mode run resumes on a fresh line (the deadline
      *>   quit flushed the partial one), so nothing is pending.
                   if line-output-enabled then
                       move 0 to ws-out-pending-spaces
                   else
                       move ckpt-out-pending-spaces
                           to ws-out-pending-spaces
                   end-if
                   move ckpt-in-bytes-read to ws-in-bytes-read
                   move ckpt-in-hash-read to ws-in-hash-read
               else
                   move "BFI021W" to bfl-message-id
                   move spaces to ws-log-text
                   move "n" to checkpoint-found-switch
               end-if
               end-if
               end-if
               end-if
           end-if
         .

           move ckpt-sysin-cursor to ws-sysin-input-cursor
         .

      *>   loads the translation table named in ws-xlate-filename
      *>   into the input or output table (ws-xlate-kind). Every
      *>   line is checked -- "from=to", both 0-255, no from-value
      *>   twice -- and all 256 from-values must be there: a table
      *>   with a hole would pass some bytes through untranslated
      *>   and nobody would notice until the partner rejected the
      *>   file. Any fault is fatal (runtime-error, RC 24) before the
      *>   first command runs.
         load-translation-table.
           move "n" to xlate-eof-switch.
           move 0 to ws-xlate-line-count.
           move 0 to ws-xlate-entry-count.
           perform varying ws-xlate-index from 1 by 1
                   until ws-xlate-index > 256
             move 0 to xlate-work(ws-xlate-index)
             move "n" to xlate-seen(ws-xlate-index)
           end-perform.
           open input xlate-file.
           if ws-xlate-file-status not = "00" then
               move "BFI043E" to bfl-message-id
               move spaces to ws-log-text
               string
                   function trim(ws-xlate-kind) delimited by size
                   " translation table " delimited by size
                   function trim(ws-xlate-filename) delimited by size
                   " could not be opened (status " delimited by size
                   ws-xlate-file-status delimited by size
                   ") -- job aborted" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to xlate-error-switch
           else
               perform until xlate-eof or xlate-error
                 read xlate-file
                   at end
                     move "y" to xlate-eof-switch
                   not at end
                     add 1 to ws-xlate-line-count
                     if xlate-record not = spaces
                             and xlate-record(1:1) not = "*" then
                         perform store-translation-entry
                     end-if
                 end-read
               end-perform
               close xlate-file
               if not xlate-error and ws-xlate-entry-count < 256 then
                   move "BFI045E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       function trim(ws-xlate-kind) delimited by size
                       " translation table " delimited by size
                       function trim(ws-xlate-filename)
                       delimited by size
                       " has " delimited by size
                       ws-xlate-entry-count delimited by size
                       " of the 256 entries it needs -- job aborted"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to xlate-error-switch
               end-if
           end-if.
           if xlate-error then
               move "y" to runtime-error-switch
           else
               perform varying ws-xlate-index from 1 by 1
                       until ws-xlate-index > 256
                 if ws-xlate-kind = "input" then
                     move xlate-work(ws-xlate-index)
                         to input-xlate(ws-xlate-index)
                 else
                     move xlate-work(ws-xlate-index)
                         to output-xlate(ws-xlate-index)
                 end-if
               end-perform
               move "BFI046I" to bfl-message-id
               move spaces to ws-log-text
               string
                   function trim(ws-xlate-kind) delimited by size
                   " translation table " delimited by size
                   function trim(ws-xlate-filename) delimited by size
                   " loaded (256 entries)" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

      *>   one "from=to" line into the work table.
         store-translation-entry.
           move spaces to ws-xlate-from-x.
           move spaces to ws-xlate-to-x.
           move spaces to ws-xlate-bad-reason.
           unstring xlate-record delimited by "="
               into ws-xlate-from-x ws-xlate-to-x
           end-unstring.
           move -1 to ws-xlate-from.
           move -1 to ws-xlate-to.
           if ws-xlate-from-x not = spaces then
               compute ws-numval-test =
                   function test-numval(ws-xlate-from-x)
               if ws-numval-test = 0 then
                   compute ws-xlate-from =
                       function numval(ws-xlate-from-x)
                     on size error
                       move -1 to ws-xlate-from
                   end-compute
               end-if
           end-if.
           if ws-xlate-to-x not = spaces then
               compute ws-numval-test =
                   function test-numval(ws-xlate-to-x)
               if ws-numval-test = 0 then
                   compute ws-xlate-to =
                       function numval(ws-xlate-to-x)
                     on size error
                       move -1 to ws-xlate-to
                   end-compute
               end-if
           end-if.
           if ws-xlate-from < 0 or ws-xlate-from > 255
                   or ws-xlate-to < 0 or ws-xlate-to > 255 then
               move "is not from=to with values 0-255"
                   to ws-xlate-bad-reason
           else
               if xlate-seen(ws-xlate-from + 1) = "y" then
                   move "repeats a from-value" to ws-xlate-bad-reason
               else
                   move ws-xlate-to to xlate-work(ws-xlate-from + 1)
                   move "y" to xlate-seen(ws-xlate-from + 1)
                   add 1 to ws-xlate-entry-count
               end-if
           end-if.
           if ws-xlate-bad-reason not = spaces then
               move "BFI044E" to bfl-message-id
               move spaces to ws-log-text
               string
                   function trim(ws-xlate-kind) delimited by size
                   " translation table " delimited by size
                   function trim(ws-xlate-filename) delimited by size
                   " line " delimited by size
                   ws-xlate-line-count delimited by size
                   " " delimited by size
                   function trim(ws-xlate-bad-reason)
                   delimited by size
                   " -- job aborted" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to xlate-error-switch
           end-if
         .

      *>   end-of-run balancing of the "," input dataset against the
      *>   control record its producer wrote beside it: the bytes the
      *>   run read plus whatever it left unread must come to the
      *>   control record's readable totals, and the producer must
      *>   have finished (status C). Anything else is an
      *>   out-of-balance -- balance-error, RC 40 -- so a truncated or
      *>   half-written upstream dataset stops the stream at the
      *>   first step that reads it. No control record at all is an
      *>   out-of-balance only when balancing is required.
         balance-input-dataset.
           move "n" to balance-error-switch.
           move spaces to ws-control-filename.
           string
               function trim(ws-input-filename) delimited by size
               ".ctl" delimited by size
               into ws-control-filename
           end-string.
           open input control-file.
           if ws-control-file-status not = "00" then
               if balance-required then
                   move "BFI035E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "input dataset " delimited by size
                       function trim(ws-input-filename)
                       delimited by size
                       " has no control record (" delimited by size
                       function trim(ws-control-filename)
                       delimited by size
                       ", status " delimited by size
                       ws-control-file-status delimited by size
                       ") and balancing is required -- job failed"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to balance-error-switch
               end-if
           else
               move spaces to control-record
               read control-file
                 at end
                   move spaces to control-record
               end-read
               close control-file
               perform drain-unread-input
               if ctl-status not = "C"
                       or ctl-bytes-readable is not numeric
                       or ctl-hash-readable is not numeric then
                   move "BFI036E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "input dataset " delimited by size
                       function trim(ws-input-filename)
                       delimited by size
                       " is not complete -- its control record "
                       delimited by size
                       "shows no clean end of the producing run ("
                       delimited by size
                       function trim(ctl-program) delimited by size
                       ", status '" delimited by size
                       ctl-status delimited by size
                       "') -- job failed" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to balance-error-switch
               else
                   if ctl-bytes-readable not = ws-in-bytes-total
                           or ctl-hash-readable
                               not = ws-in-hash-total then
                       move "BFI037E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "input dataset " delimited by size
                           function trim(ws-input-filename)
                           delimited by size
                           " out of balance: control " delimited by size
                           ctl-bytes-readable delimited by size
                           " bytes hash " delimited by size
                           ctl-hash-readable delimited by size
                           ", found " delimited by size
                           ws-in-bytes-total delimited by size
                           " bytes hash " delimited by size
                           ws-in-hash-total delimited by size
                           " -- job failed" delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to balance-error-switch
                   else
                       move "BFI038I" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "input dataset " delimited by size
                           function trim(ws-input-filename)
                           delimited by size
                           " balanced: " delimited by size
                           ws-in-bytes-total delimited by size
                           " bytes hash " delimited by size
                           ws-in-hash-total delimited by size
                           ", " delimited by size
                           ws-in-bytes-read delimited by size
                           " read by the program" delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                   end-if
               end-if
           end-if
         .

      *>   totals for the whole input dataset: what "," took, plus
      *>   the rest of the buffered line and every line after it,
      *>   measured the way fill-sysin-input-buffer hands them out.
         drain-unread-input.
           move ws-in-bytes-read to ws-in-bytes-total.
           move ws-in-hash-read to ws-in-hash-total.
           perform until sysin-input-eof
             compute ws-drain-index = ws-sysin-input-cursor + 1
             perform until ws-drain-index > ws-sysin-input-length
               add 1 to ws-in-bytes-total
               compute ws-in-hash-total = ws-in-hash-total
                   + function ord(
                       ws-sysin-input-buffer(ws-drain-index:1)) - 1
               add 1 to ws-drain-index
             end-perform
             move ws-sysin-input-length to ws-sysin-input-cursor
             perform fill-sysin-input-buffer
           end-perform
         .

       end program bfinterp.


