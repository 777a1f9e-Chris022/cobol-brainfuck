      *>
      *>   T  trace        W  tape wraparound   C  checkpointing
      *>   R  restart      P  profile           D  interactive debug
      *>   G  production mode -- the program must be the latest version
      *>      bfpromo registered for it (see bfpromo.cbl), or the run
      *>      is refused with RC 36
      *>   B  8-bit tape cells  H  16-bit cells  F  32-bit cells
      *>      (see BF_CELL_WIDTH -- the last of the three wins)
      *>   V  code coverage -- the entry's executed-position map is
      *>      appended to the coverage dataset (BF_COVERAGE_FILE,
      *>      default bfcoverage.dat) for bfcover to merge; start each
      *>      regression run with a fresh coverage dataset
      *>
      *> Entries without the field inherit the BF_* environment, same
      *> as always. Fields may be left empty ("program|||T" runs with
      *> already ended OK are reported COMPLETED (prior run) and not
      *> re-executed (they still satisfy OK= conditions downstream),
      *> and everything from the resume point on runs normally.
      *>
      *> Every output dataset the interpreter writes gets a control
      *> record beside it, <dataset>.ctl (byte count, hash total,
      *> producing program, timestamp, complete/incomplete), and a
      *> run reading a named input dataset balances what it read
      *> against that record at end of run -- RC 40, out of balance,
      *> when a dataset was truncated, altered or left half-written.
      *> An @step input is always balanced strictly: the upstream
      *> step wrote its control record, so a missing one is itself
      *> an out-of-balance. A plain input name is balanced when it
      *> has a control record (BF_BALANCE=Y makes that mandatory
      *> too). An out-of-balance step is a failed step, so OK=
      *> conditions downstream of it don't run.
      *>
      *> An eighth and ninth field name code-page translation tables
      *> for the entry (BF_INPUT_XLATE / BF_OUTPUT_XLATE for just
      *> this CALL -- see bfinterp.cbl for the table format):
      *>
      *>   program|expected|output|options|step|condition|input|
      *>       input-table|output-table
      *>
      *> The input table is applied to every byte the entry's ","
      *> reads, the output table to every byte its "." writes. An
      *> empty field inherits the environment, as the options do.

       identification division.
         program-id. bfdriver.
       data division.
         file section.
      *>   widened from 100 when the step/condition fields arrived --
      *>   a fully-dressed entry no longer fits in 100 bytes -- and
      *>   again to 400 for the translation-table fields. The
      *>   over-long-line handling below moved with it.
           fd manifest-file.
           01 manifest-record PIC X(400).

           fd expected-file.
           01 expected-byte PIC X.
           01 ws-expected-name PIC X(100).
           01 ws-actual-name PIC X(100).
           01 ws-options-field PIC X(20).
      *>   the entry's translation tables, eighth and ninth fields.
           01 ws-input-xlate-field PIC X(100).
           01 ws-output-xlate-field PIC X(100).
           01 ws-options-index PIC 9(2).
           01 ws-option-letter PIC X.

      *>   step dependencies -- the entry's step name (generated
      *>   STEPnnnnn when the manifest leaves it blank) and its parsed
      *>   this record is the tail (or a further middle chunk) of the
      *>   over-long line flagged below, not a new entry -- skip it,
      *>   and keep skipping until a record comes back short of the
      *>   full 400 bytes, which marks the real end of that line.
                     if manifest-record(400:1) = space then
                         move "n" to manifest-overlong-switch
                     end-if
                 else
                     if manifest-record not = spaces then
      *>   a manifest line that fills every byte of manifest-record
      *>   leaves no room to tell "exactly 400 characters long" apart
      *>   from "longer than 400 characters, and LINE SEQUENTIAL split
      *>   the rest into the next record" -- the latter would otherwise
      *>   run silently as two (or more) separate, truncated entries.
      *>   Flag it and skip the whole line rather than guess.
                         if manifest-record(400:1) not = space then
                             move "BFD002W" to bfl-message-id
                             move spaces to ws-log-text
                             string
                               "manifest line too long (over 400 "
                               delimited by size
                               "characters), entry skipped: "
                               delimited by size
           move 0 to bfp-deadline-time.
           move 0 to bfp-max-elapsed.
           move 0 to bfp-output-recl.
           move 0 to bfp-program-version.
           move 0 to bfp-cell-width.
           move 0 to bfp-return-code.
           move ws-program-name to bfp-program-name.
      *>   an output dataset directs the run's "." output there
           if ws-input-name not = spaces then
               move ws-input-name to bfp-input-dataset
           end-if.
      *>   a piped dataset was written by a step of this stream, so
      *>   its control record must be there -- balanced strictly.
           if ws-input-field(1:1) = "@" then
               move "Y" to bfp-balance-option
           end-if.
           if ws-input-xlate-field not = spaces then
               move ws-input-xlate-field to bfp-input-xlate
           end-if.
           if ws-output-xlate-field not = spaces then
               move ws-output-xlate-field to bfp-output-xlate
           end-if.
           perform apply-entry-options.

           call "bfinterp" using bf-call-parms.
           move bfp-return-code to ws-program-rc.
           if ws-program-rc = 40 then
               move "BFD019E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "entry " delimited by size
                   function trim(ws-program-name) delimited by size
                   " [" delimited by size
                   function trim(ws-step-name) delimited by size
                   "] input dataset " delimited by size
                   function trim(ws-input-name) delimited by size
                   " is out of balance with its control record"
                   delimited by size
                   " -- step failed" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if.
      *>   a clean RC on a verified entry still has to earn its
      *>   "succeeded" by matching the baseline byte-for-byte.
           if ws-program-rc = 0 and verify-requested then
           if ws-program-rc = 32 then
               move "(batch window deadline)" to ws-rc-label
           end-if.
           if ws-program-rc = 36 then
               move "(registry refused)" to ws-rc-label
           end-if.
           if ws-program-rc = 40 then
               move "(out of balance)" to ws-rc-label
           end-if.
           move "BFD004I" to bfl-message-id.
           move spaces to ws-log-text.
           string
           move spaces to ws-step-name.
           move spaces to ws-condition-field.
           move spaces to ws-input-field.
           move spaces to ws-input-xlate-field.
           move spaces to ws-output-xlate-field.
           move "n" to verify-requested-switch.
           unstring manifest-record delimited by "|"
               into ws-program-name ws-expected-name ws-actual-name
                    ws-options-field ws-step-name
                    ws-condition-field ws-input-field
                    ws-input-xlate-field ws-output-xlate-field
           end-unstring.
           if ws-expected-name not = spaces then
               move "y" to verify-requested-switch
         apply-entry-options.
           perform varying ws-options-index from 1 by 1
                   until ws-options-index > 20
             move ws-options-field(ws-options-index:1)
                 to ws-option-letter
             if ws-option-letter not = space then
                 if ws-option-letter = "T" then
                     move "Y" to bfp-trace-option
                 else
                   if ws-option-letter = "W" then
                       move "Y" to bfp-tape-wrap-option
                   else
                     if ws-option-letter = "C"
                         move "Y" to bfp-checkpoint-option
                     else
                       if ws-option-letter = "R"
                           move "Y" to bfp-restart-option
                       else
                         if ws-option-letter = "P"
                             move "Y" to bfp-profile-option
                         else
                           if ws-option-letter = "D"
                               move "Y" to bfp-debug-option
                           else
                             if ws-option-letter = "G"
                                 move "Y" to bfp-production-option
                             else
      *>   cell width -- B(yte) 8, H(alfword) 16, F(ullword) 32 bits.
                               if ws-option-letter = "B"
                                   move 8 to bfp-cell-width
                               else
                                 if ws-option-letter = "H"
                                     move 16 to bfp-cell-width
                                 else
                                   if ws-option-letter = "F"
                                       move 32 to bfp-cell-width
                                   else
      *>   V(erify coverage) -- the entry's executed-position map
      *>   goes to the coverage dataset for bfcover.
                                     if ws-option-letter = "V"
                                         move "Y"
                                             to bfp-coverage-option
                                     else
                                         perform refuse-option-letter
                                     end-if
                                   end-if
                                 end-if
                               end-if
                             end-if
                           end-if
                         end-if
                       end-if
           end-perform
         .

      *>   the letter is reported and the entry runs without it.
         refuse-option-letter.
           move "BFD003W" to bfl-message-id.
           move spaces to ws-log-text.
           string
               "unknown option letter '" delimited by size
               ws-option-letter delimited by size
               "' on entry " delimited by size
               function trim(ws-program-name) delimited by size
               " -- letter ignored" delimited by size
               into ws-log-text
           end-string.
           perform issue-message
         .

      *>   byte-for-byte compare of the run's output dataset against
      *>   the stored baseline. Stops at the first difference and
      *>   reports its byte position (1-based) and the two byte values
