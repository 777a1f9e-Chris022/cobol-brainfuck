      *> optionally, the program dataset it would run), it also says
      *> up front whether the restart would be ACCEPTED or REFUSED,
      *> for the same reasons restore-checkpoint itself refuses:
      *> a tape-size or cell-width mismatch, translation tables other
      *> than the ones the checkpoint was written under, or an old
      *> mid-bracket-scan checkpoint the jump-table engine cannot
      *> resume exactly. Cell values are decoded at whatever width
      *> (8, 16 or 32 bits) the checkpoint was written with, and a
      *> cell outside that width's range marks the dataset as
      *> damaged. A rolled truck on a bad restart costs a morning
      *> deadline; this costs a second of CPU.
      *>
      *> Compilation:
      *>   cobc -x bfckpt.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bfckpt checkpoint-dataset [tape-size [program-dataset
      *>            [cell-width [input-xlate [output-xlate]]]]]
      *>
      *>   (program-dataset may be given as "" to check a cell width
      *>   without naming a program, and likewise the others)
      *>
      *> The cell width and translation tables the resubmit would
      *> run with are taken from BF_CELL_WIDTH (8 when unset or not
      *> 8, 16 or 32) and BF_INPUT_XLATE / BF_OUTPUT_XLATE, as the
      *> interpreter takes them; arguments 4, 5 and 6 override them.
      *> Whenever a verdict is given, they must match the width and
      *> tables the checkpoint was written with.
      *>
      *> Return codes:
      *>   0   summary printed; if a tape size was given, the restart
      *>       would be accepted
      *>   4   the restart would be refused (reasons printed)
      *>   16  missing argument, or the checkpoint dataset is
      *>       missing, empty, unreadable or damaged

       identification division.
         program-id. bfckpt.
           fd checkpoint-file.
           01 checkpoint-record.
              05 ckpt-tape-size PIC 9(6).
              05 ckpt-cell-width PIC 99.
              05 ckpt-tape-pointer PIC 9(6).
              05 ckpt-prog-pointer PIC 9(5).
              05 ckpt-bracket-depth PIC 99.
              05 ckpt-sysin-eof PIC X.
              05 ckpt-sysin-lines-read PIC 9(9).
              05 ckpt-sysin-cursor PIC 9(4).
              05 ckpt-out-bytes-written PIC 9(12).
              05 ckpt-out-hash-written PIC 9(15).
              05 ckpt-out-bytes-readable PIC 9(12).
              05 ckpt-out-hash-readable PIC 9(15).
              05 ckpt-out-pending-spaces PIC 9(9).
              05 ckpt-in-bytes-read PIC 9(12).
              05 ckpt-in-hash-read PIC 9(15).
              05 ckpt-input-xlate PIC X(100).
              05 ckpt-output-xlate PIC X(100).
              05 ckpt-main-tape PIC S9(10)
                 OCCURS 1 TO 999999 TIMES
                 DEPENDING ON ws-tape-size.

      *>   with (0 = not given, summary only) and the program dataset
      *>   it would run (SPACES = not given).
           01 ws-intended-tape-size PIC 9(6) VALUE 0.
      *>   and the cell width it would run at, with a switch for a
      *>   width named as an argument.
           01 ws-intended-cell-width PIC 99 VALUE 8.
           01 width-given-switch PIC X VALUE "n".
             88 width-given VALUE "y".
           01 program-given-switch PIC X VALUE "n".
             88 program-given VALUE "y".
      *>   and the translation tables it would run under (SPACES =
      *>   none), with a switch for tables named as arguments.
           01 ws-intended-input-xlate PIC X(100) VALUE SPACES.
           01 ws-intended-output-xlate PIC X(100) VALUE SPACES.
           01 xlate-given-switch PIC X VALUE "n".
             88 xlate-given VALUE "y".
           01 ws-env-value PIC X(100).
           01 refuse-switch PIC X VALUE "n".
             88 restart-refused VALUE "y".

      *>   cell listing scratch -- 9(7) so a loop topping out at the
      *>   full 999999 cells can't wrap its index and spin forever.
           01 ws-cell-index PIC 9(7).
           01 ws-cell-value PIC 9(10).
      *>   the checkpointed width's largest cell value, and where its
      *>   3, 5 or 10 significant digits start in a 9(10) value --
      *>   the interpreter's own display convention.
           01 ws-cell-max PIC 9(10) VALUE 255.
           01 ws-cell-digits PIC 99 VALUE 3.
           01 ws-cell-digit-start PIC 99 VALUE 8.
           01 ws-bad-cell-index PIC 9(7) VALUE 0.
           01 ws-cell-char PIC X.
           01 ws-nonzero-count PIC 9(6) VALUE 0.

             else
                 perform display-checkpoint-summary
                 if ws-intended-tape-size > 0
                         or program-given
                         or width-given
                         or xlate-given then
                     perform validate-restart
                     if restart-refused
                         move 4 to return-code
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-program-filename
               move "y" to program-given-switch
           end-if.

      *>   argument 4: the cell width the resubmitted run would be
      *>   given, optional -- 8, 16 or 32. Without it the width is
      *>   the one the interpreter itself would take: BF_CELL_WIDTH,
      *>   or the default 8 when that is unset or not a valid width.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_CELL_WIDTH".
           if function trim(ws-env-value) = "16" then
               move 16 to ws-intended-cell-width
           else
               if function trim(ws-env-value) = "32" then
                   move 32 to ws-intended-cell-width
               else
                   move 8 to ws-intended-cell-width
               end-if
           end-if.

           move 4 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move "y" to width-given-switch
               if function trim(ws-arg-value) = "8"
                       or function trim(ws-arg-value) = "08" then
                   move 8 to ws-intended-cell-width
               else
                   if function trim(ws-arg-value) = "16" then
                       move 16 to ws-intended-cell-width
                   else
                       if function trim(ws-arg-value) = "32" then
                           move 32 to ws-intended-cell-width
                       else
                           move "BFK012E" to bfl-message-id
                           move spaces to ws-log-text
                           string
                               "cell width argument must be 8, 16 "
                               delimited by size
                               "or 32" delimited by size
                               into ws-log-text
                           end-string
                           perform issue-message
                           move "y" to arg-error-switch
                       end-if
                   end-if
               end-if
           end-if.

      *>   the translation tables the resubmitted run would be given:
      *>   the environment the interpreter itself reads, unless
      *>   arguments 5 and 6 name them.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_INPUT_XLATE".
           move ws-env-value to ws-intended-input-xlate.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_OUTPUT_XLATE".
           move ws-env-value to ws-intended-output-xlate.

           move 5 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-intended-input-xlate
               move "y" to xlate-given-switch
           end-if.

           move 6 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-intended-output-xlate
               move "y" to xlate-given-switch
           end-if
         .

                   move "n" to checkpoint-found-switch
               else
                   move ckpt-tape-size to ws-tape-size
                   perform check-cell-width
               end-if
           end-if
         .

      *>   the width the checkpoint was written at decides how its
      *>   cells decode; an unknown width, or a cell outside the
      *>   width's range, is a damaged dataset (the interpreter
      *>   never writes either).
         check-cell-width.
           if ckpt-cell-width = 8 then
               move 255 to ws-cell-max
               move 3 to ws-cell-digits
           else
               if ckpt-cell-width = 16 then
                   move 65535 to ws-cell-max
                   move 5 to ws-cell-digits
               else
                   if ckpt-cell-width = 32 then
                       move 4294967295 to ws-cell-max
                       move 10 to ws-cell-digits
                   else
                       move 0 to ws-cell-digits
                   end-if
               end-if
           end-if.
           if ws-cell-digits = 0 then
               move "BFK013E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "checkpoint header is not valid (cell width "
                   delimited by size
                   "field is not 8, 16 or 32) -- dataset damaged?"
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "n" to checkpoint-found-switch
           else
               compute ws-cell-digit-start = 11 - ws-cell-digits
               move 0 to ws-bad-cell-index
               perform varying ws-cell-index from 1 by 1
                       until ws-cell-index > ws-tape-size
                          or ws-bad-cell-index > 0
                 if ckpt-main-tape(ws-cell-index) is not numeric
                 then
                     move ws-cell-index to ws-bad-cell-index
                 else
                     if ckpt-main-tape(ws-cell-index) < 0
                             or ckpt-main-tape(ws-cell-index)
                                 > ws-cell-max then
                         move ws-cell-index to ws-bad-cell-index
                     end-if
                 end-if
               end-perform
               if ws-bad-cell-index > 0 then
                   move "BFK014E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "checkpoint cell " delimited by size
                       ws-bad-cell-index delimited by size
                       " is not a valid " delimited by size
                       ckpt-cell-width delimited by size
                       "-bit cell value -- dataset damaged?"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "n" to checkpoint-found-switch
               end-if
           end-if
         .
           display "BFCKPT: checkpoint summary for "
             function trim(ws-checkpoint-filename).
           display "BFCKPT:   tape size:          " ckpt-tape-size.
           display "BFCKPT:   cell width:         " ckpt-cell-width
             " bits".
           display "BFCKPT:   tape pointer:       "
             ckpt-tape-pointer.
           display "BFCKPT:   program position:   "
                 "BFCKPT:   ',' input consumed:  none (input "
                 "source never opened)"
           end-if.
      *>   the running control totals the restarted run carries on
      *>   from -- what its output's control record and its input
      *>   balancing will start counting at.
           display "BFCKPT:   '.' bytes written:   "
             ckpt-out-bytes-written " (hash " ckpt-out-hash-written ")".
           display "BFCKPT:   ',' bytes read:      "
             ckpt-in-bytes-read " (hash " ckpt-in-hash-read ")".
      *>   a restart must be given the same tables (BF_INPUT_XLATE /
      *>   BF_OUTPUT_XLATE) or restore-checkpoint starts it cold.
           if ckpt-input-xlate not = spaces then
               display "BFCKPT:   ',' translation:     "
                 function trim(ckpt-input-xlate)
           end-if.
           if ckpt-output-xlate not = spaces then
               display "BFCKPT:   '.' translation:     "
                 function trim(ckpt-output-xlate)
           end-if.
           display "BFCKPT:   non-zero tape cells:".
           move 0 to ws-nonzero-count.
           perform varying ws-cell-index from 1 by 1
      *>   the post-mortem's cell lines so operators read one format.
         display-one-cell.
           move ckpt-main-tape(ws-cell-index) to ws-cell-value.
           move function char(
               function mod(ckpt-main-tape(ws-cell-index), 256) + 1)
               to ws-cell-char.
           if ws-cell-char < " " or ws-cell-char > "~" then
               move "?" to ws-cell-char
           end-if.
           display
             "BFCKPT:     cell " ws-cell-index
             " value "
             ws-cell-value(ws-cell-digit-start:ws-cell-digits)
             " char " ws-cell-char
         .

      *>   the verdict restore-checkpoint would reach, computed
      *>   without running anything: the same refusals it makes
      *>   (mid-scan checkpoint from the old engine, tape-size or
      *>   cell-width mismatch, different translation tables), plus
      *>   the wrong-program check only this utility can make
      *>   because only it is told which program the resubmit would
      *>   run.
         validate-restart.
           move "n" to refuse-switch.
           if ckpt-bracket-skip not = 0
               perform issue-message
               move "y" to refuse-switch
           end-if.
           if ws-intended-cell-width not = ckpt-cell-width then
               move "BFK015E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "REFUSED -- checkpoint cell width ("
                   delimited by size
                   ckpt-cell-width delimited by size
                   ") does not match the intended run's cell "
                   delimited by size
                   "width (" delimited by size
                   ws-intended-cell-width delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to refuse-switch
           end-if.
           if ckpt-input-xlate not = ws-intended-input-xlate
                   or ckpt-output-xlate
                       not = ws-intended-output-xlate then
               move "BFK016E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "REFUSED -- checkpoint translation tables "
                   delimited by size
                   "(input '" delimited by size
                   function trim(ckpt-input-xlate)
                   delimited by size
                   "', output '" delimited by size
                   function trim(ckpt-output-xlate)
                   delimited by size
                   "') do not match the intended run's (input '"
                   delimited by size
                   function trim(ws-intended-input-xlate)
                   delimited by size
                   "', output '" delimited by size
                   function trim(ws-intended-output-xlate)
                   delimited by size
                   "')" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to refuse-switch
           end-if.
           if program-given then
               perform measure-program
               if program-eof then
