      *> Tape-image utility: the BF_TAPE_SAVE / BF_TAPE_LOAD datasets
      *> are binary records (tape size, cell width, signed cells) that
      *> nobody can look inside without running a program against
      *> them, and building a seeded starting tape for a test case
      *> used to mean writing a throwaway BF program. This program
      *> does those jobs by hand instead:
      *>
      *>   PRINT     a tape image as a readable listing -- size, cell
      *>             width and every non-zero cell (number, value and
      *>             the character it spells), the bfckpt format
      *>   COMPARE   two tape images, every differing cell listed --
      *>             what ops run to confirm what one job handed the
      *>             next
      *>   COMPCKPT  a tape image against the main tape held in a
      *>             checkpoint dataset (bfcheckpoint.dat)
      *>   BUILD     a tape image from a text spec kept in the
      *>             library, so seed tapes are maintainable text
      *>
      *> Cells are numbered from 1, as in every interpreter report.
      *> Cells past the end of the shorter tape in a COMPARE count as
      *> differing against a 0 on the other side only when the
      *> longer tape's cell is non-zero.
      *>
      *> BUILD spec format, one item per line:
      *>
      *>   * commentary           (blank lines are commentary too)
      *>   SIZE=nnnnnn            tape size, 1-999999, default 999
      *>   WIDTH=nn               cell width 8, 16 or 32, default 8
      *>   cell=value             cell (1-based) and its value, 0 up
      *>                          to the largest value of the width
      *>
      *> SIZE and WIDTH must come before the first cell line; a cell
      *> may be given once only. Cells not given are 0. A spec with
      *> any fault writes nothing.
      *>
      *> Compilation:
      *>   cobc -x bftape.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bftape PRINT tape-image
      *>   ./bftape COMPARE tape-image other-tape-image
      *>   ./bftape COMPCKPT tape-image checkpoint-dataset
      *>   ./bftape BUILD spec-dataset tape-image
      *>
      *> Return codes:
      *>   0   listing printed, tapes identical, or image built
      *>   4   COMPARE / COMPCKPT found differences
      *>   16  missing/unusable argument, a dataset missing, empty or
      *>       damaged, or a BUILD spec with faults

       identification division.
         program-id. bftape.

       environment division.
         input-output section.
           file-control.
      *>   binary state, SEQUENTIAL like the interpreter's own
      *>   tape-image FD. The first image is also the one BUILD
      *>   writes. FILE STATUS checked on every OPEN -- a missing
      *>   dataset is a message and RC 16, not a runtime abort.
           select tape-image-file assign to dynamic
           ws-image-filename
           organization is sequential
           file status is ws-image-file-status.

           select other-image-file assign to dynamic
           ws-other-filename
           organization is sequential
           file status is ws-other-file-status.

           select checkpoint-file assign to dynamic
           ws-ckpt-filename
           organization is sequential
           file status is ws-ckpt-file-status.

           select spec-file assign to dynamic ws-spec-filename
           organization is line sequential
           file status is ws-spec-file-status.

       data division.
         file section.
      *>   the layout is owned by save-tape-image in bfinterp.cbl
      *>   and must change in step on both sides. The size fields
      *>   are preset to the maximum before each READ so the OCCURS
      *>   DEPENDING accepts an image of any size; the real size
      *>   then comes out of the record.
           fd tape-image-file.
           01 tape-image-record.
              05 timg-tape-size PIC 9(6).
              05 timg-cell-width PIC 99.
              05 timg-cell PIC S9(10)
                 OCCURS 1 TO 999999 TIMES
                 DEPENDING ON ws-image-size.

           fd other-image-file.
           01 other-image-record.
              05 oimg-tape-size PIC 9(6).
              05 oimg-cell-width PIC 99.
              05 oimg-cell PIC S9(10)
                 OCCURS 1 TO 999999 TIMES
                 DEPENDING ON ws-other-size.

      *>   the interpreter's checkpoint layout (write-checkpoint in
      *>   bfinterp.cbl, kept in step with bfckpt.cbl) -- only the
      *>   size, width and main tape are used here.
           fd checkpoint-file.
           01 checkpoint-record.
              05 ckpt-tape-size PIC 9(6).
              05 ckpt-cell-width PIC 99.
              05 ckpt-tape-pointer PIC 9(6).
              05 ckpt-prog-pointer PIC 9(5).
              05 ckpt-bracket-depth PIC 99.
              05 ckpt-bracket-skip PIC 1.
              05 ckpt-execute-direction PIC S9.
              05 ckpt-sysin-opened PIC X.
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
                 DEPENDING ON ws-other-size.

           fd spec-file.
           01 spec-record PIC X(80).

         working-storage section.
           01 ws-verb PIC X(10).
           01 ws-image-filename PIC X(100).
           01 ws-image-file-status PIC XX.
           01 ws-other-filename PIC X(100).
           01 ws-other-file-status PIC XX.
           01 ws-ckpt-filename PIC X(100).
           01 ws-ckpt-file-status PIC XX.
           01 ws-spec-filename PIC X(100).
           01 ws-spec-file-status PIC XX.
      *>   the dataset a damage message names.
           01 ws-damaged-filename PIC X(100).

           01 ws-image-size PIC 9(6) VALUE 999999.
           01 ws-other-size PIC 9(6) VALUE 999999.
           01 ws-tape-size-max PIC 9(6) VALUE 999999.

           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 data-error-switch PIC X VALUE "n".
             88 data-error VALUE "y".
           01 ckpt-mode-switch PIC X VALUE "n".
             88 ckpt-mode VALUE "y".

      *>   the two tapes' widths and the largest value each allows;
      *>   ws-check-width/ws-check-max are the scratch check-width
      *>   fills in for whichever tape is being validated.
           01 ws-image-width PIC 99 VALUE 0.
           01 ws-other-width PIC 99 VALUE 0.
           01 ws-image-max PIC 9(10) VALUE 0.
           01 ws-other-max PIC 9(10) VALUE 0.
           01 ws-check-width PIC 99.
           01 ws-check-max PIC 9(10).
           01 ws-check-digits PIC 99.

      *>   cell listing / compare scratch -- 9(7) indexes so a loop
      *>   topping out at the full 999999 cells can't wrap and spin
      *>   forever. Values are shown with the 3, 5 or 10 significant
      *>   digits of the (wider) width, the interpreter's own
      *>   display convention.
           01 ws-cell-index PIC 9(7).
           01 ws-compare-end PIC 9(7).
           01 ws-bad-cell-index PIC 9(7) VALUE 0.
           01 ws-cell-value PIC 9(10).
           01 ws-other-value PIC 9(10).
           01 ws-cell-char PIC X.
           01 ws-cell-digits PIC 99 VALUE 3.
           01 ws-cell-digit-start PIC 99 VALUE 8.
           01 ws-nonzero-count PIC 9(7) VALUE 0.
           01 ws-differ-count PIC 9(7) VALUE 0.

      *>   BUILD spec parsing.
           01 spec-eof-switch PIC X VALUE "n".
             88 spec-eof VALUE "y".
           01 cells-started-switch PIC X VALUE "n".
             88 cells-started VALUE "y".
           01 ws-spec-line-count PIC 9(6) VALUE 0.
           01 ws-spec-error-count PIC 9(6) VALUE 0.
           01 ws-spec-cell-count PIC 9(7) VALUE 0.
           01 ws-spec-key PIC X(20).
           01 ws-spec-value-x PIC X(20).
           01 ws-spec-number PIC S9(11).
           01 ws-spec-value PIC S9(11).
           01 ws-spec-reason PIC X(60).
      *>   which cells the spec has already set -- one flag per
      *>   possible cell, so a repeated cell is caught whatever the
      *>   order of the lines.
           01 cell-set-table.
             05 cell-set PIC X VALUE "n" OCCURS 999999 TIMES.

      *>   command-line argument handling, same pattern as bfckpt.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).
           01 ws-numval-test PIC S9(4).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages and the compare verdicts carry BFT IDs; the
      *>   listings themselves are report output and stay plain
      *>   DISPLAY.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFTAPE" to bfl-prefix.

         perform parse-tape-arguments.

         if arg-error
             move 16 to return-code
         else
             if ws-verb = "PRINT"
                 perform read-tape-image
                 if data-error
                     move 16 to return-code
                 else
                     perform print-tape-image
                     move 0 to return-code
                 end-if
             else
                 if ws-verb = "BUILD"
                     perform build-tape-image
                     if data-error
                         move 16 to return-code
                     else
                         move 0 to return-code
                     end-if
                 else
                     perform read-tape-image
                     if not data-error
                         if ckpt-mode
                             perform read-checkpoint
                         else
                             perform read-other-image
                         end-if
                     end-if
                     if data-error
                         move 16 to return-code
                     else
                         perform compare-tapes
                         if ws-differ-count > 0
                             move 4 to return-code
                         else
                             move 0 to return-code
                         end-if
                     end-if
                 end-if
             end-if
         end-if.

         goback.


         parse-tape-arguments.
      *>   argument 1: the verb, either case.
           move 1 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           move function upper-case(ws-arg-value) to ws-verb.
           if ws-verb = "COMPCKPT" then
               move "y" to ckpt-mode-switch
           end-if.
           if ws-verb not = "PRINT" and ws-verb not = "COMPARE"
                   and ws-verb not = "COMPCKPT"
                   and ws-verb not = "BUILD" then
               move "BFT001E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "first argument must be PRINT, COMPARE, "
                   delimited by size
                   "COMPCKPT or BUILD" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           end-if.

      *>   argument 2: the tape image (the spec for BUILD).
           move 2 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value = spaces then
               move "BFT002E" to bfl-message-id
               move "dataset argument is required" to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           else
               if ws-verb = "BUILD"
                   move ws-arg-value to ws-spec-filename
               else
                   move ws-arg-value to ws-image-filename
               end-if
           end-if.

      *>   argument 3: the second dataset -- the other image, the
      *>   checkpoint, or the image BUILD writes. PRINT takes none.
           if ws-verb not = "PRINT" then
               move 3 to ws-arg-num
               move spaces to ws-arg-value
               display ws-arg-num upon argument-number
               accept ws-arg-value from argument-value
               if ws-arg-value = spaces then
                   move "BFT002E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       function trim(ws-verb) delimited by size
                       " needs a second dataset argument"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   if ws-verb = "BUILD"
                       move ws-arg-value to ws-image-filename
                   else
                       if ckpt-mode
                           move ws-arg-value to ws-ckpt-filename
                       else
                           move ws-arg-value to ws-other-filename
                       end-if
                   end-if
               end-if
           end-if
         .

      *>   the first (or only) tape image, read and validated: size,
      *>   width, and every cell inside the width's range. The
      *>   interpreter never writes anything else, so anything else
      *>   is a damaged dataset.
         read-tape-image.
           move ws-tape-size-max to ws-image-size.
           open input tape-image-file.
           if ws-image-file-status not = "00" then
               move "BFT003E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tape image " delimited by size
                   function trim(ws-image-filename) delimited by size
                   " could not be opened (status " delimited by size
                   ws-image-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to data-error-switch
           else
               read tape-image-file
                 at end
                   move "BFT004E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "tape image " delimited by size
                       function trim(ws-image-filename)
                       delimited by size
                       " is empty" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to data-error-switch
               end-read
               close tape-image-file
           end-if.
           if not data-error then
               move timg-cell-width to ws-check-width
               perform check-width
               if timg-tape-size is not numeric
                       or timg-tape-size = 0
                       or ws-check-max = 0 then
                   move ws-image-filename to ws-damaged-filename
                   perform issue-header-damaged
               else
                   move timg-tape-size to ws-image-size
                   move timg-cell-width to ws-image-width
                   move ws-check-max to ws-image-max
                   move 0 to ws-bad-cell-index
                   perform varying ws-cell-index from 1 by 1
                           until ws-cell-index > ws-image-size
                              or ws-bad-cell-index > 0
                     if timg-cell(ws-cell-index) is not numeric then
                         move ws-cell-index to ws-bad-cell-index
                     else
                         if timg-cell(ws-cell-index) < 0
                                 or timg-cell(ws-cell-index)
                                     > ws-image-max then
                             move ws-cell-index to ws-bad-cell-index
                         end-if
                     end-if
                   end-perform
                   if ws-bad-cell-index > 0 then
                       move ws-image-filename to ws-damaged-filename
                       move ws-image-width to ws-check-width
                       perform issue-cell-damaged
                   end-if
               end-if
           end-if
         .

      *>   the second tape image of a COMPARE, validated the same way.
         read-other-image.
           move ws-tape-size-max to ws-other-size.
           open input other-image-file.
           if ws-other-file-status not = "00" then
               move "BFT003E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tape image " delimited by size
                   function trim(ws-other-filename) delimited by size
                   " could not be opened (status " delimited by size
                   ws-other-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to data-error-switch
           else
               read other-image-file
                 at end
                   move "BFT004E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "tape image " delimited by size
                       function trim(ws-other-filename)
                       delimited by size
                       " is empty" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to data-error-switch
               end-read
               close other-image-file
           end-if.
           if not data-error then
               move oimg-cell-width to ws-check-width
               perform check-width
               if oimg-tape-size is not numeric
                       or oimg-tape-size = 0
                       or ws-check-max = 0 then
                   move ws-other-filename to ws-damaged-filename
                   perform issue-header-damaged
               else
                   move oimg-tape-size to ws-other-size
                   move oimg-cell-width to ws-other-width
                   move ws-check-max to ws-other-max
                   move 0 to ws-bad-cell-index
                   perform varying ws-cell-index from 1 by 1
                           until ws-cell-index > ws-other-size
                              or ws-bad-cell-index > 0
                     if oimg-cell(ws-cell-index) is not numeric then
                         move ws-cell-index to ws-bad-cell-index
                     else
                         if oimg-cell(ws-cell-index) < 0
                                 or oimg-cell(ws-cell-index)
                                     > ws-other-max then
                             move ws-cell-index to ws-bad-cell-index
                         end-if
                     end-if
                   end-perform
                   if ws-bad-cell-index > 0 then
                       move ws-other-filename to ws-damaged-filename
                       move ws-other-width to ws-check-width
                       perform issue-cell-damaged
                   end-if
               end-if
           end-if
         .

      *>   the checkpoint of a COMPCKPT: only its main tape is
      *>   compared, validated as bfckpt validates it.
         read-checkpoint.
           move ws-tape-size-max to ws-other-size.
           open input checkpoint-file.
           if ws-ckpt-file-status not = "00" then
               move "BFT005E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "checkpoint dataset " delimited by size
                   function trim(ws-ckpt-filename) delimited by size
                   " could not be opened (status " delimited by size
                   ws-ckpt-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to data-error-switch
           else
               read checkpoint-file
                 at end
                   move "BFT006E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "checkpoint dataset " delimited by size
                       function trim(ws-ckpt-filename)
                       delimited by size
                       " is empty" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to data-error-switch
               end-read
               close checkpoint-file
           end-if.
           if not data-error then
               move ckpt-cell-width to ws-check-width
               perform check-width
               if ckpt-tape-size is not numeric
                       or ckpt-tape-size = 0
                       or ws-check-max = 0 then
                   move ws-ckpt-filename to ws-damaged-filename
                   perform issue-header-damaged
               else
                   move ckpt-tape-size to ws-other-size
                   move ckpt-cell-width to ws-other-width
                   move ws-check-max to ws-other-max
                   move 0 to ws-bad-cell-index
                   perform varying ws-cell-index from 1 by 1
                           until ws-cell-index > ws-other-size
                              or ws-bad-cell-index > 0
                     if ckpt-main-tape(ws-cell-index) is not numeric
                     then
                         move ws-cell-index to ws-bad-cell-index
                     else
                         if ckpt-main-tape(ws-cell-index) < 0
                                 or ckpt-main-tape(ws-cell-index)
                                     > ws-other-max then
                             move ws-cell-index to ws-bad-cell-index
                         end-if
                     end-if
                   end-perform
                   if ws-bad-cell-index > 0 then
                       move ws-ckpt-filename to ws-damaged-filename
                       move ws-other-width to ws-check-width
                       perform issue-cell-damaged
                   end-if
               end-if
           end-if
         .

      *>   the largest cell value and display digits for the width
      *>   in ws-check-width; ws-check-max comes back 0 for a width
      *>   the interpreter doesn't have.
         check-width.
           if ws-check-width = 8 then
               move 255 to ws-check-max
               move 3 to ws-check-digits
           else
               if ws-check-width = 16 then
                   move 65535 to ws-check-max
                   move 5 to ws-check-digits
               else
                   if ws-check-width = 32 then
                       move 4294967295 to ws-check-max
                       move 10 to ws-check-digits
                   else
                       move 0 to ws-check-max
                       move 0 to ws-check-digits
                   end-if
               end-if
           end-if
         .

      *>   the dataset named in ws-damaged-filename has a size or
      *>   width field the interpreter could never have written.
         issue-header-damaged.
           move "BFT007E" to bfl-message-id.
           move spaces to ws-log-text.
           string
               function trim(ws-damaged-filename) delimited by size
               " is not a valid tape (size or cell width field "
               delimited by size
               "unreadable) -- dataset damaged?" delimited by size
               into ws-log-text
           end-string.
           perform issue-message.
           move "y" to data-error-switch
         .

      *>   cell ws-bad-cell-index of the dataset named in
      *>   ws-damaged-filename is outside its width's range.
         issue-cell-damaged.
           move "BFT008E" to bfl-message-id.
           move spaces to ws-log-text.
           string
               function trim(ws-damaged-filename) delimited by size
               " cell " delimited by size
               ws-bad-cell-index delimited by size
               " is not a valid " delimited by size
               ws-check-width delimited by size
               "-bit cell value -- dataset damaged?"
               delimited by size
               into ws-log-text
           end-string.
           perform issue-message.
           move "y" to data-error-switch
         .

         print-tape-image.
           move ws-image-width to ws-check-width.
           perform check-width.
           move ws-check-digits to ws-cell-digits.
           compute ws-cell-digit-start = 11 - ws-cell-digits.
           display "BFTAPE: tape image "
             function trim(ws-image-filename).
           display "BFTAPE:   tape size:          " ws-image-size
             " cells".
           display "BFTAPE:   cell width:         " ws-image-width
             " bits".
           display "BFTAPE:   non-zero tape cells:".
           move 0 to ws-nonzero-count.
           perform varying ws-cell-index from 1 by 1
                   until ws-cell-index > ws-image-size
             if timg-cell(ws-cell-index) not = 0 then
                 add 1 to ws-nonzero-count
                 perform display-one-cell
             end-if
           end-perform.
           if ws-nonzero-count = 0 then
               display "BFTAPE:     (all cells zero)"
           else
               display
                 "BFTAPE:   non-zero cells total: " ws-nonzero-count
           end-if
         .

      *>   one line per non-zero cell, the bfckpt / post-mortem cell
      *>   line so operators read one format.
         display-one-cell.
           move timg-cell(ws-cell-index) to ws-cell-value.
           move function char(
               function mod(timg-cell(ws-cell-index), 256) + 1)
               to ws-cell-char.
           if ws-cell-char < " " or ws-cell-char > "~" then
               move "?" to ws-cell-char
           end-if.
           display
             "BFTAPE:     cell " ws-cell-index
             " value "
             ws-cell-value(ws-cell-digit-start:ws-cell-digits)
             " char " ws-cell-char
         .

      *>   cell by cell over the longer of the two tapes: a cell one
      *>   tape doesn't have reads as 0 there, so a longer tape with
      *>   nothing but zeros past the shorter one's end still shows
      *>   only the size difference itself.
         compare-tapes.
           move 0 to ws-differ-count.
           if ws-image-width > ws-other-width then
               move ws-image-width to ws-check-width
           else
               move ws-other-width to ws-check-width
           end-if.
           perform check-width.
           move ws-check-digits to ws-cell-digits.
           compute ws-cell-digit-start = 11 - ws-cell-digits.
           display "BFTAPE: comparing tape image "
             function trim(ws-image-filename).
           if ckpt-mode then
               display "BFTAPE:   with checkpoint   "
                 function trim(ws-ckpt-filename)
           else
               display "BFTAPE:   with tape image   "
                 function trim(ws-other-filename)
           end-if.
           if ws-image-size not = ws-other-size then
               add 1 to ws-differ-count
               move "BFT009W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tape sizes differ: " delimited by size
                   ws-image-size delimited by size
                   " and " delimited by size
                   ws-other-size delimited by size
                   " cells" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if.
           if ws-image-width not = ws-other-width then
               add 1 to ws-differ-count
               move "BFT010W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "cell widths differ: " delimited by size
                   ws-image-width delimited by size
                   " and " delimited by size
                   ws-other-width delimited by size
                   " bits" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if.
           if ws-image-size > ws-other-size then
               move ws-image-size to ws-compare-end
           else
               move ws-other-size to ws-compare-end
           end-if.
           perform varying ws-cell-index from 1 by 1
                   until ws-cell-index > ws-compare-end
             move 0 to ws-cell-value
             move 0 to ws-other-value
             if ws-cell-index <= ws-image-size then
                 move timg-cell(ws-cell-index) to ws-cell-value
             end-if
             if ws-cell-index <= ws-other-size then
                 if ckpt-mode then
                     move ckpt-main-tape(ws-cell-index)
                         to ws-other-value
                 else
                     move oimg-cell(ws-cell-index) to ws-other-value
                 end-if
             end-if
             if ws-cell-value not = ws-other-value then
                 add 1 to ws-differ-count
                 display
                   "BFTAPE:     cell " ws-cell-index
                   " "
                   ws-cell-value(ws-cell-digit-start:ws-cell-digits)
                   " <> "
                   ws-other-value(ws-cell-digit-start:ws-cell-digits)
             end-if
           end-perform.
           if ws-differ-count = 0 then
               move "BFT011I" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tapes identical (" delimited by size
                   ws-image-size delimited by size
                   " cells, " delimited by size
                   ws-image-width delimited by size
                   "-bit)" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           else
               move "BFT012W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tapes differ: " delimited by size
                   ws-differ-count delimited by size
                   " difference(s)" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

      *>   the spec is read and checked in full before anything is
      *>   written: a seed tape that is half what the analyst meant
      *>   is worse than none.
         build-tape-image.
           move 999 to ws-image-size.
           move 8 to ws-image-width.
           move 255 to ws-image-max.
           open input spec-file.
           if ws-spec-file-status not = "00" then
               move "BFT013E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "spec dataset " delimited by size
                   function trim(ws-spec-filename) delimited by size
                   " could not be opened (status " delimited by size
                   ws-spec-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to data-error-switch
           else
               move ws-tape-size-max to ws-image-size
               perform varying ws-cell-index from 1 by 1
                       until ws-cell-index > ws-tape-size-max
                 move 0 to timg-cell(ws-cell-index)
               end-perform
               move 999 to ws-image-size
               perform until spec-eof
                 read spec-file
                   at end
                     move "y" to spec-eof-switch
                   not at end
                     add 1 to ws-spec-line-count
                     if spec-record not = spaces
                             and spec-record(1:1) not = "*" then
                         perform apply-spec-line
                     end-if
                 end-read
               end-perform
               close spec-file
               if ws-spec-error-count > 0 then
                   move "y" to data-error-switch
               else
                   perform write-tape-image
               end-if
           end-if
         .

      *>   one spec line: SIZE=, WIDTH= or cell=value.
         apply-spec-line.
           move spaces to ws-spec-key.
           move spaces to ws-spec-value-x.
           move spaces to ws-spec-reason.
           unstring spec-record delimited by "="
               into ws-spec-key ws-spec-value-x
           end-unstring.
           move function upper-case(function trim(ws-spec-key))
               to ws-spec-key.
           move -1 to ws-spec-value.
           if ws-spec-value-x not = spaces then
               compute ws-numval-test =
                   function test-numval(ws-spec-value-x)
               if ws-numval-test = 0 then
                   compute ws-spec-value =
                       function numval(ws-spec-value-x)
                     on size error
                       move -1 to ws-spec-value
                   end-compute
               end-if
           end-if.
           if ws-spec-key = "SIZE" then
               if cells-started then
                   move "SIZE must come before the first cell line"
                       to ws-spec-reason
               else
                   if ws-spec-value < 1
                           or ws-spec-value > ws-tape-size-max then
                       move "SIZE must be 1-999999" to ws-spec-reason
                   else
                       move ws-spec-value to ws-image-size
                   end-if
               end-if
           else
               if ws-spec-key = "WIDTH" then
                   if cells-started then
                       string
                           "WIDTH must come before the first "
                           delimited by size
                           "cell line" delimited by size
                           into ws-spec-reason
                       end-string
                   else
                       move 0 to ws-check-max
                       if ws-spec-value = 8 or ws-spec-value = 16
                               or ws-spec-value = 32 then
                           move ws-spec-value to ws-check-width
                           perform check-width
                       end-if
                       if ws-check-max = 0 then
                           move "WIDTH must be 8, 16 or 32"
                               to ws-spec-reason
                       else
                           move ws-check-width to ws-image-width
                           move ws-check-max to ws-image-max
                       end-if
                   end-if
               else
                   perform apply-spec-cell
               end-if
           end-if.
           if ws-spec-reason not = spaces then
               add 1 to ws-spec-error-count
               move "BFT014E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "spec line " delimited by size
                   ws-spec-line-count delimited by size
                   ": " delimited by size
                   function trim(ws-spec-reason) delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

         apply-spec-cell.
           move "y" to cells-started-switch.
           move -1 to ws-spec-number.
           compute ws-numval-test = function test-numval(ws-spec-key).
           if ws-spec-key not = spaces and ws-numval-test = 0 then
               compute ws-spec-number = function numval(ws-spec-key)
                 on size error
                   move -1 to ws-spec-number
               end-compute
           end-if.
           if ws-spec-number < 1 or ws-spec-number > ws-image-size
           then
               move "cell number is not 1 to the tape size"
                   to ws-spec-reason
           else
               if ws-spec-value < 0 or ws-spec-value > ws-image-max
               then
                   move "value is not 0 to the cell width's largest"
                       to ws-spec-reason
               else
                   if cell-set(ws-spec-number) = "y" then
                       move "cell is already set by an earlier line"
                           to ws-spec-reason
                   else
                       move "y" to cell-set(ws-spec-number)
                       move ws-spec-value
                           to timg-cell(ws-spec-number)
                       add 1 to ws-spec-cell-count
                   end-if
               end-if
           end-if
         .

      *>   same move-then-OPEN-OUTPUT-then-WRITE shape as the
      *>   interpreter's save-tape-image.
         write-tape-image.
           move ws-image-size to timg-tape-size.
           move ws-image-width to timg-cell-width.
           open output tape-image-file.
           if ws-image-file-status not = "00" then
               move "BFT015E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tape image " delimited by size
                   function trim(ws-image-filename) delimited by size
                   " could not be written (status " delimited by size
                   ws-image-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to data-error-switch
           else
               write tape-image-record
               close tape-image-file
               move "BFT016I" to bfl-message-id
               move spaces to ws-log-text
               string
                   "tape image " delimited by size
                   function trim(ws-image-filename) delimited by size
                   " built: " delimited by size
                   ws-image-size delimited by size
                   " cells, " delimited by size
                   ws-image-width delimited by size
                   "-bit, " delimited by size
                   ws-spec-cell-count delimited by size
                   " cell(s) set" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
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

       end program bftape.
