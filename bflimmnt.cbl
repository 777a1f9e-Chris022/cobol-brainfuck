      *> Maintenance for bflimits.dat, the per-program limits dataset
      *> bfwatch gates the scheduler with. It used to be edited by
      *> hand, which is how a max-steps field got zeroed by mistake
      *> and the watchdog stopped watching that program without a
      *> word. This program makes it a maintained dataset, the way
      *> bflibr maintains the macro library: changes go through a
      *> control dataset of operations, every change leaves an audit
      *> line (who, when, the operation, the old and new values), and
      *> CALIBRATE proposes limits for a program from its own recent
      *> run history -- as a review report, never applied blindly --
      *> so a new program can go live with sensible limits instead
      *> of earning them through its first false page.
      *>
      *> Limits dataset format -- bfwatch's, see bfwatch.cbl:
      *>
      *>   program|max-elapsed|max-steps|max-wraps|max-consec|drift%
      *>
      *> Control dataset format, one operation per line; lines
      *> starting with "*" and blank lines are skipped. Verbs are
      *> case-insensitive:
      *>
      *>   ADD program|e|s|w|c|d     new entry; refused if the program
      *>                             already has one. Empty, 0 or OFF
      *>                             means no limit of that kind.
      *>   CHANGE program|e|s|w|c|d  new values; refused if the
      *>                             program has no entry. An EMPTY
      *>                             field keeps the current value;
      *>                             removing a limit that is set
      *>                             takes an explicit OFF -- a bare 0
      *>                             is refused, that being exactly
      *>                             the slip that silenced bfwatch.
      *>   DELETE program            remove the entry
      *>   LIST                      list every entry
      *>   CALIBRATE program[|runs[|margin%]]
      *>                             propose limits from the last
      *>                             runs (default 20, up to 100)
      *>                             successful (RC 0) runs of the
      *>                             program in the history: the
      *>                             high-water mark of elapsed
      *>                             seconds, steps and wraparounds
      *>                             plus margin% (default 25),
      *>                             rounded up. max-consec and
      *>                             drift% keep their current values,
      *>                             a switched-off (0) one included;
      *>                             a new entry gets 3 and 50. The
      *>                             proposal is printed with the
      *>                             ADD/CHANGE line that would apply
      *>                             it; the dataset is not touched.
      *>
      *> An ADD or CHANGE that would leave an entry with no limit of
      *> any kind is refused -- an entry bfwatch can never breach is
      *> a program nobody is watching.
      *>
      *> The limits dataset is rewritten only when every operation
      *> succeeded and at least one changed something; a control
      *> error leaves it byte-for-byte untouched and nothing in the
      *> audit. Commentary lines and untouched entries are written
      *> back exactly as they were read; a changed entry is written
      *> in plain figures in its old place; an added one goes at the
      *> end.
      *>
      *> Audit line: timestamp|user|operation|program|old=e/s/w/c/d|
      *> new=e/s/w/c/d (old= empty for ADD, new= empty for DELETE).
      *> The user comes from USER, then LOGNAME, then "unknown" --
      *> bflibr's resolve-audit-user.
      *>
      *> Compilation:
      *>   cobc -x bflimmnt.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bflimmnt limits control [audit [history]]
      *>
      *> The audit dataset defaults to bflimits.audit, the history
      *> dataset (only read by CALIBRATE) to bfhistory.dat.
      *>
      *> Return codes, following bflibr's scheme:
      *>   0   all operations done
      *>   16  missing/unreadable argument or dataset, or an unusable
      *>       line already in the limits dataset
      *>   20  control error (bad operation or value, unknown or
      *>       duplicate program, table full) -- the limits dataset
      *>       is untouched

       identification division.
         program-id. bflimmnt.

       environment division.
         input-output section.
           file-control.
           select limits-file assign to dynamic ws-limits-filename
           organization is line sequential
           file status is ws-limits-file-status.

           select control-file assign to dynamic ws-control-filename
           organization is line sequential
           file status is ws-control-file-status.

      *>   EXTENDed with the interpreter's "35" first-use fallback --
      *>   the audit is cumulative by design, like the run history.
           select audit-file assign to dynamic ws-audit-filename
           organization is line sequential
           file status is ws-audit-file-status.

           select history-file assign to dynamic ws-history-filename
           organization is line sequential
           file status is ws-history-file-status.

       data division.
         file section.
           fd limits-file.
           01 limits-record PIC X(200).

           fd control-file.
           01 control-record PIC X(200).

           fd audit-file.
           01 audit-record PIC X(300).

      *>   fixed-column accounting record -- the layout is owned by
      *>   write-history-record in bfinterp.cbl and must change in
      *>   step on both sides.
           fd history-file.
           01 history-record.
              05 hist-program PIC X(100).
              05 hist-sep-1 PIC X.
              05 hist-start-stamp PIC X(14).
              05 hist-sep-2 PIC X.
              05 hist-end-stamp PIC X(14).
              05 hist-sep-3 PIC X.
              05 hist-steps PIC 9(9).
              05 hist-sep-4 PIC X.
              05 hist-high-tape PIC 9(6).
              05 hist-sep-5 PIC X.
              05 hist-wrap-total PIC 9(9).
              05 hist-sep-6 PIC X.
              05 hist-restart PIC X.
              05 hist-sep-7 PIC X.
              05 hist-return-code PIC 9(2).
              05 hist-sep-8 PIC X.
              05 hist-version PIC 9(4).

         working-storage section.
           01 ws-limits-filename PIC X(100).
           01 ws-control-filename PIC X(100).
           01 ws-audit-filename PIC X(100) VALUE "bflimits.audit".
           01 ws-history-filename PIC X(100) VALUE "bfhistory.dat".
           01 ws-limits-file-status PIC XX.
           01 ws-control-file-status PIC XX.
           01 ws-audit-file-status PIC XX.
           01 ws-history-file-status PIC XX.

           01 limits-eof-switch PIC X VALUE "n".
             88 limits-eof VALUE "y".
           01 control-eof-switch PIC X VALUE "n".
             88 control-eof VALUE "y".
           01 history-eof-switch PIC X VALUE "n".
             88 history-eof VALUE "y".

           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 control-error-switch PIC X VALUE "n".
             88 control-error VALUE "y".
      *>   flips on the first successful change operation -- the
      *>   dataset is only rewritten (and the audit only written)
      *>   when something actually changed and nothing failed.
           01 changed-switch PIC X VALUE "n".
             88 limits-changed VALUE "y".
      *>   set when the final rewrite couldn't be done -- the audit
      *>   is then withheld and the job ends RC 16.
           01 rewrite-error-switch PIC X VALUE "n".
             88 rewrite-error VALUE "y".

      *>   the limits dataset line by line, commentary included, so
      *>   the rewrite can put everything back where it was.
      *>   lim-kind: "C" commentary (blank or "*" line, kept as
      *>   text), "E" entry, "D" entry deleted by this run.
      *>   lim-modified "y" means the entry is written from its
      *>   values instead of its original text.
           01 limit-table.
             05 limit-entry OCCURS 400 TIMES.
               10 lim-kind PIC X.
               10 lim-text PIC X(200).
               10 lim-modified PIC X.
               10 lim-program PIC X(100).
               10 lim-max-elapsed PIC 9(9).
               10 lim-max-steps PIC 9(9).
               10 lim-max-wraps PIC 9(9).
               10 lim-max-consec PIC 9(4).
               10 lim-drift-pct PIC 9(3).
           01 ws-line-count PIC 9(3) VALUE 0.
           01 ws-line-max PIC 9(3) VALUE 400.
      *>   bfwatch's own table holds 200 programs; more entries
      *>   than that would be a dataset bfwatch refuses.
           01 ws-entry-count PIC 9(3) VALUE 0.
           01 ws-entry-max PIC 9(3) VALUE 200.
           01 ws-limit-index PIC 9(3).
           01 ws-limit-found PIC 9(3).

      *>   one line's fields as text, whether from the limits dataset
      *>   or a control line, and one field on its way through
      *>   parse-limit-field: state "E" empty, "O" OFF, "N" a
      *>   number, "X" unusable.
           01 ws-fld-program PIC X(100).
           01 ws-fld-text-table.
             05 ws-fld-text PIC X(20) OCCURS 5 TIMES.
           01 ws-fld-index PIC 9.
           01 ws-field-text PIC X(20).
           01 ws-field-state PIC X.
           01 ws-field-value PIC 9(9).
           01 ws-numval-test PIC S9(4).
           01 ws-signed-numval PIC S9(11).
      *>   the five limits a line asks for, in bfwatch's order, and
      *>   the largest figure each field can hold.
           01 ws-new-values-table.
             05 ws-new-value PIC 9(9) OCCURS 5 TIMES.
           01 ws-field-max-table.
             05 filler PIC 9(9) VALUE 999999999.
             05 filler PIC 9(9) VALUE 999999999.
             05 filler PIC 9(9) VALUE 999999999.
             05 filler PIC 9(9) VALUE 9999.
             05 filler PIC 9(9) VALUE 999.
           01 ws-field-max-values REDEFINES ws-field-max-table.
             05 ws-field-max PIC 9(9) OCCURS 5 TIMES.
           01 ws-field-names-table.
             05 filler PIC X(12) VALUE "max-elapsed".
             05 filler PIC X(12) VALUE "max-steps".
             05 filler PIC X(12) VALUE "max-wraps".
             05 filler PIC X(12) VALUE "max-consec".
             05 filler PIC X(12) VALUE "drift%".
           01 ws-field-names REDEFINES ws-field-names-table.
             05 ws-field-name PIC X(12) OCCURS 5 TIMES.
           01 field-error-switch PIC X VALUE "n".
             88 field-error VALUE "y".

      *>   control-line parsing: the verb, and the rest of the line
      *>   after it, taken via the UNSTRING pointer (bflibr's
      *>   apply-control-line).
           01 ws-ctl-verb PIC X(10).
           01 ws-ctl-pointer PIC 9(4).
           01 ws-ctl-rest PIC X(200).
           01 ws-op-count PIC 9(3) VALUE 0.

      *>   edited figures for the rewrite, the audit and the report.
           01 ws-number-out PIC Z(8)9.
           01 ws-values-text PIC X(60).
           01 ws-values-pointer PIC 9(3).
           01 ws-old-values PIC X(60).

      *>   audit lines are buffered and only written after the
      *>   rewrite has succeeded, bflibr's rule.
           01 audit-buffer-table.
             05 audit-buffer PIC X(300) OCCURS 100 TIMES.
           01 ws-audit-count PIC 9(3) VALUE 0.
           01 ws-audit-index PIC 9(3).
           01 ws-audit-user PIC X(30).
           01 ws-audit-stamp PIC X(14).
           01 ws-current-date-data PIC X(21).

      *>   CALIBRATE: the last ws-cal-runs successful runs of the
      *>   program, kept in a ring so one pass over the history is
      *>   enough, and the figures the proposal is built from.
           01 ws-cal-program PIC X(100).
           01 ws-cal-runs PIC 9(3).
           01 ws-cal-margin PIC 9(3).
           01 ring-table.
             05 ring-entry OCCURS 100 TIMES.
               10 ring-elapsed PIC 9(9).
               10 ring-steps PIC 9(9).
               10 ring-wraps PIC 9(9).
           01 ws-ring-next PIC 9(3).
           01 ws-ring-used PIC 9(3).
           01 ws-ring-index PIC 9(3).
           01 ws-cal-seen-count PIC 9(7).
           01 ws-cal-success-count PIC 9(7).
           01 ws-high-elapsed PIC 9(9).
           01 ws-high-steps PIC 9(9).
           01 ws-high-wraps PIC 9(9).
           01 ws-proposed-table.
             05 ws-proposed PIC 9(9) OCCURS 5 TIMES.
           01 ws-current-table.
             05 ws-current PIC 9(9) OCCURS 5 TIMES.
           01 ws-high-table.
             05 ws-high PIC 9(9) OCCURS 3 TIMES.
           01 ws-proposal-work PIC 9(12).
           01 ws-proposal-verb PIC X(6).
           01 ws-cal-detail PIC X(12).

      *>   elapsed seconds from the two YYYYMMDDHHMMSS stamps, the
      *>   same whole-days-via-INTEGER-OF-DATE arithmetic bfreport
      *>   uses; a negative figure (a clock set back mid-run)
      *>   counts as 0.
           01 ws-stamp PIC X(14).
           01 ws-stamp-date PIC 9(8).
           01 ws-stamp-hh PIC 99.
           01 ws-stamp-mm PIC 99.
           01 ws-stamp-ss PIC 99.
           01 ws-start-day PIC 9(9).
           01 ws-start-seconds PIC 9(9).
           01 ws-end-day PIC 9(9).
           01 ws-end-seconds PIC 9(9).
           01 ws-elapsed-seconds PIC S9(9).

      *>   command-line argument handling, same pattern as bflibr's
      *>   parse-libr-arguments.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).
           01 ws-env-value PIC X(100).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages (refused/applied operations included -- the
      *>   audit trail's console twin) go through issue-message with
      *>   BFU IDs; the LIST and CALIBRATE report lines are report
      *>   output and stay plain DISPLAY.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFLIMMNT" to bfl-prefix.

         perform parse-limmnt-arguments.

         if arg-error
             move 16 to return-code
         else
             perform load-limits
             if arg-error
                 move 16 to return-code
             else
                 perform resolve-audit-user
                 perform process-control
                 if arg-error
                     move 16 to return-code
                 else
                   if control-error
                       move "BFU016E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "control error -- limits dataset "
                           delimited by size
                           function trim(ws-limits-filename)
                           delimited by size
                           " left untouched, nothing audited"
                           delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move 20 to return-code
                   else
                       if limits-changed
                           perform rewrite-limits
                           if rewrite-error
                               move 16 to return-code
                           else
                               perform write-audit-lines
                               move "BFU017I" to bfl-message-id
                               move spaces to ws-log-text
                               string
                                   "limits dataset " delimited by size
                                   function trim(
                                       ws-limits-filename)
                                   delimited by size
                                   " rewritten, " delimited by size
                                   ws-audit-count
                                   delimited by size
                                   " change(s) audited to "
                                   delimited by size
                                   function trim(ws-audit-filename)
                                   delimited by size
                                   into ws-log-text
                               end-string
                               perform issue-message
                               move 0 to return-code
                           end-if
                       else
                           move 0 to return-code
                       end-if
                   end-if
                 end-if
             end-if
         end-if.

         goback.


         parse-limmnt-arguments.
      *>   argument 1: limits dataset, required -- maintenance must
      *>   never land on a default dataset by accident.
           move 1 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value = spaces then
               move "BFU001E" to bfl-message-id
               move "limits dataset argument is required"
                   to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           else
               move ws-arg-value to ws-limits-filename
           end-if.

      *>   argument 2: control dataset of operations, required.
           move 2 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value = spaces then
               move "BFU002E" to bfl-message-id
               move "control dataset argument is required"
                   to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           else
               move ws-arg-value to ws-control-filename
           end-if.

      *>   arguments 3 and 4: audit and history datasets, optional.
           move 3 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-audit-filename
           end-if.

           move 4 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-history-filename
           end-if
         .

      *>   who to book the audit lines to -- USER, then LOGNAME,
      *>   then a visible "unknown" rather than an empty field.
         resolve-audit-user.
           move spaces to ws-env-value.
           accept ws-env-value from environment "USER".
           if ws-env-value = spaces then
               accept ws-env-value from environment "LOGNAME"
           end-if.
           if ws-env-value = spaces then
               move "unknown" to ws-audit-user
           else
               move ws-env-value to ws-audit-user
           end-if
         .

      *>   the dataset as bfwatch reads it. A line bfwatch would
      *>   refuse stops maintenance too: it has to be repaired by
      *>   hand first, and this program must not write it back as
      *>   if it were fine.
         load-limits.
           open input limits-file.
           if ws-limits-file-status not = "00" then
               move "BFU003E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "limits dataset " delimited by size
                   function trim(ws-limits-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-limits-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to limits-eof-switch
               perform until limits-eof or arg-error
                 read limits-file
                   at end
                     move "y" to limits-eof-switch
                   not at end
                     perform store-limits-line
                 end-read
               end-perform
               close limits-file
           end-if
         .

         store-limits-line.
           if ws-line-count = ws-line-max then
               move "BFU005E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "limits dataset has more than " delimited by size
                   ws-line-max delimited by size
                   " lines -- job aborted" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               add 1 to ws-line-count
               move ws-line-count to ws-limit-index
               move limits-record to lim-text(ws-limit-index)
               move "n" to lim-modified(ws-limit-index)
               move spaces to lim-program(ws-limit-index)
               move 0 to lim-max-elapsed(ws-limit-index)
               move 0 to lim-max-steps(ws-limit-index)
               move 0 to lim-max-wraps(ws-limit-index)
               move 0 to lim-max-consec(ws-limit-index)
               move 0 to lim-drift-pct(ws-limit-index)
               if limits-record = spaces
                       or limits-record(1:1) = "*" then
                   move "C" to lim-kind(ws-limit-index)
               else
                   move "E" to lim-kind(ws-limit-index)
                   perform split-limit-fields-from-record
                   move "n" to field-error-switch
                   perform varying ws-fld-index from 1 by 1
                           until ws-fld-index > 5
                     move ws-fld-text(ws-fld-index) to ws-field-text
                     perform parse-limit-field
      *>   OFF is control-line shorthand only -- bfwatch's
      *>   parse-one-limit-value takes numbers, so in the dataset
      *>   it is as unusable as any other text.
                     if ws-field-state = "X"
                             or ws-field-state = "O" then
                         move "y" to field-error-switch
                     end-if
                     move ws-field-value
                         to ws-new-value(ws-fld-index)
                   end-perform
                   move ws-fld-program to ws-cal-program
                   perform find-limit-entry
                   move ws-line-count to ws-limit-index
                   if ws-fld-program = spaces or field-error
                           or ws-limit-found > 0
                       move "BFU004E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "limits line unusable or duplicate -- "
                           delimited by size
                           "repair by hand first: " delimited by size
                           function trim(limits-record)
                           delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to arg-error-switch
                   else
                       if ws-entry-count = ws-entry-max then
                           move "BFU005E" to bfl-message-id
                           move spaces to ws-log-text
                           string
                               "limits table full (" delimited by size
                               ws-entry-max delimited by size
                               " programs) -- job aborted"
                               delimited by size
                               into ws-log-text
                           end-string
                           perform issue-message
                           move "y" to arg-error-switch
                       else
                           add 1 to ws-entry-count
                           move ws-fld-program
                               to lim-program(ws-limit-index)
                           perform store-new-values
                       end-if
                   end-if
               end-if
           end-if
         .

         split-limit-fields-from-record.
           move spaces to ws-fld-program.
           move spaces to ws-fld-text-table.
           unstring limits-record delimited by "|"
               into ws-fld-program ws-fld-text(1) ws-fld-text(2)
                    ws-fld-text(3) ws-fld-text(4) ws-fld-text(5)
           end-unstring.
           move function trim(ws-fld-program) to ws-fld-program
         .

      *>   one limit value as text -> ws-field-state/ws-field-value.
      *>   OFF (any case) and empty both read as 0; what they MEAN
      *>   to a CHANGE is decided by the caller.
         parse-limit-field.
           move 0 to ws-field-value.
           move function trim(ws-field-text) to ws-field-text.
           if ws-field-text = spaces then
               move "E" to ws-field-state
           else
               if function upper-case(ws-field-text) = "OFF" then
                   move "O" to ws-field-state
               else
                   move "N" to ws-field-state
                   compute ws-numval-test =
                       function test-numval(ws-field-text)
                   if ws-numval-test = 0 then
                       compute ws-signed-numval =
                           function numval(ws-field-text)
                         on size error
                           move "X" to ws-field-state
                       end-compute
                   else
                       move "X" to ws-field-state
                   end-if
                   if ws-field-state = "N" then
                       if ws-signed-numval < 0
                               or ws-signed-numval
                                   > ws-field-max(ws-fld-index)
                           move "X" to ws-field-state
                       else
                           move ws-signed-numval to ws-field-value
                       end-if
                   end-if
               end-if
           end-if
         .

      *>   the live entry (not deleted) for ws-cal-program, or 0.
         find-limit-entry.
           move 0 to ws-limit-found.
           perform varying ws-limit-index from 1 by 1
                   until ws-limit-index > ws-line-count
                      or ws-limit-found > 0
             if lim-kind(ws-limit-index) = "E"
                     and lim-program(ws-limit-index) = ws-cal-program
                 move ws-limit-index to ws-limit-found
             end-if
           end-perform
         .

      *>   ws-new-value(1..5) into the entry at ws-limit-index.
         store-new-values.
           move ws-new-value(1) to lim-max-elapsed(ws-limit-index).
           move ws-new-value(2) to lim-max-steps(ws-limit-index).
           move ws-new-value(3) to lim-max-wraps(ws-limit-index).
           move ws-new-value(4) to lim-max-consec(ws-limit-index).
           move ws-new-value(5) to lim-drift-pct(ws-limit-index)
         .

      *>   the entry at ws-limit-index into ws-current(1..5).
         fetch-current-values.
           move lim-max-elapsed(ws-limit-index) to ws-current(1).
           move lim-max-steps(ws-limit-index) to ws-current(2).
           move lim-max-wraps(ws-limit-index) to ws-current(3).
           move lim-max-consec(ws-limit-index) to ws-current(4).
           move lim-drift-pct(ws-limit-index) to ws-current(5)
         .

         process-control.
           open input control-file.
           if ws-control-file-status not = "00" then
               move "BFU006E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "control dataset " delimited by size
                   function trim(ws-control-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-control-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to control-eof-switch
               perform until control-eof or control-error
                       or arg-error
                 read control-file
                   at end
                     move "y" to control-eof-switch
                   not at end
                     perform apply-control-line
                 end-read
               end-perform
               close control-file
           end-if
         .

      *>   one operation: the verb is split off with the UNSTRING
      *>   pointer and the rest of the line goes to ws-ctl-rest.
         apply-control-line.
           if control-record = spaces
                   or control-record(1:1) = "*" then
               continue
           else
               move spaces to ws-ctl-verb
               move spaces to ws-ctl-rest
               move 1 to ws-ctl-pointer
               unstring control-record delimited by all " "
                   into ws-ctl-verb
                   with pointer ws-ctl-pointer
               end-unstring
               if ws-ctl-pointer <= 200 then
                   move control-record(ws-ctl-pointer:)
                       to ws-ctl-rest
               end-if
               move function upper-case(ws-ctl-verb)
                   to ws-ctl-verb
               add 1 to ws-op-count
               if ws-ctl-verb = "ADD" then
                   perform op-add
               else
                 if ws-ctl-verb = "CHANGE" then
                     perform op-change
                 else
                   if ws-ctl-verb = "DELETE" then
                       perform op-delete
                   else
                     if ws-ctl-verb = "LIST" then
                         perform op-list
                     else
                       if ws-ctl-verb = "CALIBRATE" then
                           perform op-calibrate
                       else
                           move "BFU007E" to bfl-message-id
                           move spaces to ws-log-text
                           string
                               "unknown operation '"
                               delimited by size
                               function trim(ws-ctl-verb)
                               delimited by size
                               "' -- job aborted"
                               delimited by size
                               into ws-log-text
                           end-string
                           perform issue-message
                           move "y" to control-error-switch
                       end-if
                     end-if
                   end-if
                 end-if
               end-if
           end-if
         .

      *>   program|e|s|w|c|d out of the rest of an ADD/CHANGE line;
      *>   the program is required and every given value must parse
      *>   and fit its field.
         split-control-fields.
           move spaces to ws-fld-program.
           move spaces to ws-fld-text-table.
           unstring ws-ctl-rest delimited by "|"
               into ws-fld-program ws-fld-text(1) ws-fld-text(2)
                    ws-fld-text(3) ws-fld-text(4) ws-fld-text(5)
           end-unstring.
           move function trim(ws-fld-program) to ws-fld-program.
           move ws-fld-program to ws-cal-program.
           if ws-fld-program = spaces then
               move "BFU008E" to bfl-message-id
               move spaces to ws-log-text
               string
                   function trim(ws-ctl-verb) delimited by size
                   " needs program|max-elapsed|max-steps|"
                   delimited by size
                   "max-wraps|max-consec|drift% -- job aborted"
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to control-error-switch
           end-if
         .

      *>   one field of an ADD/CHANGE that did not parse.
         refuse-field-value.
           move "BFU008E" to bfl-message-id.
           move spaces to ws-log-text.
           string
               function trim(ws-ctl-verb) delimited by size
               " " delimited by size
               function trim(ws-fld-program) delimited by size
               ": " delimited by size
               function trim(ws-field-name(ws-fld-index))
               delimited by size
               " value '" delimited by size
               function trim(ws-fld-text(ws-fld-index))
               delimited by size
               "' is not usable -- job aborted" delimited by size
               into ws-log-text
           end-string.
           perform issue-message.
           move "y" to control-error-switch
         .

      *>   the values about to be stored must leave bfwatch
      *>   something to breach.
         check-some-limit-set.
           if ws-new-value(1) = 0 and ws-new-value(2) = 0
                   and ws-new-value(3) = 0 and ws-new-value(4) = 0
                   and ws-new-value(5) = 0 then
               move "BFU013E" to bfl-message-id
               move spaces to ws-log-text
               string
                   function trim(ws-ctl-verb) delimited by size
                   " " delimited by size
                   function trim(ws-fld-program) delimited by size
                   " refused -- the entry would have no limit "
                   delimited by size
                   "at all and bfwatch would never flag it -- job "
                   delimited by size
                   "aborted" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to control-error-switch
           end-if
         .

         op-add.
           perform split-control-fields.
           if not control-error then
               perform varying ws-fld-index from 1 by 1
                       until ws-fld-index > 5 or control-error
                 move ws-fld-text(ws-fld-index) to ws-field-text
                 perform parse-limit-field
                 if ws-field-state = "X" then
                     perform refuse-field-value
                 else
                     move ws-field-value to ws-new-value(ws-fld-index)
                 end-if
               end-perform
           end-if.
           if not control-error then
               perform find-limit-entry
               if ws-limit-found > 0 then
                   move "BFU009E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "ADD refused -- program " delimited by size
                       function trim(ws-fld-program)
                       delimited by size
                       " already has limits (use CHANGE) -- job "
                       delimited by size
                       "aborted" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to control-error-switch
               else
                   perform check-some-limit-set
               end-if
           end-if.
           if not control-error then
               if ws-entry-count = ws-entry-max
                       or ws-line-count = ws-line-max then
                   move "BFU005E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "limits table full (" delimited by size
                       ws-entry-max delimited by size
                       " programs) -- job aborted" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to control-error-switch
               else
                   add 1 to ws-entry-count
                   add 1 to ws-line-count
                   move ws-line-count to ws-limit-index
                   move "E" to lim-kind(ws-limit-index)
                   move "y" to lim-modified(ws-limit-index)
                   move spaces to lim-text(ws-limit-index)
                   move ws-fld-program to lim-program(ws-limit-index)
                   perform store-new-values
                   move spaces to ws-old-values
                   perform format-entry-values
                   perform buffer-audit-line
                   move "y" to changed-switch
                   move "BFU018I" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "added limits for " delimited by size
                       function trim(ws-fld-program)
                       delimited by size
                       ": " delimited by size
                       function trim(ws-values-text)
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
               end-if
           end-if
         .

      *>   empty keeps, OFF removes, a number replaces -- except a
      *>   bare 0 over a limit that is set, which is refused.
         op-change.
           perform split-control-fields.
           if not control-error then
               perform find-limit-entry
               if ws-limit-found = 0 then
                   move "BFU010E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "CHANGE refused -- program " delimited by size
                       function trim(ws-fld-program)
                       delimited by size
                       " has no limits entry (use ADD) -- job "
                       delimited by size
                       "aborted" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to control-error-switch
               end-if
           end-if.
           if not control-error then
               move ws-limit-found to ws-limit-index
               perform fetch-current-values
               perform varying ws-fld-index from 1 by 1
                       until ws-fld-index > 5 or control-error
                 move ws-fld-text(ws-fld-index) to ws-field-text
                 perform parse-limit-field
                 if ws-field-state = "X" then
                     perform refuse-field-value
                 else
                   if ws-field-state = "E" then
                       move ws-current(ws-fld-index)
                           to ws-new-value(ws-fld-index)
                   else
                     if ws-field-state = "N" and ws-field-value = 0
                             and ws-current(ws-fld-index) > 0 then
                         move "BFU012E" to bfl-message-id
                         move spaces to ws-log-text
                         string
                             "CHANGE " delimited by size
                             function trim(ws-fld-program)
                             delimited by size
                             ": 0 would switch off the "
                             delimited by size
                             function trim(
                                 ws-field-name(ws-fld-index))
                             delimited by size
                             " limit -- write OFF if that is meant"
                             delimited by size
                             " -- job aborted" delimited by size
                             into ws-log-text
                         end-string
                         perform issue-message
                         move "y" to control-error-switch
                     else
                         move ws-field-value
                             to ws-new-value(ws-fld-index)
                     end-if
                   end-if
                 end-if
               end-perform
           end-if.
           if not control-error then
               perform check-some-limit-set
           end-if.
           if not control-error then
               move ws-limit-found to ws-limit-index
               perform format-entry-values
               move ws-values-text to ws-old-values
               perform store-new-values
               move "y" to lim-modified(ws-limit-index)
               perform format-entry-values
               perform buffer-audit-line
               move "y" to changed-switch
               move "BFU019I" to bfl-message-id
               move spaces to ws-log-text
               string
                   "changed limits for " delimited by size
                   function trim(ws-fld-program)
                   delimited by size
                   ": " delimited by size
                   function trim(ws-old-values) delimited by size
                   " -> " delimited by size
                   function trim(ws-values-text) delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

         op-delete.
           move function trim(ws-ctl-rest) to ws-fld-program.
           move ws-fld-program to ws-cal-program.
           perform find-limit-entry.
           if ws-fld-program = spaces or ws-limit-found = 0 then
               move "BFU011E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "DELETE refused -- program '" delimited by size
                   function trim(ws-fld-program)
                   delimited by size
                   "' has no limits entry -- job aborted"
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to control-error-switch
           else
               move ws-limit-found to ws-limit-index
               perform format-entry-values
               move ws-values-text to ws-old-values
               move spaces to ws-values-text
               move "D" to lim-kind(ws-limit-index)
               subtract 1 from ws-entry-count
               perform buffer-audit-line
               move "y" to changed-switch
               move "BFU020I" to bfl-message-id
               move spaces to ws-log-text
               string
                   "deleted limits for " delimited by size
                   function trim(ws-fld-program)
                   delimited by size
                   " (were " delimited by size
                   function trim(ws-old-values) delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

      *>   every live entry, as this run has left it so far.
         op-list.
           display "BFLIMMNT: limits dataset "
             function trim(ws-limits-filename) " holds:".
           display "BFLIMMNT:   program -- max-elapsed/max-steps/"
             "max-wraps/max-consec/drift%".
           perform varying ws-limit-index from 1 by 1
                   until ws-limit-index > ws-line-count
             if lim-kind(ws-limit-index) = "E" then
                 perform format-entry-values
                 display "BFLIMMNT:   "
                   function trim(lim-program(ws-limit-index))
                   " -- " function trim(ws-values-text)
             end-if
           end-perform.
           display "BFLIMMNT: " ws-entry-count " program(s)"
         .

      *>   the entry at ws-limit-index as "e/s/w/c/d" in plain
      *>   figures, for the audit and the messages.
         format-entry-values.
           perform fetch-current-values.
           move spaces to ws-values-text.
           move 1 to ws-values-pointer.
           perform varying ws-fld-index from 1 by 1
                   until ws-fld-index > 5
             move ws-current(ws-fld-index) to ws-number-out
             if ws-fld-index > 1 then
                 string "/" delimited by size
                     into ws-values-text
                     with pointer ws-values-pointer
                 end-string
             end-if
             string function trim(ws-number-out) delimited by size
                 into ws-values-text
                 with pointer ws-values-pointer
             end-string
           end-perform
         .

      *>   reads the program's successful runs from the history and
      *>   prints the proposal. Nothing is changed and nothing is
      *>   audited -- the proposal becomes a change only when
      *>   someone puts the printed line into a control dataset.
         op-calibrate.
           move spaces to ws-fld-program.
           move spaces to ws-fld-text-table.
           unstring ws-ctl-rest delimited by "|"
               into ws-fld-program ws-fld-text(1) ws-fld-text(2)
           end-unstring.
           move function trim(ws-fld-program) to ws-fld-program.
           move ws-fld-program to ws-cal-program.
           move 20 to ws-cal-runs.
           move 25 to ws-cal-margin.
           if ws-fld-text(1) not = spaces then
               move ws-fld-text(1) to ws-field-text
               move 1 to ws-fld-index
               perform parse-limit-field
               if ws-field-state not = "N" or ws-field-value < 1
                       or ws-field-value > 100 then
                   move "y" to field-error-switch
               else
                   move ws-field-value to ws-cal-runs
               end-if
           end-if.
           if ws-fld-text(2) not = spaces then
               move ws-fld-text(2) to ws-field-text
               move 5 to ws-fld-index
               perform parse-limit-field
               if ws-field-state not = "N" then
                   move "y" to field-error-switch
               else
                   move ws-field-value to ws-cal-margin
               end-if
           end-if.
           if ws-fld-program = spaces or field-error then
               move "n" to field-error-switch
               move "BFU021E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "CALIBRATE needs program[|runs 1-100"
                   delimited by size
                   "[|margin% 0-999]] -- job aborted"
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to control-error-switch
           else
               perform read-calibration-history
               if not arg-error then
                   if ws-ring-used = 0 then
                       move "BFU023W" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "no successful run of " delimited by size
                           function trim(ws-cal-program)
                           delimited by size
                           " in " delimited by size
                           function trim(ws-history-filename)
                           delimited by size
                           " -- nothing to calibrate from"
                           delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                   else
                       perform display-calibration
                   end-if
               end-if
           end-if
         .

      *>   one pass over the history: the last ws-cal-runs RC 0
      *>   runs of the program land in the ring, oldest overwritten.
         read-calibration-history.
           move 0 to ws-ring-used.
           move 1 to ws-ring-next.
           move 0 to ws-cal-seen-count.
           move 0 to ws-cal-success-count.
           open input history-file.
           if ws-history-file-status not = "00" then
               move "BFU022E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "history dataset " delimited by size
                   function trim(ws-history-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-history-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to history-eof-switch
               perform until history-eof
                 read history-file
                   at end
                     move "y" to history-eof-switch
                   not at end
                     perform collect-calibration-run
                 end-read
               end-perform
               close history-file
           end-if
         .

         collect-calibration-run.
           if hist-program = ws-cal-program
                   and hist-steps is numeric
                   and hist-wrap-total is numeric
                   and hist-return-code is numeric
                   and hist-start-stamp is numeric
                   and hist-end-stamp is numeric then
               add 1 to ws-cal-seen-count
               if hist-return-code = 0 then
                   add 1 to ws-cal-success-count
                   perform compute-elapsed-seconds
                   if ws-elapsed-seconds < 0 then
                       move 0 to ring-elapsed(ws-ring-next)
                   else
                       move ws-elapsed-seconds
                           to ring-elapsed(ws-ring-next)
                   end-if
                   move hist-steps to ring-steps(ws-ring-next)
                   move hist-wrap-total to ring-wraps(ws-ring-next)
                   if ws-ring-used < ws-cal-runs then
                       add 1 to ws-ring-used
                   end-if
                   if ws-ring-next = ws-cal-runs then
                       move 1 to ws-ring-next
                   else
                       add 1 to ws-ring-next
                   end-if
               end-if
           end-if
         .

         compute-elapsed-seconds.
           move hist-start-stamp to ws-stamp.
           move ws-stamp(1:8) to ws-stamp-date.
           move ws-stamp(9:2) to ws-stamp-hh.
           move ws-stamp(11:2) to ws-stamp-mm.
           move ws-stamp(13:2) to ws-stamp-ss.
           compute ws-start-day =
               function integer-of-date(ws-stamp-date).
           compute ws-start-seconds =
               ws-stamp-hh * 3600 + ws-stamp-mm * 60 + ws-stamp-ss.
           move hist-end-stamp to ws-stamp.
           move ws-stamp(1:8) to ws-stamp-date.
           move ws-stamp(9:2) to ws-stamp-hh.
           move ws-stamp(11:2) to ws-stamp-mm.
           move ws-stamp(13:2) to ws-stamp-ss.
           compute ws-end-day =
               function integer-of-date(ws-stamp-date).
           compute ws-end-seconds =
               ws-stamp-hh * 3600 + ws-stamp-mm * 60 + ws-stamp-ss.
           compute ws-elapsed-seconds =
               (ws-end-day - ws-start-day) * 86400
               + ws-end-seconds - ws-start-seconds
         .

      *>   high-water marks over the ring, the margin on top
      *>   (rounded up, at least 1 second and 1 step so the limit is
      *>   a real one), and the report. A program that never wrapped
      *>   gets no wrap limit -- 0 is "no limit" to bfwatch, so a
      *>   proposal of 0 wraps cannot be expressed; it is proposed
      *>   as OFF.
         display-calibration.
           move 0 to ws-high-elapsed.
           move 0 to ws-high-steps.
           move 0 to ws-high-wraps.
           perform varying ws-ring-index from 1 by 1
                   until ws-ring-index > ws-ring-used
             if ring-elapsed(ws-ring-index) > ws-high-elapsed then
                 move ring-elapsed(ws-ring-index) to ws-high-elapsed
             end-if
             if ring-steps(ws-ring-index) > ws-high-steps then
                 move ring-steps(ws-ring-index) to ws-high-steps
             end-if
             if ring-wraps(ws-ring-index) > ws-high-wraps then
                 move ring-wraps(ws-ring-index) to ws-high-wraps
             end-if
           end-perform.
           move ws-high-elapsed to ws-high(1).
           move ws-high-steps to ws-high(2).
           move ws-high-wraps to ws-high(3).

           perform find-limit-entry.
           if ws-limit-found = 0 then
               move 0 to ws-current(1) ws-current(2) ws-current(3)
               move 0 to ws-current(4) ws-current(5)
               move "ADD" to ws-proposal-verb
               move 3 to ws-proposed(4)
               move 50 to ws-proposed(5)
           else
               move ws-limit-found to ws-limit-index
               perform fetch-current-values
               move "CHANGE" to ws-proposal-verb
      *>   a 0 here is a limit someone switched off -- the history
      *>   says nothing about whether that was right, so it stays
      *>   off (printed as OFF below) like any other kept value.
               move ws-current(4) to ws-proposed(4)
               move ws-current(5) to ws-proposed(5)
           end-if.
           perform varying ws-fld-index from 1 by 1
                   until ws-fld-index > 3
             compute ws-proposal-work =
                 (ws-high(ws-fld-index) * (100 + ws-cal-margin)
                  + 99) / 100
             if ws-proposal-work > ws-field-max(ws-fld-index) then
                 move ws-field-max(ws-fld-index) to ws-proposal-work
             end-if
             move ws-proposal-work to ws-proposed(ws-fld-index)
           end-perform.
           if ws-proposed(1) = 0 then
               move 1 to ws-proposed(1)
           end-if.
           if ws-proposed(2) = 0 then
               move 1 to ws-proposed(2)
           end-if.

           display "BFLIMMNT: ----------------------------------".
           display "BFLIMMNT: calibration for "
             function trim(ws-cal-program).
           display "BFLIMMNT:   history: " ws-cal-seen-count
             " run(s), " ws-cal-success-count " successful; "
             "proposal from the last " ws-ring-used
             " successful, margin " ws-cal-margin "%".
           display "BFLIMMNT:   limit        current    high-water"
             "  proposed".
           perform varying ws-fld-index from 1 by 1
                   until ws-fld-index > 5
             if ws-fld-index <= 3 then
                 move ws-high(ws-fld-index) to ws-number-out
                 move ws-number-out to ws-cal-detail
             else
               if ws-proposal-verb = "ADD" then
                   move "  (default)" to ws-cal-detail
               else
                   move "  (kept)" to ws-cal-detail
               end-if
             end-if
             display "BFLIMMNT:   " ws-field-name(ws-fld-index)
               ws-current(ws-fld-index) "  " ws-cal-detail
               ws-proposed(ws-fld-index)
           end-perform.
           if ws-high-wraps = 0 then
               display "BFLIMMNT:   no wraparounds seen -- "
                 "max-wraps proposed as no limit (OFF)"
           end-if.
           move spaces to ws-log-text.
           move 1 to ws-values-pointer.
           string
               function trim(ws-proposal-verb) delimited by size
               " " delimited by size
               function trim(ws-cal-program) delimited by size
               into ws-log-text
               with pointer ws-values-pointer
           end-string.
      *>   a proposed 0 goes out as OFF: a CHANGE refuses a bare 0
      *>   over a limit that is set, and the printed line has to be
      *>   usable as it stands.
           perform varying ws-fld-index from 1 by 1
                   until ws-fld-index > 5
             if ws-proposed(ws-fld-index) = 0 then
                 string
                     "|OFF" delimited by size
                     into ws-log-text
                     with pointer ws-values-pointer
                 end-string
             else
                 move ws-proposed(ws-fld-index) to ws-number-out
                 string
                     "|" delimited by size
                     function trim(ws-number-out) delimited by size
                     into ws-log-text
                     with pointer ws-values-pointer
                 end-string
             end-if
           end-perform.
           display "BFLIMMNT:   proposed control line:".
           display "BFLIMMNT:     " function trim(ws-log-text).
           move "BFU024I" to bfl-message-id.
           move spaces to ws-log-text.
           string
               "calibration proposed for " delimited by size
               function trim(ws-cal-program) delimited by size
               " from " delimited by size
               ws-ring-used delimited by size
               " run(s) -- not applied" delimited by size
               into ws-log-text
           end-string.
           perform issue-message
         .

         buffer-audit-line.
      *>   the buffer's capacity caps how many change operations one
      *>   control dataset may carry; full means stop, with the
      *>   dataset untouched and nothing audited.
           if ws-audit-count = 100 then
               move "BFU014E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "audit buffer full (100 change operations per "
                   delimited by size
                   "run) -- job aborted" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to control-error-switch
           else
               move function current-date to ws-current-date-data
               move ws-current-date-data(1:14) to ws-audit-stamp
               add 1 to ws-audit-count
               move spaces to audit-buffer(ws-audit-count)
               string
                   ws-audit-stamp delimited by size
                   "|" delimited by size
                   function trim(ws-audit-user) delimited by size
                   "|" delimited by size
                   function trim(ws-ctl-verb) delimited by size
                   "|" delimited by size
                   function trim(ws-fld-program) delimited by size
                   "|old=" delimited by size
                   function trim(ws-old-values) delimited by size
                   "|new=" delimited by size
                   function trim(ws-values-text) delimited by size
                   into audit-buffer(ws-audit-count)
               end-string
           end-if
         .

         rewrite-limits.
           open output limits-file.
      *>   an OPEN failure must stop the run loudly -- writing blind
      *>   against an unopened file would lose the dataset, and the
      *>   audit would record changes never applied.
           if ws-limits-file-status not = "00" then
               move "BFU015E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "limits dataset " delimited by size
                   function trim(ws-limits-filename)
                   delimited by size
                   " could not be opened for rewrite (status "
                   delimited by size
                   ws-limits-file-status delimited by size
                   ") -- changes not applied, nothing audited"
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to rewrite-error-switch
           else
               perform varying ws-limit-index from 1 by 1
                       until ws-limit-index > ws-line-count
                 if lim-kind(ws-limit-index) not = "D" then
                     perform write-limits-line
                 end-if
               end-perform
               close limits-file
           end-if
         .

      *>   commentary and untouched entries go back as read; a new
      *>   or changed entry is written out of its values.
         write-limits-line.
           if lim-modified(ws-limit-index) = "n" then
               move lim-text(ws-limit-index) to limits-record
           else
               perform fetch-current-values
               move spaces to limits-record
               move 1 to ws-values-pointer
               string
                   function trim(lim-program(ws-limit-index))
                   delimited by size
                   into limits-record
                   with pointer ws-values-pointer
               end-string
               perform varying ws-fld-index from 1 by 1
                       until ws-fld-index > 5
                 move ws-current(ws-fld-index) to ws-number-out
                 string
                     "|" delimited by size
                     function trim(ws-number-out) delimited by size
                     into limits-record
                     with pointer ws-values-pointer
                 end-string
               end-perform
           end-if.
           write limits-record
         .

         write-audit-lines.
           open extend audit-file.
           if ws-audit-file-status = "35" then
               open output audit-file
           end-if.
           perform varying ws-audit-index from 1 by 1
                   until ws-audit-index > ws-audit-count
             move audit-buffer(ws-audit-index) to audit-record
             write audit-record
           end-perform.
           close audit-file
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

       end program bflimmnt.
