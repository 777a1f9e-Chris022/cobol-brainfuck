      *> Job-log digest and exception report: every program of the
      *> suite appends its operational messages to the shared job log
      *> through bflog (see bflog.cbl), but until now nothing read it
      *> except the scrapers, and the morning handover was put
      *> together by grepping it by hand. This program reads the job
      *> log for a date/time range and prints:
      *>
      *>   - message counts by program and severity (I / W / E)
      *>   - every E-severity message in the range, in full
      *>   - every message ID that occurs in the range but was not
      *>     seen at all in the N days before the range starts (a
      *>     condition nobody has had to deal with lately)
      *>   - every warning ID that recurs in the range, with its
      *>     count and its first and last occurrence
      *>
      *> and ends RC 8 when the range holds more E messages than the
      *> given threshold, so it can run as a scheduler gate beside
      *> bfwatch -- bfwatch judges the run history, this judges the
      *> messages.
      *>
      *> Job-log record, as bflog writes it:
      *>
      *>   timestamp|program|message-id|severity|text
      *>
      *> The text is everything after the fourth "|", so a message
      *> text that itself holds a "|" is reported whole. Records
      *> whose timestamp is not 14 digits are counted as skipped.
      *>
      *> Compilation:
      *>   cobc -x bflogrpt.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bflogrpt [joblog-dataset [from [to [new-days
      *>              [max-errors]]]]]
      *>
      *> The job-log dataset defaults to BF_JOBLOG_FILE, or to
      *> bfjoblog.dat, the same default bflog writes to. from and to
      *> are YYYYMMDD or YYYYMMDDHHMMSS and bound the range
      *> inclusively (a bare date runs from 00:00:00 or to 23:59:59
      *> of that day); either may be omitted, or given as "*" to
      *> leave that end open. new-days is the look-back for the
      *> new-message-ID check (default 30, 0 turns the check off --
      *> as does an open from, there being nothing "before" it).
      *> max-errors is the number of E messages the range may hold
      *> before the gate fails (default 0: any error fails it).
      *>
      *> An overnight handover, for example:
      *>   ./bflogrpt bfjoblog.dat 20261014180000 20261015060000
      *>
      *> Return codes:
      *>   0   E messages in the range within the threshold
      *>   8   more E messages than the threshold
      *>   16  unreadable dataset or unusable argument

       identification division.
         program-id. bflogrpt.

       environment division.
         input-output section.
           file-control.
           select joblog-file assign to dynamic ws-joblog-filename
           organization is line sequential
           file status is ws-joblog-file-status.

       data division.
         file section.
      *>   bflog's own record width.
           fd joblog-file.
           01 joblog-record PIC X(240).

         working-storage section.
           01 ws-joblog-filename PIC X(100) VALUE "bfjoblog.dat".
           01 ws-joblog-file-status PIC XX.
           01 ws-env-value PIC X(100).

           01 joblog-eof-switch PIC X VALUE "n".
             88 joblog-eof VALUE "y".
           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 from-given-switch PIC X VALUE "n".
             88 from-given VALUE "y".
           01 to-given-switch PIC X VALUE "n".
             88 to-given VALUE "y".
           01 new-check-switch PIC X VALUE "n".
             88 new-check-enabled VALUE "y".
           01 program-overflow-switch PIC X VALUE "n".
             88 program-overflow VALUE "y".
           01 id-overflow-switch PIC X VALUE "n".
             88 id-overflow VALUE "y".

      *>   one job-log record, split. The text is taken from where
      *>   the UNSTRING pointer stopped, so "|" inside it survives.
           01 ws-entry-stamp PIC X(14).
           01 ws-entry-program PIC X(10).
           01 ws-entry-id PIC X(8).
           01 ws-entry-severity PIC X.
           01 ws-entry-text PIC X(200).
           01 ws-entry-pointer PIC 9(3).

      *>   the range, as full 14-digit stamps so a plain compare
      *>   against the record's stamp does, and the start of the
      *>   look-back window for the new-message-ID check.
           01 ws-from-stamp PIC X(14) VALUE "00000000000000".
           01 ws-to-stamp PIC X(14) VALUE "99999999999999".
           01 ws-prior-stamp PIC X(14) VALUE "00000000000000".
           01 ws-stamp-date PIC 9(8).
           01 ws-stamp-day PIC S9(9).
           01 ws-new-days PIC 9(4) VALUE 30.
           01 ws-max-errors PIC 9(7) VALUE 0.
           01 ws-numval-test PIC S9(4).
           01 ws-signed-numval PIC S9(9).

      *>   every record read is accounted for in exactly one of
      *>   skipped / before / in range / after.
           01 ws-record-count PIC 9(7) VALUE 0.
           01 ws-skipped-count PIC 9(7) VALUE 0.
           01 ws-before-count PIC 9(7) VALUE 0.
           01 ws-after-count PIC 9(7) VALUE 0.
           01 ws-in-range-count PIC 9(7) VALUE 0.
           01 ws-total-info PIC 9(7) VALUE 0.
           01 ws-total-warning PIC 9(7) VALUE 0.
           01 ws-total-error PIC 9(7) VALUE 0.
           01 ws-total-other PIC 9(7) VALUE 0.

      *>   counts per program (bfl-prefix), in first-seen order.
      *>   The totals above are kept apart from the table, so an
      *>   overflow costs detail lines, never the gate's figure.
           01 program-table.
             05 program-entry OCCURS 100 TIMES.
               10 sum-program PIC X(10).
               10 sum-info-count PIC 9(7).
               10 sum-warning-count PIC 9(7).
               10 sum-error-count PIC 9(7).
               10 sum-other-count PIC 9(7).
               10 sum-total-count PIC 9(7).
           01 ws-program-count PIC 9(3) VALUE 0.
           01 ws-program-max PIC 9(3) VALUE 100.
           01 ws-program-index PIC 9(3).
           01 ws-program-found PIC 9(3).

      *>   one entry per message ID met in the range or in the
      *>   look-back window before it; msg-count counts only the
      *>   range, msg-prior-switch records a sighting in the window.
           01 id-table.
             05 id-entry OCCURS 999 TIMES.
               10 msg-id PIC X(8).
               10 msg-severity PIC X.
               10 msg-program PIC X(10).
               10 msg-count PIC 9(7).
               10 msg-first-stamp PIC X(14).
               10 msg-last-stamp PIC X(14).
               10 msg-prior-switch PIC X.
                 88 msg-seen-prior VALUE "y".
           01 ws-id-count PIC 9(3) VALUE 0.
           01 ws-id-max PIC 9(3) VALUE 999.
           01 ws-id-index PIC 9(3).
           01 ws-id-found PIC 9(3).
           01 ws-listed-count PIC 9(5).

      *>   command-line argument handling, same pattern as bflibr's
      *>   parse-libr-arguments.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages carry BFJ IDs; the digest itself is report output
      *>   and stays plain DISPLAY. Nothing is logged while the job
      *>   log is open for reading -- the program would be reading
      *>   its own messages back.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFLOGRPT" to bfl-prefix.

         perform parse-logrpt-arguments.

         if arg-error
             move 16 to return-code
         else
             open input joblog-file
             if ws-joblog-file-status not = "00"
                 move "BFJ001E" to bfl-message-id
                 move spaces to ws-log-text
                 string
                     "job-log dataset " delimited by size
                     function trim(ws-joblog-filename)
                     delimited by size
                     " could not be opened (status "
                     delimited by size
                     ws-joblog-file-status delimited by size
                     ")" delimited by size
                     into ws-log-text
                 end-string
                 perform issue-message
                 move 16 to return-code
             else
                 perform read-joblog
                 close joblog-file
                 perform display-digest-counts
                 perform list-error-messages
                 perform list-new-message-ids
                 perform list-recurring-warnings
                 perform report-table-overflow
                 perform check-error-threshold
             end-if
         end-if.

         goback.


         parse-logrpt-arguments.
      *>   the job log bflog is writing to, unless argument 1 names
      *>   another one.
           move spaces to ws-env-value.
           accept ws-env-value from environment "BF_JOBLOG_FILE".
           if ws-env-value not = spaces then
               move ws-env-value to ws-joblog-filename
           end-if.

           move 1 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-joblog-filename
           end-if.

      *>   arguments 2 and 3: the range. Refused rather than
      *>   defaulted -- a gate that quietly widened its range would
      *>   judge the wrong night.
           move 2 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces and ws-arg-value not = "*"
               if ws-arg-value(1:8) is numeric
                       and ws-arg-value(9:) = spaces then
                   move ws-arg-value(1:8) to ws-from-stamp(1:8)
                   move "000000" to ws-from-stamp(9:6)
                   move "y" to from-given-switch
               else
                   if ws-arg-value(1:14) is numeric
                           and ws-arg-value(15:) = spaces then
                       move ws-arg-value(1:14) to ws-from-stamp
                       move "y" to from-given-switch
                   end-if
               end-if
               if from-given then
                   move ws-from-stamp(1:8) to ws-stamp-date
                   if function test-date-yyyymmdd(ws-stamp-date)
                           not = 0 then
                       move "n" to from-given-switch
                   end-if
               end-if
               if not from-given then
                   move "BFJ002E" to bfl-message-id
                   move "from must be YYYYMMDD or YYYYMMDDHHMMSS"
                       to ws-log-text
                   perform issue-message
                   move "y" to arg-error-switch
               end-if
           end-if.

           move 3 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces and ws-arg-value not = "*"
               if ws-arg-value(1:8) is numeric
                       and ws-arg-value(9:) = spaces then
                   move ws-arg-value(1:8) to ws-to-stamp(1:8)
                   move "235959" to ws-to-stamp(9:6)
                   move "y" to to-given-switch
               else
                   if ws-arg-value(1:14) is numeric
                           and ws-arg-value(15:) = spaces then
                       move ws-arg-value(1:14) to ws-to-stamp
                       move "y" to to-given-switch
                   end-if
               end-if
               if to-given then
                   move ws-to-stamp(1:8) to ws-stamp-date
                   if function test-date-yyyymmdd(ws-stamp-date)
                           not = 0 then
                       move "n" to to-given-switch
                   end-if
               end-if
               if not to-given then
                   move "BFJ003E" to bfl-message-id
                   move "to must be YYYYMMDD or YYYYMMDDHHMMSS"
                       to ws-log-text
                   perform issue-message
                   move "y" to arg-error-switch
               end-if
           end-if.

      *>   argument 4: new-days, 0-9999.
           move 4 to ws-arg-num.
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
                       move -1 to ws-signed-numval
                   end-compute
               else
                   move -1 to ws-signed-numval
               end-if
               if ws-signed-numval < 0 or ws-signed-numval > 9999
                   move "BFJ004E" to bfl-message-id
                   move "new-days must be 0-9999" to ws-log-text
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   move ws-signed-numval to ws-new-days
               end-if
           end-if.

      *>   argument 5: max-errors, 0-9999999.
           move 5 to ws-arg-num.
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
                       move -1 to ws-signed-numval
                   end-compute
               else
                   move -1 to ws-signed-numval
               end-if
               if ws-signed-numval < 0
                       or ws-signed-numval > 9999999 then
                   move "BFJ005E" to bfl-message-id
                   move "max-errors must be 0-9999999" to ws-log-text
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   move ws-signed-numval to ws-max-errors
               end-if
           end-if.

      *>   the look-back window ends where the range starts and
      *>   reaches new-days whole days further back, same time of
      *>   day; before the calendar's first day it is simply open.
           if from-given and ws-new-days > 0 and not arg-error then
               move "y" to new-check-switch
               move ws-from-stamp(1:8) to ws-stamp-date
               compute ws-stamp-day =
                   function integer-of-date(ws-stamp-date)
                   - ws-new-days
               if ws-stamp-day < 1 then
                   move "00000000000000" to ws-prior-stamp
               else
                   compute ws-stamp-date =
                       function date-of-integer(ws-stamp-day)
                   move ws-stamp-date to ws-prior-stamp(1:8)
                   move ws-from-stamp(9:6) to ws-prior-stamp(9:6)
               end-if
           end-if
         .

      *>   one informational or exception message, bfinterp's
      *>   pattern.
         issue-message.
           move ws-log-text to bfl-text.
      *>   a CALLed program's RETURN-CODE comes back to the caller,
      *>   so the register is parked around the CALL -- logging a
      *>   message must never overwrite the run's return code.
           move return-code to ws-saved-return-code.
           call "bflog" using bfl-parms.
           move ws-saved-return-code to return-code
         .

         read-joblog.
           move "n" to joblog-eof-switch.
           perform until joblog-eof
             read joblog-file
               at end
                 move "y" to joblog-eof-switch
               not at end
                 perform classify-one-record
             end-read
           end-perform
         .

      *>   splits a record into its five fields.
         split-joblog-record.
           move spaces to ws-entry-stamp.
           move spaces to ws-entry-program.
           move spaces to ws-entry-id.
           move spaces to ws-entry-severity.
           move spaces to ws-entry-text.
           move 1 to ws-entry-pointer.
           unstring joblog-record delimited by "|"
               into ws-entry-stamp ws-entry-program ws-entry-id
                    ws-entry-severity
               with pointer ws-entry-pointer
           end-unstring.
           if ws-entry-pointer <= 240 then
               move joblog-record(ws-entry-pointer:)
                   to ws-entry-text
           end-if
         .

      *>   skipped, before the range (where the look-back window
      *>   lies), after it, or folded into the digest.
         classify-one-record.
           add 1 to ws-record-count.
           perform split-joblog-record.
           if ws-entry-stamp is not numeric then
               add 1 to ws-skipped-count
           else
               if ws-entry-stamp < ws-from-stamp then
                   add 1 to ws-before-count
                   if new-check-enabled
                           and ws-entry-stamp >= ws-prior-stamp
                           and ws-entry-id not = spaces then
                       perform find-id-entry
                       if ws-id-found > 0 then
                           move "y" to msg-prior-switch(ws-id-found)
                       end-if
                   end-if
               else
                   if ws-entry-stamp > ws-to-stamp then
                       add 1 to ws-after-count
                   else
                       add 1 to ws-in-range-count
                       perform fold-into-program
                       if ws-entry-id not = spaces then
                           perform fold-into-id
                       end-if
                   end-if
               end-if
           end-if
         .

         fold-into-program.
           if ws-entry-severity = "I" then
               add 1 to ws-total-info
           else
               if ws-entry-severity = "W" then
                   add 1 to ws-total-warning
               else
                   if ws-entry-severity = "E" then
                       add 1 to ws-total-error
                   else
                       add 1 to ws-total-other
                   end-if
               end-if
           end-if.
           move 0 to ws-program-found.
           perform varying ws-program-index from 1 by 1
                   until ws-program-index > ws-program-count
                      or ws-program-found > 0
             if sum-program(ws-program-index) = ws-entry-program
                 move ws-program-index to ws-program-found
             end-if
           end-perform.
           if ws-program-found = 0 then
               if ws-program-count = ws-program-max then
                   move "y" to program-overflow-switch
               else
                   add 1 to ws-program-count
                   move ws-program-count to ws-program-found
                   move ws-entry-program
                       to sum-program(ws-program-found)
                   move 0 to sum-info-count(ws-program-found)
                   move 0 to sum-warning-count(ws-program-found)
                   move 0 to sum-error-count(ws-program-found)
                   move 0 to sum-other-count(ws-program-found)
                   move 0 to sum-total-count(ws-program-found)
               end-if
           end-if.
           if ws-program-found > 0 then
               add 1 to sum-total-count(ws-program-found)
               if ws-entry-severity = "I" then
                   add 1 to sum-info-count(ws-program-found)
               else
                   if ws-entry-severity = "W" then
                       add 1 to sum-warning-count(ws-program-found)
                   else
                       if ws-entry-severity = "E" then
                           add 1 to sum-error-count(ws-program-found)
                       else
                           add 1 to sum-other-count(ws-program-found)
                       end-if
                   end-if
               end-if
           end-if
         .

         fold-into-id.
           perform find-id-entry.
           if ws-id-found > 0 then
               add 1 to msg-count(ws-id-found)
               if msg-count(ws-id-found) = 1 then
                   move ws-entry-stamp to msg-first-stamp(ws-id-found)
                   move ws-entry-program to msg-program(ws-id-found)
               end-if
               move ws-entry-stamp to msg-last-stamp(ws-id-found)
           end-if
         .

      *>   the ID's entry, created on first sight; 0 when the table
      *>   is full (reported after the digest).
         find-id-entry.
           move 0 to ws-id-found.
           perform varying ws-id-index from 1 by 1
                   until ws-id-index > ws-id-count
                      or ws-id-found > 0
             if msg-id(ws-id-index) = ws-entry-id then
                 move ws-id-index to ws-id-found
             end-if
           end-perform.
           if ws-id-found = 0 then
               if ws-id-count = ws-id-max then
                   move "y" to id-overflow-switch
               else
                   add 1 to ws-id-count
                   move ws-id-count to ws-id-found
                   move ws-entry-id to msg-id(ws-id-found)
                   move ws-entry-severity to msg-severity(ws-id-found)
                   move ws-entry-program to msg-program(ws-id-found)
                   move 0 to msg-count(ws-id-found)
                   move spaces to msg-first-stamp(ws-id-found)
                   move spaces to msg-last-stamp(ws-id-found)
                   move "n" to msg-prior-switch(ws-id-found)
               end-if
           end-if
         .

         display-digest-counts.
           display "BFLOGRPT: job-log digest from "
             function trim(ws-joblog-filename).
           if from-given or to-given then
               display "BFLOGRPT: range " ws-from-stamp
                 " - " ws-to-stamp
           end-if.
           display "BFLOGRPT: records read: " ws-record-count
             "  in range: " ws-in-range-count
             "  skipped: " ws-skipped-count.
           if from-given or to-given then
               display "BFLOGRPT: before range: " ws-before-count
                 "  after range: " ws-after-count
           end-if.
           display "BFLOGRPT: ----------------------------------".
           display "BFLOGRPT: messages by program:".
           perform varying ws-program-index from 1 by 1
                   until ws-program-index > ws-program-count
             display "BFLOGRPT:   " sum-program(ws-program-index)
               "  I " sum-info-count(ws-program-index)
               "  W " sum-warning-count(ws-program-index)
               "  E " sum-error-count(ws-program-index)
               "  total " sum-total-count(ws-program-index)
           end-perform.
           display "BFLOGRPT:   all programs"
               "  I " ws-total-info
               "  W " ws-total-warning
               "  E " ws-total-error
               "  total " ws-in-range-count.
           if ws-total-other > 0 then
               display "BFLOGRPT:   without a valid severity: "
                 ws-total-other
           end-if
         .

      *>   a second pass over the job log: the E messages are listed
      *>   in the order they were logged, without holding them all.
         list-error-messages.
           display "BFLOGRPT: ----------------------------------".
           display "BFLOGRPT: error messages: " ws-total-error.
           if ws-total-error > 0 then
               open input joblog-file
               if ws-joblog-file-status = "00" then
                   move "n" to joblog-eof-switch
                   perform until joblog-eof
                     read joblog-file
                       at end
                         move "y" to joblog-eof-switch
                       not at end
                         perform list-one-error
                     end-read
                   end-perform
                   close joblog-file
               end-if
           end-if
         .

         list-one-error.
           perform split-joblog-record.
           if ws-entry-stamp is numeric
                   and ws-entry-stamp >= ws-from-stamp
                   and ws-entry-stamp <= ws-to-stamp
                   and ws-entry-severity = "E" then
               display "BFLOGRPT:   " ws-entry-stamp " "
                 ws-entry-program " " ws-entry-id " "
                 function trim(ws-entry-text)
           end-if
         .

         list-new-message-ids.
           display "BFLOGRPT: ----------------------------------".
           if not new-check-enabled then
               display "BFLOGRPT: new message IDs: not checked"
                 " (needs a from and new-days above 0)"
           else
               display "BFLOGRPT: message IDs not seen in the "
                 ws-new-days " day(s) before the range:"
               move 0 to ws-listed-count
               perform varying ws-id-index from 1 by 1
                       until ws-id-index > ws-id-count
                 if msg-count(ws-id-index) > 0
                         and not msg-seen-prior(ws-id-index) then
                     add 1 to ws-listed-count
                     display "BFLOGRPT:   " msg-id(ws-id-index)
                       " " msg-program(ws-id-index)
                       " " msg-count(ws-id-index) " time(s), first "
                       msg-first-stamp(ws-id-index)
                 end-if
               end-perform
               if ws-listed-count = 0 then
                   display "BFLOGRPT:   none"
               end-if
           end-if
         .

         list-recurring-warnings.
           display "BFLOGRPT: ----------------------------------".
           display "BFLOGRPT: recurring warnings:".
           move 0 to ws-listed-count.
           perform varying ws-id-index from 1 by 1
                   until ws-id-index > ws-id-count
             if msg-severity(ws-id-index) = "W"
                     and msg-count(ws-id-index) > 1 then
                 add 1 to ws-listed-count
                 display "BFLOGRPT:   " msg-id(ws-id-index)
                   " " msg-program(ws-id-index)
                   " " msg-count(ws-id-index) " time(s), first "
                   msg-first-stamp(ws-id-index)
                   " last " msg-last-stamp(ws-id-index)
             end-if
           end-perform.
           if ws-listed-count = 0 then
               display "BFLOGRPT:   none"
           end-if.
           display "BFLOGRPT: ----------------------------------"
         .

      *>   logged only now the job log is closed again.
         report-table-overflow.
           if program-overflow then
               move "BFJ006W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "more than " delimited by size
                   ws-program-max delimited by size
                   " programs in the range -- the rest are in the "
                   delimited by size
                   "totals only" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if.
           if id-overflow then
               move "BFJ007W" to bfl-message-id
               move spaces to ws-log-text
               string
                   "more than " delimited by size
                   ws-id-max delimited by size
                   " distinct message IDs -- the rest are not "
                   delimited by size
                   "listed" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

         check-error-threshold.
           if ws-total-error > ws-max-errors then
               move "BFJ008E" to bfl-message-id
               move spaces to ws-log-text
               string
                   ws-total-error delimited by size
                   " error message(s) in the range, threshold "
                   delimited by size
                   ws-max-errors delimited by size
                   " -- exceeded" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move 8 to return-code
           else
               move "BFJ009I" to bfl-message-id
               move spaces to ws-log-text
               string
                   ws-total-error delimited by size
                   " error message(s) in the range, threshold "
                   delimited by size
                   ws-max-errors delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move 0 to return-code
           end-if
         .

       end program bflogrpt.
