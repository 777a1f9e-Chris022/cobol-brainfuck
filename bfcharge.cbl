      *> Month-end chargeback by cost center: machine time is billed
      *> back to the owning teams, and until now that meant copying
      *> bfreport totals into a spreadsheet. This program reads the
      *> run history -- the live dataset, or a bfhistarc archive for
      *> a month already closed and archived (same record layout) --
      *> prices every run of the month from an effective-dated rate
      *> table, allocates it to a cost center through a maintained
      *> ownership dataset, and prints per-cost-center and
      *> per-program totals. Runs of programs nobody owns are listed
      *> one by one as unallocated, and the month's figures go to a
      *> fixed-format extract for the finance interface.
      *>
      *> Ownership dataset, one program (or name prefix) per line,
      *> "|" separated like the driver manifest; lines starting with
      *> "*" and blank lines are commentary, the bfwatch limits
      *> convention:
      *>
      *>   program|cost-center
      *>   prefix*|cost-center
      *>
      *> A name ending in "*" owns every program whose name starts
      *> with what comes before it. An exact name wins over any
      *> prefix, and a longer prefix over a shorter one, so a team
      *> can own a library directory with exceptions carved out.
      *>
      *> Rate table, one rate per line, same conventions:
      *>
      *>   effective-date|per-elapsed-second|per-million-steps
      *>
      *> The effective date is YYYYMMDD; the charges are decimal
      *> amounts (up to 4 decimal places). A run is priced at the
      *> rate with the latest effective date on or before the day
      *> it started, so a mid-month rate change splits the month the
      *> way finance expects. A run older than every rate is
      *> reported as unrated and charged 0.
      *>
      *>   charge = elapsed seconds * per-elapsed-second
      *>          + steps * per-million-steps / 1000000
      *>
      *> rounded to the cent per run.
      *>
      *> Extract dataset (OPEN OUTPUT -- one month per dataset), fixed
      *> columns without separators, amounts zoned with two implied
      *> decimal places:
      *>
      *>   D  one per program with an owner: period, cost center,
      *>      program, runs, elapsed seconds, steps, charge
      *>   U  one per unallocated program, the cost center blank
      *>   T  trailer: period, D+U record count, runs, total charge
      *>
      *> Compilation:
      *>   cobc -x bfcharge.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bfcharge month [history-dataset [ownership-dataset
      *>              [rate-dataset [extract-dataset]]]]
      *>
      *> month is YYYYMM and selects runs by their start stamp. The
      *> datasets default to bfhistory.dat (the interpreter's
      *> default), bfowners.dat, bfrates.dat and bfcharge.dat.
      *>
      *> Return codes:
      *>   0   every run of the month allocated and priced
      *>   4   unallocated or unrated runs (listed / counted)
      *>   16  missing/invalid argument, unreadable dataset,
      *>       unusable ownership or rate line, or a table overflow

       identification division.
         program-id. bfcharge.

       environment division.
         input-output section.
           file-control.
           select history-file assign to dynamic ws-history-filename
           organization is line sequential
           file status is ws-history-file-status.

           select owners-file assign to dynamic ws-owners-filename
           organization is line sequential
           file status is ws-owners-file-status.

           select rates-file assign to dynamic ws-rates-filename
           organization is line sequential
           file status is ws-rates-file-status.

           select extract-file assign to dynamic ws-extract-filename
           organization is line sequential
           file status is ws-extract-file-status.

       data division.
         file section.
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

           fd owners-file.
           01 owners-record PIC X(200).

           fd rates-file.
           01 rates-record PIC X(200).

      *>   the finance interface record. The layout is the contract
      *>   with the finance side: fields are only ever added at the
      *>   end.
           fd extract-file.
           01 extract-record.
              05 ext-record-type PIC X.
              05 ext-period PIC 9(6).
              05 ext-cost-center PIC X(10).
              05 ext-program PIC X(100).
              05 ext-runs PIC 9(7).
              05 ext-elapsed PIC 9(11).
              05 ext-steps PIC 9(15).
              05 ext-charge PIC 9(11)V99.
           01 extract-trailer-record.
              05 ext-trl-type PIC X.
              05 ext-trl-period PIC 9(6).
              05 ext-trl-record-count PIC 9(7).
              05 ext-trl-runs PIC 9(9).
              05 ext-trl-charge PIC 9(13)V99.

         working-storage section.
           01 ws-history-filename PIC X(100) VALUE "bfhistory.dat".
           01 ws-owners-filename PIC X(100) VALUE "bfowners.dat".
           01 ws-rates-filename PIC X(100) VALUE "bfrates.dat".
           01 ws-extract-filename PIC X(100) VALUE "bfcharge.dat".
           01 ws-history-file-status PIC XX.
           01 ws-owners-file-status PIC XX.
           01 ws-rates-file-status PIC XX.
           01 ws-extract-file-status PIC XX.

           01 history-eof-switch PIC X VALUE "n".
             88 history-eof VALUE "y".
           01 owners-eof-switch PIC X VALUE "n".
             88 owners-eof VALUE "y".
           01 rates-eof-switch PIC X VALUE "n".
             88 rates-eof VALUE "y".
           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 rate-parse-error-switch PIC X VALUE "n".
             88 rate-parse-error VALUE "y".

           01 ws-period PIC 9(6) VALUE 0.
           01 ws-period-date PIC 9(8).

      *>   the ownership dataset as read. own-prefix-length is the
      *>   length of the name part for a "prefix*" line and 0 for an
      *>   exact name.
           01 owner-table.
             05 owner-entry OCCURS 500 TIMES.
               10 own-pattern PIC X(100).
               10 own-prefix-length PIC 9(3).
               10 own-cost-center PIC X(10).
           01 ws-owner-count PIC 9(3) VALUE 0.
           01 ws-owner-max PIC 9(3) VALUE 500.
           01 ws-owner-index PIC 9(3).
           01 ws-owner-found PIC 9(3).
           01 ws-owner-best PIC 9(3).
           01 ws-own-pattern PIC X(100).
           01 ws-own-cost-center PIC X(10).
           01 ws-own-length PIC 9(3).

      *>   the rate table as read, in any order; the rate for a run
      *>   is looked up by its start date each time.
           01 rate-table.
             05 rate-entry OCCURS 100 TIMES.
               10 rate-effective PIC 9(8).
               10 rate-per-second PIC 9(5)V9(4).
               10 rate-per-msteps PIC 9(5)V9(4).
           01 ws-rate-count PIC 9(3) VALUE 0.
           01 ws-rate-max PIC 9(3) VALUE 100.
           01 ws-rate-index PIC 9(3).
           01 ws-rate-found PIC 9(3).
           01 ws-rate-date-field PIC X(20).
           01 ws-rate-second-field PIC X(20).
           01 ws-rate-msteps-field PIC X(20).
           01 ws-rate-value PIC S9(5)V9(4).
           01 ws-numval-test PIC S9(4).

      *>   the month's figures per program, in first-seen order,
      *>   each carrying the cost center resolved on first sight
      *>   (SPACES: unallocated) -- and the same per cost center.
           01 charge-table.
             05 charge-entry OCCURS 500 TIMES.
               10 chg-program PIC X(100).
               10 chg-cost-center PIC X(10).
               10 chg-runs PIC 9(7).
               10 chg-elapsed PIC 9(11).
               10 chg-steps PIC 9(15).
               10 chg-amount PIC 9(11)V99.
           01 ws-charge-count PIC 9(3) VALUE 0.
           01 ws-charge-max PIC 9(3) VALUE 500.
           01 ws-charge-index PIC 9(3).
           01 ws-charge-found PIC 9(3).
           01 center-table.
             05 center-entry OCCURS 200 TIMES.
               10 ctr-cost-center PIC X(10).
               10 ctr-runs PIC 9(7).
               10 ctr-elapsed PIC 9(11).
               10 ctr-steps PIC 9(15).
               10 ctr-amount PIC 9(11)V99.
           01 ws-center-count PIC 9(3) VALUE 0.
           01 ws-center-max PIC 9(3) VALUE 200.
           01 ws-center-index PIC 9(3).
           01 ws-center-found PIC 9(3).

      *>   whole-month tallies; every record read ends up in exactly
      *>   one of skipped / outside the month / charged.
           01 ws-record-count PIC 9(7) VALUE 0.
           01 ws-skipped-count PIC 9(7) VALUE 0.
           01 ws-other-month-count PIC 9(7) VALUE 0.
           01 ws-run-count PIC 9(7) VALUE 0.
           01 ws-unallocated-runs PIC 9(7) VALUE 0.
           01 ws-unrated-runs PIC 9(7) VALUE 0.
           01 ws-total-amount PIC 9(13)V99 VALUE 0.
           01 ws-allocated-amount PIC 9(13)V99 VALUE 0.
           01 ws-unallocated-amount PIC 9(13)V99 VALUE 0.
           01 ws-extract-count PIC 9(7) VALUE 0.

      *>   one run: its elapsed seconds (the same whole-days-via-
      *>   INTEGER-OF-DATE arithmetic bfreport uses) and its price.
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
           01 ws-run-elapsed PIC 9(9).
           01 ws-run-charge PIC 9(11)V99.

      *>   report formatting scratch
           01 ws-amount-out PIC Z(12)9.99.
           01 ws-elapsed-out PIC Z(10)9.
           01 ws-steps-out PIC Z(14)9.

      *>   command-line argument handling, same pattern as bfreport's
      *>   parse-report-arguments.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages carry BFC IDs; the chargeback report itself is
      *>   report output and stays plain DISPLAY.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFCHARGE" to bfl-prefix.

         perform parse-charge-arguments.
         if not arg-error
             perform load-owners
         end-if.
         if not arg-error
             perform load-rates
         end-if.
         if not arg-error
             perform read-charge-history
         end-if.

         if arg-error
             move 16 to return-code
         else
             perform display-charge-report
             perform list-unallocated-runs
             perform write-finance-extract
             if arg-error
                 move 16 to return-code
             else
                 perform display-charge-summary
                 if ws-unallocated-runs > 0 or ws-unrated-runs > 0
                     move 4 to return-code
                 else
                     move 0 to return-code
                 end-if
             end-if
         end-if.

         goback.


         parse-charge-arguments.
      *>   argument 1: the month, YYYYMM, required -- a chargeback
      *>   run for "whatever is in the file" is never what finance
      *>   wants.
           move 1 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value(1:6) is numeric
                   and ws-arg-value(7:) = spaces then
               move ws-arg-value(1:6) to ws-period
               compute ws-period-date = ws-period * 100 + 1
               if function test-date-yyyymmdd(ws-period-date)
                       not = 0 then
                   move 0 to ws-period
               end-if
           end-if.
           if ws-period = 0 then
               move "BFC001E" to bfl-message-id
               move "month argument must be YYYYMM" to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           end-if.

      *>   arguments 2-5: the datasets, each optional.
           move 2 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-history-filename
           end-if.

           move 3 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-owners-filename
           end-if.

           move 4 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-rates-filename
           end-if.

           move 5 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-extract-filename
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

         load-owners.
           open input owners-file.
           if ws-owners-file-status not = "00" then
               move "BFC002E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "ownership dataset " delimited by size
                   function trim(ws-owners-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-owners-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to owners-eof-switch
               perform until owners-eof or arg-error
                 read owners-file
                   at end
                     move "y" to owners-eof-switch
                   not at end
                     perform store-owners-line
                 end-read
               end-perform
               close owners-file
           end-if
         .

      *>   a line without both fields, a name owned twice or a full
      *>   table all abort the job: a chargeback that quietly drops
      *>   or double-books an owner bills the wrong team.
         store-owners-line.
           if owners-record = spaces
                   or owners-record(1:1) = "*" then
               continue
           else
               move spaces to ws-own-pattern
               move spaces to ws-own-cost-center
               unstring owners-record delimited by "|"
                   into ws-own-pattern ws-own-cost-center
               end-unstring
               move function trim(ws-own-pattern) to ws-own-pattern
               move function trim(ws-own-cost-center)
                   to ws-own-cost-center
               move 0 to ws-owner-found
               perform varying ws-owner-index from 1 by 1
                       until ws-owner-index > ws-owner-count
                 if own-pattern(ws-owner-index) = ws-own-pattern
                     move ws-owner-index to ws-owner-found
                 end-if
               end-perform
               if ws-own-pattern = spaces
                       or ws-own-cost-center = spaces
                       or ws-owner-found > 0 then
                   move "BFC003E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "ownership line unusable (needs a new name "
                       delimited by size
                       "and a cost center): " delimited by size
                       function trim(owners-record)
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                 if ws-owner-count = ws-owner-max then
                     move "BFC004E" to bfl-message-id
                     move spaces to ws-log-text
                     string
                         "ownership table full (" delimited by size
                         ws-owner-max delimited by size
                         " entries) -- job aborted" delimited by size
                         into ws-log-text
                     end-string
                     perform issue-message
                     move "y" to arg-error-switch
                 else
                     add 1 to ws-owner-count
                     move ws-own-pattern to own-pattern(ws-owner-count)
                     move ws-own-cost-center
                         to own-cost-center(ws-owner-count)
                     move 100 to ws-own-length
                     perform until ws-own-length = 0
                             or ws-own-pattern(ws-own-length:1)
                                 not = " "
                       subtract 1 from ws-own-length
                     end-perform
                     if ws-own-pattern(ws-own-length:1) = "*" then
                         compute own-prefix-length(ws-owner-count) =
                             ws-own-length - 1
                     else
                         move 0 to own-prefix-length(ws-owner-count)
                     end-if
                 end-if
               end-if
           end-if
         .

         load-rates.
           open input rates-file.
           if ws-rates-file-status not = "00" then
               move "BFC005E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "rate dataset " delimited by size
                   function trim(ws-rates-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-rates-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to rates-eof-switch
               perform until rates-eof or arg-error
                 read rates-file
                   at end
                     move "y" to rates-eof-switch
                   not at end
                     perform store-rates-line
                 end-read
               end-perform
               close rates-file
           end-if
         .

      *>   a bad date, a rate that doesn't parse or is negative, two
      *>   rates effective the same day, or a full table all abort
      *>   the job, bfwatch's treatment of a bad limits line.
         store-rates-line.
           if rates-record = spaces
                   or rates-record(1:1) = "*" then
               continue
           else
               move spaces to ws-rate-date-field
               move spaces to ws-rate-second-field
               move spaces to ws-rate-msteps-field
               unstring rates-record delimited by "|"
                   into ws-rate-date-field ws-rate-second-field
                        ws-rate-msteps-field
               end-unstring
               move "n" to rate-parse-error-switch
               if ws-rate-count = ws-rate-max then
                   move "BFC007E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "rate table full (" delimited by size
                       ws-rate-max delimited by size
                       " entries) -- job aborted" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   add 1 to ws-rate-count
                   move function trim(ws-rate-date-field)
                       to ws-rate-date-field
                   if ws-rate-date-field(1:8) is numeric
                           and ws-rate-date-field(9:) = spaces then
                       move ws-rate-date-field(1:8)
                           to rate-effective(ws-rate-count)
                       if function test-date-yyyymmdd(
                               rate-effective(ws-rate-count)) not = 0
                           move "y" to rate-parse-error-switch
                       end-if
                   else
                       move "y" to rate-parse-error-switch
                   end-if
                   perform varying ws-rate-index from 1 by 1
                           until ws-rate-index >= ws-rate-count
                     if rate-effective(ws-rate-index)
                             = rate-effective(ws-rate-count) then
                         move "y" to rate-parse-error-switch
                     end-if
                   end-perform
                   move ws-rate-second-field to ws-arg-value
                   perform parse-one-rate-value
                   move ws-rate-value to rate-per-second(ws-rate-count)
                   move ws-rate-msteps-field to ws-arg-value
                   perform parse-one-rate-value
                   move ws-rate-value to rate-per-msteps(ws-rate-count)
                   if rate-parse-error then
                       move "BFC006E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "rate line unusable -- job aborted: "
                           delimited by size
                           function trim(rates-record)
                           delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to arg-error-switch
                   end-if
               end-if
           end-if
         .

      *>   one charge figure: required, decimal, not negative.
         parse-one-rate-value.
           move 0 to ws-rate-value.
           if ws-arg-value = spaces then
               move "y" to rate-parse-error-switch
           else
               compute ws-numval-test =
                   function test-numval(ws-arg-value)
               if ws-numval-test = 0 then
                   compute ws-rate-value =
                       function numval(ws-arg-value)
                     on size error
                       move "y" to rate-parse-error-switch
                   end-compute
                   if ws-rate-value < 0 then
                       move "y" to rate-parse-error-switch
                   end-if
               else
                   move "y" to rate-parse-error-switch
               end-if
           end-if
         .

         read-charge-history.
           open input history-file.
           if ws-history-file-status not = "00" then
               move "BFC008E" to bfl-message-id
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
               perform until history-eof or arg-error
                 read history-file
                   at end
                     move "y" to history-eof-switch
                   not at end
                     perform charge-one-record
                 end-read
               end-perform
               close history-file
      *>   damaged records are skipped, not billed -- but say how
      *>   many, bfwatch's treatment.
               if ws-skipped-count > 0 then
                   move "BFC009W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       ws-skipped-count delimited by size
                       " unreadable history record(s) were "
                       delimited by size
                       "skipped" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
               end-if
           end-if
         .

      *>   a record is damaged (skipped), outside the month, or a run
      *>   to price and fold into its program and cost center.
         charge-one-record.
           add 1 to ws-record-count.
           if hist-program = spaces
                   or hist-steps is not numeric
                   or hist-start-stamp is not numeric
                   or hist-end-stamp is not numeric then
               add 1 to ws-skipped-count
           else
               if hist-start-stamp(1:6) not = ws-period then
                   add 1 to ws-other-month-count
               else
                   perform find-charge-entry
                   if ws-charge-found > 0 then
                       add 1 to ws-run-count
                       perform price-one-run
                       if ws-rate-found = 0 then
                           add 1 to ws-unrated-runs
                       end-if
                       perform fold-charge-entry
                   end-if
               end-if
           end-if
         .

      *>   the program's entry, created -- and its owner resolved --
      *>   on first sight. A full table aborts: finance must never
      *>   get an extract with runs silently missing.
         find-charge-entry.
           move 0 to ws-charge-found.
           perform varying ws-charge-index from 1 by 1
                   until ws-charge-index > ws-charge-count
                      or ws-charge-found > 0
             if chg-program(ws-charge-index) = hist-program then
                 move ws-charge-index to ws-charge-found
             end-if
           end-perform.
           if ws-charge-found = 0 then
               if ws-charge-count = ws-charge-max then
                   move "BFC010E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "more than " delimited by size
                       ws-charge-max delimited by size
                       " programs ran this month -- job aborted"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   add 1 to ws-charge-count
                   move ws-charge-count to ws-charge-found
                   move hist-program to chg-program(ws-charge-found)
                   move 0 to chg-runs(ws-charge-found)
                   move 0 to chg-elapsed(ws-charge-found)
                   move 0 to chg-steps(ws-charge-found)
                   move 0 to chg-amount(ws-charge-found)
                   perform resolve-owner
                   if ws-owner-found = 0 then
                       move spaces to chg-cost-center(ws-charge-found)
                   else
                       move own-cost-center(ws-owner-found)
                           to chg-cost-center(ws-charge-found)
                   end-if
               end-if
           end-if
         .

      *>   exact name first; otherwise the longest matching prefix.
         resolve-owner.
           move 0 to ws-owner-found.
           move 0 to ws-owner-best.
           perform varying ws-owner-index from 1 by 1
                   until ws-owner-index > ws-owner-count
             if own-prefix-length(ws-owner-index) = 0 then
                 if own-pattern(ws-owner-index) = hist-program then
                     move ws-owner-index to ws-owner-found
                     move 999 to ws-owner-best
                 end-if
             else
                 if own-prefix-length(ws-owner-index) > ws-owner-best
                     if hist-program(1:
                             own-prefix-length(ws-owner-index))
                         = own-pattern(ws-owner-index)(1:
                             own-prefix-length(ws-owner-index))
                         move ws-owner-index to ws-owner-found
                         move own-prefix-length(ws-owner-index)
                             to ws-owner-best
                     end-if
                 end-if
             end-if
           end-perform
         .

      *>   elapsed seconds from the two stamps (a negative figure --
      *>   a clock set back mid-run -- bills as 0) and the charge at
      *>   the rate in force on the run's start date.
         price-one-run.
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
               + ws-end-seconds - ws-start-seconds.
           if ws-elapsed-seconds < 0 then
               move 0 to ws-run-elapsed
           else
               move ws-elapsed-seconds to ws-run-elapsed
           end-if.

           move 0 to ws-rate-found.
           move hist-start-stamp(1:8) to ws-stamp-date.
           perform varying ws-rate-index from 1 by 1
                   until ws-rate-index > ws-rate-count
             if rate-effective(ws-rate-index) <= ws-stamp-date
                 if ws-rate-found = 0 then
                     move ws-rate-index to ws-rate-found
                 else
                     if rate-effective(ws-rate-index)
                             > rate-effective(ws-rate-found) then
                         move ws-rate-index to ws-rate-found
                     end-if
                 end-if
             end-if
           end-perform.
           if ws-rate-found = 0 then
               move 0 to ws-run-charge
           else
               compute ws-run-charge rounded =
                   ws-run-elapsed * rate-per-second(ws-rate-found)
                   + hist-steps * rate-per-msteps(ws-rate-found)
                     / 1000000
           end-if
         .

         fold-charge-entry.
           add 1 to chg-runs(ws-charge-found).
           add ws-run-elapsed to chg-elapsed(ws-charge-found).
           add hist-steps to chg-steps(ws-charge-found).
           add ws-run-charge to chg-amount(ws-charge-found).
           add ws-run-charge to ws-total-amount.
           if chg-cost-center(ws-charge-found) = spaces then
               add 1 to ws-unallocated-runs
               add ws-run-charge to ws-unallocated-amount
           else
               add ws-run-charge to ws-allocated-amount
               perform find-center-entry
               if ws-center-found > 0 then
                   add 1 to ctr-runs(ws-center-found)
                   add ws-run-elapsed to ctr-elapsed(ws-center-found)
                   add hist-steps to ctr-steps(ws-center-found)
                   add ws-run-charge to ctr-amount(ws-center-found)
               end-if
           end-if
         .

         find-center-entry.
           move 0 to ws-center-found.
           perform varying ws-center-index from 1 by 1
                   until ws-center-index > ws-center-count
                      or ws-center-found > 0
             if ctr-cost-center(ws-center-index)
                     = chg-cost-center(ws-charge-found) then
                 move ws-center-index to ws-center-found
             end-if
           end-perform.
           if ws-center-found = 0 then
               if ws-center-count = ws-center-max then
                   move "BFC011E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "more than " delimited by size
                       ws-center-max delimited by size
                       " cost centers this month -- job aborted"
                       delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   add 1 to ws-center-count
                   move ws-center-count to ws-center-found
                   move chg-cost-center(ws-charge-found)
                       to ctr-cost-center(ws-center-found)
                   move 0 to ctr-runs(ws-center-found)
                   move 0 to ctr-elapsed(ws-center-found)
                   move 0 to ctr-steps(ws-center-found)
                   move 0 to ctr-amount(ws-center-found)
               end-if
           end-if
         .

      *>   each cost center with its programs under it, in the order
      *>   they first ran this month.
         display-charge-report.
           display "BFCHARGE: chargeback for " ws-period " from "
             function trim(ws-history-filename).
           display "BFCHARGE: records read: " ws-record-count
             "  this month: " ws-run-count
             "  other months: " ws-other-month-count
             "  skipped: " ws-skipped-count.
           display "BFCHARGE: owners: " ws-owner-count
             "  rates: " ws-rate-count.
           perform varying ws-center-index from 1 by 1
                   until ws-center-index > ws-center-count
             display "BFCHARGE: ----------------------------------"
             move ctr-elapsed(ws-center-index) to ws-elapsed-out
             move ctr-steps(ws-center-index) to ws-steps-out
             move ctr-amount(ws-center-index) to ws-amount-out
             display "BFCHARGE: cost center "
               ctr-cost-center(ws-center-index)
               "  runs: " ctr-runs(ws-center-index)
               "  charge: " ws-amount-out
             display "BFCHARGE:   elapsed seconds: " ws-elapsed-out
               "  steps: " ws-steps-out
             perform varying ws-charge-index from 1 by 1
                     until ws-charge-index > ws-charge-count
               if chg-cost-center(ws-charge-index)
                       = ctr-cost-center(ws-center-index) then
                   perform display-charge-program
               end-if
             end-perform
           end-perform
         .

         display-charge-program.
           move chg-amount(ws-charge-index) to ws-amount-out.
           move chg-elapsed(ws-charge-index) to ws-elapsed-out.
           move chg-steps(ws-charge-index) to ws-steps-out.
           display "BFCHARGE:   program: "
             function trim(chg-program(ws-charge-index)).
           display "BFCHARGE:     runs: " chg-runs(ws-charge-index)
             "  elapsed: " ws-elapsed-out
             "  steps: " ws-steps-out
             "  charge: " ws-amount-out
         .

      *>   a second pass over the history: every run of an
      *>   unallocated program, one line each, so the owner can be
      *>   chased down before the month closes.
         list-unallocated-runs.
           display "BFCHARGE: ----------------------------------".
           display "BFCHARGE: unallocated runs: " ws-unallocated-runs.
           if ws-unallocated-runs > 0 then
               open input history-file
               if ws-history-file-status = "00" then
                   move "n" to history-eof-switch
                   perform until history-eof
                     read history-file
                       at end
                         move "y" to history-eof-switch
                       not at end
                         perform list-one-unallocated-run
                     end-read
                   end-perform
                   close history-file
               end-if
           end-if
         .

         list-one-unallocated-run.
           if hist-program not = spaces
                   and hist-steps is numeric
                   and hist-start-stamp is numeric
                   and hist-end-stamp is numeric
                   and hist-start-stamp(1:6) = ws-period then
               move 0 to ws-charge-found
               perform varying ws-charge-index from 1 by 1
                       until ws-charge-index > ws-charge-count
                          or ws-charge-found > 0
                 if chg-program(ws-charge-index) = hist-program
                     move ws-charge-index to ws-charge-found
                 end-if
               end-perform
               if ws-charge-found > 0 then
                   if chg-cost-center(ws-charge-found) = spaces then
                       perform price-one-run
                       move ws-run-elapsed to ws-elapsed-out
                       move hist-steps to ws-steps-out
                       move ws-run-charge to ws-amount-out
                       display "BFCHARGE:   "
                         function trim(hist-program)
                         "  started " hist-start-stamp
                         "  elapsed: " ws-elapsed-out
                         "  steps: " ws-steps-out
                         "  charge: " ws-amount-out
                   end-if
               end-if
           end-if
         .

      *>   D records cost center by cost center, then the U records,
      *>   then the trailer that lets the finance side prove it got
      *>   the whole file.
         write-finance-extract.
           open output extract-file.
           if ws-extract-file-status not = "00" then
               move "BFC012E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "extract dataset " delimited by size
                   function trim(ws-extract-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-extract-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move 0 to ws-extract-count
               perform varying ws-center-index from 1 by 1
                       until ws-center-index > ws-center-count
                 perform varying ws-charge-index from 1 by 1
                         until ws-charge-index > ws-charge-count
                   if chg-cost-center(ws-charge-index)
                           = ctr-cost-center(ws-center-index) then
                       move "D" to ext-record-type
                       perform write-extract-detail
                   end-if
                 end-perform
               end-perform
               perform varying ws-charge-index from 1 by 1
                       until ws-charge-index > ws-charge-count
                 if chg-cost-center(ws-charge-index) = spaces then
                     move "U" to ext-record-type
                     perform write-extract-detail
                 end-if
               end-perform
               move spaces to extract-trailer-record
               move "T" to ext-trl-type
               move ws-period to ext-trl-period
               move ws-extract-count to ext-trl-record-count
               move ws-run-count to ext-trl-runs
               move ws-total-amount to ext-trl-charge
               write extract-trailer-record
               close extract-file
               move ws-total-amount to ws-amount-out
               move "BFC013I" to bfl-message-id
               move spaces to ws-log-text
               string
                   "finance extract " delimited by size
                   function trim(ws-extract-filename)
                   delimited by size
                   " written: " delimited by size
                   ws-extract-count delimited by size
                   " record(s), total charge " delimited by size
                   function trim(ws-amount-out) delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

      *>   ext-record-type is set by the caller; the MOVEs below
      *>   leave it alone.
         write-extract-detail.
           move ws-period to ext-period.
           move chg-cost-center(ws-charge-index) to ext-cost-center.
           move chg-program(ws-charge-index) to ext-program.
           move chg-runs(ws-charge-index) to ext-runs.
           move chg-elapsed(ws-charge-index) to ext-elapsed.
           move chg-steps(ws-charge-index) to ext-steps.
           move chg-amount(ws-charge-index) to ext-charge.
           write extract-record.
           add 1 to ws-extract-count
         .

         display-charge-summary.
           display "BFCHARGE: ----------------------------------".
           move ws-allocated-amount to ws-amount-out.
           display "BFCHARGE: allocated charge:   " ws-amount-out.
           move ws-unallocated-amount to ws-amount-out.
           display "BFCHARGE: unallocated charge: " ws-amount-out.
           move ws-total-amount to ws-amount-out.
           display "BFCHARGE: total charge:       " ws-amount-out.
           if ws-unallocated-runs > 0 then
               move "BFC014W" to bfl-message-id
               move spaces to ws-log-text
               string
                   ws-unallocated-runs delimited by size
                   " run(s) of programs without an owner in "
                   delimited by size
                   function trim(ws-owners-filename)
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if.
           if ws-unrated-runs > 0 then
               move "BFC015W" to bfl-message-id
               move spaces to ws-log-text
               string
                   ws-unrated-runs delimited by size
                   " run(s) started before every rate in "
                   delimited by size
                   function trim(ws-rates-filename)
                   delimited by size
                   " -- charged 0" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
           end-if
         .

       end program bfcharge.
