      *> Promotion utility for the production program registry: copies
      *> a tested BF source to its production dataset name and books
      *> the promotion in the registry with a version number and a
      *> content checksum. Production runs today use whatever file is
      *> sitting at that name -- there is no record of which revision
      *> ran, and an untested hand edit goes live the moment it is
      *> saved. With the registry in place a production run
      *> (bfinterp with BF_PRODUCTION=Y, or the driver's G option
      *> letter) refuses any program that is not, byte for byte, the
      *> latest version promoted here, and every run's history record
      *> carries the version it ran.
      *>
      *> Registry dataset format, one line per promotion, "|"
      *> separated like the driver manifest. The registry is only
      *> ever appended to, never rewritten -- it is the audit trail of
      *> what went live, when and by whom:
      *>
      *>   program|version|checksum|length|user|timestamp|source
      *>
      *>   program    the production dataset name -- the name the
      *>              interpreter is given to run and looks up here
      *>   version    0001 upward, per program name
      *>   checksum   Adler-32 of the program text the way the
      *>              interpreter loads it (each line trailing-space-
      *>              trimmed, the lines joined), ten digits
      *>   length     characters of program text, five digits
      *>   user       USER, then LOGNAME, then "unknown"
      *>   timestamp  YYYYMMDDHHMMSS
      *>   source     the dataset the version was promoted from
      *>
      *> Lines starting with "*" and blank lines are skipped, the
      *> convention of every other control dataset here.
      *>
      *> The production copy is read back and its checksum checked
      *> against the source's before anything is booked -- a copy
      *> that didn't land intact must not be registered as good.
      *> Promoting content identical to the latest registered version
      *> refreshes the production copy but books no new version, so
      *> a rerun promotion job doesn't inflate the version numbers.
      *>
      *> Compilation:
      *>   cobc -x bfpromo.cbl bflog.cbl
      *>
      *> Running:
      *>   ./bfpromo source-dataset production-dataset
      *>             [registry-dataset]
      *>
      *> The registry dataset defaults to bfregistry.dat, the same
      *> default the interpreter reads.
      *>
      *> Return codes:
      *>   0   promoted (or already the latest registered version)
      *>   16  missing argument, unreadable or unwritable dataset, or
      *>       a production copy that failed its read-back check --
      *>       nothing booked
      *>   20  source refused: empty, larger than the interpreter's
      *>       program capacity, or version numbers exhausted for the
      *>       name -- nothing copied, nothing booked

       identification division.
         program-id. bfpromo.

       environment division.
         input-output section.
           file-control.
      *>   LINE SEQUENTIAL, the way the interpreter reads programs --
      *>   the checksum has to be taken over the same text it loads.
           select source-file assign to dynamic ws-source-filename
           organization is line sequential
           file status is ws-source-file-status.

      *>   written, then re-opened INPUT for the read-back check.
           select production-file assign to dynamic
           ws-production-filename
           organization is line sequential
           file status is ws-production-file-status.

      *>   read through for the current versions, then EXTENDed with
      *>   the interpreter's "35" first-use fallback -- the registry
      *>   is cumulative by design, like the run history.
           select registry-file assign to dynamic ws-registry-filename
           organization is line sequential
           file status is ws-registry-file-status.

       data division.
         file section.
           fd source-file.
           01 source-record PIC X(999).

           fd production-file.
           01 production-record PIC X(999).

           fd registry-file.
           01 registry-record PIC X(300).

         working-storage section.
           01 ws-source-filename PIC X(100).
           01 ws-production-filename PIC X(100).
           01 ws-registry-filename PIC X(100) VALUE "bfregistry.dat".
           01 ws-source-file-status PIC XX.
           01 ws-production-file-status PIC XX.
           01 ws-registry-file-status PIC XX.

           01 source-eof-switch PIC X VALUE "n".
             88 source-eof VALUE "y".
           01 registry-eof-switch PIC X VALUE "n".
             88 registry-eof VALUE "y".

      *>   bflibr's split: arg-error is "couldn't read or write what
      *>   we were given" (RC 16), source-refused is "read it fine,
      *>   but it must not go live" (RC 20).
           01 arg-error-switch PIC X VALUE "n".
             88 arg-error VALUE "y".
           01 source-refused-switch PIC X VALUE "n".
             88 source-refused VALUE "y".
      *>   the source matches the latest registered version already
      *>   -- copy again, book nothing.
           01 already-current-switch PIC X VALUE "n".
             88 already-current VALUE "y".

      *>   the program text as the interpreter would hold it in
      *>   prog-tape -- same capacity, same trailing-space-trimmed
      *>   joining of lines -- so the checksum taken over it is the
      *>   figure the interpreter computes when it runs the program.
           01 src-buffer PIC X(99999).
           01 ws-src-length PIC 9(5) VALUE 0.
           01 ws-src-max-length PIC 9(5) VALUE 99999.
           01 ws-line-length PIC 9(4).
           01 ws-record-index PIC 9(4).
           01 ws-record PIC X(999).
      *>   one digit wider than the buffer so a loop topping out at
      *>   99999 can't wrap its index and run forever.
           01 ws-src-index PIC 9(6).

      *>   Adler-32: running byte sum and running sum of sums, each
      *>   modulo 65521, combined high*65536+low.
           01 ws-checksum-low PIC 9(5).
           01 ws-checksum-high PIC 9(5).
           01 ws-checksum PIC 9(10).
           01 ws-source-checksum PIC 9(10).
           01 ws-source-length PIC 9(5).

      *>   registry scan scratch: the highest version booked so far
      *>   for the production name, and that version's checksum.
           01 ws-reg-program PIC X(100).
           01 ws-reg-version-x PIC X(10).
           01 ws-reg-checksum-x PIC X(12).
           01 ws-reg-version PIC 9(4).
           01 ws-reg-checksum PIC 9(10).
           01 ws-latest-version PIC 9(4) VALUE 0.
           01 ws-latest-checksum PIC 9(10) VALUE 0.
           01 ws-new-version PIC 9(4) VALUE 0.
           01 ws-registry-line-count PIC 9(7) VALUE 0.
           01 ws-registry-line PIC X(300).

           01 ws-copy-count PIC 9(7) VALUE 0.
           01 ws-audit-user PIC X(30).
           01 ws-promote-stamp PIC X(14).
           01 ws-current-date-data PIC X(21).

      *>   command-line argument handling, same pattern as bflibr's
      *>   parse-libr-arguments.
           01 ws-arg-num PIC 9(2).
           01 ws-arg-value PIC X(100).
           01 ws-env-value PIC X(100).

      *>   shared message facility -- see bflog.cbl: operational
      *>   messages carry BFP IDs.
           01 bfl-parms.
         copy "bflogprm.cpy".
           01 ws-log-text PIC X(200).
           01 ws-saved-return-code PIC S9(9).

       procedure division.

         move "BFPROMO" to bfl-prefix.

         perform parse-promo-arguments.

         if arg-error
             move 16 to return-code
         else
             perform load-source
             if arg-error
                 move 16 to return-code
             else
               if source-refused
                   move 20 to return-code
               else
                 perform read-registry
                 if arg-error
                     move 16 to return-code
                 else
                   if source-refused
                       move 20 to return-code
                   else
                     perform copy-to-production
                     if arg-error
                         move 16 to return-code
                     else
                       perform verify-production-copy
                       if arg-error
                           move 16 to return-code
                       else
                         if already-current
                             move "BFP014I" to bfl-message-id
                             move spaces to ws-log-text
                             string
                                 function trim(ws-production-filename)
                                 delimited by size
                                 " is already registered version "
                                 delimited by size
                                 ws-latest-version delimited by size
                                 " -- production copy refreshed, "
                                 delimited by size
                                 "no new version booked"
                                 delimited by size
                                 into ws-log-text
                             end-string
                             perform issue-message
                             move 0 to return-code
                         else
                             perform resolve-audit-user
                             perform append-registry-line
                             if arg-error
                                 move 16 to return-code
                             else
                                 move "BFP015I" to bfl-message-id
                                 move spaces to ws-log-text
                                 string
                                     function trim(
                                         ws-source-filename)
                                     delimited by size
                                     " promoted to " delimited by size
                                     function trim(
                                         ws-production-filename)
                                     delimited by size
                                     " as version " delimited by size
                                     ws-new-version delimited by size
                                     " (checksum " delimited by size
                                     ws-source-checksum
                                     delimited by size
                                     ", " delimited by size
                                     ws-source-length
                                     delimited by size
                                     " characters)" delimited by size
                                     into ws-log-text
                                 end-string
                                 perform issue-message
                                 move 0 to return-code
                             end-if
                         end-if
                       end-if
                     end-if
                   end-if
                 end-if
               end-if
             end-if
         end-if.

         goback.


         parse-promo-arguments.
      *>   argument 1: the tested source dataset, required.
           move 1 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value = spaces then
               move "BFP001E" to bfl-message-id
               move "source dataset argument is required"
                   to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           else
               move ws-arg-value to ws-source-filename
           end-if.

      *>   argument 2: the production dataset name, required.
           move 2 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value = spaces then
               move "BFP002E" to bfl-message-id
               move "production dataset argument is required"
                   to ws-log-text
               perform issue-message
               move "y" to arg-error-switch
           else
               move ws-arg-value to ws-production-filename
           end-if.

      *>   argument 3: registry dataset, optional.
           move 3 to ws-arg-num.
           move spaces to ws-arg-value.
           display ws-arg-num upon argument-number.
           accept ws-arg-value from argument-value.
           if ws-arg-value not = spaces then
               move ws-arg-value to ws-registry-filename
           end-if.

      *>   the OPEN OUTPUT of the copy would empty the source before
      *>   it was ever read.
           if not arg-error
                   and ws-source-filename = ws-production-filename
                   then
               move "BFP003E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "source and production dataset are both "
                   delimited by size
                   function trim(ws-source-filename)
                   delimited by size
                   " -- nothing to promote" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           end-if
         .

      *>   who to book the registry line to -- USER, then LOGNAME,
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

      *>   the source into src-buffer and its checksum. An empty
      *>   program or one the interpreter couldn't hold is refused
      *>   here, before the production copy is touched.
         load-source.
           move 0 to ws-src-length.
           open input source-file.
           if ws-source-file-status not = "00" then
               move "BFP004E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "source dataset " delimited by size
                   function trim(ws-source-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-source-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to source-eof-switch
               perform until source-eof or source-refused
                 read source-file into ws-record
                   at end
                     move "y" to source-eof-switch
                   not at end
                     perform store-program-line
                 end-read
               end-perform
               close source-file
               if not source-refused
                   if ws-src-length = 0 then
                       move "BFP005E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "source dataset " delimited by size
                           function trim(ws-source-filename)
                           delimited by size
                           " holds no program text -- refused"
                           delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to source-refused-switch
                   else
                       perform compute-buffer-checksum
                       move ws-checksum to ws-source-checksum
                       move ws-src-length to ws-source-length
                   end-if
               end-if
           end-if
         .

      *>   one line of program text, joined on the way the
      *>   interpreter's store-program-line does it: only the
      *>   trailing-space-trimmed content, measured by scanning back
      *>   from the end of the record.
         store-program-line.
           move 999 to ws-line-length.
           perform until ws-line-length = 0
                   or ws-record(ws-line-length:1) not = " "
             subtract 1 from ws-line-length
           end-perform.
           if ws-line-length > 0 then
               if ws-src-length + ws-line-length > ws-src-max-length
                       then
                   move "BFP006E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "program text is larger than the "
                       delimited by size
                       "interpreter's capacity (" delimited by size
                       ws-src-max-length delimited by size
                       " characters) -- refused" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to source-refused-switch
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

      *>   Adler-32 over src-buffer(1:ws-src-length), the same
      *>   arithmetic as the interpreter's compute-program-checksum.
         compute-buffer-checksum.
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

      *>   the latest version booked for the production name. A
      *>   registry that doesn't exist yet just means this is the
      *>   first promotion ever; one that exists but won't open is an
      *>   error -- booking version 0001 over an unreadable history
      *>   would hand out a version number twice.
         read-registry.
           move 0 to ws-latest-version.
           move 0 to ws-latest-checksum.
           open input registry-file.
           if ws-registry-file-status = "35" then
               continue
           else
             if ws-registry-file-status not = "00" then
                 move "BFP007E" to bfl-message-id
                 move spaces to ws-log-text
                 string
                     "registry " delimited by size
                     function trim(ws-registry-filename)
                     delimited by size
                     " could not be opened (status "
                     delimited by size
                     ws-registry-file-status delimited by size
                     ")" delimited by size
                     into ws-log-text
                 end-string
                 perform issue-message
                 move "y" to arg-error-switch
             else
                 move "n" to registry-eof-switch
                 perform until registry-eof
                   read registry-file
                     at end
                       move "y" to registry-eof-switch
                     not at end
                       perform scan-registry-line
                   end-read
                 end-perform
                 close registry-file
             end-if
           end-if.

           if not arg-error then
               if ws-latest-version > 0
                       and ws-latest-checksum = ws-source-checksum
                   move "y" to already-current-switch
               else
                   if ws-latest-version = 9999 then
                       move "BFP009E" to bfl-message-id
                       move spaces to ws-log-text
                       string
                           "version numbers exhausted for "
                           delimited by size
                           function trim(ws-production-filename)
                           delimited by size
                           " (latest is 9999) -- refused"
                           delimited by size
                           into ws-log-text
                       end-string
                       perform issue-message
                       move "y" to source-refused-switch
                   else
                       compute ws-new-version = ws-latest-version + 1
                   end-if
               end-if
           end-if
         .

      *>   a damaged line is reported and skipped -- if it was this
      *>   program's latest version, the interpreter's production
      *>   check will refuse the copy until it is re-promoted, which
      *>   is the safe side to fail on.
         scan-registry-line.
           add 1 to ws-registry-line-count.
           if registry-record not = spaces
                   and registry-record(1:1) not = "*" then
               move spaces to ws-reg-program
               move spaces to ws-reg-version-x
               move spaces to ws-reg-checksum-x
               unstring registry-record delimited by "|"
                   into ws-reg-program ws-reg-version-x
                        ws-reg-checksum-x
               end-unstring
               if ws-reg-program = spaces
                       or ws-reg-version-x(1:4) is not numeric
                       or ws-reg-version-x(5:) not = spaces
                       or ws-reg-checksum-x(1:10) is not numeric
                       or ws-reg-checksum-x(11:) not = spaces then
                   move "BFP008W" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "registry line " delimited by size
                       ws-registry-line-count delimited by size
                       " is not program|version|checksum|... "
                       delimited by size
                       "-- skipped" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
               else
                   if ws-reg-program = ws-production-filename then
                       move ws-reg-version-x(1:4) to ws-reg-version
                       move ws-reg-checksum-x(1:10)
                           to ws-reg-checksum
                       if ws-reg-version > ws-latest-version then
                           move ws-reg-version to ws-latest-version
                           move ws-reg-checksum
                               to ws-latest-checksum
                       end-if
                   end-if
               end-if
           end-if
         .

      *>   the source, record for record, to the production name.
         copy-to-production.
           open input source-file.
           if ws-source-file-status not = "00" then
               move "BFP004E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "source dataset " delimited by size
                   function trim(ws-source-filename)
                   delimited by size
                   " could not be opened (status "
                   delimited by size
                   ws-source-file-status delimited by size
                   ")" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               open output production-file
               if ws-production-file-status not = "00" then
                   move "BFP010E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "production dataset " delimited by size
                       function trim(ws-production-filename)
                       delimited by size
                       " could not be opened for output (status "
                       delimited by size
                       ws-production-file-status delimited by size
                       ") -- nothing booked" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               else
                   move 0 to ws-copy-count
                   move "n" to source-eof-switch
                   perform until source-eof
                     read source-file
                       at end
                         move "y" to source-eof-switch
                       not at end
                         move source-record to production-record
                         write production-record
                         add 1 to ws-copy-count
                     end-read
                   end-perform
                   close production-file
               end-if
               close source-file
           end-if
         .

      *>   the production copy read back exactly as the interpreter
      *>   will read it, and checksummed -- only a copy that matches
      *>   the source gets booked.
         verify-production-copy.
           move 0 to ws-src-length.
           open input production-file.
           if ws-production-file-status not = "00" then
               move "BFP011E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "production copy " delimited by size
                   function trim(ws-production-filename)
                   delimited by size
                   " could not be read back (status "
                   delimited by size
                   ws-production-file-status delimited by size
                   ") -- nothing booked" delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move "n" to source-eof-switch
               perform until source-eof or source-refused
                 read production-file into ws-record
                   at end
                     move "y" to source-eof-switch
                   not at end
                     perform store-program-line
                 end-read
               end-perform
               close production-file
               perform compute-buffer-checksum
               if source-refused
                       or ws-checksum not = ws-source-checksum
                       or ws-src-length not = ws-source-length then
                   move "n" to source-refused-switch
                   move "BFP012E" to bfl-message-id
                   move spaces to ws-log-text
                   string
                       "production copy " delimited by size
                       function trim(ws-production-filename)
                       delimited by size
                       " reads back with checksum " delimited by size
                       ws-checksum delimited by size
                       ", source has " delimited by size
                       ws-source-checksum delimited by size
                       " -- nothing booked" delimited by size
                       into ws-log-text
                   end-string
                   perform issue-message
                   move "y" to arg-error-switch
               end-if
           end-if
         .

      *>   the new version's registry line, appended.
         append-registry-line.
           move function current-date to ws-current-date-data.
           move ws-current-date-data(1:14) to ws-promote-stamp.
           move spaces to ws-registry-line.
           string
               function trim(ws-production-filename)
               delimited by size
               "|" delimited by size
               ws-new-version delimited by size
               "|" delimited by size
               ws-source-checksum delimited by size
               "|" delimited by size
               ws-source-length delimited by size
               "|" delimited by size
               function trim(ws-audit-user) delimited by size
               "|" delimited by size
               ws-promote-stamp delimited by size
               "|" delimited by size
               function trim(ws-source-filename) delimited by size
               into ws-registry-line
           end-string.
           open extend registry-file.
           if ws-registry-file-status = "35" then
               open output registry-file
           end-if.
           if ws-registry-file-status not = "00" then
               move "BFP013E" to bfl-message-id
               move spaces to ws-log-text
               string
                   "registry " delimited by size
                   function trim(ws-registry-filename)
                   delimited by size
                   " could not be opened for update (status "
                   delimited by size
                   ws-registry-file-status delimited by size
                   ") -- production copy written but NOT booked"
                   delimited by size
                   into ws-log-text
               end-string
               perform issue-message
               move "y" to arg-error-switch
           else
               move ws-registry-line to registry-record
               write registry-record
               close registry-file
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

       end program bfpromo.
