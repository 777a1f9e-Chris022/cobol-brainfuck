           10 bfp-restart-option PIC X.
           10 bfp-profile-option PIC X.
           10 bfp-debug-option PIC X.
      *> production mode (env BF_PRODUCTION): the loaded program must
      *> be the latest version bfpromo registered for this dataset
      *> name, byte for byte (content checksum), or the run is
      *> refused with RC 36 before anything executes.
           10 bfp-production-option PIC X.
      *> input balancing (env BF_BALANCE): every output dataset gets a
      *> control record (<dataset>.ctl -- bytes, hash total, producing
      *> program, timestamp) and a run that read a named input dataset
      *> balances it against that dataset's control record at end of
      *> run, RC 40 when out of balance. "Y" makes a missing control
      *> record an out-of-balance too; otherwise a dataset without
      *> one (a hand-made test file, say) is simply not balanced.
           10 bfp-balance-option PIC X.
      *> code coverage (env BF_COVERAGE): append this run's
      *> executed-position map to the cumulative coverage dataset
      *> (bfp-coverage-file / BF_COVERAGE_FILE, default
      *> bfcoverage.dat) for bfcover to merge and report.
           10 bfp-coverage-option PIC X.
         05 bfp-trace-file PIC X(100).
         05 bfp-checkpoint-file PIC X(100).
         05 bfp-checkpoint-interval PIC 9(9).
      *> compare depends on it.
         05 bfp-output-mode PIC X.
         05 bfp-output-recl PIC 9(3).
      *> production program registry (env BF_REGISTRY_FILE, default
      *> bfregistry.dat) -- the dataset bfpromo books every
      *> promotion into. bfp-program-version comes BACK from
      *> bfinterp: the registered version whose checksum the loaded
      *> program matched (0 = not a registered version), the same
      *> figure the run-history record carries.
         05 bfp-registry-file PIC X(100).
         05 bfp-program-version PIC 9(4).
      *> tape cell width in bits (env BF_CELL_WIDTH): 8, 16 or 32, the
      *> cells wrapping at 255, 65535 or 4294967295. 0 = not given.
      *> "," still stores a byte and "." writes the cell modulo 256.
         05 bfp-cell-width PIC 9(2).
      *> code-page translation tables (env BF_INPUT_XLATE /
      *> BF_OUTPUT_XLATE): text datasets of 256 "from=to" byte
      *> entries. The input table is applied to every byte "," reads,
      *> the output table to every byte "." writes, so a program
      *> keeps working in native code points against EBCDIC feeds.
         05 bfp-input-xlate PIC X(100).
         05 bfp-output-xlate PIC X(100).
         05 bfp-coverage-file PIC X(100).
      *> the run's true return code (0 / 16 / 20 / 24 / 28 / 32 / 36 /
      *> 40), set by bfinterp right before it gives control back -- no
      *> wait() status arithmetic on the caller's side any more.
         05 bfp-return-code PIC S9(4).
