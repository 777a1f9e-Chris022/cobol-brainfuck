         move 0 to bfp-deadline-time.
         move 0 to bfp-max-elapsed.
         move 0 to bfp-output-recl.
         move 0 to bfp-program-version.
         move 0 to bfp-cell-width.
         move 0 to bfp-return-code.

         perform parse-arguments.
