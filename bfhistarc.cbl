              05 hist-restart PIC X.
              05 hist-sep-7 PIC X.
              05 hist-return-code PIC 9(2).
              05 hist-sep-8 PIC X.
              05 hist-version PIC 9(4).

           fd archive-file.
           01 archive-record PIC X(167).

           fd work-file.
           01 work-record PIC X(167).

         working-storage section.
           01 ws-history-filename PIC X(100).
