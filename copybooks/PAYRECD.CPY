               88 PR-REGULAR-LINE    VALUE ' '.
               88 PR-VOID-LINE       VALUE 'V'.
               88 PR-RETRO-LINE      VALUE 'R'.
               88 PR-SUPPLEMENTAL-LINE VALUE 'S'.
           05 PR-WORK-STATE      PIC X(2).
           05 PR-STATE-TAX       PIC 9(7)V99.
           05 FILLER             PIC X(12).
