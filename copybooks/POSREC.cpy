      *****************************************************
      * POSREC - account position master record, one per
      * account per run date the account had activity on.
      * POS-AMOUNT is the account's net activity for that
      * night - the debits that posted to its nightly
      * accumulator less the reversals applied against it,
      * floored at zero - before any FULL-mode re-arm, so
      * it is the whole night's volume, not the amount
      * left standing at end of run. THRESHJB loads the
      * master at startup to build each account's 7-night
      * rolling and month-to-date totals ahead of
      * tonight's activity, and rewrites it at end of run
      * with tonight's records added and records too old
      * to fall in either window dropped. The master is a
      * GDG cataloged only after a clean run, the same way
      * as the suspense master.
      *****************************************************
       01  POS-RECORD.
           05  POS-ACCOUNT             PIC X(8).
           05  POS-RUN-DATE            PIC X(8).
           05  POS-AMOUNT              PIC 9(7).
           05  FILLER                  PIC X(57).
