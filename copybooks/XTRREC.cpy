      * XTRREC - downstream interface record, written by
      * the PARA-1-2 loop each time an account's
      * accumulator trips its threshold
      * XTR-TRIP-TYPE tells the kinds of trip apart:
      *   space - the account's nightly accumulator tripped
      *           its threshold; XTR-FINAL-AREA-1 is the
      *           tripped amount the ledger posts
      *   R     - the account's 7-night rolling total
      *           tripped its rolling-window threshold
      *   M     - the account's month-to-date total tripped
      *           its month-to-date threshold
      *   G     - an account group's accumulator tripped the
      *           group threshold; XTR-ACCOUNT carries the
      *           group ID and XTR-FINAL-AREA-1 the tripped
      *           group amount, which the ledger posts under
      *           the group ID just as it posts an account
      *           trip, and RECONJB matches it to the
      *           group's GRPTRIP audit record
      * A window record carries the window total that
      * tripped in XTR-TRIP-TOTAL and zero in
      * XTR-FINAL-AREA-1. The window total is made of
      * nightly activity the ledger already sees through
      * the nightly trips, so THRDWNST does not post it
      * and RECONJB balances window records against the
      * report's window-trip count, not the audit trail.
      * XTR-RUN-STAMP is the date and time (CCYYMMDDHHMMSS)
      * the THRESHJB attempt that cut the record started.
      * A crash restart re-cuts the crashed attempt's trips
      * into its own generation, so a night can leave two
      * generations under one run date; the later stamp is
      * the one that counts, and THRDWNST records it on the
      * posting register when it posts the generation.
      *****************************************************
       01  XTR-RECORD.
           05  XTR-JOB-ID              PIC X(8).
           05  XTR-RUN-DATE            PIC X(8).
           05  XTR-ACCOUNT             PIC X(8).
           05  XTR-FINAL-AREA-1        PIC 9(5).
           05  XTR-TRIP-TYPE           PIC X(1).
               88  XTR-NIGHTLY-TRIP    VALUE SPACE.
               88  XTR-WINDOW-TRIP     VALUE "R" "M".
               88  XTR-GROUP-TRIP      VALUE "G".
           05  XTR-TRIP-TOTAL          PIC 9(7).
           05  XTR-RUN-STAMP           PIC X(14).
           05  FILLER                  PIC X(16).
