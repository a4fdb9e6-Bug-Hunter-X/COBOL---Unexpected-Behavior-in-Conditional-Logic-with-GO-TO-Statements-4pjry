      *****************************************************
      * SRCREC - source system master record, the file
      * SRCMAINT maintains and TRNEDIT loads from SRCIN at
      * startup. One record per source system code that
      * may feed THRESHJB, kept in code order:
      *   SRC-STATUS     A - active: cards are accepted
      *                  S - suspended: cards are rejected
      *                      (E009) until the source is
      *                      resumed
      *                  R - retired: the code is dead and
      *                      its cards are rejected as not
      *                      a valid source (E008); the
      *                      record stays so the code is
      *                      never reissued
      *   SRC-CEILING    largest single amount the source
      *                  may submit; a larger card is
      *                  rejected (E010). Spaces means no
      *                  ceiling.
      *   SRC-SCHEDULE   when the source is due to submit,
      *                  for the expected-feed check:
      *                  B - every date on the business
      *                      calendar (BIZCAL)
      *                  W - business calendar dates that
      *                      fall on a weekday marked "Y" in
      *                      SRC-DUE-DAYS (Monday first)
      *                  N - no fixed schedule, never
      *                      reported missing
      * An active source that is due and sends no fresh
      * card on the night raises a FEEDMISS alert.
      * SRC-CHANGED-DATE and SRC-CHANGED-BY record the last
      * SRCMAINT card applied to the source.
      *****************************************************
       01  SRC-RECORD.
           05  SRC-CODE                PIC X(4).
           05  SRC-DEPARTMENT          PIC X(20).
           05  SRC-STATUS              PIC X(1).
               88  SRC-ACTIVE          VALUE "A".
               88  SRC-SUSPENDED       VALUE "S".
               88  SRC-RETIRED         VALUE "R".
           05  SRC-CEILING             PIC X(5).
           05  SRC-CEILING-N REDEFINES SRC-CEILING
                                       PIC 9(5).
           05  SRC-SCHEDULE            PIC X(1).
               88  SRC-DUE-BUSINESS    VALUE "B".
               88  SRC-DUE-WEEKDAYS    VALUE "W".
               88  SRC-DUE-NEVER       VALUE "N".
           05  SRC-DUE-DAYS            PIC X(7).
           05  SRC-CHANGED-DATE        PIC X(8).
           05  SRC-CHANGED-BY          PIC X(8).
           05  FILLER                  PIC X(26).
