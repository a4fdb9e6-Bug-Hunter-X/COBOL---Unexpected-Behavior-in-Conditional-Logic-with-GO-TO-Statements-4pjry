      *****************************************************
      * EXCREC - effective-date exception record. THRESHJB
      * diverts a transaction here instead of posting it
      * when its TRN-EFF-DATE fails the stale/future check:
      * EXC-TRN-DATA is the TRN-RECORD as applied and
      * EXC-REASON says which check it failed -
      *   FUTURE - dated after the run date; held in the
      *            warehouse and released back through
      *            the edit on the night it comes due
      *   STALE  - dated before the stale tolerance;
      *            returned to the owning source system
      *            with its age and purged
      * EXCWHSE works the file ahead of each night's edit
      * and empties it once every item is warehoused or
      * returned.
      *****************************************************
       01  EXC-RECORD.
           05  EXC-TRN-DATA            PIC X(80).
           05  EXC-REASON              PIC X(8).
