      *****************************************************
      * WHSREC - future-dated transaction warehouse record,
      * one per FUTURE exception EXCWHSE has taken off the
      * exception file. WHS-TRN-DATA is the TRN-RECORD
      * THRESHJB diverted and WHS-REASON its exception
      * reason. WHS-PARKED-DATE is the run date the item
      * entered the warehouse. WHS-RELEASE-DATE is spaces
      * while the item is held and becomes the run date it
      * was released through RAWIN once its TRN-EFF-DATE
      * arrived; a released item stays on the warehouse
      * for that one night, so a rerun of the same night
      * re-releases it instead of losing it, and is purged
      * to the archive on the next night's pass.
      * WHS-PURGE-DATE is spaces on the live warehouse; on
      * the archive it is the run date the item left -
      * a released FUTURE item the night after its
      * release, a STALE item the night it was returned to
      * its source system.
      *****************************************************
       01  WHS-RECORD.
           05  WHS-TRN-DATA            PIC X(80).
           05  WHS-REASON              PIC X(8).
           05  WHS-PARKED-DATE         PIC X(8).
           05  WHS-RELEASE-DATE        PIC X(8).
           05  WHS-PURGE-DATE          PIC X(8).
           05  FILLER                  PIC X(8).
