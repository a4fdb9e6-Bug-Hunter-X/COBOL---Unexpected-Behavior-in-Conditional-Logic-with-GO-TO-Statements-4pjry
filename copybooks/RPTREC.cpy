      * still outstanding at end of run (run total on the
      * "*TOTALS*" line) - reversal money waiting to be
      * drawn down against new debits.
      * RPT-WINDOW-TRIPS is the account's rolling-window
      * and month-to-date window trips tonight (run total
      * on the "*TOTALS*" line) - the extract records
      * carrying XTR-TRIP-TYPE R or M. RPT-TRIP-COUNT
      * counts nightly trips only.
      * One "*GROUP*" line follows the account lines for
      * each account group on the relationship master, the
      * group ID in RPT-GROUP-ID: the members' cycles, the
      * group accumulator, the group's trips and warning
      * crossings, and the "W" flag on the same terms as
      * an account. Group trips are not in the "*TOTALS*"
      * line's RPT-TRIP-COUNT; RECONJB sums them off the
      * "*GROUP*" lines. RPT-GROUP-ID is spaces on every
      * other line.
      * A partition of a partitioned night closes its own
      * report with a "*PART*" line - the partition number
      * in RPT-CYCLE-COUNT, the TRANSIN records it read in
      * RPT-FINAL-AREA-1, the partition count in
      * RPT-FINAL-AREA-2, the records it passed over to
      * the other partitions in RPT-SUSPENSE and its low
      * key in RPT-EFF-DATE. THRMERGE checks the partitions
      * against these lines and drops them, so the merged
      * report the nightly consumers read never has one.
      *****************************************************
       01  RPT-RECORD.
           05  RPT-JOB-NAME            PIC X(8).
           05  RPT-WARN-COUNT          PIC 9(5).
           05  RPT-WARN-FLAG           PIC X(1).
           05  RPT-SUSPENSE            PIC 9(7).
           05  RPT-WINDOW-TRIPS        PIC 9(5).
           05  RPT-GROUP-ID            PIC X(5).
           05  FILLER                  PIC X(3).
