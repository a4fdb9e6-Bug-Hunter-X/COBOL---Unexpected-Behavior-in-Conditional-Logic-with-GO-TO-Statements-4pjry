      * on records cut before the fields existed (or
      * seeded by CHKUTIL) and the restore treats that as
      * zero / not warned.
      * CHK-NIGHT-AMT carries the account's activity so far
      * tonight - the amount the position master will
      * record for the run date - and CHK-ROLL-TOTAL /
      * CHK-MTD-TOTAL the window total at which the
      * account's 7-night / month-to-date window tripped
      * tonight (spaces when it has not), so a restart
      * neither re-trips a window nor loses the window
      * trip's extract record. Spaces throughout on the
      * control and trip-journal records.
      * Account groups ride the same cluster: one record
      * per group keyed "GRP" + the 5-byte group ID,
      * carrying the group accumulator in CHK-AREA-1, the
      * members' cycle count, the group's trip and warning
      * counts and its warned switch; and in FULL process
      * mode one journal record per group trip keyed
      * "GTP" + the 5-digit run group-trip number, laid out
      * like a "TRP" record with the group ID in
      * CHK-TRIP-ACCOUNT.
      * On a partitioned night every partition shares the
      * cluster. Each keeps its own control record, keyed
      * "CHKPTP" + the 2-digit partition number, whose
      * CHK-TRIP-ACCOUNT carries the count of TRANSIN
      * records the partition has read - its own and the
      * ones it passed over - since CHK-CYCLE-CNT counts
      * only its own cycles. Its trip journals are keyed
      * "TP" (account trips) or "GP" (group trips) + the
      * 2-digit partition number + a 4-digit sequence. The
      * account and "GRP" records need no partition in the
      * key: every account and every group belongs to
      * exactly one partition.
       01  CHK-RECORD.
           05  CHK-KEY                 PIC X(8).
           05  CHK-AREA-1              PIC 9(7).
           05  CHK-WARN-CNT            PIC X(5).
           05  CHK-WARN-SW             PIC X(1).
           05  CHK-SUSPENSE            PIC X(7).
           05  CHK-NIGHT-AMT           PIC X(7).
           05  CHK-ROLL-TOTAL          PIC X(7).
           05  CHK-MTD-TOTAL           PIC X(7).
           05  FILLER                  PIC X(5).
