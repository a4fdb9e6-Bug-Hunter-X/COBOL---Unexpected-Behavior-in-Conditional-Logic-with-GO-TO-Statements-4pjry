      * run date stamped once at startup, so records cut
      * after a run crosses midnight still group with
      * their run (AUD-TIMESTAMP is per-record wall clock).
      * Besides the one record per pass, a pass can cut
      * side records ahead of its own: SUSDRAW and SUSHOLD
      * (a draw on and a hold into the account's suspense;
      * before and after are the suspense balance) and
      * GRPTRIP (AUD-ACCOUNT is an account group ID, before
      * and after are the group accumulator either side of
      * the member's posting that tripped the group). Side
      * records are not cycles.
      *****************************************************
       01  AUD-RECORD.
           05  AUD-TIMESTAMP           PIC X(21).
