      *****************************************************
      * RELREC - account relationship master record, the
      * file RELMAINT maintains and THRESHJB loads from
      * RELIN at startup. One customer's TRN-ACCOUNT
      * numbers are linked under a group ID so activity
      * split across them is judged together as well as
      * account by account. Two record types, kept in
      * group-ID order with each group's header ahead of
      * its members:
      *   G - group header: the group's threshold and
      *       warning level (zero warning level means no
      *       warning tier); REL-ACCOUNT is spaces
      *   A - member: one account linked to the group;
      *       the threshold fields are zeros
      * An account belongs to at most one group. The group
      * accumulator sums the members' applied activity the
      * way an account accumulator sums the account's, on
      * the same 5-digit scale.
      *****************************************************
       01  REL-RECORD.
           05  REL-GROUP-ID            PIC X(5).
           05  REL-RECORD-TYPE         PIC X(1).
               88  REL-GROUP-REC       VALUE "G".
               88  REL-MEMBER-REC      VALUE "A".
           05  REL-ACCOUNT             PIC X(8).
           05  REL-GROUP-THRESHOLD     PIC 9(5).
           05  REL-GROUP-WARN-LEVEL    PIC 9(5).
           05  FILLER                  PIC X(56).
