      *****************************************************
      * PTNREC - partition control card layout for a
      * partitioned THRESHJB night (PROD.THRESHJB.PARTCARD,
      * read as PARTIN by every partition and by THRMERGE).
      * One card per partition, in partition order:
      * PTN-NUMBER runs 01, 02, ... with no gaps, at most
      * 08, and PTN-LOW-KEY is the lowest TRN-ACCOUNT the
      * partition takes. A partition covers every account
      * from its own low key up to, not including, the
      * next card's low key; the last partition runs to
      * the top of the key range. Card 01's low key must be
      * spaces, so the partitions cover every account, and
      * the low keys must rise strictly from card to card.
      * Every member of an account group must fall in the
      * same partition - a group accumulator cannot be
      * split - and THRESHJB abends a partitioned run
      * whose relationship master has a group across a
      * boundary.
      *****************************************************
       01  PTN-RECORD.
           05  PTN-NUMBER              PIC 9(2).
           05  PTN-LOW-KEY             PIC X(8).
           05  FILLER                  PIC X(70).
