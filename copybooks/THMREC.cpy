      * threshold actually trips. Zero or spaces (the
      * layout before the field existed) means no warning
      * tier for the account.
      * THM-ROLL-THRESHOLD and THM-MTD-THRESHOLD are the
      * account's multi-night window thresholds, tested
      * against the 7-night rolling total and the
      * month-to-date total of its activity as carried on
      * the position master. Zero or spaces (the layout
      * before the fields existed) means no window check.
      *****************************************************
       01  THM-RECORD.
           05  THM-ACCOUNT             PIC X(8).
           05  THM-THRESHOLD           PIC 9(5).
           05  THM-EFF-DATE            PIC X(8).
           05  THM-WARN-LEVEL          PIC X(5).
           05  THM-ROLL-THRESHOLD      PIC X(7).
           05  THM-MTD-THRESHOLD       PIC X(7).
           05  FILLER                  PIC X(40).
